*> Operator authority record: one per operator id, kept by security
*> administration, saying what that operator may do to the nightly
*> feed.  OPA-ENTER 'Y' may key suspense corrections; OPA-APPROVE 'Y'
*> may approve someone else's correction; OPA-REGISTRY 'Y' may
*> request, and approve someone else's request for, an expected-batch
*> registry change.  OPA-STATUS is 'A' active or 'R' revoked -- a
*> revoked operator keeps the record (so old audit entries still
*> resolve to a name) but is refused everything.  An operator id not
*> on the file is refused everything too.
    01  OPERATOR-AUTHORITY-RECORD.
        02 OPA-OPERATOR PICTURE X(8).
        02 OPA-NAME     PICTURE X(30).
        02 OPA-ENTER    PICTURE X(1).
        02 OPA-APPROVE  PICTURE X(1).
        02 OPA-REGISTRY PICTURE X(1).
        02 OPA-STATUS   PICTURE X(1).
        02 FILLER       PICTURE X(38).
