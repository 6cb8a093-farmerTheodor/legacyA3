*> entry.  A duplicate (DU) that only needs resubmitting as-is gets a
*> transaction whose corrected values equal the originals -- primes1's
*> dup-check decides its fate on the rerun.
*> Corrections run under two-person control against the operator
*> authority file (oprauth.cpy, PRIMRSUB-AUTHFILE, default
*> primesOperators.dat; without it nothing is applied, RC=12).  A
*> correction keyed by an operator not authorised to enter one is
*> refused to the exceptions file.  A correction is applied only once
*> an approval transaction (PRIMRSUB-APPROVALFILE, default
*> primesApprovals.txt: the correction's own four values again, with
*> the approver's id and date) from a second operator authorised to
*> approve matches it; self-approval and approval by an unauthorised
*> operator are refused.  Corrections not yet approved are held in
*> the pending file (PRIMRSUB-PENDINGFILE, default
*> primesCorrPending.dat), which the next run reads back beside the
*> new corrections, and listed by age in the aging report
*> (PRIMRSUB-AGINGFILE, default primesCorrAging.txt), flagged OVERDUE
*> once older than PRIMRSUB-AGEDAYS days (default 3).
environment division.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
       select EXCEPTIONS-FILE assign to DYNAMIC exceptionsDsn.
       select CORRAUDIT-FILE assign to DYNAMIC corrAuditDsn
           file status is corrAuditStatus.
       select AUTHORITY-FILE assign to DYNAMIC authorityDsn
           file status is authorityStatus.
       select APPROVAL-FILE assign to DYNAMIC approvalDsn
           file status is approvalStatus.
       select PENDING-FILE assign to DYNAMIC pendingDsn
           file status is pendingStatus.
       select AGING-FILE assign to DYNAMIC agingDsn.

DATA DIVISION.
    FILE SECTION.
*> One record per applied correction, appended to the cumulative
*> audit: who, when, and the full suspense record before and after.
        FD CORRAUDIT-FILE.
        COPY "corraud.cpy".
        FD AUTHORITY-FILE.
        COPY "oprauth.cpy".
*> An approval names the correction it approves by all four of its
*> values, so what is approved is exactly what was keyed; APV-OPERATOR
*> and APV-DATE are the approver and the approval date.
        FD APPROVAL-FILE.
        COPY "corrtrn.cpy" REPLACING LEADING ==CTX== BY ==APV==
            LEADING ==CORRECTION== BY ==APPROVAL==.
*> Corrections awaiting approval, carried from run to run unchanged;
*> PND-DATE is the date the correction was keyed, which ages it.
        FD PENDING-FILE.
        COPY "corrtrn.cpy" REPLACING LEADING ==CTX== BY ==PND==
            LEADING ==CORRECTION== BY ==PENDING==.
        FD AGING-FILE.
        01 agingLine PICTURE X(80).
WORKING-STORAGE SECTION.
    01  suspenseDsn   PICTURE X(100) VALUE 'primesSuspense.dat'.
    01  correctionDsn PICTURE X(100) VALUE 'primesCorrections.txt'.
    01  stillBadDsn   PICTURE X(100) VALUE 'primesStillBad.dat'.
    01  exceptionsDsn PICTURE X(100) VALUE 'primesCorrExcept.txt'.
    01  corrAuditDsn  PICTURE X(100) VALUE 'primesCorrAudit.dat'.
    01  authorityDsn  PICTURE X(100) VALUE 'primesOperators.dat'.
    01  approvalDsn   PICTURE X(100) VALUE 'primesApprovals.txt'.
    01  pendingDsn    PICTURE X(100) VALUE 'primesCorrPending.dat'.
    01  agingDsn      PICTURE X(100) VALUE 'primesCorrAging.txt'.
    01  envTemp       PICTURE X(100) VALUE SPACES.
    01  correctionStatus PICTURE X(2) VALUE '00'.
    01  corrAuditStatus  PICTURE X(2) VALUE '00'.
    01  authorityStatus  PICTURE X(2) VALUE '00'.
    01  approvalStatus   PICTURE X(2) VALUE '00'.
    01  pendingStatus    PICTURE X(2) VALUE '00'.
    01  envAge        PICTURE X(3) VALUE SPACES.
    77  corrAuditOk   PICTURE 9 VALUE 0.
    01  eof-switch    PICTURE 9 VALUE 1.
    77  ctxEof        PICTURE 9 VALUE 1.
    77  apvEof        PICTURE 9 VALUE 1.
    77  pndEof        PICTURE 9 VALUE 1.
    77  authEof       PICTURE 9 VALUE 1.
    77  count-read      PICTURE 9(9) VALUE 0.
    77  count-resubmit  PICTURE 9(9) VALUE 0.
    77  count-stillbad  PICTURE 9(9) VALUE 0.
    77  count-untouched PICTURE 9(9) VALUE 0.
    77  count-applied   PICTURE 9(9) VALUE 0.
    77  count-unmatched PICTURE 9(9) VALUE 0.
    77  count-approved  PICTURE 9(9) VALUE 0.
    77  count-refused   PICTURE 9(9) VALUE 0.
    77  count-pending   PICTURE 9(9) VALUE 0.
    77  count-overdue   PICTURE 9(9) VALUE 0.
    77  ageLimit        PICTURE 9(3) VALUE 3.
    77  ageDays         PICTURE 9(5) VALUE 0.
    77  ctxCount  PICTURE 9(3) VALUE 0.
    77  ctxIdx    PICTURE 9(3) VALUE 0.
    77  ctxSlot   PICTURE 9(3) VALUE 0.
            03 ctxOperator    PICTURE X(8).
            03 ctxTransDate   PICTURE 9(8).
            03 ctxUsed        PICTURE 9.
*> ctxState is space while a correction awaits approval, 'A' once a
*> second authorised operator has approved it, and 'R' when its own
*> operator was not authorised to key it (never applied, never held).
            03 ctxState       PICTURE X(1).
            03 ctxApprover    PICTURE X(8).
            03 ctxApprovalDate PICTURE 9(8).
    77  authCount PICTURE 9(3) VALUE 0.
    77  authIdx   PICTURE 9(3) VALUE 0.
    77  authSlot  PICTURE 9(3) VALUE 0.
    77  authLimit PICTURE 9(3) VALUE 100.
    01  searchOperator PICTURE X(8) VALUE SPACES.
    01  AUTHORITY-TABLE.
        02 AUTHORITY-ENTRY OCCURS 100 TIMES.
            03 authOperator PICTURE X(8).
            03 authEnter    PICTURE X(1).
            03 authApprove  PICTURE X(1).
            03 authStatus   PICTURE X(1).
    01  beforeImage   PICTURE X(82) VALUE SPACES.
    01  acceptedDate  PICTURE 9(8).
    01  acceptedTime  PICTURE 9(8).
        02 FILLER PICTURE X VALUE SPACE.
        02 unmatchedBatchId PICTURE X(20).
        02 FILLER PICTURE X(25) VALUE ' UNMATCHED CORRECTION'.
    01  AUTHORITY-EXCEPTION-LINE.
        02 FILLER PICTURE X VALUE SPACE.
        02 authorityNum PICTURE X(9).
        02 FILLER PICTURE X VALUE SPACE.
        02 authorityBatchId PICTURE X(20).
        02 FILLER PICTURE X VALUE SPACE.
        02 authorityOperator PICTURE X(8).
        02 FILLER PICTURE X VALUE SPACE.
        02 authorityReason PICTURE X(30).
    01  AGING-TITLE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(34) VALUE 'CORRECTIONS AWAITING APPROVAL'.
    01  AGING-HEADER-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(9) VALUE 'PROGRAM: '.
        02 FILLER PICTURE X(8) VALUE 'PRIMRSUB'.
        02 FILLER PICTURE X(7) VALUE '  DATE:'.
        02 agingDate PICTURE 9(8).
        02 FILLER PICTURE X(7) VALUE '  TIME:'.
        02 agingTime PICTURE 9(8).
    01  AGING-HEADING-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(10) VALUE 'ORIG NUM'.
        02 FILLER PICTURE X(21) VALUE 'BATCH ID'.
        02 FILLER PICTURE X(9) VALUE 'KEYED BY'.
        02 FILLER PICTURE X(9) VALUE 'KEYED ON'.
        02 FILLER PICTURE X(6) VALUE '  DAYS'.
    01  AGING-DETAIL-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 agingNum PICTURE X(10).
        02 agingBatchId PICTURE X(21).
        02 agingOperator PICTURE X(9).
        02 agingKeyed PICTURE 9(8).
        02 agingDays PICTURE Z(5)9.
        02 FILLER PICTURE X(2) VALUE SPACES.
        02 agingFlag PICTURE X(7).
    01  AGING-SUMMARY-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(30) VALUE 'CORRECTIONS AWAITING APPROVAL:'.
        02 agingPendingOut PICTURE Z(8)9.
    01  AGING-OVERDUE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(15) VALUE 'OLDER THAN'.
        02 agingLimitOut PICTURE ZZ9.
        02 FILLER PICTURE X(12) VALUE ' DAYS:'.
        02 agingOverdueOut PICTURE Z(8)9.
PROCEDURE DIVISION.
PERFORM GET-DATASET-NAMES.
ACCEPT acceptedDate FROM DATE YYYYMMDD.
ACCEPT acceptedTime FROM TIME.
PERFORM LOAD-AUTHORITY.
OPEN OUTPUT EXCEPTIONS-FILE.
PERFORM LOAD-CORRECTIONS.
PERFORM LOAD-PENDING-CORRECTIONS.
PERFORM LOAD-APPROVALS.
*> Every open that can stop the run comes before the pending file is
*> rewritten, so a stopped run leaves the held corrections in place.
PERFORM OPEN-CORRAUDIT-FILE.
*> The held corrections are all in the table by now, so the pending
*> file can be rewritten; failing to open it would lose them, so the
*> run stops before anything is applied.
OPEN OUTPUT PENDING-FILE.
IF pendingStatus IS NOT EQUAL TO '00'
    DISPLAY 'PRIMRSUB: PENDING-FILE OPEN STATUS ' pendingStatus
    CLOSE CORRAUDIT-FILE
    MOVE 12 TO RETURN-CODE
    STOP RUN
END-IF.
OPEN INPUT SUSPENSE-FILE.
OPEN OUTPUT RESUBMIT-FILE.
OPEN OUTPUT STILLBAD-FILE.
PERFORM REPAIR-RECORD UNTIL eof-switch IS EQUAL TO 0.
PERFORM WRITE-RESUBMIT-TRAILERS.
MOVE 0 TO ctxIdx.
PERFORM REPORT-UNMATCHED UNTIL ctxIdx IS NOT LESS THAN ctxCount.
PERFORM WRITE-AGING-REPORT.
CLOSE SUSPENSE-FILE, RESUBMIT-FILE, STILLBAD-FILE, EXCEPTIONS-FILE,
    PENDING-FILE.
IF corrAuditOk IS EQUAL TO 1
    CLOSE CORRAUDIT-FILE
END-IF.
DISPLAY 'PRIMRSUB: READ ' count-read ' APPLIED ' count-applied
    ' RESUBMITTED ' count-resubmit ' STILL BAD ' count-stillbad
    ' UNTOUCHED ' count-untouched ' UNMATCHED ' count-unmatched.
DISPLAY 'PRIMRSUB: APPROVED ' count-approved ' REFUSED ' count-refused
    ' AWAITING APPROVAL ' count-pending ' OVERDUE ' count-overdue.
IF count-stillbad IS GREATER THAN 0
        OR count-untouched IS GREATER THAN 0
        OR count-unmatched IS GREATER THAN 0
        OR count-refused IS GREATER THAN 0
        OR count-pending IS GREATER THAN 0
    MOVE 4 TO RETURN-CODE
ELSE
    MOVE 0 TO RETURN-CODE
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO corrAuditDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMRSUB-AUTHFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO authorityDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMRSUB-APPROVALFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO approvalDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMRSUB-PENDINGFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO pendingDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMRSUB-AGINGFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO agingDsn
    END-IF.
    MOVE SPACES TO envAge.
    ACCEPT envAge FROM ENVIRONMENT 'PRIMRSUB-AGEDAYS'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envAge IS NOT EQUAL TO SPACES
        IF FUNCTION TEST-NUMVAL(envAge) IS EQUAL TO 0
            COMPUTE ageLimit = FUNCTION NUMVAL(envAge)
        END-IF
    END-IF.

*> No authority file means no operator can be shown to be entitled
*> to anything, so nothing may be applied: the run stops before
*> touching suspense.
LOAD-AUTHORITY.
    OPEN INPUT AUTHORITY-FILE.
    IF authorityStatus IS NOT EQUAL TO '00'
        DISPLAY 'PRIMRSUB: AUTHORITY-FILE OPEN STATUS '
            authorityStatus
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 1 TO authEof.
    PERFORM LOAD-ONE-OPERATOR UNTIL authEof IS EQUAL TO 0.
    CLOSE AUTHORITY-FILE.

LOAD-ONE-OPERATOR.
    READ AUTHORITY-FILE AT END MOVE 0 TO authEof.
    IF authEof IS NOT EQUAL TO 0
        IF authCount IS LESS THAN authLimit
            ADD 1 TO authCount
            MOVE OPA-OPERATOR TO authOperator(authCount)
            MOVE OPA-ENTER TO authEnter(authCount)
            MOVE OPA-APPROVE TO authApprove(authCount)
            MOVE OPA-STATUS TO authStatus(authCount)
        ELSE
            DISPLAY 'PRIMRSUB: MORE THAN ' authLimit
                ' OPERATORS, STOPPING'
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

*> Leaves authSlot at the operator's entry, or zero for an id not on
*> the authority file.
FIND-OPERATOR.
    MOVE 0 TO authSlot.
    MOVE 0 TO authIdx.
    PERFORM SCAN-OPERATOR-SLOT UNTIL authSlot IS GREATER THAN 0
        OR authIdx IS NOT LESS THAN authCount.

SCAN-OPERATOR-SLOT.
    ADD 1 TO authIdx.
    IF authOperator(authIdx) IS EQUAL TO searchOperator
        MOVE authIdx TO authSlot
    END-IF.

*> A missing correction file is a legitimate "nothing to fix today":
*> the run still carries every suspense record forward and reports
            MOVE CTX-NEW-BATCH-ID TO ctxNewBatchId(ctxCount)
            MOVE CTX-OPERATOR TO ctxOperator(ctxCount)
            MOVE CTX-DATE TO ctxTransDate(ctxCount)
            PERFORM CHECK-ENTRY-AUTHORITY
        ELSE
            DISPLAY 'PRIMRSUB: MORE THAN ' ctxLimit
                ' CORRECTIONS, STOPPING'
        END-IF
    END-IF.

*> Corrections held from earlier runs join tonight's: an approval
*> may arrive for either.  No pending file is simply none held.
LOAD-PENDING-CORRECTIONS.
    OPEN INPUT PENDING-FILE.
    IF pendingStatus IS EQUAL TO '00'
        MOVE 1 TO pndEof
        PERFORM LOAD-ONE-PENDING UNTIL pndEof IS EQUAL TO 0
        CLOSE PENDING-FILE
    END-IF.

LOAD-ONE-PENDING.
    READ PENDING-FILE AT END MOVE 0 TO pndEof.
    IF pndEof IS NOT EQUAL TO 0
        IF ctxCount IS LESS THAN ctxLimit
            ADD 1 TO ctxCount
            MOVE PND-ORIG-NUM TO ctxOrigNum(ctxCount)
            MOVE PND-ORIG-BATCH-ID TO ctxOrigBatchId(ctxCount)
            MOVE PND-NEW-NUM TO ctxNewNum(ctxCount)
            MOVE PND-NEW-BATCH-ID TO ctxNewBatchId(ctxCount)
            MOVE PND-OPERATOR TO ctxOperator(ctxCount)
            MOVE PND-DATE TO ctxTransDate(ctxCount)
            PERFORM CHECK-ENTRY-AUTHORITY
        ELSE
            DISPLAY 'PRIMRSUB: MORE THAN ' ctxLimit
                ' CORRECTIONS, STOPPING'
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

*> The keying operator must be active with entry authority -- checked
*> again for a held correction, since authority may have been revoked
*> while it waited.  A refused correction goes to the exceptions file
*> and is dropped: it has to be keyed again by someone entitled to.
CHECK-ENTRY-AUTHORITY.
    MOVE 0 TO ctxUsed(ctxCount).
    MOVE SPACE TO ctxState(ctxCount).
    MOVE SPACES TO ctxApprover(ctxCount).
    MOVE ZEROS TO ctxApprovalDate(ctxCount).
    MOVE ctxOperator(ctxCount) TO searchOperator.
    PERFORM FIND-OPERATOR.
    IF authSlot IS EQUAL TO 0
        MOVE 'R' TO ctxState(ctxCount)
    ELSE
        IF authStatus(authSlot) IS NOT EQUAL TO 'A'
                OR authEnter(authSlot) IS NOT EQUAL TO 'Y'
            MOVE 'R' TO ctxState(ctxCount)
        END-IF
    END-IF.
    IF ctxState(ctxCount) IS EQUAL TO 'R'
        ADD 1 TO count-refused
        MOVE ctxOrigNum(ctxCount) TO authorityNum
        MOVE ctxOrigBatchId(ctxCount) TO authorityBatchId
        MOVE ctxOperator(ctxCount) TO authorityOperator
        MOVE 'NOT AUTHORISED TO ENTER' TO authorityReason
        WRITE exceptionLine FROM AUTHORITY-EXCEPTION-LINE
    END-IF.

*> No approval file is a legitimate "nothing approved today": every
*> correction is then held.
LOAD-APPROVALS.
    OPEN INPUT APPROVAL-FILE.
    IF approvalStatus IS EQUAL TO '00'
        MOVE 1 TO apvEof
        PERFORM APPLY-ONE-APPROVAL UNTIL apvEof IS EQUAL TO 0
        CLOSE APPROVAL-FILE
    ELSE
        DISPLAY 'PRIMRSUB: NO APPROVAL FILE (STATUS '
            approvalStatus ')'
    END-IF.

*> An approval takes the first correction still awaiting approval
*> with the same four values.  The approver must be active with
*> approval authority and must not be the operator who keyed it; a
*> refused approval leaves the correction held for a proper one.
APPLY-ONE-APPROVAL.
    READ APPROVAL-FILE AT END MOVE 0 TO apvEof.
    IF apvEof IS NOT EQUAL TO 0
        MOVE APV-ORIG-NUM TO authorityNum
        MOVE APV-ORIG-BATCH-ID TO authorityBatchId
        MOVE APV-OPERATOR TO authorityOperator
        MOVE 0 TO ctxSlot
        MOVE 0 TO ctxIdx
        PERFORM SCAN-APPROVAL-SLOT UNTIL ctxSlot IS GREATER THAN 0
            OR ctxIdx IS NOT LESS THAN ctxCount
        MOVE APV-OPERATOR TO searchOperator
        PERFORM FIND-OPERATOR
        IF ctxSlot IS EQUAL TO 0
            ADD 1 TO count-refused
            MOVE 'UNMATCHED APPROVAL' TO authorityReason
            WRITE exceptionLine FROM AUTHORITY-EXCEPTION-LINE
        ELSE
            IF authSlot IS EQUAL TO 0
                ADD 1 TO count-refused
                MOVE 'APPROVER NOT AUTHORISED' TO authorityReason
                WRITE exceptionLine FROM AUTHORITY-EXCEPTION-LINE
            ELSE
                IF authStatus(authSlot) IS NOT EQUAL TO 'A'
                        OR authApprove(authSlot) IS NOT EQUAL TO 'Y'
                    ADD 1 TO count-refused
                    MOVE 'APPROVER NOT AUTHORISED' TO authorityReason
                    WRITE exceptionLine FROM AUTHORITY-EXCEPTION-LINE
                ELSE
                    IF APV-OPERATOR IS EQUAL TO ctxOperator(ctxSlot)
                        ADD 1 TO count-refused
                        MOVE 'SELF-APPROVAL REFUSED' TO authorityReason
                        WRITE exceptionLine
                            FROM AUTHORITY-EXCEPTION-LINE
                    ELSE
                        ADD 1 TO count-approved
                        MOVE 'A' TO ctxState(ctxSlot)
                        MOVE APV-OPERATOR TO ctxApprover(ctxSlot)
                        MOVE APV-DATE TO ctxApprovalDate(ctxSlot)
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

SCAN-APPROVAL-SLOT.
    ADD 1 TO ctxIdx.
    IF ctxState(ctxIdx) IS EQUAL TO SPACE
            AND ctxOrigNum(ctxIdx) IS EQUAL TO APV-ORIG-NUM
            AND ctxOrigBatchId(ctxIdx) IS EQUAL TO APV-ORIG-BATCH-ID
            AND ctxNewNum(ctxIdx) IS EQUAL TO APV-NEW-NUM
            AND ctxNewBatchId(ctxIdx) IS EQUAL TO APV-NEW-BATCH-ID
        MOVE ctxIdx TO ctxSlot
    END-IF.

*> The cumulative correction audit follows the audit-history pattern:
*> creation only on file-status 35, and a failure to open it stops
*> the run -- an unauditable correction must not be applied.
        END-IF
    END-IF.

*> First unused approved transaction whose original number bytes and
*> batch id equal this suspense record's wins; one transaction
*> repairs one record, so two identical suspense records need two
*> transactions.
FIND-CORRECTION.
    MOVE 0 TO ctxSlot.
    MOVE 0 TO ctxIdx.
SCAN-CORRECTION-SLOT.
    ADD 1 TO ctxIdx.
    IF ctxUsed(ctxIdx) IS EQUAL TO 0
            AND ctxState(ctxIdx) IS EQUAL TO 'A'
            AND ctxOrigNum(ctxIdx) IS EQUAL TO SUS-DATA(1:9)
            AND ctxOrigBatchId(ctxIdx) IS EQUAL TO SUS-BATCH-ID
        MOVE ctxIdx TO ctxSlot
    MOVE ctxTransDate(ctxSlot) TO CAUD-TRANS-DATE.
    MOVE beforeImage TO CAUD-BEFORE.
    MOVE SUSPENSE-RECORD TO CAUD-AFTER.
    MOVE ctxApprover(ctxSlot) TO CAUD-APPROVER.
    MOVE ctxApprovalDate(ctxSlot) TO CAUD-APPROVAL-DATE.
    MOVE 'C' TO CAUD-TYPE.
    WRITE CORRAUDIT-RECORD.

REPORT-UNMATCHED.
    ADD 1 TO ctxIdx.
    IF ctxUsed(ctxIdx) IS EQUAL TO 0
            AND ctxState(ctxIdx) IS EQUAL TO 'A'
        ADD 1 TO count-unmatched
        MOVE ctxOrigNum(ctxIdx) TO unmatchedNum
        MOVE ctxOrigBatchId(ctxIdx) TO unmatchedBatchId
    MOVE batchRead(batchIdx) TO TRL-COUNT.
    MOVE batchHash(batchIdx) TO TRL-HASH.
    WRITE resubmitLine FROM RESUBMIT-TRAILER-REC.

*> Every correction still awaiting approval goes back to the pending
*> file as keyed, and onto the aging report with its age in days
*> since it was keyed; one older than the age limit is OVERDUE.
WRITE-AGING-REPORT.
    OPEN OUTPUT AGING-FILE.
    MOVE acceptedDate TO agingDate.
    MOVE acceptedTime TO agingTime.
    WRITE agingLine FROM AGING-TITLE-LINE AFTER ADVANCING 0 LINES.
    WRITE agingLine FROM AGING-HEADER-LINE AFTER ADVANCING 1 LINE.
    WRITE agingLine FROM AGING-HEADING-LINE AFTER ADVANCING 2 LINES.
    MOVE 0 TO ctxIdx.
    PERFORM HOLD-PENDING-CORRECTION UNTIL ctxIdx IS NOT LESS THAN ctxCount.
    MOVE count-pending TO agingPendingOut.
    WRITE agingLine FROM AGING-SUMMARY-LINE AFTER ADVANCING 2 LINES.
    MOVE ageLimit TO agingLimitOut.
    MOVE count-overdue TO agingOverdueOut.
    WRITE agingLine FROM AGING-OVERDUE-LINE AFTER ADVANCING 1 LINE.
    CLOSE AGING-FILE.

HOLD-PENDING-CORRECTION.
    ADD 1 TO ctxIdx.
    IF ctxState(ctxIdx) IS EQUAL TO SPACE
        ADD 1 TO count-pending
        MOVE SPACES TO PENDING-TRANSACTION
        MOVE ctxOrigNum(ctxIdx) TO PND-ORIG-NUM
        MOVE ctxOrigBatchId(ctxIdx) TO PND-ORIG-BATCH-ID
        MOVE ctxNewNum(ctxIdx) TO PND-NEW-NUM
        MOVE ctxNewBatchId(ctxIdx) TO PND-NEW-BATCH-ID
        MOVE ctxOperator(ctxIdx) TO PND-OPERATOR
        MOVE ctxTransDate(ctxIdx) TO PND-DATE
        WRITE PENDING-TRANSACTION
        MOVE 0 TO ageDays
        IF FUNCTION TEST-DATE-YYYYMMDD(ctxTransDate(ctxIdx))
                IS EQUAL TO 0
            IF ctxTransDate(ctxIdx) IS LESS THAN acceptedDate
                COMPUTE ageDays =
                    FUNCTION INTEGER-OF-DATE(acceptedDate)
                    - FUNCTION INTEGER-OF-DATE(ctxTransDate(ctxIdx))
            END-IF
        END-IF
        MOVE ctxOrigNum(ctxIdx) TO agingNum
        MOVE ctxOrigBatchId(ctxIdx) TO agingBatchId
        MOVE ctxOperator(ctxIdx) TO agingOperator
        MOVE ctxTransDate(ctxIdx) TO agingKeyed
        MOVE ageDays TO agingDays
        IF ageDays IS GREATER THAN ageLimit
            ADD 1 TO count-overdue
            MOVE 'OVERDUE' TO agingFlag
        ELSE
            MOVE SPACES TO agingFlag
        END-IF
        WRITE agingLine FROM AGING-DETAIL-LINE AFTER ADVANCING 1 LINE
    END-IF.
