*> Correction audit record: primrsub appends one per applied
*> correction to the cumulative correction-audit dataset -- who, when,
*> and the full suspense record before and after.  The before image
*> is broken out so reporting can tell which feeder batch needed the
*> correction without re-parsing the suspense layout.
*> Every change goes in under two-person control, so the record also
*> carries the second operator who approved it (CAUD-OPERATOR being
*> the one who keyed or requested it) and the approval date.
*> CAUD-TYPE is 'C' for a suspense correction and 'R' for an
*> expected-batch registry change applied by primregm; on an 'R'
*> record the before and after images are the registry record
*> (regyrec.cpy layout) -- before is spaces for an ADD -- and the
*> broken-out before fields do not apply.
    01  CORRAUDIT-RECORD.
        02 CAUD-RUN-DATE   PICTURE 9(8).
        02 CAUD-RUN-TIME   PICTURE 9(8).
        02 CAUD-OPERATOR   PICTURE X(8).
        02 CAUD-TRANS-DATE PICTURE 9(8).
        02 CAUD-BEFORE.
            03 CAUD-BEFORE-REASON   PICTURE X(2).
            03 CAUD-BEFORE-NUM      PICTURE X(9).
            03 CAUD-BEFORE-BATCH-ID PICTURE X(20).
            03 FILLER               PICTURE X(51).
        02 CAUD-AFTER      PICTURE X(82).
        02 CAUD-APPROVER      PICTURE X(8).
        02 CAUD-APPROVAL-DATE PICTURE 9(8).
        02 CAUD-TYPE          PICTURE X(1).
            88 CAUD-CORRECTION      VALUE 'C'.
            88 CAUD-REGISTRY-CHANGE VALUE 'R'.
