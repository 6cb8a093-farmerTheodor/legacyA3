IDENTIFICATION DIVISION.
    PROGRAM-ID. primverf.
*> Integrity verification of the classification master.  primes1,
*> priminqn and the warehouse all trust a primesMaster.dat hit
*> without recomputing it, so one damaged record is served to every
*> later run.  primverf walks the master in key order -- all of it,
*> a key range, or a rotating sample for nightly use -- and for each
*> record it:
*>   - re-derives the class through the shared primchk subprogram
*>     and compares it with MST-CLASS;
*>   - checks that the stored factors multiply back to MST-NUM, that
*>     MST-FACTOR-COUNT agrees with the table (no factors past the
*>     count) and that the list is the one primchk produces;
*>   - checks that the cached nearest primes are prime, lie on the
*>     right side of MST-NUM, and have no prime between them and
*>     MST-NUM.  A record whose neighbours have not been computed yet
*>     (zero MST-PRIME-ABOVE) is not a discrepancy;
*>   - checks the cached divisor properties (divisor count, proper
*>     divisor sum, abundance class, totient, square-free flag)
*>     against the ones primchk derives.  A record written before
*>     they existed (zero MST-DIVISOR-COUNT) is not a discrepancy.
*> A record failing any check is listed on the discrepancy report
*> (one line per failed check), copied to the cumulative quarantine
*> file with the run date/time and the first failure, and deleted
*> from the master so the next primes1 run recomputes the number.
*> Each delete is journaled with the deleted image, like every other
*> master change.  RC=8 when any discrepancy was found; RC=12 when the
*> master, the quarantine file or the master journal cannot be opened,
*> or when a quarantine write, a master delete or a journal write
*> failed during the run -- the master then still holds records that
*> failed verification (nothing is deleted unless it can be
*> quarantined first, and no more is deleted once the journal stops
*> taking records).
*>   PRIMVERF-MASTERFILE     classification master (primesMaster.dat)
*>   PRIMVERF-REPORTFILE     discrepancy report (primesVerify.txt)
*>   PRIMVERF-QUARANTINEFILE quarantined records, cumulative
*>                           (primesQuarantine.dat)
*>   PRIMVERF-MASTERJOURNAL  master journal (primesMasterJournal.dat)
*>   PRIMVERF-FROMNUM        lowest key to verify (default 0)
*>   PRIMVERF-TONUM          highest key to verify (default 999999999)
*>   PRIMVERF-SAMPLE         verify one key in N; the slice verified
*>                           rotates with the run date, so N nightly
*>                           runs cover the whole master
*>   PRIMVERF-SLICE          fixed slice (0 to N-1) instead of the
*>                           date-rotated one
environment division.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
       select MASTER-FILE assign to DYNAMIC masterDsn
           organization is indexed
           access mode is dynamic
           record key is MST-NUM
           file status is masterStatus.
       select REPORT-FILE assign to DYNAMIC reportDsn.
       select QUARANTINE-FILE assign to DYNAMIC quarantineDsn
           file status is quarantineStatus.
       select MASTER-JOURNAL-FILE assign to DYNAMIC journalDsn
           file status is journalStatus.

DATA DIVISION.
    FILE SECTION.
        FD MASTER-FILE.
        COPY "mstrrec.cpy".
        FD REPORT-FILE.
        01 reportLine PICTURE X(95).
*> One record per quarantined master record: when it was pulled, the
*> first check it failed, and the master record exactly as it stood.
        FD QUARANTINE-FILE.
        01  QUARANTINE-RECORD.
            02 QUA-RUN-DATE     PICTURE 9(8).
            02 QUA-RUN-TIME     PICTURE 9(8).
            02 QUA-REASON       PICTURE X(40).
            02 QUA-MASTER-IMAGE PICTURE X(415).
        FD MASTER-JOURNAL-FILE.
        COPY "mjrnrec.cpy".
WORKING-STORAGE SECTION.
    COPY "primchk.cpy".
*> Second parameter block for probing the cached neighbours and the
*> values between them, so the record's own re-derived factor list
*> survives for the comparison.
    COPY "primchk.cpy" REPLACING LEADING ==PRIM== BY ==NBR==.
    77  nbrCandidate PICTURE S9(10) USAGE IS COMPUTATIONAL.
    77  primeBetween PICTURE 9 VALUE 0.
    01  masterDsn     PICTURE X(100) VALUE 'primesMaster.dat'.
    01  reportDsn     PICTURE X(100) VALUE 'primesVerify.txt'.
    01  quarantineDsn PICTURE X(100) VALUE 'primesQuarantine.dat'.
    01  envTemp       PICTURE X(100) VALUE SPACES.
    01  envNumber     PICTURE X(9) VALUE SPACES.
    01  masterStatus     PICTURE X(2) VALUE '00'.
    01  quarantineStatus PICTURE X(2) VALUE '00'.
    01  journalDsn       PICTURE X(100) VALUE 'primesMasterJournal.dat'.
    01  journalStatus    PICTURE X(2) VALUE '00'.
    77  journalFailed    PICTURE 9 VALUE 0.
    01  fromNum       PICTURE 9(9) VALUE 0.
    01  toNum         PICTURE 9(9) VALUE 999999999.
    77  sampleInterval PICTURE 9(5) VALUE 1.
    77  sampleSlice    PICTURE 9(5) VALUE 0.
    77  sliceGiven     PICTURE 9 VALUE 0.
    01  eof-switch    PICTURE 9 VALUE 1.
    77  count-read        PICTURE 9(9) VALUE 0.
    77  count-verified    PICTURE 9(9) VALUE 0.
    77  count-sampledout  PICTURE 9(9) VALUE 0.
    77  count-uncached    PICTURE 9(9) VALUE 0.
    77  count-divuncached PICTURE 9(9) VALUE 0.
    77  count-discrepancy PICTURE 9(9) VALUE 0.
    77  count-quarantined PICTURE 9(9) VALUE 0.
    77  count-notdeleted  PICTURE 9(9) VALUE 0.
    77  count-failed      PICTURE 9(9) VALUE 0.
    77  recordBad     PICTURE 9 VALUE 0.
    01  firstReason   PICTURE X(40) VALUE SPACES.
    01  checkText     PICTURE X(40) VALUE SPACES.
    77  factorIndex   PICTURE 9(2) VALUE 0.
    77  factorCountOk PICTURE 9 VALUE 0.
    77  factorProduct PICTURE 9(18) USAGE IS COMPUTATIONAL VALUE 0.
    77  factorBad     PICTURE 9 VALUE 0.
    77  factorExtra   PICTURE 9 VALUE 0.
    77  factorDiffer  PICTURE 9 VALUE 0.
    01  acceptedDate  PICTURE 9(8).
    01  acceptedTime  PICTURE 9(8).
    01  TITLE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(36) VALUE 'CLASSIFICATION MASTER VERIFICATION'.
    01  RUN-HEADER-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(9) VALUE 'PROGRAM: '.
        02 headerProgram PICTURE X(8) VALUE 'PRIMVERF'.
        02 FILLER PICTURE X(7) VALUE '  DATE:'.
        02 headerDate PICTURE 9(8).
        02 FILLER PICTURE X(7) VALUE '  TIME:'.
        02 headerTime PICTURE 9(8).
    01  UNDER-LINE.
        02 FILLER PICTURE X(32) VALUE       ' -------------------------------'.
    01  SELECT-RANGE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(11) VALUE 'KEY RANGE: '.
        02 rangeFromOut PICTURE Z(8)9.
        02 FILLER PICTURE X(4) VALUE ' TO '.
        02 rangeToOut PICTURE Z(8)9.
    01  SELECT-SAMPLE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(18) VALUE 'SAMPLE: ONE KEY IN'.
        02 sampleIntervalOut PICTURE Z(4)9.
        02 FILLER PICTURE X(8) VALUE ', SLICE '.
        02 sampleSliceOut PICTURE Z(4)9.
    01  DISCREPANCY-HEADING-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(9) VALUE '   NUMBER'.
        02 FILLER PICTURE X(7) VALUE '  CLASS'.
        02 FILLER PICTURE X(20) VALUE '  DISCREPANCY'.
    01  DISCREPANCY-DETAIL-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 discNumOut PICTURE Z(8)9.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 discClassOut PICTURE X(1).
        02 FILLER PICTURE X(2) VALUE SPACES.
        02 discTextOut PICTURE X(40).
    01  DISCREPANCY-ACTION-LINE.
        02 FILLER PICTURE X(24) VALUE SPACES.
        02 discActionOut PICTURE X(40).
    01  SUMMARY-READ-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(30) VALUE 'MASTER RECORDS IN RANGE:'.
        02 summaryRead PICTURE Z(8)9.
    01  SUMMARY-SAMPLED-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(30) VALUE 'NOT IN TONIGHT''S SAMPLE:'.
        02 summarySampled PICTURE Z(8)9.
    01  SUMMARY-VERIFIED-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(30) VALUE 'RECORDS VERIFIED:'.
        02 summaryVerified PICTURE Z(8)9.
    01  SUMMARY-UNCACHED-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(30) VALUE 'NEIGHBOURS NOT YET CACHED:'.
        02 summaryUncached PICTURE Z(8)9.
    01  SUMMARY-DIVUNCACHED-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(30) VALUE 'DIVISORS NOT YET CACHED:'.
        02 summaryDivUncached PICTURE Z(8)9.
    01  SUMMARY-DISCREPANCY-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(30) VALUE 'DISCREPANCIES FOUND:'.
        02 summaryDiscrepancy PICTURE Z(8)9.
    01  SUMMARY-QUARANTINED-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(30) VALUE 'RECORDS QUARANTINED:'.
        02 summaryQuarantined PICTURE Z(8)9.
    01  SUMMARY-NOTDELETED-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(30) VALUE 'QUARANTINED, NOT DELETED:'.
        02 summaryNotDeleted PICTURE Z(8)9.
PROCEDURE DIVISION.
PERFORM GET-DATASET-NAMES.
ACCEPT acceptedDate FROM DATE YYYYMMDD.
ACCEPT acceptedTime FROM TIME.
IF sampleInterval IS GREATER THAN 1 AND sliceGiven IS EQUAL TO 0
    COMPUTE sampleSlice = FUNCTION MOD(
        FUNCTION INTEGER-OF-DATE(acceptedDate), sampleInterval)
END-IF.
OPEN I-O MASTER-FILE.
IF masterStatus IS NOT EQUAL TO '00'
    DISPLAY 'PRIMVERF: MASTER-FILE OPEN STATUS ' masterStatus
    MOVE 12 TO RETURN-CODE
    STOP RUN
END-IF.
PERFORM OPEN-QUARANTINE-FILE.
PERFORM OPEN-MASTER-JOURNAL.
OPEN OUTPUT REPORT-FILE.
MOVE acceptedDate TO headerDate.
MOVE acceptedTime TO headerTime.
WRITE reportLine FROM TITLE-LINE AFTER ADVANCING 0 LINES.
WRITE reportLine FROM RUN-HEADER-LINE AFTER ADVANCING 1 LINE.
WRITE reportLine FROM UNDER-LINE AFTER ADVANCING 1 LINE.
MOVE fromNum TO rangeFromOut.
MOVE toNum TO rangeToOut.
WRITE reportLine FROM SELECT-RANGE-LINE AFTER ADVANCING 1 LINE.
IF sampleInterval IS GREATER THAN 1
    MOVE sampleInterval TO sampleIntervalOut
    MOVE sampleSlice TO sampleSliceOut
    WRITE reportLine FROM SELECT-SAMPLE-LINE AFTER ADVANCING 1 LINE
END-IF.
WRITE reportLine FROM DISCREPANCY-HEADING-LINE AFTER ADVANCING 2 LINES.
PERFORM POSITION-MASTER.
PERFORM VERIFY-MASTER-RECORD UNTIL eof-switch IS EQUAL TO 0.
PERFORM WRITE-SUMMARY.
CLOSE MASTER-FILE, QUARANTINE-FILE, MASTER-JOURNAL-FILE, REPORT-FILE.
DISPLAY 'PRIMVERF: READ ' count-read ' VERIFIED ' count-verified
    ' QUARANTINED ' count-quarantined.
IF count-failed IS GREATER THAN 0 OR journalFailed IS EQUAL TO 1
    MOVE 12 TO RETURN-CODE
ELSE
    IF count-discrepancy IS GREATER THAN 0
            OR count-notdeleted IS GREATER THAN 0
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
END-IF.
STOP RUN.

GET-DATASET-NAMES.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMVERF-MASTERFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO masterDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMVERF-REPORTFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO reportDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMVERF-QUARANTINEFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO quarantineDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMVERF-MASTERJOURNAL'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO journalDsn
    END-IF.
    MOVE SPACES TO envNumber.
    ACCEPT envNumber FROM ENVIRONMENT 'PRIMVERF-FROMNUM'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envNumber IS NOT EQUAL TO SPACES
        IF FUNCTION TEST-NUMVAL(envNumber) IS EQUAL TO 0
            COMPUTE fromNum = FUNCTION NUMVAL(envNumber)
        ELSE
            DISPLAY 'PRIMVERF: PRIMVERF-FROMNUM NOT NUMERIC, IGNORED'
        END-IF
    END-IF.
    MOVE SPACES TO envNumber.
    ACCEPT envNumber FROM ENVIRONMENT 'PRIMVERF-TONUM'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envNumber IS NOT EQUAL TO SPACES
        IF FUNCTION TEST-NUMVAL(envNumber) IS EQUAL TO 0
            COMPUTE toNum = FUNCTION NUMVAL(envNumber)
        ELSE
            DISPLAY 'PRIMVERF: PRIMVERF-TONUM NOT NUMERIC, IGNORED'
        END-IF
    END-IF.
    MOVE SPACES TO envNumber.
    ACCEPT envNumber FROM ENVIRONMENT 'PRIMVERF-SAMPLE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envNumber IS NOT EQUAL TO SPACES
        IF FUNCTION TEST-NUMVAL(envNumber) IS EQUAL TO 0
                AND FUNCTION NUMVAL(envNumber) IS GREATER THAN 0
                AND FUNCTION NUMVAL(envNumber) IS LESS THAN 100000
            COMPUTE sampleInterval = FUNCTION NUMVAL(envNumber)
        ELSE
            DISPLAY 'PRIMVERF: PRIMVERF-SAMPLE NOT 1-99999, IGNORED'
        END-IF
    END-IF.
    MOVE SPACES TO envNumber.
    ACCEPT envNumber FROM ENVIRONMENT 'PRIMVERF-SLICE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envNumber IS NOT EQUAL TO SPACES
        IF FUNCTION TEST-NUMVAL(envNumber) IS EQUAL TO 0
                AND FUNCTION NUMVAL(envNumber) IS NOT LESS THAN 0
                AND FUNCTION NUMVAL(envNumber) IS LESS THAN sampleInterval
            COMPUTE sampleSlice = FUNCTION NUMVAL(envNumber)
            MOVE 1 TO sliceGiven
        ELSE
            DISPLAY 'PRIMVERF: PRIMVERF-SLICE OUTSIDE SAMPLE, IGNORED'
        END-IF
    END-IF.

*> The quarantine file is cumulative: extend it, creating it on first
*> use.  A record is only deleted from the master once its image is
*> safely quarantined, so a quarantine file that cannot be opened
*> stops the run before anything is touched.
OPEN-QUARANTINE-FILE.
    OPEN EXTEND QUARANTINE-FILE.
    IF quarantineStatus IS EQUAL TO '35'
        OPEN OUTPUT QUARANTINE-FILE
    END-IF.
    IF quarantineStatus IS NOT EQUAL TO '00'
        DISPLAY 'PRIMVERF: QUARANTINE-FILE OPEN STATUS ' quarantineStatus
        CLOSE MASTER-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The master journal is cumulative across runs and programs, as in
*> primes1: created only when it does not exist yet (35), otherwise
*> extended.  Deletes are master changes like any other, so without
*> the journal the run stops before anything is touched.
OPEN-MASTER-JOURNAL.
    OPEN EXTEND MASTER-JOURNAL-FILE.
    IF journalStatus IS EQUAL TO '35'
        OPEN OUTPUT MASTER-JOURNAL-FILE
    END-IF.
    IF journalStatus IS NOT EQUAL TO '00'
        DISPLAY 'PRIMVERF: MASTER-JOURNAL-FILE OPEN STATUS '
            journalStatus
        CLOSE MASTER-FILE, QUARANTINE-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

POSITION-MASTER.
    MOVE fromNum TO MST-NUM.
    START MASTER-FILE KEY IS NOT LESS THAN MST-NUM
        INVALID KEY MOVE 0 TO eof-switch
    END-START.

VERIFY-MASTER-RECORD.
    READ MASTER-FILE NEXT RECORD AT END MOVE 0 TO eof-switch.
    IF eof-switch IS NOT EQUAL TO 0
        IF MST-NUM IS GREATER THAN toNum
            MOVE 0 TO eof-switch
        ELSE
            ADD 1 TO count-read
            IF sampleInterval IS GREATER THAN 1
                    AND FUNCTION MOD(MST-NUM, sampleInterval)
                    IS NOT EQUAL TO sampleSlice
                ADD 1 TO count-sampledout
            ELSE
                ADD 1 TO count-verified
                PERFORM VERIFY-RECORD
            END-IF
        END-IF
    END-IF.

VERIFY-RECORD.
    MOVE 0 TO recordBad.
    MOVE SPACES TO firstReason.
    PERFORM CHECK-RECORD-CLASS.
    PERFORM CHECK-RECORD-FACTORS.
    PERFORM CHECK-RECORD-NEIGHBOURS.
    PERFORM CHECK-RECORD-DIVISORS.
    IF recordBad IS EQUAL TO 1
        PERFORM QUARANTINE-MASTER-RECORD
    END-IF.

*> A key not greater than 1 should never have been written (primes1
*> keeps such values off the master); primchk would call it 'E'.
CHECK-RECORD-CLASS.
    MOVE MST-NUM TO PRIM-NUMBER.
    CALL 'primchk' USING PRIM-PARM-BLOCK.
    IF PRIM-CLASS IS EQUAL TO 'E'
        MOVE 'KEY NOT GREATER THAN 1' TO checkText
        PERFORM REPORT-DISCREPANCY
    ELSE
        IF MST-CLASS IS NOT EQUAL TO PRIM-CLASS
            MOVE SPACES TO checkText
            STRING 'CLASS ' DELIMITED BY SIZE
                   MST-CLASS DELIMITED BY SIZE
                   ' SHOULD BE ' DELIMITED BY SIZE
                   PRIM-CLASS DELIMITED BY SIZE
                INTO checkText
            PERFORM REPORT-DISCREPANCY
        END-IF
    END-IF.

*> The product is only carried while it is not past MST-NUM, so it
*> can never overflow; a list that overshoots fails the same way one
*> that falls short does.
CHECK-RECORD-FACTORS.
    MOVE 0 TO factorCountOk.
    IF MST-FACTOR-COUNT IS NUMERIC
        IF MST-FACTOR-COUNT IS NOT GREATER THAN 40
            MOVE 1 TO factorCountOk
        END-IF
    END-IF.
    IF factorCountOk IS EQUAL TO 0
        MOVE 'FACTOR COUNT NOT 0-40' TO checkText
        PERFORM REPORT-DISCREPANCY
    ELSE
        MOVE 1 TO factorProduct
        MOVE 0 TO factorBad
        MOVE 0 TO factorIndex
        PERFORM MULTIPLY-FACTOR
            UNTIL factorIndex IS NOT LESS THAN MST-FACTOR-COUNT
        IF factorBad IS EQUAL TO 1
            MOVE 'FACTOR TABLE NOT NUMERIC OR BELOW 2' TO checkText
            PERFORM REPORT-DISCREPANCY
        ELSE
            IF factorProduct IS NOT EQUAL TO MST-NUM
                MOVE 'FACTORS DO NOT MULTIPLY TO NUMBER' TO checkText
                PERFORM REPORT-DISCREPANCY
            END-IF
        END-IF
        MOVE 0 TO factorExtra
        MOVE MST-FACTOR-COUNT TO factorIndex
        PERFORM CHECK-UNUSED-FACTOR
            UNTIL factorIndex IS NOT LESS THAN 40
        IF factorExtra IS EQUAL TO 1
            MOVE 'FACTOR COUNT DISAGREES WITH TABLE' TO checkText
            PERFORM REPORT-DISCREPANCY
        END-IF
        IF PRIM-CLASS IS NOT EQUAL TO 'E' AND factorBad IS EQUAL TO 0
            MOVE 0 TO factorDiffer
            IF MST-FACTOR-COUNT IS NOT EQUAL TO PRIM-FACTOR-COUNT
                MOVE 1 TO factorDiffer
            ELSE
                MOVE 0 TO factorIndex
                PERFORM COMPARE-FACTOR
                    UNTIL factorIndex IS NOT LESS THAN MST-FACTOR-COUNT
            END-IF
            IF factorDiffer IS EQUAL TO 1
                MOVE 'FACTOR LIST DIFFERS FROM PRIMCHK' TO checkText
                PERFORM REPORT-DISCREPANCY
            END-IF
        END-IF
    END-IF.

MULTIPLY-FACTOR.
    ADD 1 TO factorIndex.
    IF MST-FACTOR(factorIndex) IS NOT NUMERIC
        MOVE 1 TO factorBad
    ELSE
        IF MST-FACTOR(factorIndex) IS LESS THAN 2
            MOVE 1 TO factorBad
        ELSE
            IF factorProduct IS NOT GREATER THAN MST-NUM
                MULTIPLY MST-FACTOR(factorIndex) BY factorProduct
            END-IF
        END-IF
    END-IF.

CHECK-UNUSED-FACTOR.
    ADD 1 TO factorIndex.
    IF MST-FACTOR(factorIndex) IS NOT EQUAL TO ZEROS
        MOVE 1 TO factorExtra
    END-IF.

COMPARE-FACTOR.
    ADD 1 TO factorIndex.
    IF MST-FACTOR(factorIndex) IS NOT EQUAL TO PRIM-FACTOR(factorIndex)
        MOVE 1 TO factorDiffer
    END-IF.

*> Zero MST-PRIME-ABOVE is the "not computed yet" marker, not damage.
*> Below that, a zero MST-PRIME-BELOW is only right for 2, which has
*> no prime below it.  The between-scans stop at the first prime, so
*> even a wildly wrong neighbour costs no more than one real gap.
CHECK-RECORD-NEIGHBOURS.
    IF MST-PRIME-BELOW IS NOT NUMERIC OR MST-PRIME-ABOVE IS NOT NUMERIC
        MOVE 'NEIGHBOUR FIELDS NOT NUMERIC' TO checkText
        PERFORM REPORT-DISCREPANCY
    ELSE
        IF MST-PRIME-ABOVE IS EQUAL TO 0
            ADD 1 TO count-uncached
        ELSE
            PERFORM CHECK-PRIME-BELOW
            PERFORM CHECK-PRIME-ABOVE
        END-IF
    END-IF.

*> Zero MST-DIVISOR-COUNT is the "not computed yet" marker.  The
*> comparison needs primchk's own answer, so a key primchk calls 'E'
*> (already reported above) is not compared again.
CHECK-RECORD-DIVISORS.
    IF MST-DIVISOR-COUNT IS NOT NUMERIC OR MST-DIVISOR-SUM IS NOT NUMERIC
            OR MST-TOTIENT IS NOT NUMERIC
        MOVE 'DIVISOR FIELDS NOT NUMERIC' TO checkText
        PERFORM REPORT-DISCREPANCY
    ELSE
        IF MST-DIVISOR-COUNT IS EQUAL TO 0
            ADD 1 TO count-divuncached
        ELSE
            IF PRIM-CLASS IS NOT EQUAL TO 'E'
                IF MST-DIVISOR-COUNT IS NOT EQUAL TO PRIM-DIVISOR-COUNT
                        OR MST-DIVISOR-SUM IS NOT EQUAL TO PRIM-DIVISOR-SUM
                        OR MST-ABUNDANCE IS NOT EQUAL TO PRIM-ABUNDANCE
                    MOVE 'DIVISOR COUNT/SUM/CLASS DIFFER' TO checkText
                    PERFORM REPORT-DISCREPANCY
                END-IF
                IF MST-TOTIENT IS NOT EQUAL TO PRIM-TOTIENT
                    MOVE 'TOTIENT DIFFERS FROM PRIMCHK' TO checkText
                    PERFORM REPORT-DISCREPANCY
                END-IF
                IF MST-SQUARE-FREE IS NOT EQUAL TO PRIM-SQUARE-FREE
                    MOVE 'SQUARE-FREE FLAG DIFFERS FROM PRIMCHK' TO checkText
                    PERFORM REPORT-DISCREPANCY
                END-IF
            END-IF
        END-IF
    END-IF.

CHECK-PRIME-BELOW.
    IF MST-PRIME-BELOW IS EQUAL TO 0
        IF MST-NUM IS GREATER THAN 2
            MOVE 'PRIME BELOW MISSING' TO checkText
            PERFORM REPORT-DISCREPANCY
        END-IF
    ELSE
        IF MST-PRIME-BELOW IS NOT LESS THAN MST-NUM
            MOVE 'PRIME BELOW IS NOT BELOW NUMBER' TO checkText
            PERFORM REPORT-DISCREPANCY
        ELSE
            MOVE MST-PRIME-BELOW TO NBR-NUMBER
            CALL 'primchk' USING NBR-PARM-BLOCK
            IF NBR-CLASS IS NOT EQUAL TO 'P'
                MOVE 'PRIME BELOW IS NOT PRIME' TO checkText
                PERFORM REPORT-DISCREPANCY
            ELSE
                MOVE 0 TO primeBetween
                COMPUTE nbrCandidate = MST-NUM - 1
                PERFORM SCAN-GAP-BELOW
                    UNTIL primeBetween IS EQUAL TO 1
                    OR nbrCandidate IS NOT GREATER THAN MST-PRIME-BELOW
                IF primeBetween IS EQUAL TO 1
                    MOVE 'PRIME BETWEEN BELOW AND NUMBER' TO checkText
                    PERFORM REPORT-DISCREPANCY
                END-IF
            END-IF
        END-IF
    END-IF.

CHECK-PRIME-ABOVE.
    IF MST-PRIME-ABOVE IS NOT GREATER THAN MST-NUM
        MOVE 'PRIME ABOVE IS NOT ABOVE NUMBER' TO checkText
        PERFORM REPORT-DISCREPANCY
    ELSE
        MOVE MST-PRIME-ABOVE TO NBR-NUMBER
        CALL 'primchk' USING NBR-PARM-BLOCK
        IF NBR-CLASS IS NOT EQUAL TO 'P'
            MOVE 'PRIME ABOVE IS NOT PRIME' TO checkText
            PERFORM REPORT-DISCREPANCY
        ELSE
            MOVE 0 TO primeBetween
            COMPUTE nbrCandidate = MST-NUM + 1
            PERFORM SCAN-GAP-ABOVE
                UNTIL primeBetween IS EQUAL TO 1
                OR nbrCandidate IS NOT LESS THAN MST-PRIME-ABOVE
            IF primeBetween IS EQUAL TO 1
                MOVE 'PRIME BETWEEN NUMBER AND ABOVE' TO checkText
                PERFORM REPORT-DISCREPANCY
            END-IF
        END-IF
    END-IF.

SCAN-GAP-BELOW.
    MOVE nbrCandidate TO NBR-NUMBER.
    CALL 'primchk' USING NBR-PARM-BLOCK.
    IF NBR-CLASS IS EQUAL TO 'P'
        MOVE 1 TO primeBetween
    ELSE
        SUBTRACT 1 FROM nbrCandidate
    END-IF.

SCAN-GAP-ABOVE.
    MOVE nbrCandidate TO NBR-NUMBER.
    CALL 'primchk' USING NBR-PARM-BLOCK.
    IF NBR-CLASS IS EQUAL TO 'P'
        MOVE 1 TO primeBetween
    ELSE
        ADD 1 TO nbrCandidate
    END-IF.

REPORT-DISCREPANCY.
    ADD 1 TO count-discrepancy.
    IF recordBad IS EQUAL TO 0
        MOVE 1 TO recordBad
        MOVE checkText TO firstReason
    END-IF.
    MOVE MST-NUM TO discNumOut.
    MOVE MST-CLASS TO discClassOut.
    MOVE checkText TO discTextOut.
    WRITE reportLine FROM DISCREPANCY-DETAIL-LINE AFTER ADVANCING 1 LINE.

*> Quarantine first, then delete: the image is never lost.  The
*> delete works on the record just read, so the sequential walk
*> carries on from the next key.
QUARANTINE-MASTER-RECORD.
    MOVE acceptedDate TO QUA-RUN-DATE.
    MOVE acceptedTime TO QUA-RUN-TIME.
    MOVE firstReason TO QUA-REASON.
    MOVE MASTER-RECORD TO QUA-MASTER-IMAGE.
    WRITE QUARANTINE-RECORD.
    IF quarantineStatus IS NOT EQUAL TO '00'
        ADD 1 TO count-notdeleted
        ADD 1 TO count-failed
        MOVE 'NOT QUARANTINED, LEFT ON MASTER' TO discActionOut
    ELSE
        ADD 1 TO count-quarantined
        IF journalFailed IS EQUAL TO 1
            ADD 1 TO count-notdeleted
            MOVE 'QUARANTINED, NO JOURNAL, NOT DELETED' TO discActionOut
        ELSE
            DELETE MASTER-FILE RECORD
                INVALID KEY CONTINUE
            END-DELETE
            IF masterStatus IS EQUAL TO '00'
                MOVE 'QUARANTINED AND DELETED FROM MASTER'
                    TO discActionOut
                PERFORM WRITE-MASTER-JOURNAL
            ELSE
                ADD 1 TO count-notdeleted
                ADD 1 TO count-failed
                MOVE 'QUARANTINED, DELETE FAILED' TO discActionOut
            END-IF
        END-IF
    END-IF.
    WRITE reportLine FROM DISCREPANCY-ACTION-LINE AFTER ADVANCING 1 LINE.

*> Journals the delete just made, with the image as quarantined.
WRITE-MASTER-JOURNAL.
    ACCEPT MJR-CHANGE-DATE FROM DATE YYYYMMDD.
    ACCEPT MJR-CHANGE-TIME FROM TIME.
    MOVE 'PRIMVERF' TO MJR-PROGRAM.
    MOVE acceptedDate TO MJR-RUN-DATE.
    MOVE acceptedTime TO MJR-RUN-TIME.
    MOVE 'D' TO MJR-ACTION.
    MOVE QUA-MASTER-IMAGE TO MJR-IMAGE.
    WRITE MASTER-JOURNAL-RECORD.
    IF journalStatus IS NOT EQUAL TO '00'
        MOVE 1 TO journalFailed
        DISPLAY 'PRIMVERF: MASTER-JOURNAL-FILE WRITE STATUS '
            journalStatus ' - NO FURTHER DELETES THIS RUN'
    END-IF.

WRITE-SUMMARY.
    MOVE count-read TO summaryRead.
    WRITE reportLine FROM SUMMARY-READ-LINE AFTER ADVANCING 2 LINES.
    IF sampleInterval IS GREATER THAN 1
        MOVE count-sampledout TO summarySampled
        WRITE reportLine FROM SUMMARY-SAMPLED-LINE AFTER ADVANCING 1 LINE
    END-IF.
    MOVE count-verified TO summaryVerified.
    WRITE reportLine FROM SUMMARY-VERIFIED-LINE AFTER ADVANCING 1 LINE.
    MOVE count-uncached TO summaryUncached.
    WRITE reportLine FROM SUMMARY-UNCACHED-LINE AFTER ADVANCING 1 LINE.
    MOVE count-divuncached TO summaryDivUncached.
    WRITE reportLine FROM SUMMARY-DIVUNCACHED-LINE AFTER ADVANCING 1 LINE.
    MOVE count-discrepancy TO summaryDiscrepancy.
    WRITE reportLine FROM SUMMARY-DISCREPANCY-LINE AFTER ADVANCING 1 LINE.
    MOVE count-quarantined TO summaryQuarantined.
    WRITE reportLine FROM SUMMARY-QUARANTINED-LINE AFTER ADVANCING 1 LINE.
    IF count-notdeleted IS GREATER THAN 0
        MOVE count-notdeleted TO summaryNotDeleted
        WRITE reportLine FROM SUMMARY-NOTDELETED-LINE AFTER ADVANCING 1 LINE
    END-IF.
