*>                           work directory describe one slice each,
*>                           so priminqr month-end reporting reads
*>                           this record, not those)
*>   PRIMCONS-BATCHPREFIX    per-partition batch-results prefix
*>                           (default primesBatchResults); partition
*>                           n wrote <prefix>n.dat, and only its most
*>                           recent run's records are taken
*>   PRIMCONS-BATCHRESULTFILE cumulative batch-results dataset; one
*>                           consolidated record per feeder batch (and
*>                           per MISSING registry entry) is appended
*>   PRIMCONS-REGISTRYFILE   expected-batch registry; the MISSING /
*>                           UNKNOWN SOURCE check is made here on the
*>                           whole run, since each partition sees only
*>                           its own slice of the batches
environment division.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
           access mode is random
           record key is dupKey
           file status is dupCheckStatus.
       select BATCHPART-FILE assign to DYNAMIC batchPartDsn
           file status is batchPartStatus.
       select BATCHRES-FILE assign to DYNAMIC batchResultDsn
           file status is batchResultStatus.
       select REGISTRY-FILE assign to DYNAMIC registryDsn
           file status is registryStatus.

DATA DIVISION.
    FILE SECTION.
        FD PARTIAL-FILE.
        01 partialLine PICTURE X(172).
        FD MERGED-FILE.
        01 mergedLine PICTURE X(172).
        FD REPORT-FILE.
        01 reportLine PICTURE X(81).
        FD EXCEPTIONS-FILE.
        FD DUP-CHECK-FILE.
        01 dupRecord.
            02 dupKey PICTURE 9(9).
*> One partition's own batch results: the trailer reconciliation can
*> only be made where the feeder's control records were read.
        FD BATCHPART-FILE.
        COPY "btchres.cpy" REPLACING LEADING ==BRS== BY ==BRP==
            LEADING ==BATCH-RESULT== BY ==BATCH-PART==.
        FD BATCHRES-FILE.
        COPY "btchres.cpy".
        FD REGISTRY-FILE.
        COPY "regyrec.cpy".
WORKING-STORAGE SECTION.
    COPY "outrec.cpy".
    01  partialDsn   PICTURE X(100) VALUE SPACES.
    77  extractHash    PICTURE 9(18) VALUE 0.
    77  extractPointer PICTURE 9(3) VALUE 1.
    77  extractNumDisplay PICTURE Z(8)9.
    77  extractSumDisplay PICTURE Z(9)9.
    01  auditDsn    PICTURE X(100) VALUE 'primesAudit.dat'.
    01  auditStatus PICTURE X(2) VALUE '00'.
    01  batchPrefix     PICTURE X(90) VALUE 'primesBatchResults'.
    01  batchPartDsn    PICTURE X(100) VALUE SPACES.
    01  batchPartStatus PICTURE X(2) VALUE '00'.
    01  batchResultDsn    PICTURE X(100) VALUE 'primesBatchResults.dat'.
    01  batchResultStatus PICTURE X(2) VALUE '00'.
    01  partStampDate   PICTURE 9(8) VALUE 0.
    01  partStampTime   PICTURE 9(8) VALUE 0.
    77  partEof         PICTURE 9 VALUE 1.
    77  batchCount  PICTURE 9(3) VALUE 0.
    77  batchIdx    PICTURE 9(3) VALUE 0.
    77  batchSlot   PICTURE 9(3) VALUE 0.
    77  batchLimit  PICTURE 9(3) VALUE 50.
    77  batchFullWarned PICTURE 9 VALUE 0.
    01  searchBatchId PICTURE X(20) VALUE SPACES.
*> Per-batch counts come from the merged stream itself; only the
*> trailer reconciliation (hashes, expectations, verdict) comes from
*> the partition that read the batch's control records.
    01  BATCH-TABLE.
        02 BATCH-ENTRY OCCURS 50 TIMES.
            03 batchId          PICTURE X(20).
            03 batchRead        PICTURE 9(9).
            03 batchHash        PICTURE 9(18).
            03 batchPrime       PICTURE 9(9).
            03 batchNotprime    PICTURE 9(9).
            03 batchIllegal     PICTURE 9(9).
            03 batchDuplicate   PICTURE 9(9).
            03 batchExpCount    PICTURE 9(9).
            03 batchExpHash     PICTURE 9(18).
            03 batchTrailerStatus PICTURE X(13).
            03 batchFeeder      PICTURE X(20).
            03 batchSource      PICTURE X(14).
    01  registryDsn     PICTURE X(100) VALUE 'primesRegistry.dat'.
    01  registryStatus  PICTURE X(2) VALUE '00'.
    77  regEof      PICTURE 9 VALUE 1.
    77  regCount    PICTURE 9(3) VALUE 0.
    77  regIdx      PICTURE 9(3) VALUE 0.
    77  regLimit    PICTURE 9(3) VALUE 100.
    77  regProblems PICTURE 9(3) VALUE 0.
    77  patternMatched PICTURE 9 VALUE 0.
    77  starPos     PICTURE 9(2) VALUE 0.
    77  scanPos     PICTURE 9(2) VALUE 0.
    77  dayOfWeek   PICTURE 9(1) VALUE 0.
    77  dateInteger PICTURE 9(7) VALUE 0.
    01  regPattern  PICTURE X(20) VALUE SPACES.
    01  REGISTRY-TABLE.
        02 REGISTRY-ENTRY OCCURS 100 TIMES.
            03 regBatchId PICTURE X(20).
            03 regFeeder  PICTURE X(20).
            03 regDays    PICTURE X(7).
            03 regEntryStatus PICTURE X(1).
            03 regMissing PICTURE X(1).
    01  REGISTRY-TITLE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(21) VALUE 'BATCH REGISTRY CHECKS'.
    01  NO-REGISTRY-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(48) VALUE 'NO BATCH REGISTRY - EXPECTED BATCHES NOT CHECKED'.
    01  REGISTRY-DETAIL-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 regIdOut PICTURE X(21).
        02 regFeederOut PICTURE X(21).
        02 regStatusOut PICTURE X(14).
    01  REGISTRY-OK-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(48) VALUE 'ALL EXPECTED BATCHES PRESENT, NO UNKNOWN SOURCES'.
    01  REGISTRY-EXCEPTION-LINE.
        02 FILLER PICTURE X VALUE SPACE.
        02 regBadBatchId PICTURE X(20).
        02 FILLER PICTURE X(8) VALUE ' BATCH: '.
        02 regBadStatus PICTURE X(14).
    01  catalogDsn     PICTURE X(100) VALUE 'primesGenCatalog.dat'.
    01  catalogStatus  PICTURE X(2) VALUE '00'.
    77  genMode        PICTURE 9 VALUE 0.
    77  count-notprime   PICTURE 9(9) VALUE 0.
    77  count-illegal    PICTURE 9(9) VALUE 0.
    77  count-duplicate  PICTURE 9(9) VALUE 0.
    77  count-numeric    PICTURE 9(9) VALUE 0.
    77  bucket1-prime     PICTURE 9(9) VALUE 0.
    77  bucket1-notprime  PICTURE 9(9) VALUE 0.
    77  bucket2-prime     PICTURE 9(9) VALUE 0.
WRITE reportLine FROM UNDER-LINE AFTER ADVANCING 1 LINE.
MOVE 1 TO currentPart.
PERFORM MERGE-PARTITION UNTIL currentPart IS GREATER THAN partCount.
MOVE 1 TO currentPart.
PERFORM LOAD-PARTITION-RESULTS UNTIL currentPart IS GREATER THAN partCount.
PERFORM WRITE-TRAILER.
PERFORM CHECK-TOLERANCES.
PERFORM CHECK-BATCH-REGISTRY.
PERFORM WRITE-BATCH-RESULTS.
PERFORM WRITE-BUCKET-REPORT.
PERFORM WRITE-EXTRACT-CONTROL.
CLOSE MERGED-FILE, REPORT-FILE, EXCEPTIONS-FILE, EXTRACT-FILE,
        MOVE count-duplicate TO AUD-COUNT-DUPLICATE
        MOVE 0 TO AUD-COUNT-MASTERHIT
        MOVE RETURN-CODE TO AUD-RETURN-CODE
        MOVE 'PRIMCONS' TO AUD-PROGRAM
        MOVE count-read TO AUD-COUNT-DATA
        MOVE count-numeric TO AUD-COUNT-NUMERIC
        WRITE AUDIT-RECORD
        CLOSE AUDIT-FILE
    ELSE
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO catalogDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMCONS-BATCHPREFIX'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO batchPrefix
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMCONS-BATCHRESULTFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO batchResultDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMCONS-REGISTRYFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO registryDsn
    END-IF.

*> Generation mode (PRIMCONS-GENMODE=Y): same scheme as primes1, and
*> the same catalog -- single-stream and consolidated runs share one
*> OUT-SEQ is renumbered across the whole merged stream; with the
*> contiguous split that restores the original input sequence.
        MOVE count-read TO OUT-SEQ
        PERFORM ACCUMULATE-MERGED-BATCH
        IF OUT-GAP IS GREATER THAN largest-gap
            MOVE OUT-GAP TO largest-gap
            MOVE OUT-PRIME-BELOW TO gapBelowSave
        END-IF
        IF OUT-CLASS IS EQUAL TO 'P'
            ADD 1 TO count-prime
            ADD 1 TO count-numeric
            PERFORM COUNT-BUCKET
            PERFORM CHECK-CROSS-DUPLICATE
        ELSE
            IF OUT-CLASS IS EQUAL TO 'N'
                ADD 1 TO count-notprime
                ADD 1 TO count-numeric
                PERFORM COUNT-BUCKET
                PERFORM CHECK-CROSS-DUPLICATE
            ELSE
*> so keying them would falsely collide on zero (single-stream never
*> dup-checks them either).
                IF OUT-DETAIL IS EQUAL TO 'OUT OF RANGE'
                    ADD 1 TO count-numeric
                    PERFORM CHECK-CROSS-DUPLICATE
                END-IF
            END-IF
    STRING OUT-TWIN DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
        INTO extractLine WITH POINTER extractPointer.
    IF OUT-DETAIL IS NOT EQUAL TO SPACES
        STRING FUNCTION TRIM(OUT-DETAIL) DELIMITED BY SIZE
            INTO extractLine WITH POINTER extractPointer
    END-IF.
    STRING '|' DELIMITED BY SIZE
        INTO extractLine WITH POINTER extractPointer.
    PERFORM WRITE-EXTRACT-DIVISORS.
    WRITE extractLine.
    ADD 1 TO extractCount.
    ADD OUT-NUM TO extractHash.

WRITE-EXTRACT-DIVISORS.
    MOVE OUT-DIVISOR-COUNT TO extractNumDisplay.
    STRING FUNCTION TRIM(extractNumDisplay) DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
        INTO extractLine WITH POINTER extractPointer.
    MOVE OUT-DIVISOR-SUM TO extractSumDisplay.
    STRING FUNCTION TRIM(extractSumDisplay) DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
        INTO extractLine WITH POINTER extractPointer.
    STRING OUT-ABUNDANCE DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
        INTO extractLine WITH POINTER extractPointer.
    MOVE OUT-TOTIENT TO extractNumDisplay.
    STRING FUNCTION TRIM(extractNumDisplay) DELIMITED BY SIZE
           '|' DELIMITED BY SIZE
        INTO extractLine WITH POINTER extractPointer.
    STRING OUT-SQUARE-FREE DELIMITED BY SIZE
        INTO extractLine WITH POINTER extractPointer.

WRITE-EXTRACT-CONTROL.
    OPEN OUTPUT EXTCTL-FILE.
    MOVE acceptedDate TO XCT-DATE.
    WRITE dupRecord
        INVALID KEY
            ADD 1 TO count-duplicate
            IF batchSlot IS GREATER THAN 0
                ADD 1 TO batchDuplicate(batchSlot)
            END-IF
            MOVE OUT-NUM TO dupNumOut
            WRITE exceptionLine FROM DUPLICATE-EXCEPTION-LINE
    END-WRITE.
        DISPLAY 'WARNING: DUP-CHECK-FILE I/O STATUS ' dupCheckStatus ' ON KEY ' dupKey
    END-IF.

*> Per-batch sub-totals from the merged stream, in the same terms
*> primes1 keeps them: every merged record is one data record read
*> for its batch.  batchSlot stays set for CHECK-CROSS-DUPLICATE,
*> which charges a duplicate to the batch the repeat arrived in.
ACCUMULATE-MERGED-BATCH.
    MOVE OUT-BATCH-ID TO searchBatchId.
    PERFORM FIND-BATCH-SLOT.
    IF batchSlot IS GREATER THAN 0
        ADD 1 TO batchRead(batchSlot)
        IF OUT-CLASS IS EQUAL TO 'P'
            ADD 1 TO batchPrime(batchSlot)
        ELSE
            IF OUT-CLASS IS EQUAL TO 'N'
                ADD 1 TO batchNotprime(batchSlot)
            ELSE
                ADD 1 TO batchIllegal(batchSlot)
            END-IF
        END-IF
    END-IF.

*> Linear search of the batch table on searchBatchId; registers the
*> batch in the next free slot when it has not been seen yet, as in
*> primes1.  Leaves batchSlot at zero (with a console warning) once
*> the table is full, and every caller guards on that.
FIND-BATCH-SLOT.
    MOVE 0 TO batchSlot.
    MOVE 0 TO batchIdx.
    PERFORM SCAN-BATCH-SLOT UNTIL batchSlot IS GREATER THAN 0
        OR batchIdx IS NOT LESS THAN batchCount.
    IF batchSlot IS EQUAL TO 0
        IF batchCount IS LESS THAN batchLimit
            ADD 1 TO batchCount
            MOVE batchCount TO batchSlot
            MOVE searchBatchId TO batchId(batchSlot)
            MOVE ZEROS TO batchRead(batchSlot) batchHash(batchSlot)
                batchPrime(batchSlot) batchNotprime(batchSlot)
                batchIllegal(batchSlot) batchDuplicate(batchSlot)
                batchExpCount(batchSlot) batchExpHash(batchSlot)
            MOVE SPACES TO batchTrailerStatus(batchSlot)
                batchFeeder(batchSlot)
            MOVE 'NOT CHECKED' TO batchSource(batchSlot)
        ELSE
            IF batchFullWarned IS EQUAL TO 0
                MOVE 1 TO batchFullWarned
                DISPLAY 'WARNING: BATCH TABLE FULL, LATER BATCHES'
                    ' NOT RECORDED'
            END-IF
        END-IF
    END-IF.

SCAN-BATCH-SLOT.
    ADD 1 TO batchIdx.
    IF batchId(batchIdx) IS EQUAL TO searchBatchId
        MOVE batchIdx TO batchSlot
    END-IF.

*> Each partition instance appended its batch results to its own
*> work-directory file, which accumulates across nights like the
*> per-partition audit files do; only the partition's most recent
*> run is tonight's.  The first pass finds that run's date/time, the
*> second takes its trailer reconciliation onto the batch table.
*> MISSING records are skipped: a partition judges the registry on
*> its own slice only, so the consolidated check below replaces it.
*> An unreadable partition file leaves its batches unreconciled
*> (blank trailer status) with a warning -- the batch results are a
*> reporting feed, not part of the deliverable.
LOAD-PARTITION-RESULTS.
    MOVE SPACES TO batchPartDsn.
    MOVE currentPart TO partDigit.
    STRING batchPrefix DELIMITED BY SPACE
           partDigit DELIMITED BY SIZE
           '.dat' DELIMITED BY SIZE
        INTO batchPartDsn.
    OPEN INPUT BATCHPART-FILE.
    IF batchPartStatus IS NOT EQUAL TO '00'
        DISPLAY 'WARNING: PARTITION ' currentPart
            ' BATCH RESULTS OPEN STATUS ' batchPartStatus
    ELSE
        MOVE ZEROS TO partStampDate partStampTime
        MOVE 1 TO partEof
        PERFORM FIND-PARTITION-STAMP UNTIL partEof IS EQUAL TO 0
        CLOSE BATCHPART-FILE
        OPEN INPUT BATCHPART-FILE
        MOVE 1 TO partEof
        PERFORM TAKE-PARTITION-RESULT UNTIL partEof IS EQUAL TO 0
        CLOSE BATCHPART-FILE
    END-IF.
    ADD 1 TO currentPart.

FIND-PARTITION-STAMP.
    READ BATCHPART-FILE AT END MOVE 0 TO partEof.
    IF partEof IS NOT EQUAL TO 0
        IF BRP-RUN-DATE IS GREATER THAN partStampDate
                OR (BRP-RUN-DATE IS EQUAL TO partStampDate
                AND BRP-RUN-TIME IS GREATER THAN partStampTime)
            MOVE BRP-RUN-DATE TO partStampDate
            MOVE BRP-RUN-TIME TO partStampTime
        END-IF
    END-IF.

TAKE-PARTITION-RESULT.
    READ BATCHPART-FILE AT END MOVE 0 TO partEof.
    IF partEof IS NOT EQUAL TO 0
        IF BRP-RUN-DATE IS EQUAL TO partStampDate
                AND BRP-RUN-TIME IS EQUAL TO partStampTime
                AND BRP-SOURCE-STATUS IS NOT EQUAL TO 'MISSING'
            MOVE BRP-BATCH-ID TO searchBatchId
            PERFORM FIND-BATCH-SLOT
            IF batchSlot IS GREATER THAN 0
                MOVE BRP-HASH TO batchHash(batchSlot)
                MOVE BRP-EXP-COUNT TO batchExpCount(batchSlot)
                MOVE BRP-EXP-HASH TO batchExpHash(batchSlot)
                MOVE BRP-TRAILER-STATUS TO batchTrailerStatus(batchSlot)
            END-IF
        END-IF
    END-IF.

*> The expected-batch registry check on the whole run, the same
*> rules primes1 applies single-stream: a due-but-absent batch is
*> MISSING and fails the run (RC=8), a batch id no registry entry
*> knows is UNKNOWN SOURCE, and no registry file means no checking.
CHECK-BATCH-REGISTRY.
    WRITE reportLine FROM REGISTRY-TITLE-LINE AFTER ADVANCING 2 LINES.
    OPEN INPUT REGISTRY-FILE.
    IF registryStatus IS NOT EQUAL TO '00'
        WRITE reportLine FROM NO-REGISTRY-LINE AFTER ADVANCING 1 LINE
    ELSE
        MOVE 1 TO regEof
        PERFORM LOAD-REGISTRY-RECORD UNTIL regEof IS EQUAL TO 0
        CLOSE REGISTRY-FILE
*> Day-of-week of the run date, 1 for Monday through 7 for Sunday,
*> derived as in primes1.
        COMPUTE dateInteger = FUNCTION INTEGER-OF-DATE(acceptedDate)
        COMPUTE dayOfWeek = FUNCTION MOD(dateInteger, 7)
        IF dayOfWeek IS EQUAL TO 0
            MOVE 7 TO dayOfWeek
        END-IF
        MOVE 0 TO regProblems
        MOVE 0 TO regIdx
        PERFORM CHECK-EXPECTED-BATCH
            UNTIL regIdx IS NOT LESS THAN regCount
        MOVE 0 TO batchIdx
        PERFORM CHECK-KNOWN-SOURCE
            UNTIL batchIdx IS NOT LESS THAN batchCount
        IF regProblems IS EQUAL TO 0
            WRITE reportLine FROM REGISTRY-OK-LINE
                AFTER ADVANCING 1 LINE
        END-IF
    END-IF.

LOAD-REGISTRY-RECORD.
    READ REGISTRY-FILE AT END MOVE 0 TO regEof.
    IF regEof IS NOT EQUAL TO 0
        IF regCount IS LESS THAN regLimit
            ADD 1 TO regCount
            MOVE REG-BATCH-ID TO regBatchId(regCount)
            MOVE REG-FEEDER TO regFeeder(regCount)
            MOVE REG-DAYS TO regDays(regCount)
            MOVE REG-STATUS TO regEntryStatus(regCount)
            MOVE 'N' TO regMissing(regCount)
        ELSE
            DISPLAY 'WARNING: REGISTRY TABLE FULL, LATER ENTRIES'
                ' NOT CHECKED'
            MOVE 0 TO regEof
        END-IF
    END-IF.

CHECK-EXPECTED-BATCH.
    ADD 1 TO regIdx.
    IF regEntryStatus(regIdx) IS EQUAL TO 'A'
            AND regDays(regIdx)(dayOfWeek:1) IS EQUAL TO 'Y'
        MOVE regBatchId(regIdx) TO regPattern
        MOVE 0 TO patternMatched
        MOVE 0 TO batchIdx
        PERFORM SCAN-BATCH-FOR-PATTERN
            UNTIL patternMatched IS EQUAL TO 1
            OR batchIdx IS NOT LESS THAN batchCount
        IF patternMatched IS EQUAL TO 0
            ADD 1 TO regProblems
            MOVE 1 TO toleranceFailed
            MOVE 'Y' TO regMissing(regIdx)
            MOVE regBatchId(regIdx) TO regIdOut
            MOVE regFeeder(regIdx) TO regFeederOut
            MOVE 'MISSING' TO regStatusOut
            WRITE reportLine FROM REGISTRY-DETAIL-LINE
                AFTER ADVANCING 1 LINE
            MOVE regBatchId(regIdx) TO regBadBatchId
            MOVE 'MISSING' TO regBadStatus
            WRITE exceptionLine FROM REGISTRY-EXCEPTION-LINE
        END-IF
    END-IF.

SCAN-BATCH-FOR-PATTERN.
    ADD 1 TO batchIdx.
    MOVE batchId(batchIdx) TO searchBatchId.
    PERFORM MATCH-BATCH-PATTERN.

CHECK-KNOWN-SOURCE.
    ADD 1 TO batchIdx.
    MOVE batchId(batchIdx) TO searchBatchId.
    MOVE 0 TO patternMatched.
    MOVE 0 TO regIdx.
    PERFORM SCAN-REGISTRY-FOR-BATCH
        UNTIL patternMatched IS EQUAL TO 1
        OR regIdx IS NOT LESS THAN regCount.
    IF patternMatched IS EQUAL TO 1
        MOVE regFeeder(regIdx) TO batchFeeder(batchIdx)
        IF regEntryStatus(regIdx) IS EQUAL TO 'A'
                AND regDays(regIdx)(dayOfWeek:1) IS EQUAL TO 'Y'
            MOVE 'EXPECTED' TO batchSource(batchIdx)
        ELSE
            MOVE 'UNSCHEDULED' TO batchSource(batchIdx)
        END-IF
    ELSE
        MOVE 'UNKNOWN SOURCE' TO batchSource(batchIdx)
        ADD 1 TO regProblems
        MOVE batchId(batchIdx) TO regIdOut
        MOVE SPACES TO regFeederOut
        MOVE 'UNKNOWN SOURCE' TO regStatusOut
        WRITE reportLine FROM REGISTRY-DETAIL-LINE
            AFTER ADVANCING 1 LINE
        MOVE batchId(batchIdx) TO regBadBatchId
        MOVE 'UNKNOWN SOURCE' TO regBadStatus
        WRITE exceptionLine FROM REGISTRY-EXCEPTION-LINE
    END-IF.

SCAN-REGISTRY-FOR-BATCH.
    ADD 1 TO regIdx.
    MOVE regBatchId(regIdx) TO regPattern.
    PERFORM MATCH-BATCH-PATTERN.

*> Matches searchBatchId against regPattern: an exact compare, or a
*> prefix compare when the pattern ends in '*' (a lone '*' matches
*> everything).
MATCH-BATCH-PATTERN.
    MOVE 0 TO patternMatched.
    MOVE 0 TO starPos.
    MOVE 0 TO scanPos.
    PERFORM FIND-PATTERN-STAR
        UNTIL starPos IS GREATER THAN 0
        OR scanPos IS NOT LESS THAN 20.
    IF starPos IS EQUAL TO 0
        IF searchBatchId IS EQUAL TO regPattern
            MOVE 1 TO patternMatched
        END-IF
    ELSE
        IF starPos IS EQUAL TO 1
            MOVE 1 TO patternMatched
        ELSE
            IF searchBatchId(1:starPos - 1)
                    IS EQUAL TO regPattern(1:starPos - 1)
                MOVE 1 TO patternMatched
            END-IF
        END-IF
    END-IF.

FIND-PATTERN-STAR.
    ADD 1 TO scanPos.
    IF regPattern(scanPos:1) IS EQUAL TO '*'
        MOVE scanPos TO starPos
    END-IF.

*> One consolidated record per feeder batch, then one per MISSING
*> registry entry, appended to the same cumulative batch-results
*> dataset the single-stream job feeds.  Creation only on file-status
*> 35; a failure to open it warns but never changes the run outcome.
WRITE-BATCH-RESULTS.
    OPEN EXTEND BATCHRES-FILE.
    IF batchResultStatus IS EQUAL TO '35'
        OPEN OUTPUT BATCHRES-FILE
    END-IF.
    IF batchResultStatus IS EQUAL TO '00'
        MOVE 0 TO batchIdx
        PERFORM WRITE-BATCH-RESULT
            UNTIL batchIdx IS NOT LESS THAN batchCount
        MOVE 0 TO regIdx
        PERFORM WRITE-MISSING-RESULT
            UNTIL regIdx IS NOT LESS THAN regCount
        CLOSE BATCHRES-FILE
    ELSE
        DISPLAY 'WARNING: BATCHRES-FILE OPEN STATUS ' batchResultStatus
    END-IF.

WRITE-BATCH-RESULT.
    ADD 1 TO batchIdx.
    MOVE acceptedDate TO BRS-RUN-DATE.
    MOVE acceptedTime TO BRS-RUN-TIME.
    MOVE 'PRIMCONS' TO BRS-PROGRAM.
    MOVE batchId(batchIdx) TO BRS-BATCH-ID.
    MOVE batchFeeder(batchIdx) TO BRS-FEEDER.
    MOVE batchRead(batchIdx) TO BRS-COUNT-READ.
    MOVE batchPrime(batchIdx) TO BRS-COUNT-PRIME.
    MOVE batchNotprime(batchIdx) TO BRS-COUNT-NOTPRIME.
    MOVE batchIllegal(batchIdx) TO BRS-COUNT-ILLEGAL.
    MOVE batchDuplicate(batchIdx) TO BRS-COUNT-DUPLICATE.
    MOVE batchHash(batchIdx) TO BRS-HASH.
    MOVE batchExpCount(batchIdx) TO BRS-EXP-COUNT.
    MOVE batchExpHash(batchIdx) TO BRS-EXP-HASH.
    MOVE batchTrailerStatus(batchIdx) TO BRS-TRAILER-STATUS.
    MOVE batchSource(batchIdx) TO BRS-SOURCE-STATUS.
    WRITE BATCH-RESULT-RECORD.

WRITE-MISSING-RESULT.
    ADD 1 TO regIdx.
    IF regMissing(regIdx) IS EQUAL TO 'Y'
        MOVE acceptedDate TO BRS-RUN-DATE
        MOVE acceptedTime TO BRS-RUN-TIME
        MOVE 'PRIMCONS' TO BRS-PROGRAM
        MOVE regBatchId(regIdx) TO BRS-BATCH-ID
        MOVE regFeeder(regIdx) TO BRS-FEEDER
        MOVE ZEROS TO BRS-COUNT-READ BRS-COUNT-PRIME
            BRS-COUNT-NOTPRIME BRS-COUNT-ILLEGAL BRS-COUNT-DUPLICATE
            BRS-HASH BRS-EXP-COUNT BRS-EXP-HASH
        MOVE SPACES TO BRS-TRAILER-STATUS
        MOVE 'MISSING' TO BRS-SOURCE-STATUS
        WRITE BATCH-RESULT-RECORD
    END-IF.

READ-CONTROL-CARDS.
    OPEN INPUT CONTROL-FILE.
    IF controlStatus IS EQUAL TO '00'
