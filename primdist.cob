IDENTIFICATION DIVISION.
    PROGRAM-ID. primdist.
*> Feeder return distribution: after a primes1 (or primcons) run,
*> splits the run's OUT-RECORD output and the outstanding suspense
*> file by feeder, placing each batch with its feeder through the
*> expected-batch registry (the first REG-BATCH-ID pattern matching
*> it names the REG-FEEDER), and writes every feeder that sent a
*> batch its own return dataset (feedret.cpy): a header, one detail
*> per record the feeder sent -- batch id, OUT-SEQ, number, class,
*> factor detail and the NN/OR/DU reject reason where the record
*> bounced -- a trailer after each batch's last detail echoing what
*> we received and accepted beside the count and hash on the
*> feeder's own BATCHTRL, and then the feeder's records still in
*> suspense in their original 80-byte image.  The BATCHTRL figures
*> and trailer verdict come from the run's batch results (the
*> latest run on the cumulative batch-results dataset); the DU
*> reason is re-derived the way primes1's dup-check decided it --
*> the first appearance of a number in the run is accepted, every
*> later one is the duplicate.  A batch no registry entry knows is
*> listed as UNKNOWN SOURCE and returned to nobody (RC=4), as is a
*> batch the batch results do not cover; no registry or no output
*> file is RC=12.
*>   PRIMDIST-INFILE          run output to split (default outFile.txt)
*>   PRIMDIST-SUSPENSEFILE    suspense file (primesSuspense.dat);
*>                            missing file = no suspense items
*>   PRIMDIST-BATCHRESULTFILE batch results (primesBatchResults.dat)
*>   PRIMDIST-REGISTRYFILE    expected-batch registry (primesRegistry.dat)
*>   PRIMDIST-RETURNPREFIX    return dataset name prefix (default
*>                            primesReturn); feeder F is written to
*>                            <prefix>F.dat, embedded blanks in the
*>                            feeder name becoming '_'
*>   PRIMDIST-DUPCHECKFILE    scratch duplicate KSDS (primesDistDup.dat)
*>   PRIMDIST-REPORTFILE      distribution report (primesDistReport.txt)
environment division.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
       select INPUT-FILE assign to DYNAMIC inputDsn
           file status is inputStatus.
       select SUSPENSE-FILE assign to DYNAMIC suspenseDsn
           file status is suspenseStatus.
       select BATCHRES-FILE assign to DYNAMIC batchResultDsn
           file status is batchResultStatus.
       select REGISTRY-FILE assign to DYNAMIC registryDsn
           file status is registryStatus.
       select RETURN-FILE assign to DYNAMIC returnDsn
           file status is returnStatus.
       select DUP-CHECK-FILE assign to DYNAMIC dupCheckDsn
           organization is indexed
           access mode is random
           record key is dupKey
           file status is dupCheckStatus.
       select REPORT-FILE assign to DYNAMIC reportDsn.

DATA DIVISION.
    FILE SECTION.
        FD INPUT-FILE.
        01 lineIn PICTURE X(172).
        FD SUSPENSE-FILE.
        COPY "susprec.cpy".
        FD BATCHRES-FILE.
        COPY "btchres.cpy".
        FD REGISTRY-FILE.
        COPY "regyrec.cpy".
        FD RETURN-FILE.
        COPY "feedret.cpy".
*> The first OUT-SEQ each number appeared at in the run: a later
*> record carrying the same number is the duplicate.
        FD DUP-CHECK-FILE.
        01 dupRecord.
            02 dupKey      PICTURE 9(9).
            02 dupFirstSeq PICTURE 9(9).
        FD REPORT-FILE.
        01 reportLine PICTURE X(110).
WORKING-STORAGE SECTION.
    COPY "outrec.cpy".
    01  inputDsn          PICTURE X(100) VALUE 'outFile.txt'.
    01  suspenseDsn       PICTURE X(100) VALUE 'primesSuspense.dat'.
    01  batchResultDsn    PICTURE X(100) VALUE 'primesBatchResults.dat'.
    01  registryDsn       PICTURE X(100) VALUE 'primesRegistry.dat'.
    01  returnDsn         PICTURE X(100) VALUE SPACES.
    01  returnPrefix      PICTURE X(79) VALUE 'primesReturn'.
    01  dupCheckDsn       PICTURE X(100) VALUE 'primesDistDup.dat'.
    01  reportDsn         PICTURE X(100) VALUE 'primesDistReport.txt'.
    01  envTemp           PICTURE X(100) VALUE SPACES.
    01  inputStatus       PICTURE X(2) VALUE '00'.
    01  suspenseStatus    PICTURE X(2) VALUE '00'.
    01  batchResultStatus PICTURE X(2) VALUE '00'.
    01  registryStatus    PICTURE X(2) VALUE '00'.
    01  returnStatus      PICTURE X(2) VALUE '00'.
    01  dupCheckStatus    PICTURE X(2) VALUE '00'.
    01  eof-switch        PICTURE 9 VALUE 1.
    77  susEof            PICTURE 9 VALUE 1.
    77  resEof            PICTURE 9 VALUE 1.
    77  resultsPresent    PICTURE 9 VALUE 0.
    01  acceptedDate  PICTURE 9(8).
    01  acceptedTime  PICTURE 9(8).
    01  runStampDate  PICTURE 9(8) VALUE 0.
    01  runStampTime  PICTURE 9(8) VALUE 0.
    01  rejectReason  PICTURE X(2) VALUE SPACES.
    77  regEof      PICTURE 9 VALUE 1.
    77  regCount    PICTURE 9(3) VALUE 0.
    77  regIdx      PICTURE 9(3) VALUE 0.
    77  regLimit    PICTURE 9(3) VALUE 100.
    77  patternMatched PICTURE 9 VALUE 0.
    77  starPos     PICTURE 9(2) VALUE 0.
    77  scanPos     PICTURE 9(2) VALUE 0.
    01  regPattern    PICTURE X(20) VALUE SPACES.
    01  searchBatchId PICTURE X(20) VALUE SPACES.
    01  REGISTRY-TABLE.
        02 REGISTRY-ENTRY OCCURS 100 TIMES.
            03 regBatchId PICTURE X(20).
            03 regFeeder  PICTURE X(20).
*> One slot per distinct feeder the registry names (so never more
*> than the registry has entries).
    77  feederCount PICTURE 9(3) VALUE 0.
    77  feederIdx   PICTURE 9(3) VALUE 0.
    77  feederSlot  PICTURE 9(3) VALUE 0.
    77  feederLen   PICTURE 9(2) VALUE 0.
    01  searchFeeder PICTURE X(20) VALUE SPACES.
    01  dsnFeeder    PICTURE X(20) VALUE SPACES.
    01  FEEDER-TABLE.
        02 FEEDER-ENTRY OCCURS 100 TIMES.
            03 fdrName     PICTURE X(20).
            03 fdrBatches  PICTURE 9(5).
            03 fdrDetails  PICTURE 9(9).
            03 fdrRejects  PICTURE 9(9).
            03 fdrSuspense PICTURE 9(9).
*> One slot per batch in the run output.  batchFeeder is the feeder
*> slot the registry placed it with, zero for an unknown source;
*> batchLastSeq is the OUT-SEQ its trailer follows.
    77  batchCount  PICTURE 9(3) VALUE 0.
    77  batchIdx    PICTURE 9(3) VALUE 0.
    77  batchSlot   PICTURE 9(3) VALUE 0.
    77  batchLimit  PICTURE 9(3) VALUE 100.
    77  batchFullWarned PICTURE 9 VALUE 0.
    01  BATCH-TABLE.
        02 BATCH-ENTRY OCCURS 100 TIMES.
            03 batchId            PICTURE X(20).
            03 batchFeeder        PICTURE 9(3).
            03 batchLastSeq       PICTURE 9(9).
            03 batchRead          PICTURE 9(9).
            03 batchAccepted      PICTURE 9(9).
            03 batchAcceptedHash  PICTURE 9(18).
            03 batchRejected      PICTURE 9(9).
            03 batchResultSeen    PICTURE X(1).
            03 batchHash          PICTURE 9(18).
            03 batchExpCount      PICTURE 9(9).
            03 batchExpHash       PICTURE 9(18).
            03 batchTrailerStatus PICTURE X(13).
    77  count-read         PICTURE 9(9) VALUE 0.
    77  count-unreturned   PICTURE 9(9) VALUE 0.
    77  count-returnfiles  PICTURE 9(9) VALUE 0.
    77  count-openfail     PICTURE 9(9) VALUE 0.
    77  count-details      PICTURE 9(9) VALUE 0.
    77  count-suspense     PICTURE 9(9) VALUE 0.
    77  count-unknown      PICTURE 9(9) VALUE 0.
    77  count-noresults    PICTURE 9(9) VALUE 0.
    01  TITLE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(26) VALUE 'FEEDER RETURN DISTRIBUTION'.
    01  RUN-HEADER-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(9) VALUE 'PROGRAM: '.
        02 headerProgram PICTURE X(8) VALUE 'PRIMDIST'.
        02 FILLER PICTURE X(7) VALUE '  DATE:'.
        02 headerDate PICTURE 9(8).
        02 FILLER PICTURE X(7) VALUE '  TIME:'.
        02 headerTime PICTURE 9(8).
    01  RUN-STAMP-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(21) VALUE 'BATCH RESULTS OF RUN '.
        02 stampDateOut PICTURE 9(8).
        02 FILLER PICTURE X(1) VALUE SPACE.
        02 stampTimeOut PICTURE 9(8).
    01  NO-RESULTS-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(44) VALUE 'NO BATCH RESULTS - TRAILERS NOT RECONCILED'.
    01  UNDER-LINE.
        02 FILLER PICTURE X(32) VALUE       ' -------------------------------'.
    01  FEEDER-HEADING-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(21) VALUE 'FEEDER'.
        02 FILLER PICTURE X(7) VALUE 'BATCHES'.
        02 FILLER PICTURE X(10) VALUE '   DETAILS'.
        02 FILLER PICTURE X(10) VALUE '   REJECTS'.
        02 FILLER PICTURE X(10) VALUE '  SUSPENSE'.
        02 FILLER PICTURE X(16) VALUE '  RETURN DATASET'.
    01  FEEDER-DETAIL-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 feederNameOut PICTURE X(21).
        02 feederBatchesOut PICTURE Z(6)9.
        02 feederDetailsOut PICTURE Z(9)9.
        02 feederRejectsOut PICTURE Z(9)9.
        02 feederSuspenseOut PICTURE Z(9)9.
        02 FILLER PICTURE X(2) VALUE SPACES.
        02 feederDsnOut PICTURE X(44).
    01  BATCH-HEADING-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(21) VALUE 'BATCH ID'.
        02 FILLER PICTURE X(21) VALUE 'FEEDER'.
        02 FILLER PICTURE X(10) VALUE '  RECEIVED'.
        02 FILLER PICTURE X(10) VALUE '  ACCEPTED'.
        02 FILLER PICTURE X(10) VALUE '  REJECTED'.
        02 FILLER PICTURE X(12) VALUE ' THEIR COUNT'.
        02 FILLER PICTURE X(15) VALUE '  TRAILER'.
    01  BATCH-DETAIL-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 batchIdOut PICTURE X(21).
        02 batchFeederOut PICTURE X(21).
        02 batchReadOut PICTURE Z(9)9.
        02 batchAcceptedOut PICTURE Z(9)9.
        02 batchRejectedOut PICTURE Z(9)9.
        02 FILLER PICTURE X(2) VALUE SPACES.
        02 batchExpCountOut PICTURE Z(9)9.
        02 FILLER PICTURE X(2) VALUE SPACES.
        02 batchTrailerOut PICTURE X(13).
    01  SUMMARY-READ-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(30) VALUE 'OUTPUT RECORDS READ:'.
        02 summaryRead PICTURE Z(8)9.
    01  SUMMARY-DETAILS-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(30) VALUE 'DETAILS RETURNED:'.
        02 summaryDetails PICTURE Z(8)9.
    01  SUMMARY-UNRETURNED-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(30) VALUE 'RECORDS NOT RETURNED:'.
        02 summaryUnreturned PICTURE Z(8)9.
    01  SUMMARY-SUSPENSE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(30) VALUE 'SUSPENSE ITEMS RETURNED:'.
        02 summarySuspense PICTURE Z(8)9.
    01  SUMMARY-FILES-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(30) VALUE 'RETURN DATASETS WRITTEN:'.
        02 summaryFiles PICTURE Z(8)9.
    01  SUMMARY-OPENFAIL-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(30) VALUE 'RETURN DATASETS NOT WRITTEN:'.
        02 summaryOpenfail PICTURE Z(8)9.
    01  SUMMARY-UNKNOWN-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(30) VALUE 'BATCHES FROM UNKNOWN SOURCE:'.
        02 summaryUnknown PICTURE Z(8)9.
    01  SUMMARY-NORESULTS-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(30) VALUE 'BATCHES WITHOUT RUN RESULTS:'.
        02 summaryNoresults PICTURE Z(8)9.
PROCEDURE DIVISION.
PERFORM GET-DATASET-NAMES.
ACCEPT acceptedDate FROM DATE YYYYMMDD.
ACCEPT acceptedTime FROM TIME.
*> Without the registry no batch can be placed with a feeder, so
*> there is nothing to distribute.
OPEN INPUT REGISTRY-FILE.
IF registryStatus IS NOT EQUAL TO '00'
    DISPLAY 'PRIMDIST: REGISTRY-FILE OPEN STATUS ' registryStatus
    MOVE 12 TO RETURN-CODE
    STOP RUN
END-IF.
MOVE 1 TO regEof.
PERFORM LOAD-REGISTRY-RECORD UNTIL regEof IS EQUAL TO 0.
CLOSE REGISTRY-FILE.
OPEN INPUT INPUT-FILE.
IF inputStatus IS NOT EQUAL TO '00'
    DISPLAY 'PRIMDIST: INPUT-FILE OPEN STATUS ' inputStatus
    MOVE 12 TO RETURN-CODE
    STOP RUN
END-IF.
*> Pass one builds the batch table, places every batch with its
*> feeder and settles the accepted/rejected totals its trailer will
*> carry; the scratch KSDS it leaves behind answers the DU question
*> again record by record while the return datasets are written.
OPEN OUTPUT DUP-CHECK-FILE.
IF dupCheckStatus IS NOT EQUAL TO '00'
    DISPLAY 'WARNING: DUP-CHECK-FILE OPEN STATUS ' dupCheckStatus
END-IF.
MOVE 1 TO eof-switch.
PERFORM SCAN-OUT-RECORD UNTIL eof-switch IS EQUAL TO 0.
CLOSE INPUT-FILE, DUP-CHECK-FILE.
OPEN INPUT DUP-CHECK-FILE.
IF dupCheckStatus IS NOT EQUAL TO '00'
    DISPLAY 'WARNING: DUP-CHECK-FILE OPEN STATUS ' dupCheckStatus
END-IF.
PERFORM LOAD-BATCH-RESULTS.
OPEN OUTPUT REPORT-FILE.
MOVE acceptedDate TO headerDate.
MOVE acceptedTime TO headerTime.
WRITE reportLine FROM TITLE-LINE AFTER ADVANCING 0 LINES.
WRITE reportLine FROM RUN-HEADER-LINE AFTER ADVANCING 1 LINE.
IF resultsPresent IS EQUAL TO 1
    MOVE runStampDate TO stampDateOut
    MOVE runStampTime TO stampTimeOut
    WRITE reportLine FROM RUN-STAMP-LINE AFTER ADVANCING 1 LINE
ELSE
    WRITE reportLine FROM NO-RESULTS-LINE AFTER ADVANCING 1 LINE
END-IF.
WRITE reportLine FROM UNDER-LINE AFTER ADVANCING 1 LINE.
WRITE reportLine FROM FEEDER-HEADING-LINE AFTER ADVANCING 2 LINES.
MOVE 0 TO feederIdx.
PERFORM DISTRIBUTE-FEEDER UNTIL feederIdx IS NOT LESS THAN feederCount.
CLOSE DUP-CHECK-FILE.
WRITE reportLine FROM BATCH-HEADING-LINE AFTER ADVANCING 2 LINES.
MOVE 0 TO batchIdx.
PERFORM WRITE-BATCH-LINE UNTIL batchIdx IS NOT LESS THAN batchCount.
PERFORM WRITE-SUMMARY.
CLOSE REPORT-FILE.
IF count-openfail IS GREATER THAN 0
    MOVE 8 TO RETURN-CODE
ELSE
    IF count-unknown IS GREATER THAN 0
            OR count-noresults IS GREATER THAN 0
            OR count-unreturned IS GREATER THAN 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
END-IF.
STOP RUN.

GET-DATASET-NAMES.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMDIST-INFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO inputDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMDIST-SUSPENSEFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO suspenseDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMDIST-BATCHRESULTFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO batchResultDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMDIST-REGISTRYFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO registryDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMDIST-RETURNPREFIX'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO returnPrefix
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMDIST-DUPCHECKFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO dupCheckDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMDIST-REPORTFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO reportDsn
    END-IF.

LOAD-REGISTRY-RECORD.
    READ REGISTRY-FILE AT END MOVE 0 TO regEof.
    IF regEof IS NOT EQUAL TO 0
        IF regCount IS LESS THAN regLimit
            ADD 1 TO regCount
            MOVE REG-BATCH-ID TO regBatchId(regCount)
            MOVE REG-FEEDER TO regFeeder(regCount)
            MOVE REG-FEEDER TO searchFeeder
            PERFORM FIND-FEEDER-SLOT
        ELSE
            DISPLAY 'WARNING: REGISTRY TABLE FULL, LATER ENTRIES'
                ' NOT USED'
            MOVE 0 TO regEof
        END-IF
    END-IF.

SCAN-OUT-RECORD.
    READ INPUT-FILE INTO OUT-RECORD AT END MOVE 0 TO eof-switch.
    IF eof-switch IS NOT EQUAL TO 0
        ADD 1 TO count-read
        MOVE OUT-BATCH-ID TO searchBatchId
        PERFORM FIND-BATCH-SLOT
        PERFORM FIRST-REJECT-REASON
        IF batchSlot IS GREATER THAN 0
            ADD 1 TO batchRead(batchSlot)
            MOVE OUT-SEQ TO batchLastSeq(batchSlot)
            IF rejectReason IS EQUAL TO SPACES
                ADD 1 TO batchAccepted(batchSlot)
                ADD OUT-NUM TO batchAcceptedHash(batchSlot)
            ELSE
                ADD 1 TO batchRejected(batchSlot)
            END-IF
            IF batchFeeder(batchSlot) IS EQUAL TO 0
                ADD 1 TO count-unreturned
            END-IF
        ELSE
            ADD 1 TO count-unreturned
        END-IF
    END-IF.

*> The reject reason as primes1 gave it: NN for a non-numeric record,
*> OR for one out of range, DU for any later appearance of a number
*> already seen in the run (an out-of-range repeat stays OR, as its
*> own suspense reason is).  Only numeric records enter the
*> dup-check, keyed on the unsigned number, exactly as primes1's
*> CHECK-DUPLICATE keys it.
FIRST-REJECT-REASON.
    MOVE SPACES TO rejectReason.
    IF OUT-CLASS IS EQUAL TO 'E' AND OUT-DETAIL IS EQUAL TO 'NON-NUMERIC'
        MOVE 'NN' TO rejectReason
    ELSE
        MOVE OUT-NUM TO dupKey
        MOVE OUT-SEQ TO dupFirstSeq
        WRITE dupRecord
            INVALID KEY MOVE 'DU' TO rejectReason
        END-WRITE
        IF dupCheckStatus IS NOT EQUAL TO '00'
                AND dupCheckStatus IS NOT EQUAL TO '22'
            DISPLAY 'WARNING: DUP-CHECK-FILE I/O STATUS '
                dupCheckStatus ' ON KEY ' dupKey
        END-IF
        IF OUT-CLASS IS EQUAL TO 'E'
            MOVE 'OR' TO rejectReason
        END-IF
    END-IF.

*> Same decision on a later pass: the record is the duplicate when
*> the number's first appearance was at some other OUT-SEQ.
RETURN-REJECT-REASON.
    MOVE SPACES TO rejectReason.
    IF OUT-CLASS IS EQUAL TO 'E' AND OUT-DETAIL IS EQUAL TO 'NON-NUMERIC'
        MOVE 'NN' TO rejectReason
    ELSE
        IF OUT-CLASS IS EQUAL TO 'E'
            MOVE 'OR' TO rejectReason
        ELSE
            MOVE OUT-NUM TO dupKey
            READ DUP-CHECK-FILE
                INVALID KEY CONTINUE
            END-READ
            IF dupCheckStatus IS EQUAL TO '00'
                    AND dupFirstSeq IS NOT EQUAL TO OUT-SEQ
                MOVE 'DU' TO rejectReason
            END-IF
        END-IF
    END-IF.

*> Linear search of the batch table on searchBatchId; a batch not yet
*> seen takes the next free slot and is placed with its feeder.
*> Leaves batchSlot at zero (with a console warning) once the table
*> is full, and every caller guards on that.
FIND-BATCH-SLOT.
    PERFORM LOCATE-BATCH-SLOT.
    IF batchSlot IS EQUAL TO 0
        IF batchCount IS LESS THAN batchLimit
            ADD 1 TO batchCount
            MOVE batchCount TO batchSlot
            MOVE searchBatchId TO batchId(batchSlot)
            MOVE ZEROS TO batchFeeder(batchSlot) batchLastSeq(batchSlot)
                batchRead(batchSlot) batchAccepted(batchSlot)
                batchAcceptedHash(batchSlot) batchRejected(batchSlot)
                batchHash(batchSlot) batchExpCount(batchSlot)
                batchExpHash(batchSlot)
            MOVE 'N' TO batchResultSeen(batchSlot)
            MOVE 'NO RESULTS' TO batchTrailerStatus(batchSlot)
            PERFORM PLACE-BATCH-FEEDER
        ELSE
            IF batchFullWarned IS EQUAL TO 0
                MOVE 1 TO batchFullWarned
                DISPLAY 'WARNING: BATCH TABLE FULL, LATER BATCHES'
                    ' NOT RETURNED'
            END-IF
        END-IF
    END-IF.

*> Search only: leaves batchSlot at zero for a batch not in the table.
LOCATE-BATCH-SLOT.
    MOVE 0 TO batchSlot.
    MOVE 0 TO batchIdx.
    PERFORM SCAN-BATCH-SLOT UNTIL batchSlot IS GREATER THAN 0
        OR batchIdx IS NOT LESS THAN batchCount.

SCAN-BATCH-SLOT.
    ADD 1 TO batchIdx.
    IF batchId(batchIdx) IS EQUAL TO searchBatchId
        MOVE batchIdx TO batchSlot
    END-IF.

*> The first registry entry whose pattern matches names the batch's
*> feeder, the same entry primes1's CHECK-KNOWN-SOURCE takes.
PLACE-BATCH-FEEDER.
    MOVE 0 TO patternMatched.
    MOVE 0 TO regIdx.
    PERFORM SCAN-REGISTRY-FOR-BATCH
        UNTIL patternMatched IS EQUAL TO 1
        OR regIdx IS NOT LESS THAN regCount.
    IF patternMatched IS EQUAL TO 1
        MOVE regFeeder(regIdx) TO searchFeeder
        PERFORM FIND-FEEDER-SLOT
        MOVE feederSlot TO batchFeeder(batchSlot)
        ADD 1 TO fdrBatches(feederSlot)
    ELSE
        ADD 1 TO count-unknown
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

*> Linear search of the feeder table on searchFeeder, registering the
*> feeder in the next free slot when it has not been seen yet.
FIND-FEEDER-SLOT.
    MOVE 0 TO feederSlot.
    MOVE 0 TO feederIdx.
    PERFORM SCAN-FEEDER-SLOT UNTIL feederSlot IS GREATER THAN 0
        OR feederIdx IS NOT LESS THAN feederCount.
    IF feederSlot IS EQUAL TO 0
        ADD 1 TO feederCount
        MOVE feederCount TO feederSlot
        MOVE searchFeeder TO fdrName(feederSlot)
        MOVE ZEROS TO fdrBatches(feederSlot) fdrDetails(feederSlot)
            fdrRejects(feederSlot) fdrSuspense(feederSlot)
    END-IF.

SCAN-FEEDER-SLOT.
    ADD 1 TO feederIdx.
    IF fdrName(feederIdx) IS EQUAL TO searchFeeder
        MOVE feederIdx TO feederSlot
    END-IF.

*> The run's batch results are the latest run on the cumulative
*> dataset (one pass finds its stamp, a second takes its records).
*> A record is only taken when its read count agrees with what the
*> output holds for the batch -- otherwise the output is not from
*> that run, and the batch's trailer says NO RESULTS.
LOAD-BATCH-RESULTS.
    OPEN INPUT BATCHRES-FILE.
    IF batchResultStatus IS NOT EQUAL TO '00'
        DISPLAY 'WARNING: BATCHRES-FILE OPEN STATUS ' batchResultStatus
    ELSE
        MOVE 1 TO resultsPresent
        MOVE 1 TO resEof
        PERFORM FIND-RESULT-STAMP UNTIL resEof IS EQUAL TO 0
        CLOSE BATCHRES-FILE
        OPEN INPUT BATCHRES-FILE
        MOVE 1 TO resEof
        PERFORM TAKE-BATCH-RESULT UNTIL resEof IS EQUAL TO 0
        CLOSE BATCHRES-FILE
    END-IF.

FIND-RESULT-STAMP.
    READ BATCHRES-FILE AT END MOVE 0 TO resEof.
    IF resEof IS NOT EQUAL TO 0
        IF BRS-RUN-DATE IS GREATER THAN runStampDate
                OR (BRS-RUN-DATE IS EQUAL TO runStampDate
                AND BRS-RUN-TIME IS GREATER THAN runStampTime)
            MOVE BRS-RUN-DATE TO runStampDate
            MOVE BRS-RUN-TIME TO runStampTime
        END-IF
    END-IF.

TAKE-BATCH-RESULT.
    READ BATCHRES-FILE AT END MOVE 0 TO resEof.
    IF resEof IS NOT EQUAL TO 0
        IF BRS-RUN-DATE IS EQUAL TO runStampDate
                AND BRS-RUN-TIME IS EQUAL TO runStampTime
                AND BRS-SOURCE-STATUS IS NOT EQUAL TO 'MISSING'
            MOVE BRS-BATCH-ID TO searchBatchId
            PERFORM LOCATE-BATCH-SLOT
            IF batchSlot IS GREATER THAN 0
                IF BRS-COUNT-READ IS EQUAL TO batchRead(batchSlot)
                    MOVE 'Y' TO batchResultSeen(batchSlot)
                    MOVE BRS-HASH TO batchHash(batchSlot)
                    MOVE BRS-EXP-COUNT TO batchExpCount(batchSlot)
                    MOVE BRS-EXP-HASH TO batchExpHash(batchSlot)
                    MOVE BRS-TRAILER-STATUS
                        TO batchTrailerStatus(batchSlot)
                END-IF
            END-IF
        END-IF
    END-IF.

*> One return dataset per feeder with at least one batch in the run:
*> header, the details (and each batch's trailer) in one pass of the
*> output, then the feeder's outstanding suspense items.
DISTRIBUTE-FEEDER.
    ADD 1 TO feederIdx.
    IF fdrBatches(feederIdx) IS GREATER THAN 0
        PERFORM BUILD-RETURN-DSN
        MOVE returnDsn TO feederDsnOut
        OPEN OUTPUT RETURN-FILE
        IF returnStatus IS NOT EQUAL TO '00'
            DISPLAY 'PRIMDIST: RETURN-FILE OPEN STATUS ' returnStatus
                ' FOR FEEDER ' fdrName(feederIdx)
            ADD 1 TO count-openfail
            MOVE 'NOT WRITTEN' TO feederDsnOut
        ELSE
            ADD 1 TO count-returnfiles
            MOVE SPACES TO FEEDER-RETURN-RECORD
            MOVE 'H' TO FRT-TYPE
            MOVE fdrName(feederIdx) TO FRT-H-FEEDER
            MOVE runStampDate TO FRT-H-RUN-DATE
            MOVE runStampTime TO FRT-H-RUN-TIME
            MOVE acceptedDate TO FRT-H-DIST-DATE
            MOVE acceptedTime TO FRT-H-DIST-TIME
            MOVE fdrBatches(feederIdx) TO FRT-H-BATCHES
            WRITE FEEDER-RETURN-RECORD
            OPEN INPUT INPUT-FILE
            MOVE 1 TO eof-switch
            PERFORM RETURN-OUT-RECORD UNTIL eof-switch IS EQUAL TO 0
            CLOSE INPUT-FILE
            OPEN INPUT SUSPENSE-FILE
            IF suspenseStatus IS EQUAL TO '00'
                MOVE 1 TO susEof
                PERFORM RETURN-SUSPENSE-RECORD
                    UNTIL susEof IS EQUAL TO 0
                CLOSE SUSPENSE-FILE
            END-IF
            CLOSE RETURN-FILE
        END-IF
        MOVE fdrName(feederIdx) TO feederNameOut
        MOVE fdrBatches(feederIdx) TO feederBatchesOut
        MOVE fdrDetails(feederIdx) TO feederDetailsOut
        MOVE fdrRejects(feederIdx) TO feederRejectsOut
        MOVE fdrSuspense(feederIdx) TO feederSuspenseOut
        WRITE reportLine FROM FEEDER-DETAIL-LINE AFTER ADVANCING 1 LINE
    END-IF.

*> <prefix><feeder>.dat, the feeder name cut at its last non-blank
*> and any blank inside it made '_' so the name stays one word.
BUILD-RETURN-DSN.
    MOVE fdrName(feederIdx) TO dsnFeeder.
    MOVE 0 TO feederLen.
    MOVE 0 TO scanPos.
    PERFORM FIND-FEEDER-END UNTIL scanPos IS NOT LESS THAN 20.
    IF feederLen IS GREATER THAN 0
        INSPECT dsnFeeder(1:feederLen) REPLACING ALL SPACE BY '_'
    END-IF.
    MOVE SPACES TO returnDsn.
    STRING returnPrefix DELIMITED BY SPACE
           dsnFeeder DELIMITED BY SPACE
           '.dat' DELIMITED BY SIZE
        INTO returnDsn.

FIND-FEEDER-END.
    ADD 1 TO scanPos.
    IF dsnFeeder(scanPos:1) IS NOT EQUAL TO SPACE
        MOVE scanPos TO feederLen
    END-IF.

RETURN-OUT-RECORD.
    READ INPUT-FILE INTO OUT-RECORD AT END MOVE 0 TO eof-switch.
    IF eof-switch IS NOT EQUAL TO 0
        MOVE OUT-BATCH-ID TO searchBatchId
        PERFORM LOCATE-BATCH-SLOT
        IF batchSlot IS GREATER THAN 0
            IF batchFeeder(batchSlot) IS EQUAL TO feederIdx
                PERFORM RETURN-REJECT-REASON
                MOVE SPACES TO FEEDER-RETURN-RECORD
                MOVE 'D' TO FRT-TYPE
                MOVE OUT-BATCH-ID TO FRT-D-BATCH-ID
                MOVE OUT-SEQ TO FRT-D-SEQ
                MOVE OUT-NUM TO FRT-D-NUM
                MOVE OUT-CLASS TO FRT-D-CLASS
                MOVE rejectReason TO FRT-D-REASON
                MOVE OUT-DETAIL TO FRT-D-DETAIL
                WRITE FEEDER-RETURN-RECORD
                ADD 1 TO fdrDetails(feederIdx)
                ADD 1 TO count-details
                IF rejectReason IS NOT EQUAL TO SPACES
                    ADD 1 TO fdrRejects(feederIdx)
                END-IF
                IF OUT-SEQ IS EQUAL TO batchLastSeq(batchSlot)
                    PERFORM WRITE-RETURN-TRAILER
                END-IF
            END-IF
        END-IF
    END-IF.

WRITE-RETURN-TRAILER.
    MOVE SPACES TO FEEDER-RETURN-RECORD.
    MOVE 'T' TO FRT-TYPE.
    MOVE batchId(batchSlot) TO FRT-T-BATCH-ID.
    MOVE batchRead(batchSlot) TO FRT-T-RECEIVED.
    MOVE batchHash(batchSlot) TO FRT-T-RECEIVED-HASH.
    MOVE batchAccepted(batchSlot) TO FRT-T-ACCEPTED.
    MOVE batchAcceptedHash(batchSlot) TO FRT-T-ACCEPTED-HASH.
    MOVE batchRejected(batchSlot) TO FRT-T-REJECTED.
    MOVE batchExpCount(batchSlot) TO FRT-T-FEEDER-COUNT.
    MOVE batchExpHash(batchSlot) TO FRT-T-FEEDER-HASH.
    MOVE batchTrailerStatus(batchSlot) TO FRT-T-TRAILER-STATUS.
    WRITE FEEDER-RETURN-RECORD.

*> Suspense is the standing list of records awaiting correction, not
*> just tonight's, so every item whose batch the registry places with
*> this feeder goes back, whenever it bounced.
RETURN-SUSPENSE-RECORD.
    READ SUSPENSE-FILE AT END MOVE 0 TO susEof.
    IF susEof IS NOT EQUAL TO 0
        MOVE SUS-BATCH-ID TO searchBatchId
        MOVE 0 TO patternMatched
        MOVE 0 TO regIdx
        PERFORM SCAN-REGISTRY-FOR-BATCH
            UNTIL patternMatched IS EQUAL TO 1
            OR regIdx IS NOT LESS THAN regCount
        IF patternMatched IS EQUAL TO 1
            IF regFeeder(regIdx) IS EQUAL TO fdrName(feederIdx)
                MOVE SPACES TO FEEDER-RETURN-RECORD
                MOVE 'S' TO FRT-TYPE
                MOVE SUS-REASON TO FRT-S-REASON
                MOVE SUS-DATA TO FRT-S-DATA
                WRITE FEEDER-RETURN-RECORD
                ADD 1 TO fdrSuspense(feederIdx)
                ADD 1 TO count-suspense
            END-IF
        END-IF
    END-IF.

WRITE-BATCH-LINE.
    ADD 1 TO batchIdx.
    MOVE batchId(batchIdx) TO batchIdOut.
    IF batchFeeder(batchIdx) IS EQUAL TO 0
        MOVE '(UNKNOWN SOURCE)' TO batchFeederOut
    ELSE
        MOVE batchFeeder(batchIdx) TO feederSlot
        MOVE fdrName(feederSlot) TO batchFeederOut
    END-IF.
    MOVE batchRead(batchIdx) TO batchReadOut.
    MOVE batchAccepted(batchIdx) TO batchAcceptedOut.
    MOVE batchRejected(batchIdx) TO batchRejectedOut.
    MOVE batchExpCount(batchIdx) TO batchExpCountOut.
    MOVE batchTrailerStatus(batchIdx) TO batchTrailerOut.
    IF batchResultSeen(batchIdx) IS NOT EQUAL TO 'Y'
        ADD 1 TO count-noresults
    END-IF.
    WRITE reportLine FROM BATCH-DETAIL-LINE AFTER ADVANCING 1 LINE.

WRITE-SUMMARY.
    MOVE count-read TO summaryRead.
    WRITE reportLine FROM SUMMARY-READ-LINE AFTER ADVANCING 2 LINES.
    MOVE count-details TO summaryDetails.
    WRITE reportLine FROM SUMMARY-DETAILS-LINE AFTER ADVANCING 1 LINE.
    MOVE count-unreturned TO summaryUnreturned.
    WRITE reportLine FROM SUMMARY-UNRETURNED-LINE AFTER ADVANCING 1 LINE.
    MOVE count-suspense TO summarySuspense.
    WRITE reportLine FROM SUMMARY-SUSPENSE-LINE AFTER ADVANCING 1 LINE.
    MOVE count-returnfiles TO summaryFiles.
    WRITE reportLine FROM SUMMARY-FILES-LINE AFTER ADVANCING 1 LINE.
    MOVE count-openfail TO summaryOpenfail.
    WRITE reportLine FROM SUMMARY-OPENFAIL-LINE AFTER ADVANCING 1 LINE.
    MOVE count-unknown TO summaryUnknown.
    WRITE reportLine FROM SUMMARY-UNKNOWN-LINE AFTER ADVANCING 1 LINE.
    MOVE count-noresults TO summaryNoresults.
    WRITE reportLine FROM SUMMARY-NORESULTS-LINE AFTER ADVANCING 1 LINE.
