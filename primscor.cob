IDENTIFICATION DIVISION.
    PROGRAM-ID. primscor.
*> Monthly feeder data-quality scorecard, built from the cumulative
*> batch-results dataset primes1 and primcons append to and from the
*> correction-audit dataset primrsub appends to.  One line per feeder
*> for the requested month: batches received, data records read,
*> reject (illegal) and duplicate rates, batches whose trailer did
*> not reconcile, registry entries found MISSING, late batches (a
*> known source arriving off-schedule after one of its batches was
*> posted MISSING earlier in the month), suspense corrections that
*> had to be keyed for the feeder's batches, and the prior month's
*> rates with the trend of the combined reject-plus-duplicate rate.
*> Batches from an unregistered source score under (UNKNOWN SOURCE);
*> batch ids and corrections the registry cannot place score under
*> (UNREGISTERED).
*>   PRIMSCOR-MONTH           month to score, YYYYMM (default: the
*>                            current month)
*>   PRIMSCOR-BATCHRESULTFILE batch results (primesBatchResults.dat)
*>   PRIMSCOR-CORRAUDITFILE   correction audit (primesCorrAudit.dat);
*>                            missing file = corrections not counted
*>   PRIMSCOR-REGISTRYFILE    expected-batch registry, used to place
*>                            corrections and unchecked batches with
*>                            their feeder (primesRegistry.dat)
*>   PRIMSCOR-REPORTFILE      scorecard (primesScorecard.txt)
environment division.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
       select BATCHRES-FILE assign to DYNAMIC batchResultDsn
           file status is batchResultStatus.
       select CORRAUDIT-FILE assign to DYNAMIC corrAuditDsn
           file status is corrAuditStatus.
       select REGISTRY-FILE assign to DYNAMIC registryDsn
           file status is registryStatus.
       select REPORT-FILE assign to DYNAMIC reportDsn.

DATA DIVISION.
    FILE SECTION.
        FD BATCHRES-FILE.
        COPY "btchres.cpy".
        FD CORRAUDIT-FILE.
        COPY "corraud.cpy".
        FD REGISTRY-FILE.
        COPY "regyrec.cpy".
        FD REPORT-FILE.
        01 reportLine PICTURE X(110).
WORKING-STORAGE SECTION.
    01  batchResultDsn    PICTURE X(100) VALUE 'primesBatchResults.dat'.
    01  corrAuditDsn      PICTURE X(100) VALUE 'primesCorrAudit.dat'.
    01  registryDsn       PICTURE X(100) VALUE 'primesRegistry.dat'.
    01  reportDsn         PICTURE X(100) VALUE 'primesScorecard.txt'.
    01  envTemp           PICTURE X(100) VALUE SPACES.
    01  envMonth          PICTURE X(6) VALUE SPACES.
    01  batchResultStatus PICTURE X(2) VALUE '00'.
    01  corrAuditStatus   PICTURE X(2) VALUE '00'.
    01  registryStatus    PICTURE X(2) VALUE '00'.
    01  eof-switch        PICTURE 9 VALUE 1.
    77  corrEof           PICTURE 9 VALUE 1.
    77  corrPresent       PICTURE 9 VALUE 0.
    01  acceptedDate  PICTURE 9(8).
    01  FILLER REDEFINES acceptedDate.
        02 acceptedMonth PICTURE 9(6).
        02 FILLER        PICTURE 9(2).
    01  acceptedTime  PICTURE 9(8).
    01  scoreMonth    PICTURE 9(6) VALUE 0.
    01  FILLER REDEFINES scoreMonth.
        02 scoreYear  PICTURE 9(4).
        02 scoreMon   PICTURE 9(2).
    01  priorMonth    PICTURE 9(6) VALUE 0.
    01  FILLER REDEFINES priorMonth.
        02 priorYear  PICTURE 9(4).
        02 priorMon   PICTURE 9(2).
    01  recordDate    PICTURE 9(8) VALUE 0.
    01  FILLER REDEFINES recordDate.
        02 recordMonth PICTURE 9(6).
        02 FILLER      PICTURE 9(2).
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
    77  feederCount PICTURE 9(3) VALUE 0.
    77  feederIdx   PICTURE 9(3) VALUE 0.
    77  feederSlot  PICTURE 9(3) VALUE 0.
    77  feederLimit PICTURE 9(3) VALUE 100.
    77  feederFullWarned PICTURE 9 VALUE 0.
    01  searchFeeder PICTURE X(20) VALUE SPACES.
    01  FEEDER-TABLE.
        02 FEEDER-ENTRY OCCURS 100 TIMES.
            03 fdrName           PICTURE X(20).
            03 fdrBatches        PICTURE 9(7).
            03 fdrRead           PICTURE 9(11).
            03 fdrIllegal        PICTURE 9(11).
            03 fdrDuplicate      PICTURE 9(11).
            03 fdrTrailerBad     PICTURE 9(5).
            03 fdrMissing        PICTURE 9(5).
            03 fdrLate           PICTURE 9(5).
            03 fdrOutstanding    PICTURE 9(5).
            03 fdrCorrections    PICTURE 9(5).
            03 fdrPriorRead      PICTURE 9(11).
            03 fdrPriorIllegal   PICTURE 9(11).
            03 fdrPriorDuplicate PICTURE 9(11).
    77  count-records     PICTURE 9(9) VALUE 0.
    77  count-selected    PICTURE 9(9) VALUE 0.
    77  count-corrections PICTURE 9(9) VALUE 0.
    77  total-batches     PICTURE 9(7) VALUE 0.
    77  total-read        PICTURE 9(11) VALUE 0.
    77  total-illegal     PICTURE 9(11) VALUE 0.
    77  total-duplicate   PICTURE 9(11) VALUE 0.
    77  total-trailerbad  PICTURE 9(5) VALUE 0.
    77  total-missing     PICTURE 9(5) VALUE 0.
    77  total-late        PICTURE 9(5) VALUE 0.
    77  total-corrections PICTURE 9(5) VALUE 0.
    77  total-prior-read      PICTURE 9(11) VALUE 0.
    77  total-prior-illegal   PICTURE 9(11) VALUE 0.
    77  total-prior-duplicate PICTURE 9(11) VALUE 0.
    77  rejectPct      PICTURE 9(3)V99 VALUE 0.
    77  dupPct         PICTURE 9(3)V99 VALUE 0.
    77  priorRejectPct PICTURE 9(3)V99 VALUE 0.
    77  priorDupPct    PICTURE 9(3)V99 VALUE 0.
    77  badPct         PICTURE 9(3)V99 VALUE 0.
    77  priorBadPct    PICTURE 9(3)V99 VALUE 0.
    77  scoreRead         PICTURE 9(11) VALUE 0.
    77  scoreIllegal      PICTURE 9(11) VALUE 0.
    77  scoreDuplicate    PICTURE 9(11) VALUE 0.
    77  scorePriorRead    PICTURE 9(11) VALUE 0.
    77  scorePriorIllegal PICTURE 9(11) VALUE 0.
    77  scorePriorDuplicate PICTURE 9(11) VALUE 0.
    01  TITLE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(29) VALUE 'FEEDER DATA QUALITY SCORECARD'.
    01  RUN-HEADER-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(9) VALUE 'PROGRAM: '.
        02 headerProgram PICTURE X(8) VALUE 'PRIMSCOR'.
        02 FILLER PICTURE X(7) VALUE '  DATE:'.
        02 headerDate PICTURE 9(8).
        02 FILLER PICTURE X(7) VALUE '  TIME:'.
        02 headerTime PICTURE 9(8).
    01  MONTH-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(7) VALUE 'MONTH: '.
        02 monthOut PICTURE 9(6).
        02 FILLER PICTURE X(15) VALUE '  PRIOR MONTH: '.
        02 priorMonthOut PICTURE 9(6).
    01  UNDER-LINE.
        02 FILLER PICTURE X(32) VALUE       ' -------------------------------'.
    01  NO-CORRAUDIT-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(47) VALUE 'NO CORRECTION AUDIT - CORRECTIONS NOT COUNTED'.
    01  NO-REGISTRY-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(51) VALUE 'NO BATCH REGISTRY - CORRECTIONS SCORED UNREGISTERED'.
    01  SCORE-HEADING-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(21) VALUE 'FEEDER'.
        02 FILLER PICTURE X(7) VALUE 'BATCHES'.
        02 FILLER PICTURE X(10) VALUE '      READ'.
        02 FILLER PICTURE X(8) VALUE ' REJECT%'.
        02 FILLER PICTURE X(8) VALUE '    DUP%'.
        02 FILLER PICTURE X(6) VALUE '  TRLR'.
        02 FILLER PICTURE X(6) VALUE '  MISS'.
        02 FILLER PICTURE X(6) VALUE '  LATE'.
        02 FILLER PICTURE X(6) VALUE '  CORR'.
        02 FILLER PICTURE X(9) VALUE ' PREV-REJ'.
        02 FILLER PICTURE X(9) VALUE ' PREV-DUP'.
        02 FILLER PICTURE X(8) VALUE '  TREND'.
    01  SCORE-DETAIL-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 scoreFeederOut PICTURE X(21).
        02 scoreBatchesOut PICTURE Z(6)9.
        02 scoreReadOut PICTURE Z(9)9.
        02 FILLER PICTURE X(2) VALUE SPACES.
        02 scoreRejectOut PICTURE ZZ9.99.
        02 FILLER PICTURE X(2) VALUE SPACES.
        02 scoreDupOut PICTURE ZZ9.99.
        02 FILLER PICTURE X(1) VALUE SPACE.
        02 scoreTrailerOut PICTURE Z(4)9.
        02 FILLER PICTURE X(1) VALUE SPACE.
        02 scoreMissingOut PICTURE Z(4)9.
        02 FILLER PICTURE X(1) VALUE SPACE.
        02 scoreLateOut PICTURE Z(4)9.
        02 FILLER PICTURE X(1) VALUE SPACE.
        02 scoreCorrOut PICTURE Z(4)9.
        02 FILLER PICTURE X(3) VALUE SPACES.
        02 scorePriorRejectOut PICTURE ZZ9.99.
        02 FILLER PICTURE X(3) VALUE SPACES.
        02 scorePriorDupOut PICTURE ZZ9.99.
        02 FILLER PICTURE X(2) VALUE SPACES.
        02 scoreTrendOut PICTURE X(6).
    01  SUMMARY-RECORDS-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(30) VALUE 'BATCH RESULTS READ:'.
        02 summaryRecords PICTURE Z(8)9.
    01  SUMMARY-SELECTED-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(30) VALUE 'BATCH RESULTS IN MONTH:'.
        02 summarySelected PICTURE Z(8)9.
    01  SUMMARY-CORRECTIONS-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(30) VALUE 'CORRECTIONS IN MONTH:'.
        02 summaryCorrections PICTURE Z(8)9.
PROCEDURE DIVISION.
PERFORM GET-DATASET-NAMES.
ACCEPT acceptedDate FROM DATE YYYYMMDD.
ACCEPT acceptedTime FROM TIME.
IF envMonth IS EQUAL TO SPACES
    MOVE acceptedMonth TO scoreMonth
ELSE
    IF envMonth IS NUMERIC
        MOVE envMonth TO scoreMonth
    END-IF
END-IF.
IF scoreMon IS LESS THAN 1 OR scoreMon IS GREATER THAN 12
    DISPLAY 'PRIMSCOR: PRIMSCOR-MONTH MUST BE YYYYMM'
    MOVE 8 TO RETURN-CODE
    STOP RUN
END-IF.
IF scoreMon IS EQUAL TO 1
    COMPUTE priorYear = scoreYear - 1
    MOVE 12 TO priorMon
ELSE
    MOVE scoreYear TO priorYear
    COMPUTE priorMon = scoreMon - 1
END-IF.
OPEN INPUT BATCHRES-FILE.
IF batchResultStatus IS NOT EQUAL TO '00'
    DISPLAY 'PRIMSCOR: BATCHRES-FILE OPEN STATUS ' batchResultStatus
    MOVE 12 TO RETURN-CODE
    STOP RUN
END-IF.
PERFORM LOAD-REGISTRY.
OPEN OUTPUT REPORT-FILE.
MOVE acceptedDate TO headerDate.
MOVE acceptedTime TO headerTime.
MOVE scoreMonth TO monthOut.
MOVE priorMonth TO priorMonthOut.
WRITE reportLine FROM TITLE-LINE AFTER ADVANCING 0 LINES.
WRITE reportLine FROM RUN-HEADER-LINE AFTER ADVANCING 1 LINE.
WRITE reportLine FROM MONTH-LINE AFTER ADVANCING 1 LINE.
WRITE reportLine FROM UNDER-LINE AFTER ADVANCING 1 LINE.
PERFORM SCORE-BATCH-RESULT UNTIL eof-switch IS EQUAL TO 0.
CLOSE BATCHRES-FILE.
PERFORM SCORE-CORRECTIONS.
IF registryStatus IS NOT EQUAL TO '00'
    WRITE reportLine FROM NO-REGISTRY-LINE AFTER ADVANCING 1 LINE
END-IF.
IF corrPresent IS EQUAL TO 0
    WRITE reportLine FROM NO-CORRAUDIT-LINE AFTER ADVANCING 1 LINE
END-IF.
WRITE reportLine FROM SCORE-HEADING-LINE AFTER ADVANCING 2 LINES.
MOVE 0 TO feederIdx.
PERFORM WRITE-FEEDER-LINE UNTIL feederIdx IS NOT LESS THAN feederCount.
PERFORM WRITE-TOTAL-LINE.
PERFORM WRITE-SUMMARY.
CLOSE REPORT-FILE.
MOVE 0 TO RETURN-CODE.
STOP RUN.

GET-DATASET-NAMES.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMSCOR-BATCHRESULTFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO batchResultDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMSCOR-CORRAUDITFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO corrAuditDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMSCOR-REGISTRYFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO registryDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMSCOR-REPORTFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO reportDsn
    END-IF.
    MOVE SPACES TO envMonth.
    ACCEPT envMonth FROM ENVIRONMENT 'PRIMSCOR-MONTH'
        ON EXCEPTION CONTINUE
    END-ACCEPT.

*> The registry only places batch ids with their feeder here; which
*> entries are active or due does not matter to the scorecard.
LOAD-REGISTRY.
    OPEN INPUT REGISTRY-FILE.
    IF registryStatus IS EQUAL TO '00'
        MOVE 1 TO regEof
        PERFORM LOAD-REGISTRY-RECORD UNTIL regEof IS EQUAL TO 0
        CLOSE REGISTRY-FILE
    END-IF.

LOAD-REGISTRY-RECORD.
    READ REGISTRY-FILE AT END MOVE 0 TO regEof.
    IF regEof IS NOT EQUAL TO 0
        IF regCount IS LESS THAN regLimit
            ADD 1 TO regCount
            MOVE REG-BATCH-ID TO regBatchId(regCount)
            MOVE REG-FEEDER TO regFeeder(regCount)
        ELSE
            DISPLAY 'WARNING: REGISTRY TABLE FULL, LATER ENTRIES'
                ' NOT USED'
            MOVE 0 TO regEof
        END-IF
    END-IF.

*> The batch-results dataset is appended in run order, so reading it
*> front to back replays the month day by day -- which is what lets
*> a MISSING posting be matched to the off-schedule arrival that
*> later made it good.
SCORE-BATCH-RESULT.
    READ BATCHRES-FILE AT END MOVE 0 TO eof-switch.
    IF eof-switch IS NOT EQUAL TO 0
        ADD 1 TO count-records
        MOVE BRS-RUN-DATE TO recordDate
        IF recordMonth IS EQUAL TO scoreMonth
            ADD 1 TO count-selected
            PERFORM FIND-RESULT-FEEDER
            IF feederSlot IS GREATER THAN 0
                PERFORM SCORE-CURRENT-RESULT
            END-IF
        ELSE
            IF recordMonth IS EQUAL TO priorMonth
                PERFORM FIND-RESULT-FEEDER
                IF feederSlot IS GREATER THAN 0
                    ADD BRS-COUNT-READ TO fdrPriorRead(feederSlot)
                    ADD BRS-COUNT-ILLEGAL TO fdrPriorIllegal(feederSlot)
                    ADD BRS-COUNT-DUPLICATE
                        TO fdrPriorDuplicate(feederSlot)
                END-IF
            END-IF
        END-IF
    END-IF.

SCORE-CURRENT-RESULT.
    IF BRS-SOURCE-STATUS IS EQUAL TO 'MISSING'
        ADD 1 TO fdrMissing(feederSlot)
        ADD 1 TO fdrOutstanding(feederSlot)
    ELSE
        ADD 1 TO fdrBatches(feederSlot)
        ADD BRS-COUNT-READ TO fdrRead(feederSlot)
        ADD BRS-COUNT-ILLEGAL TO fdrIllegal(feederSlot)
        ADD BRS-COUNT-DUPLICATE TO fdrDuplicate(feederSlot)
        IF BRS-TRAILER-STATUS IS NOT EQUAL TO 'OK'
                AND BRS-TRAILER-STATUS IS NOT EQUAL TO SPACES
            ADD 1 TO fdrTrailerBad(feederSlot)
        END-IF
        IF BRS-SOURCE-STATUS IS EQUAL TO 'UNSCHEDULED'
                AND fdrOutstanding(feederSlot) IS GREATER THAN 0
            ADD 1 TO fdrLate(feederSlot)
            SUBTRACT 1 FROM fdrOutstanding(feederSlot)
        END-IF
    END-IF.

*> The feeder the producing run recorded wins; a batch from an
*> unregistered source scores as such, and a batch the run could not
*> check (no registry then) is placed through today's registry.
FIND-RESULT-FEEDER.
    IF BRS-FEEDER IS NOT EQUAL TO SPACES
        MOVE BRS-FEEDER TO searchFeeder
    ELSE
        IF BRS-SOURCE-STATUS IS EQUAL TO 'UNKNOWN SOURCE'
            MOVE '(UNKNOWN SOURCE)' TO searchFeeder
        ELSE
            MOVE BRS-BATCH-ID TO searchBatchId
            PERFORM FIND-BATCH-FEEDER
        END-IF
    END-IF.
    PERFORM FIND-FEEDER-SLOT.

*> Corrections made during the month are charged to the feeder whose
*> batch the corrected suspense record came from.
SCORE-CORRECTIONS.
    OPEN INPUT CORRAUDIT-FILE.
    IF corrAuditStatus IS EQUAL TO '00'
        MOVE 1 TO corrPresent
        MOVE 1 TO corrEof
        PERFORM SCORE-CORRECTION UNTIL corrEof IS EQUAL TO 0
        CLOSE CORRAUDIT-FILE
    END-IF.

SCORE-CORRECTION.
    READ CORRAUDIT-FILE AT END MOVE 0 TO corrEof.
    IF corrEof IS NOT EQUAL TO 0
        MOVE CAUD-RUN-DATE TO recordDate
        IF recordMonth IS EQUAL TO scoreMonth
                AND NOT CAUD-REGISTRY-CHANGE
            ADD 1 TO count-corrections
            MOVE CAUD-BEFORE-BATCH-ID TO searchBatchId
            PERFORM FIND-BATCH-FEEDER
            PERFORM FIND-FEEDER-SLOT
            IF feederSlot IS GREATER THAN 0
                ADD 1 TO fdrCorrections(feederSlot)
            END-IF
        END-IF
    END-IF.

FIND-BATCH-FEEDER.
    MOVE '(UNREGISTERED)' TO searchFeeder.
    MOVE 0 TO patternMatched.
    MOVE 0 TO regIdx.
    PERFORM SCAN-REGISTRY-FOR-BATCH
        UNTIL patternMatched IS EQUAL TO 1
        OR regIdx IS NOT LESS THAN regCount.
    IF patternMatched IS EQUAL TO 1
        MOVE regFeeder(regIdx) TO searchFeeder
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

*> Linear search of the feeder table on searchFeeder; registers the
*> feeder in the next free slot when it has not been seen yet.
*> Leaves feederSlot at zero (with a console warning) once the table
*> is full, and every caller guards on that.
FIND-FEEDER-SLOT.
    MOVE 0 TO feederSlot.
    MOVE 0 TO feederIdx.
    PERFORM SCAN-FEEDER-SLOT UNTIL feederSlot IS GREATER THAN 0
        OR feederIdx IS NOT LESS THAN feederCount.
    IF feederSlot IS EQUAL TO 0
        IF feederCount IS LESS THAN feederLimit
            ADD 1 TO feederCount
            MOVE feederCount TO feederSlot
            MOVE searchFeeder TO fdrName(feederSlot)
            MOVE ZEROS TO fdrBatches(feederSlot) fdrRead(feederSlot)
                fdrIllegal(feederSlot) fdrDuplicate(feederSlot)
                fdrTrailerBad(feederSlot) fdrMissing(feederSlot)
                fdrLate(feederSlot) fdrOutstanding(feederSlot)
                fdrCorrections(feederSlot) fdrPriorRead(feederSlot)
                fdrPriorIllegal(feederSlot)
                fdrPriorDuplicate(feederSlot)
        ELSE
            IF feederFullWarned IS EQUAL TO 0
                MOVE 1 TO feederFullWarned
                DISPLAY 'WARNING: FEEDER TABLE FULL, LATER FEEDERS'
                    ' NOT SCORED'
            END-IF
        END-IF
    END-IF.

SCAN-FEEDER-SLOT.
    ADD 1 TO feederIdx.
    IF fdrName(feederIdx) IS EQUAL TO searchFeeder
        MOVE feederIdx TO feederSlot
    END-IF.

WRITE-FEEDER-LINE.
    ADD 1 TO feederIdx.
    MOVE fdrName(feederIdx) TO scoreFeederOut.
    MOVE fdrBatches(feederIdx) TO scoreBatchesOut.
    MOVE fdrTrailerBad(feederIdx) TO scoreTrailerOut.
    MOVE fdrMissing(feederIdx) TO scoreMissingOut.
    MOVE fdrLate(feederIdx) TO scoreLateOut.
    MOVE fdrCorrections(feederIdx) TO scoreCorrOut.
    MOVE fdrRead(feederIdx) TO scoreRead.
    MOVE fdrIllegal(feederIdx) TO scoreIllegal.
    MOVE fdrDuplicate(feederIdx) TO scoreDuplicate.
    MOVE fdrPriorRead(feederIdx) TO scorePriorRead.
    MOVE fdrPriorIllegal(feederIdx) TO scorePriorIllegal.
    MOVE fdrPriorDuplicate(feederIdx) TO scorePriorDuplicate.
    PERFORM WRITE-SCORE-FIGURES.
    ADD fdrBatches(feederIdx) TO total-batches.
    ADD fdrRead(feederIdx) TO total-read.
    ADD fdrIllegal(feederIdx) TO total-illegal.
    ADD fdrDuplicate(feederIdx) TO total-duplicate.
    ADD fdrTrailerBad(feederIdx) TO total-trailerbad.
    ADD fdrMissing(feederIdx) TO total-missing.
    ADD fdrLate(feederIdx) TO total-late.
    ADD fdrCorrections(feederIdx) TO total-corrections.
    ADD fdrPriorRead(feederIdx) TO total-prior-read.
    ADD fdrPriorIllegal(feederIdx) TO total-prior-illegal.
    ADD fdrPriorDuplicate(feederIdx) TO total-prior-duplicate.

WRITE-TOTAL-LINE.
    MOVE 'ALL FEEDERS' TO scoreFeederOut.
    MOVE total-batches TO scoreBatchesOut.
    MOVE total-trailerbad TO scoreTrailerOut.
    MOVE total-missing TO scoreMissingOut.
    MOVE total-late TO scoreLateOut.
    MOVE total-corrections TO scoreCorrOut.
    MOVE total-read TO scoreRead.
    MOVE total-illegal TO scoreIllegal.
    MOVE total-duplicate TO scoreDuplicate.
    MOVE total-prior-read TO scorePriorRead.
    MOVE total-prior-illegal TO scorePriorIllegal.
    MOVE total-prior-duplicate TO scorePriorDuplicate.
    WRITE reportLine FROM UNDER-LINE AFTER ADVANCING 1 LINE.
    PERFORM WRITE-SCORE-FIGURES.

*> Rates are percent of data records read, to two places.  The trend
*> compares the combined reject-plus-duplicate rate with the prior
*> month's: NEW when the feeder sent nothing last month, NODATA when
*> it has sent nothing this month.
WRITE-SCORE-FIGURES.
    MOVE scoreRead TO scoreReadOut.
    MOVE 0 TO rejectPct dupPct badPct.
    IF scoreRead IS GREATER THAN 0
        COMPUTE rejectPct ROUNDED = scoreIllegal * 100 / scoreRead
        COMPUTE dupPct ROUNDED = scoreDuplicate * 100 / scoreRead
        COMPUTE badPct ROUNDED =
            (scoreIllegal + scoreDuplicate) * 100 / scoreRead
    END-IF.
    MOVE 0 TO priorRejectPct priorDupPct priorBadPct.
    IF scorePriorRead IS GREATER THAN 0
        COMPUTE priorRejectPct ROUNDED =
            scorePriorIllegal * 100 / scorePriorRead
        COMPUTE priorDupPct ROUNDED =
            scorePriorDuplicate * 100 / scorePriorRead
        COMPUTE priorBadPct ROUNDED =
            (scorePriorIllegal + scorePriorDuplicate) * 100
                / scorePriorRead
    END-IF.
    MOVE rejectPct TO scoreRejectOut.
    MOVE dupPct TO scoreDupOut.
    MOVE priorRejectPct TO scorePriorRejectOut.
    MOVE priorDupPct TO scorePriorDupOut.
    IF scoreRead IS EQUAL TO 0
        MOVE 'NODATA' TO scoreTrendOut
    ELSE
        IF scorePriorRead IS EQUAL TO 0
            MOVE 'NEW' TO scoreTrendOut
        ELSE
            IF badPct IS GREATER THAN priorBadPct
                MOVE 'WORSE' TO scoreTrendOut
            ELSE
                IF badPct IS LESS THAN priorBadPct
                    MOVE 'BETTER' TO scoreTrendOut
                ELSE
                    MOVE 'SAME' TO scoreTrendOut
                END-IF
            END-IF
        END-IF
    END-IF.
    WRITE reportLine FROM SCORE-DETAIL-LINE AFTER ADVANCING 1 LINE.

WRITE-SUMMARY.
    MOVE count-records TO summaryRecords.
    WRITE reportLine FROM SUMMARY-RECORDS-LINE AFTER ADVANCING 2 LINES.
    MOVE count-selected TO summarySelected.
    WRITE reportLine FROM SUMMARY-SELECTED-LINE AFTER ADVANCING 1 LINE.
    MOVE count-corrections TO summaryCorrections.
    WRITE reportLine FROM SUMMARY-CORRECTIONS-LINE AFTER ADVANCING 1 LINE.
