           file status is catalogStatus.
       select REGISTRY-FILE assign to DYNAMIC registryDsn
           file status is registryStatus.
       select BATCHRES-FILE assign to DYNAMIC batchResultDsn
           file status is batchResultStatus.
       select STATUS-FILE assign to DYNAMIC statusDsn
           file status is statusFileStatus.
       select MASTER-FILE assign to DYNAMIC masterDsn
           organization is indexed
           access mode is dynamic
           record key is MST-NUM
           file status is masterStatus.
       select MASTER-JOURNAL-FILE assign to DYNAMIC journalDsn
           file status is journalStatus.
       select HISTORY-FILE assign to DYNAMIC historyDsn
           organization is indexed
           access mode is random
           access mode is random
           record key is deltaKey
           file status is deltaStatus.
       select RESULT-FILE assign to DYNAMIC sortResultDsn
           file status is sortResultStatus.
       select SORT-INPUT-FILE assign to SORTWK1.
       select SORT-RESULT-FILE assign to SORTWK2.

DATA DIVISION.
    FILE SECTION.
        FD OUTPUT-FILE.
        01 lineOut pic X(172).
        FD REPORT-FILE.
        01 reportLine pic X(81).
        FD CHECKPOINT-FILE.
                03 savedBatchPrime    PICTURE 9(9).
                03 savedBatchNotprime PICTURE 9(9).
                03 savedBatchIllegal  PICTURE 9(9).
                03 savedBatchDuplicate PICTURE 9(9).
*> Per-input-file classification sub-totals ride along for the same
*> reason the per-batch ones do: read counts are re-derived by the
*> full re-read on a restart, classifications are not.
        COPY "susprec.cpy".
        FD MASTER-FILE.
        COPY "mstrrec.cpy".
        FD MASTER-JOURNAL-FILE.
        COPY "mjrnrec.cpy".
        FD AUDIT-FILE.
        COPY "audtrec.cpy".
        FD HISTORY-FILE.
*> Prior run's OUT-RECORD output, read once at start of a delta-mode
*> run to build the scratch delta KSDS below.
        FD PRIOR-FILE.
        01 priorLine PICTURE X(172).
*> Scratch delta-check KSDS, rebuilt each run like the dup-check
*> file: one record per number the prior run already classified,
*> carrying the enrichment fields PROCESS-RECORD copies forward
            02 deltaGap        PICTURE 9(9).
            02 deltaTwin       PICTURE X(1).
            02 deltaDetail     PICTURE X(80).
            02 deltaDivisorCount PICTURE 9(4).
            02 deltaDivisorSum   PICTURE 9(10).
            02 deltaAbundance    PICTURE X(1).
            02 deltaTotient      PICTURE 9(9).
            02 deltaSquareFree   PICTURE X(1).
*> Delimited extract of the classified results for the warehouse
*> load: pipe-separated fields (seq, num, class, batch id, prime
*> below, prime above, gap, twin, detail, divisor count, proper
*> divisor sum, abundance, totient, square-free) in a fixed 200-byte
*> record.
*> Its companion control record carries the count and OUT-NUM hash
*> total the receiving load job validates before ingesting.
        FD EXTRACT-FILE.
        COPY "gencat.cpy".
        FD REGISTRY-FILE.
        COPY "regyrec.cpy".
*> Cumulative per-batch results, one record appended per feeder
*> batch (and per MISSING registry entry) at end of run.
        FD BATCHRES-FILE.
        COPY "btchres.cpy".
*> Operator-readable heartbeat, rewritten whole at every checkpoint
*> so the shift operator can see progress while the real output
*> files are still open.
        FD STATUS-FILE.
        01 statusLine PICTURE X(80).
*> Sort-mode work files (PRIMES1-SORTMODE=Y).  Each data record is
*> sorted on the same unsigned key image the dup-check KSDS uses,
*> then on its original sequence, carrying its input file and batch
*> table slot along so the counters land where a normal run puts
*> them.  The match pass leaves one result record per data record
*> (its finished OUT-RECORD, its duplicate flag and any suspense
*> reason) for the re-sort back into sequence order.
        SD SORT-INPUT-FILE.
        01 sortInputRecord.
            02 sortKey        PICTURE 9(9).
            02 sortSeq        PICTURE 9(9).
            02 sortFileIdx    PICTURE 9(1).
            02 sortBatchSlot  PICTURE 9(3).
            02 sortLine       PICTURE X(80).
        FD RESULT-FILE.
        01 resultRecord.
            02 resultSeq       PICTURE 9(9).
            02 resultDuplicate PICTURE X(1).
            02 resultSuspense  PICTURE X(2).
            02 resultLine      PICTURE X(80).
            02 resultOut       PICTURE X(172).
        SD SORT-RESULT-FILE.
        01 sortResultRecord.
            02 sortedSeq       PICTURE 9(9).
            02 sortedDuplicate PICTURE X(1).
            02 sortedSuspense  PICTURE X(2).
            02 sortedLine      PICTURE X(80).
            02 sortedOut       PICTURE X(172).
        FD INPUT-FILE.
        01  lineIn.
            02 numIn       PICTURE S9(9).
    77  extractHash    PICTURE 9(18) VALUE 0.
    77  extractPointer PICTURE 9(3) VALUE 1.
    77  extractNumDisplay PICTURE Z(8)9.
    77  extractSumDisplay PICTURE Z(9)9.
    01  controlDsn     PICTURE X(100) VALUE 'primesControl.txt'.
    01  controlStatus  PICTURE X(2) VALUE '00'.
    01  catalogDsn     PICTURE X(100) VALUE 'primesGenCatalog.dat'.
    77  actualPct       PICTURE 9(9) VALUE 0.
    77  toleranceFailed PICTURE 9 VALUE 0.
    77  count-data      PICTURE 9(9) VALUE 0.
    77  count-numeric   PICTURE 9(9) VALUE 0.
    01  TOLERANCE-TITLE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(18) VALUE 'RUN CONTROL CHECKS'.
    01  checkpointStatus  PICTURE X(2) VALUE '00'.
    01  dupCheckStatus    PICTURE X(2) VALUE '00'.
    01  masterStatus      PICTURE X(2) VALUE '00'.
    01  journalDsn        PICTURE X(100) VALUE 'primesMasterJournal.dat'.
    01  journalStatus     PICTURE X(2) VALUE '00'.
    77  journalOk         PICTURE 9 VALUE 0.
    01  historyDsn        PICTURE X(100) VALUE 'primesHistory.dat'.
    01  historyStatus     PICTURE X(2) VALUE '00'.
    77  historyOk         PICTURE 9 VALUE 0.
        02 trailerDelta PICTURE Z(8)9.
    77  masterOk          PICTURE 9 VALUE 0.
    77  masterReadOnly    PICTURE 9 VALUE 0.
    77  masterRefresh     PICTURE 9 VALUE 0.
    77  masterHit         PICTURE 9 VALUE 0.
    77  count-masterhit   PICTURE 9(9) VALUE 0.
    77  count-duplicate   PICTURE 9(9) VALUE 0.
*> Sorted sequential-match mode: the master is read forward in key
*> order through a one-record look-ahead instead of by random READ,
*> and duplicates are recognised as adjacent equal keys instead of by
*> the dup-check KSDS.  The group image holds the master record for
*> the key just classified, so a repeat of the key further down the
*> group sees the master exactly as a normal run would (including an
*> entry this same pass has just written).
    01  sortResultDsn     PICTURE X(100) VALUE 'primesSortResult.dat'.
    01  sortResultStatus  PICTURE X(2) VALUE '00'.
    77  sortMode          PICTURE 9 VALUE 0.
    77  sortMatchPass     PICTURE 9 VALUE 0.
    77  sortEof           PICTURE 9 VALUE 0.
    77  matchAtEnd        PICTURE 9 VALUE 0.
    77  masterWritten     PICTURE 9 VALUE 0.
    77  groupImageOk      PICTURE 9 VALUE 0.
    77  groupNum          PICTURE S9(9) VALUE 0.
    77  haveLastKey       PICTURE 9 VALUE 0.
    77  lastSortKey       PICTURE 9(9) VALUE 0.
    77  pendingDuplicate  PICTURE X(1) VALUE 'N'.
    77  pendingSuspense   PICTURE X(2) VALUE SPACES.
    77  gapSeqSave        PICTURE 9(9) VALUE 0.
    COPY "mstrrec.cpy" REPLACING ==MASTER-RECORD== BY ==MATCH-MASTER-RECORD==
        LEADING ==MST== BY ==MMR==.
    COPY "mstrrec.cpy" REPLACING ==MASTER-RECORD== BY ==GROUP-MASTER-RECORD==
        LEADING ==MST== BY ==GMR==.
    01  DUPLICATE-EXCEPTION-LINE.
        02 FILLER PICTURE X VALUE SPACE.
        02 dupNumOut PICTURE Z(8)9.
            03 batchTrailerSeen PICTURE X(1).
            03 batchExpCount    PICTURE 9(9).
            03 batchExpHash     PICTURE 9(18).
            03 batchDuplicate   PICTURE 9(9).
            03 batchTrailerStatus PICTURE X(13).
            03 batchFeeder      PICTURE X(20).
            03 batchSource      PICTURE X(14).
    01  BATCH-TITLE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(13) VALUE 'BATCH SUMMARY'.
        02 badBatchStatus PICTURE X(13).
    01  registryDsn     PICTURE X(100) VALUE 'primesRegistry.dat'.
    01  registryStatus  PICTURE X(2) VALUE '00'.
    01  batchResultDsn    PICTURE X(100) VALUE 'primesBatchResults.dat'.
    01  batchResultStatus PICTURE X(2) VALUE '00'.
    77  regEof      PICTURE 9 VALUE 1.
    77  regCount    PICTURE 9(3) VALUE 0.
    77  regIdx      PICTURE 9(3) VALUE 0.
            03 regFeeder  PICTURE X(20).
            03 regDays    PICTURE X(7).
            03 regEntryStatus PICTURE X(1).
            03 regMissing PICTURE X(1).
    01  REGISTRY-TITLE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(21) VALUE 'BATCH REGISTRY CHECKS'.
END-IF.
PERFORM READ-CONTROL-CARDS.
PERFORM READ-CHECKPOINT.
*> Sort mode produces no output until its final pass, so it takes no
*> checkpoints of its own and cannot pick up an interrupted normal
*> run part way through: that restart has to be finished normally.
IF sortMode IS EQUAL TO 1 AND skipCount IS GREATER THAN 0
    DISPLAY 'PRIMES1: CHECKPOINT PENDING AT RECORD ' skipCount
        ' - RESTART WITHOUT PRIMES1-SORTMODE'
    MOVE 8 TO RETURN-CODE
    STOP RUN
END-IF.
IF skipCount IS GREATER THAN 0
    MOVE 'R' TO runRestart
    PERFORM RESTORE-RUN-TOTALS
WRITE reportLine FROM RUN-HEADER-LINE AFTER ADVANCING 1 LINE.
WRITE reportLine FROM UNDER-LINE AFTER ADVANCING 1 LINE.

IF sortMode IS EQUAL TO 1
    PERFORM RUN-SORTED-MATCH
ELSE
    perform checkPrime until eof-switch is equal to 0
END-IF.

PERFORM WRITE-TRAILER.
PERFORM CHECK-TOLERANCES.
PERFORM WRITE-FILE-REPORT.
PERFORM WRITE-BATCH-REPORT.
PERFORM CHECK-BATCH-REGISTRY.
PERFORM WRITE-BATCH-RESULTS.
PERFORM WRITE-BUCKET-REPORT.
PERFORM RESET-CHECKPOINT.

IF masterOk IS EQUAL TO 1
    CLOSE MASTER-FILE
END-IF.
IF journalOk IS EQUAL TO 1
    CLOSE MASTER-JOURNAL-FILE
END-IF.
IF historyOk IS EQUAL TO 1
    CLOSE HISTORY-FILE
END-IF.
        MOVE count-duplicate TO AUD-COUNT-DUPLICATE
        MOVE count-masterhit TO AUD-COUNT-MASTERHIT
        MOVE RETURN-CODE TO AUD-RETURN-CODE
        MOVE 'PRIMES1' TO AUD-PROGRAM
        MOVE count-data TO AUD-COUNT-DATA
        MOVE count-numeric TO AUD-COUNT-NUMERIC
        WRITE AUDIT-RECORD
        CLOSE AUDIT-FILE
    ELSE
        MOVE 1 TO masterReadOnly
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMES1-MASTERJOURNAL'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO journalDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMES1-HISTORYFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
        MOVE envTemp TO registryDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMES1-BATCHRESULTFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO batchResultDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMES1-DELTAMODE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO deltaCheckDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMES1-SORTMODE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS EQUAL TO 'Y'
        MOVE 1 TO sortMode
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMES1-SORTRESULTFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO sortResultDsn
    END-IF.

*> The variable name is built per slot, so the ACCEPT goes through
*> the ENVIRONMENT-NAME register instead of a literal.  Gaps in the
*> partition runs sharing one master: the indexed file has no
*> record-level sharing, so parallel instances may only read it.
*> Newly computed results are simply not cached in that mode.
*> Every change to the master is journaled, so the journal has to be
*> open before the master may be updated: when it cannot be, the run
*> falls back to read-only use of the master rather than make changes
*> a recovery could not replay.
    IF masterReadOnly IS EQUAL TO 0
        PERFORM OPEN-MASTER-JOURNAL
    END-IF.
    IF masterReadOnly IS EQUAL TO 1
        OPEN INPUT MASTER-FILE
    ELSE
        DISPLAY 'WARNING: MASTER-FILE OPEN STATUS ' masterStatus
    END-IF.

*> The master journal is cumulative across runs and programs: created
*> only when it genuinely does not exist yet (35), as for the audit
*> history, and otherwise always extended.
OPEN-MASTER-JOURNAL.
    MOVE 1 TO journalOk.
    OPEN EXTEND MASTER-JOURNAL-FILE.
    IF journalStatus IS EQUAL TO '35'
        OPEN OUTPUT MASTER-JOURNAL-FILE
    END-IF.
    IF journalStatus IS NOT EQUAL TO '00'
        MOVE 0 TO journalOk
        MOVE 1 TO masterReadOnly
        DISPLAY 'WARNING: MASTER-JOURNAL-FILE OPEN STATUS ' journalStatus
            ' - MASTER NOT UPDATED THIS RUN'
    END-IF.

*> Journals the master record just written or rewritten (MJR-ACTION
*> set by the caller).  Should the journal stop accepting records the
*> master is left alone for the rest of the run, as if it had been
*> opened read-only.
WRITE-MASTER-JOURNAL.
    ACCEPT MJR-CHANGE-DATE FROM DATE YYYYMMDD.
    ACCEPT MJR-CHANGE-TIME FROM TIME.
    MOVE 'PRIMES1' TO MJR-PROGRAM.
    MOVE acceptedDate TO MJR-RUN-DATE.
    MOVE acceptedTime TO MJR-RUN-TIME.
    MOVE MASTER-RECORD TO MJR-IMAGE.
    WRITE MASTER-JOURNAL-RECORD.
    IF journalStatus IS NOT EQUAL TO '00'
        MOVE 1 TO masterReadOnly
        DISPLAY 'WARNING: MASTER-JOURNAL-FILE WRITE STATUS '
            journalStatus ' - NO FURTHER MASTER UPDATES THIS RUN'
    END-IF.

*> The occurrence history persists across runs like the master:
*> created empty on first use, then extended by every run.  If it
*> cannot be opened the run carries on without occurrence recording,
            MOVE PRI-GAP TO deltaGap
            MOVE PRI-TWIN TO deltaTwin
            MOVE PRI-DETAIL TO deltaDetail
            MOVE PRI-DIVISOR-COUNT TO deltaDivisorCount
            MOVE PRI-DIVISOR-SUM TO deltaDivisorSum
            MOVE PRI-ABUNDANCE TO deltaAbundance
            MOVE PRI-TOTIENT TO deltaTotient
            MOVE PRI-SQUARE-FREE TO deltaSquareFree
*> A repeat of the same number in the prior output adds nothing: the
*> first copy already carries its classification.
            WRITE deltaRecord
    MOVE savedBatchPrime(saveIdx)    TO batchPrime(saveIdx).
    MOVE savedBatchNotprime(saveIdx) TO batchNotprime(saveIdx).
    MOVE savedBatchIllegal(saveIdx)  TO batchIllegal(saveIdx).
    MOVE savedBatchDuplicate(saveIdx) TO batchDuplicate(saveIdx).
    MOVE ZEROS TO batchRead(saveIdx) batchHash(saveIdx)
        batchExpCount(saveIdx) batchExpHash(saveIdx).
    MOVE SPACE TO batchTrailerSeen(saveIdx).
    MOVE SPACES TO batchTrailerStatus(saveIdx) batchFeeder(saveIdx).
    MOVE 'NOT CHECKED' TO batchSource(saveIdx).

*> Per-file read counts are re-derived by the re-read, like the
*> per-batch ones; only the classification sub-totals come back.
    MOVE batchPrime(saveIdx)    TO savedBatchPrime(saveIdx).
    MOVE batchNotprime(saveIdx) TO savedBatchNotprime(saveIdx).
    MOVE batchIllegal(saveIdx)  TO savedBatchIllegal(saveIdx).
    MOVE batchDuplicate(saveIdx) TO savedBatchDuplicate(saveIdx).

SAVE-FILE-ENTRY.
    ADD 1 TO saveIdx.
            END-IF
        END-IF
    END-IF.
    MOVE batchStatusOut TO batchTrailerStatus(batchIdx).
    MOVE batchId(batchIdx) TO batchIdOut.
    MOVE batchRead(batchIdx) TO batchReadOut.
    MOVE batchPrime(batchIdx) TO batchPrimeOut.
            MOVE REG-FEEDER TO regFeeder(regCount)
            MOVE REG-DAYS TO regDays(regCount)
            MOVE REG-STATUS TO regEntryStatus(regCount)
            MOVE 'N' TO regMissing(regCount)
        ELSE
            DISPLAY 'WARNING: REGISTRY TABLE FULL, LATER ENTRIES'
                ' NOT CHECKED'
        IF patternMatched IS EQUAL TO 0
            ADD 1 TO regProblems
            MOVE 1 TO toleranceFailed
            MOVE 'Y' TO regMissing(regIdx)
            MOVE regBatchId(regIdx) TO regIdOut
            MOVE regFeeder(regIdx) TO regFeederOut
            MOVE 'MISSING' TO regStatusOut
    PERFORM SCAN-REGISTRY-FOR-BATCH
        UNTIL patternMatched IS EQUAL TO 1
        OR regIdx IS NOT LESS THAN regCount.
*> The first matching entry names the batch's feeder for the batch
*> results; a known source arriving on a day its entry is not due
*> (or whose entry is disabled) is recorded as UNSCHEDULED, which is
*> how a late batch shows up.
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
        MOVE scanPos TO starPos
    END-IF.

*> One record per batch in the BATCH-TABLE, then one per registry
*> entry found MISSING, appended to the cumulative batch-results
*> dataset that the monthly feeder scorecard reads.  Written once at
*> end of run (a restart rewrites nothing twice), creation only on
*> file-status 35 as for the audit history, and a failure to open it
*> warns but never changes the run's own outcome.
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
    MOVE 'PRIMES1' TO BRS-PROGRAM.
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
        MOVE 'PRIMES1' TO BRS-PROGRAM
        MOVE regBatchId(regIdx) TO BRS-BATCH-ID
        MOVE regFeeder(regIdx) TO BRS-FEEDER
        MOVE ZEROS TO BRS-COUNT-READ BRS-COUNT-PRIME
            BRS-COUNT-NOTPRIME BRS-COUNT-ILLEGAL BRS-COUNT-DUPLICATE
            BRS-HASH BRS-EXP-COUNT BRS-EXP-HASH
        MOVE SPACES TO BRS-TRAILER-STATUS
        MOVE 'MISSING' TO BRS-SOURCE-STATUS
        WRITE BATCH-RESULT-RECORD
    END-IF.

WRITE-BUCKET-REPORT.
    WRITE reportLine FROM BUCKET-TITLE-LINE AFTER ADVANCING 2 LINES.
    WRITE reportLine FROM BUCKET-HEADER-LINE AFTER ADVANCING 1 LINE.
            ADD 1 TO fileRead(currentInput)
            PERFORM ACCUMULATE-BATCH-INPUT
            if numIn IS NUMERIC
                ADD 1 TO count-numeric
                PERFORM CHECK-DUPLICATE
            end-if
            if count-read is greater than skipCount
        MOVE 0 TO eof-switch
    END-IF.

*> Sorted sequential-match mode (PRIMES1-SORTMODE=Y) for the big
*> monthly file.  The first sort orders the data records by number
*> (then original sequence): its input procedure is the normal read
*> loop, with batch control records and the per-batch and per-file
*> read totals handled exactly as checkPrime handles them; its output
*> procedure classifies the records in key order in one forward pass
*> of the master, adding new master entries as it goes.  The second
*> sort puts the results back into OUT-SEQ order, and only then are
*> the output, extract, exceptions and suspense records written, so
*> every deliverable and report comes out as a normal run makes it.
RUN-SORTED-MATCH.
    SORT SORT-INPUT-FILE
        ON ASCENDING KEY sortKey sortSeq
        INPUT PROCEDURE IS RELEASE-INPUT-RECORDS
        OUTPUT PROCEDURE IS MATCH-SORTED-RECORDS.
    IF SORT-RETURN IS NOT EQUAL TO 0
        DISPLAY 'PRIMES1: INPUT SORT FAILED, SORT-RETURN ' SORT-RETURN
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    SORT SORT-RESULT-FILE
        ON ASCENDING KEY sortedSeq
        USING RESULT-FILE
        OUTPUT PROCEDURE IS WRITE-SORTED-RESULTS.
    IF SORT-RETURN IS NOT EQUAL TO 0
        DISPLAY 'PRIMES1: RESULT SORT FAILED, SORT-RETURN ' SORT-RETURN
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

RELEASE-INPUT-RECORDS.
    PERFORM RELEASE-INPUT-RECORD UNTIL eof-switch IS EQUAL TO 0.

*> The sort key is the dup-check key image (the unsigned digits of
*> numIn), so every record the dup-check KSDS would call a duplicate
*> sorts next to its first occurrence.  Non-numeric records sort
*> under a zero key; they never take part in the duplicate test.
RELEASE-INPUT-RECORD.
    MOVE 0 TO fileSwitched.
    READ INPUT-FILE AT END PERFORM ADVANCE-INPUT-FILE.
    IF eof-switch IS NOT EQUAL TO 0 AND fileSwitched IS EQUAL TO 0
        ADD 1 TO count-read
        IF BATCH-HEADER-REC OR BATCH-TRAILER-REC
            PERFORM PROCESS-BATCH-CONTROL
        ELSE
            ADD 1 TO count-data
            ADD 1 TO fileRead(currentInput)
            PERFORM ACCUMULATE-BATCH-INPUT
            IF numIn IS NUMERIC
                ADD 1 TO count-numeric
                MOVE numIn TO sortKey
            ELSE
                MOVE ZEROS TO sortKey
            END-IF
            MOVE count-read TO sortSeq
            MOVE currentInput TO sortFileIdx
            MOVE batchSlot TO sortBatchSlot
            MOVE lineIn TO sortLine
            RELEASE sortInputRecord
        END-IF
    END-IF.

MATCH-SORTED-RECORDS.
    OPEN OUTPUT RESULT-FILE.
    IF sortResultStatus IS NOT EQUAL TO '00'
        DISPLAY 'PRIMES1: SORT RESULT FILE OPEN STATUS '
            sortResultStatus
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE ZEROS TO MATCH-MASTER-RECORD.
    MOVE 1 TO matchAtEnd.
    IF masterOk IS EQUAL TO 1
        MOVE 0 TO matchAtEnd
        MOVE ZEROS TO MST-NUM
        START MASTER-FILE KEY IS NOT LESS THAN MST-NUM
            INVALID KEY MOVE 1 TO matchAtEnd
        END-START
        IF matchAtEnd IS EQUAL TO 0
            PERFORM ADVANCE-MATCH-MASTER
        END-IF
    END-IF.
    MOVE 0 TO groupImageOk.
    MOVE 0 TO haveLastKey.
    MOVE 0 TO sortEof.
    MOVE 1 TO sortMatchPass.
    PERFORM MATCH-SORTED-RECORD UNTIL sortEof IS EQUAL TO 1.
    MOVE 0 TO sortMatchPass.
    CLOSE RESULT-FILE.

*> currentInput and batchSlot are put back to the record's own file
*> and batch so COUNT-FILE-TOTALS and the batch counters in
*> PROCESS-RECORD credit the right entries; the input file itself is
*> finished with by now.
MATCH-SORTED-RECORD.
    RETURN SORT-INPUT-FILE
        AT END MOVE 1 TO sortEof
    END-RETURN.
    IF sortEof IS EQUAL TO 0
        MOVE sortLine TO lineIn
        MOVE sortFileIdx TO currentInput
        MOVE sortBatchSlot TO batchSlot
        MOVE 'N' TO pendingDuplicate
        MOVE SPACES TO pendingSuspense
        IF numIn IS NUMERIC
            PERFORM CHECK-SORTED-DUPLICATE
        END-IF
        PERFORM PROCESS-RECORD
        PERFORM COUNT-FILE-TOTALS
    END-IF.

*> The first record of a key group (lowest sequence) is the original;
*> every later one is the duplicate the dup-check KSDS would have
*> rejected, counted here and reported when the results are written.
CHECK-SORTED-DUPLICATE.
    IF haveLastKey IS EQUAL TO 1 AND sortKey IS EQUAL TO lastSortKey
        ADD 1 TO count-duplicate
        IF batchSlot IS GREATER THAN 0
            ADD 1 TO batchDuplicate(batchSlot)
        END-IF
        MOVE 'Y' TO pendingDuplicate
    END-IF.
    MOVE sortKey TO lastSortKey.
    MOVE 1 TO haveLastKey.

WRITE-RESULT-RECORD.
    MOVE OUT-SEQ TO resultSeq.
    MOVE pendingDuplicate TO resultDuplicate.
    MOVE pendingSuspense TO resultSuspense.
    MOVE lineIn TO resultLine.
    MOVE OUT-RECORD TO resultOut.
    WRITE resultRecord.
    IF sortResultStatus IS NOT EQUAL TO '00'
        DISPLAY 'PRIMES1: SORT RESULT FILE WRITE STATUS '
            sortResultStatus
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-SORTED-RESULTS.
    MOVE 0 TO sortEof.
    PERFORM WRITE-SORTED-RESULT UNTIL sortEof IS EQUAL TO 1.

*> Back in sequence order: the duplicate exception and DU suspense
*> come first, then any NN/OR suspense, then the output and extract
*> records -- the order checkPrime writes them in for one record.
WRITE-SORTED-RESULT.
    RETURN SORT-RESULT-FILE
        AT END MOVE 1 TO sortEof
    END-RETURN.
    IF sortEof IS EQUAL TO 0
        MOVE sortedLine TO lineIn
        IF sortedDuplicate IS EQUAL TO 'Y'
            MOVE numIn TO dupNumOut
            WRITE exceptionLine FROM DUPLICATE-EXCEPTION-LINE
            MOVE 'DU' TO suspenseReason
            PERFORM WRITE-SUSPENSE
        END-IF
        IF sortedSuspense IS NOT EQUAL TO SPACES
            MOVE sortedSuspense TO suspenseReason
            PERFORM WRITE-SUSPENSE
        END-IF
        MOVE sortedOut TO OUT-RECORD
        WRITE lineOut FROM OUT-RECORD
        PERFORM WRITE-EXTRACT
    END-IF.

*> Per-file classification sub-totals, keyed off the class the record
*> just got in PROCESS-RECORD (carry-forward or fresh alike).
COUNT-FILE-TOTALS.
            MOVE ZEROS TO batchRead(batchSlot) batchHash(batchSlot)
                batchPrime(batchSlot) batchNotprime(batchSlot)
                batchIllegal(batchSlot) batchExpCount(batchSlot)
                batchExpHash(batchSlot) batchDuplicate(batchSlot)
            MOVE SPACE TO batchTrailerSeen(batchSlot)
            MOVE SPACES TO batchTrailerStatus(batchSlot)
                batchFeeder(batchSlot)
            MOVE 'NOT CHECKED' TO batchSource(batchSlot)
        ELSE
            IF batchFullWarned IS EQUAL TO 0
                MOVE 1 TO batchFullWarned
    END-IF.

PROCESS-RECORD.
        if sortMatchPass IS EQUAL TO 1
            MOVE sortSeq TO OUT-SEQ
        else
            MOVE count-read TO OUT-SEQ
        end-if.
        MOVE IN-BATCH-ID TO OUT-BATCH-ID.
        MOVE SPACES TO OUT-DETAIL.
        MOVE ZEROS TO OUT-PRIME-BELOW OUT-PRIME-ABOVE OUT-GAP.
        MOVE SPACE TO OUT-TWIN.
        MOVE ZEROS TO OUT-DIVISOR-COUNT OUT-DIVISOR-SUM OUT-TOTIENT.
        MOVE SPACE TO OUT-ABUNDANCE OUT-SQUARE-FREE.
*> batchSlot still addresses this record's batch entry here: checkPrime
*> performs ACCUMULATE-BATCH-INPUT immediately before this paragraph,
*> and the sort-mode match pass restores the slot saved with the record.
        if numIn IS NOT NUMERIC
            MOVE ZEROS TO OUT-NUM
            ADD 1 TO count-illegal
                PERFORM CLASSIFY-FRESH
            end-if
        end-if.
*> In the sort-mode match pass the finished record waits in the result
*> file for the re-sort into sequence order; the occurrence goes to
*> history now, when the pass is already in OCC-KEY order.
        if sortMatchPass IS EQUAL TO 1
            PERFORM WRITE-RESULT-RECORD
        else
            WRITE lineOut FROM OUT-RECORD
            PERFORM WRITE-EXTRACT
        end-if.
        PERFORM WRITE-OCCURRENCE.

*> The full classification path for a number the delta carry-forward
    MOVE PRIM-CLASS TO OUT-CLASS.
    if PRIM-CLASS IS NOT EQUAL TO 'E'
        PERFORM ENRICH-PRIME-GAP
        MOVE PRIM-DIVISOR-COUNT TO OUT-DIVISOR-COUNT
        MOVE PRIM-DIVISOR-SUM TO OUT-DIVISOR-SUM
        MOVE PRIM-ABUNDANCE TO OUT-ABUNDANCE
        MOVE PRIM-TOTIENT TO OUT-TOTIENT
        MOVE PRIM-SQUARE-FREE TO OUT-SQUARE-FREE
        if PRIM-CLASS IS EQUAL TO 'P'
            ADD 1 TO count-prime
            IF batchSlot IS GREATER THAN 0
    MOVE deltaGap TO OUT-GAP.
    MOVE deltaTwin TO OUT-TWIN.
    MOVE deltaDetail TO OUT-DETAIL.
    MOVE deltaDivisorCount TO OUT-DIVISOR-COUNT.
    MOVE deltaDivisorSum TO OUT-DIVISOR-SUM.
    MOVE deltaAbundance TO OUT-ABUNDANCE.
    MOVE deltaTotient TO OUT-TOTIENT.
    MOVE deltaSquareFree TO OUT-SQUARE-FREE.
    IF OUT-CLASS IS EQUAL TO 'P'
        ADD 1 TO count-prime
        IF batchSlot IS GREATER THAN 0
        END-IF
    END-IF.
    PERFORM UPDATE-BUCKET-COUNTS.
    PERFORM NOTE-LARGEST-GAP.

*> One occurrence per processed data record goes to the cumulative
*> history, keyed on number / run date / run time / sequence, so an
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

*> The divisor properties follow the detail text as five trailing
*> fields (divisor count, proper-divisor sum, abundance class,
*> totient, square-free flag), so a loader that only knows the
*> original nine fields still finds them where it always did.
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

*> The control record is rewritten from scratch every run with the
*> final totals (which include any pre-checkpoint portion restored
*> from the checkpoint on a restart), so the warehouse always
            MOVE 'T' TO OUT-TWIN
        END-IF
    END-IF.
    PERFORM NOTE-LARGEST-GAP.

*> Widest gap for the report.  Records arrive in sequence order in a
*> normal run, so the first record showing the widest gap keeps it;
*> the sort-mode match pass meets them in number order instead, and
*> breaks an equal-width tie on the lower sequence to reach the same
*> answer.
NOTE-LARGEST-GAP.
    IF OUT-GAP IS GREATER THAN largest-gap
            OR (sortMatchPass IS EQUAL TO 1
            AND OUT-GAP IS GREATER THAN 0
            AND OUT-GAP IS EQUAL TO largest-gap
            AND OUT-SEQ IS LESS THAN gapSeqSave)
        MOVE OUT-GAP TO largest-gap
        MOVE OUT-PRIME-BELOW TO gapBelowSave
        MOVE OUT-PRIME-ABOVE TO gapAboveSave
        MOVE OUT-SEQ TO gapSeqSave
    END-IF.

*> Rejects and duplicates go to suspense in their full original input
*> layout so the primrsub job can re-validate corrected records and
*> rebuild a clean resubmission input without touching the raw feed.
*> The sort-mode match pass only notes the reason on the result record;
*> the suspense record itself is written in sequence order afterwards.
WRITE-SUSPENSE.
    IF sortMatchPass IS EQUAL TO 1
        MOVE suspenseReason TO pendingSuspense
    ELSE
        MOVE suspenseReason TO SUS-REASON
        MOVE lineIn TO SUS-DATA
        WRITE SUSPENSE-RECORD
    END-IF.

*> Classification with the cross-run master in front of it: a number
*> already on the master reuses its stored class and factor list; a
*> positive value, and primchk classifies them trivially anyway.
CLASSIFY-NUMBER.
    MOVE 0 TO masterHit.
    MOVE 0 TO masterWritten.
    IF masterOk IS EQUAL TO 1 AND num IS GREATER THAN 1
        IF sortMatchPass IS EQUAL TO 1
            PERFORM MATCH-MASTER-KEY
        ELSE
            MOVE num TO MST-NUM
            READ MASTER-FILE
                INVALID KEY CONTINUE
            END-READ
            IF masterStatus IS EQUAL TO '00'
                MOVE 1 TO masterHit
            END-IF
        END-IF
    END-IF.
    IF masterHit IS EQUAL TO 1
        MOVE MST-CLASS TO PRIM-CLASS
        MOVE MST-FACTOR-COUNT TO PRIM-FACTOR-COUNT
        MOVE MST-FACTOR-TABLE TO PRIM-FACTOR-TABLE
        MOVE 0 TO masterRefresh
*> A zero MST-DIVISOR-COUNT marks a record written before the divisor
*> fields existed: primchk derives them from scratch (the factor list
*> it returns is the one already copied from the master).
        IF MST-DIVISOR-COUNT IS EQUAL TO 0
            CALL 'primchk' USING PRIM-PARM-BLOCK
            MOVE PRIM-DIVISOR-COUNT TO MST-DIVISOR-COUNT
            MOVE PRIM-DIVISOR-SUM TO MST-DIVISOR-SUM
            MOVE PRIM-ABUNDANCE TO MST-ABUNDANCE
            MOVE PRIM-TOTIENT TO MST-TOTIENT
            MOVE PRIM-SQUARE-FREE TO MST-SQUARE-FREE
            MOVE 1 TO masterRefresh
        ELSE
            MOVE MST-DIVISOR-COUNT TO PRIM-DIVISOR-COUNT
            MOVE MST-DIVISOR-SUM TO PRIM-DIVISOR-SUM
            MOVE MST-ABUNDANCE TO PRIM-ABUNDANCE
            MOVE MST-TOTIENT TO PRIM-TOTIENT
            MOVE MST-SQUARE-FREE TO PRIM-SQUARE-FREE
        END-IF
*> A zero MST-PRIME-ABOVE marks a record written before the
*> nearest-prime fields existed (or by a primmant rebuild): fill the
*> neighbours in now.  Either fill rewrites the record once, so each
*> derivation happens once per number across all runs rather than
*> once per run.
        IF MST-PRIME-ABOVE IS EQUAL TO 0
            PERFORM FIND-NEAREST-PRIMES
            MOVE primeBelow TO MST-PRIME-BELOW
            MOVE primeAbove TO MST-PRIME-ABOVE
            MOVE 1 TO masterRefresh
        ELSE
            MOVE MST-PRIME-BELOW TO primeBelow
            MOVE MST-PRIME-ABOVE TO primeAbove
        END-IF
        IF masterRefresh IS EQUAL TO 1 AND masterReadOnly IS EQUAL TO 0
            REWRITE MASTER-RECORD
                INVALID KEY CONTINUE
            END-REWRITE
            IF masterStatus IS EQUAL TO '00'
                MOVE 'R' TO MJR-ACTION
                PERFORM WRITE-MASTER-JOURNAL
            END-IF
        END-IF
    ELSE
        MOVE num TO PRIM-NUMBER
        CALL 'primchk' USING PRIM-PARM-BLOCK
            MOVE PRIM-FACTOR-TABLE TO MST-FACTOR-TABLE
            MOVE primeBelow TO MST-PRIME-BELOW
            MOVE primeAbove TO MST-PRIME-ABOVE
            MOVE PRIM-DIVISOR-COUNT TO MST-DIVISOR-COUNT
            MOVE PRIM-DIVISOR-SUM TO MST-DIVISOR-SUM
            MOVE PRIM-ABUNDANCE TO MST-ABUNDANCE
            MOVE PRIM-TOTIENT TO MST-TOTIENT
            MOVE PRIM-SQUARE-FREE TO MST-SQUARE-FREE
            WRITE MASTER-RECORD
                INVALID KEY CONTINUE
            END-WRITE
            IF masterStatus IS EQUAL TO '00'
                MOVE 1 TO masterWritten
                MOVE 'A' TO MJR-ACTION
                PERFORM WRITE-MASTER-JOURNAL
            END-IF
        END-IF
    END-IF.
    IF sortMatchPass IS EQUAL TO 1
            AND masterOk IS EQUAL TO 1 AND num IS GREATER THAN 1
        PERFORM SAVE-GROUP-IMAGE
    END-IF.

*> Sort-mode master match.  A repeat of the key just classified is
*> answered from the group image; otherwise the look-ahead record is
*> advanced until it reaches or passes the key.  The keys arrive in
*> ascending order, so the master is read forward once for the run.
MATCH-MASTER-KEY.
    IF groupImageOk IS EQUAL TO 1 AND groupNum IS EQUAL TO num
        MOVE GROUP-MASTER-RECORD TO MASTER-RECORD
        MOVE 1 TO masterHit
    ELSE
        PERFORM ADVANCE-MATCH-MASTER
            UNTIL matchAtEnd IS EQUAL TO 1
            OR MMR-NUM IS NOT LESS THAN num
        IF matchAtEnd IS EQUAL TO 0 AND MMR-NUM IS EQUAL TO num
            MOVE MATCH-MASTER-RECORD TO MASTER-RECORD
            MOVE 1 TO masterHit
        END-IF
    END-IF.

*> The look-ahead is kept in working storage because a WRITE or
*> REWRITE for a lower key reuses the master record area; neither
*> moves the file position, so READ NEXT carries on from it.  A read
*> error ends the match as though the master were exhausted: the
*> numbers after it are classified fresh, as a master miss would be.
ADVANCE-MATCH-MASTER.
    READ MASTER-FILE NEXT RECORD INTO MATCH-MASTER-RECORD
        AT END MOVE 1 TO matchAtEnd
    END-READ.
    IF matchAtEnd IS EQUAL TO 0 AND masterStatus IS NOT EQUAL TO '00'
        DISPLAY 'WARNING: MASTER-FILE READ NEXT STATUS ' masterStatus
        MOVE 1 TO matchAtEnd
    END-IF.

*> Keep the master record for the key just classified -- as found, as
*> lazily completed, or as just written -- so the rest of its key group
*> counts a master hit exactly where a normal run would.  A number
*> that never reached the master (read-only mode, a failed write)
*> leaves no image, and its repeats are classified again, as they
*> would be in a normal run.
SAVE-GROUP-IMAGE.
    MOVE 0 TO groupImageOk.
    IF masterHit IS EQUAL TO 1 OR masterWritten IS EQUAL TO 1
        MOVE MASTER-RECORD TO GROUP-MASTER-RECORD
        MOVE num TO groupNum
        MOVE 1 TO groupImageOk
    END-IF.

*> Nearest prime strictly below and strictly above num.  Either end
*> can come back zero: below 2 there is no lower prime, and above
        INVALID KEY
            IF count-read IS GREATER THAN skipCount
                ADD 1 TO count-duplicate
                IF batchSlot IS GREATER THAN 0
                    ADD 1 TO batchDuplicate(batchSlot)
                END-IF
                MOVE numIn TO dupNumOut
                WRITE exceptionLine FROM DUPLICATE-EXCEPTION-LINE
                MOVE 'DU' TO suspenseReason
