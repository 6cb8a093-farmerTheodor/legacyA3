IDENTIFICATION DIVISION.
    PROGRAM-ID. primrang.
*> Prime range enumeration: answers "how many primes lie between A
*> and B, and what are they?" without generating an input record for
*> every value in the range and pushing it through primes1.  Each
*> request card (rngreq.cpy) gives a low and high bound and a list or
*> count option.  Every value in the range is classified the way
*> primes1 classifies it -- the classification master first, the
*> shared primchk subprogram on a miss -- and for each request the
*> report gives the prime count, the twin pairs, the widest gap
*> between consecutive primes inside the range, and how many of the
*> primes were new to the master.  The listing carries every prime
*> in the range (option L, each one marked with its twin where it has
*> one) or just the twin pairs (option C).  Every prime found is
*> written to the classification master, with its neighbours filled
*> in where both lie inside the range; the first and last prime of a
*> range go on with zero neighbours for primes1 to fill lazily.  The
*> master has no record-level sharing, so primrang must not run
*> alongside a primes1 that is updating the same master.  Each add
*> is journaled like every other master change; without the journal
*> the ranges are still answered but nothing is written to the master.
*> A wide range can outrun the batch window, so the run takes its own
*> checkpoint every PRIMRANG-CKPTINTERVAL values examined and at the
*> end of every request; a rerun after an abend skips the requests
*> already finished and resumes the interrupted one at the value
*> after its last checkpoint, with the report and listing extended
*> rather than rewritten.  A request with non-numeric bounds, a low
*> bound above the high bound or an unknown option is rejected on the
*> report (RC=4); no request file is RC=12.
*>   PRIMRANG-REQUESTFILE   range requests (primesRangeRequests.txt)
*>   PRIMRANG-REPORTFILE    range report (primesRangeReport.txt)
*>   PRIMRANG-LISTFILE      primes and twin pairs (primesRangeList.txt)
*>   PRIMRANG-MASTERFILE    classification master (primesMaster.dat)
*>   PRIMRANG-MASTERJOURNAL master journal (primesMasterJournal.dat)
*>   PRIMRANG-CKPTFILE      checkpoint (primesRangeCheckpoint.dat)
*>   PRIMRANG-CKPTINTERVAL  values examined between checkpoints
*>                          (default 10000)
environment division.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
       select REQUEST-FILE assign to DYNAMIC requestDsn
           file status is requestStatus.
       select REPORT-FILE assign to DYNAMIC reportDsn.
       select LIST-FILE assign to DYNAMIC listDsn.
       select CHECKPOINT-FILE assign to DYNAMIC checkpointDsn
           organization is relative
           access mode is random
           relative key is checkpointKey
           file status is checkpointStatus.
       select MASTER-FILE assign to DYNAMIC masterDsn
           organization is indexed
           access mode is random
           record key is MST-NUM
           file status is masterStatus.
       select MASTER-JOURNAL-FILE assign to DYNAMIC journalDsn
           file status is journalStatus.

DATA DIVISION.
    FILE SECTION.
        FD REQUEST-FILE.
        COPY "rngreq.cpy".
        FD REPORT-FILE.
        01 reportLine PICTURE X(81).
        FD LIST-FILE.
        01 listLine PICTURE X(80).
*> One record, rewritten in place: how many requests are finished,
*> the next value to examine in the one in progress (zero between
*> requests), that request's running results, and the run totals.
        FD CHECKPOINT-FILE.
        01 checkpointRecord.
            02 savedDoneCount       PICTURE 9(5).
            02 savedCandidate       PICTURE 9(10).
            02 savedRangePrimes     PICTURE 9(9).
            02 savedRangeTwins      PICTURE 9(9).
            02 savedPrevPrime       PICTURE 9(9).
            02 savedPrevPrevPrime   PICTURE 9(9).
            02 savedWidestGap       PICTURE 9(9).
            02 savedGapLow          PICTURE 9(9).
            02 savedGapHigh         PICTURE 9(9).
            02 savedRangeMasterAdds PICTURE 9(9).
            02 savedRunCompleted    PICTURE 9(5).
            02 savedRunRejected     PICTURE 9(5).
            02 savedRunPrimes       PICTURE 9(9).
            02 savedRunTwins        PICTURE 9(9).
            02 savedRunMasterAdds   PICTURE 9(9).
            02 savedMasterHits      PICTURE 9(9).
        FD MASTER-FILE.
        COPY "mstrrec.cpy".
        FD MASTER-JOURNAL-FILE.
        COPY "mjrnrec.cpy".
WORKING-STORAGE SECTION.
    01  requestDsn     PICTURE X(100) VALUE 'primesRangeRequests.txt'.
    01  reportDsn      PICTURE X(100) VALUE 'primesRangeReport.txt'.
    01  listDsn        PICTURE X(100) VALUE 'primesRangeList.txt'.
    01  masterDsn      PICTURE X(100) VALUE 'primesMaster.dat'.
    01  checkpointDsn  PICTURE X(100) VALUE 'primesRangeCheckpoint.dat'.
    01  envTemp        PICTURE X(100) VALUE SPACES.
    01  envInterval    PICTURE X(7) VALUE SPACES.
    01  requestStatus     PICTURE X(2) VALUE '00'.
    01  checkpointStatus  PICTURE X(2) VALUE '00'.
    01  masterStatus      PICTURE X(2) VALUE '00'.
    01  journalDsn        PICTURE X(100) VALUE 'primesMasterJournal.dat'.
    01  journalStatus     PICTURE X(2) VALUE '00'.
    01  acceptedDate  PICTURE 9(8).
    01  acceptedTime  PICTURE 9(8).
    01  runRestart    PICTURE X(1) VALUE 'F'.
    01  requestError  PICTURE X(30) VALUE SPACES.
    01  candidateClass PICTURE X(1) VALUE SPACE.
    77  reqEof            PICTURE 9 VALUE 1.
    77  masterOk          PICTURE 9 VALUE 0.
    77  journalOk         PICTURE 9 VALUE 0.
    77  masterUpdate      PICTURE 9 VALUE 0.
    77  checkpointKey     PICTURE 9(4) VALUE 1.
    77  checkpointInterval PICTURE 9(7) VALUE 10000.
    77  sinceCheckpoint   PICTURE 9(7) VALUE 0.
    77  reqSeq            PICTURE 9(5) VALUE 0.
    77  doneCount         PICTURE 9(5) VALUE 0.
    77  skipRequests      PICTURE 9(5) VALUE 0.
    77  resumeCandidate   PICTURE 9(10) VALUE 0.
*> The range being enumerated.  candidate runs one past a high bound
*> of 999999999, hence ten digits.
    77  rangeLow          PICTURE 9(9) VALUE 0.
    77  rangeHigh         PICTURE 9(9) VALUE 0.
    77  candidate         PICTURE 9(10) VALUE 0.
    77  foundPrime        PICTURE 9(9) VALUE 0.
    77  prevPrime         PICTURE 9(9) VALUE 0.
    77  prevPrevPrime     PICTURE 9(9) VALUE 0.
    77  twinPartner       PICTURE 9(9) VALUE 0.
    77  primeGap          PICTURE 9(9) VALUE 0.
    77  masterAbove       PICTURE 9(9) VALUE 0.
    77  rangePrimes       PICTURE 9(9) VALUE 0.
    77  rangeTwins        PICTURE 9(9) VALUE 0.
    77  widestGap         PICTURE 9(9) VALUE 0.
    77  gapLow            PICTURE 9(9) VALUE 0.
    77  gapHigh           PICTURE 9(9) VALUE 0.
    77  rangeMasterAdds   PICTURE 9(9) VALUE 0.
    77  count-completed   PICTURE 9(5) VALUE 0.
    77  count-rejected    PICTURE 9(5) VALUE 0.
    77  count-primes      PICTURE 9(9) VALUE 0.
    77  count-twins       PICTURE 9(9) VALUE 0.
    77  count-masteradds  PICTURE 9(9) VALUE 0.
    77  count-masterhit   PICTURE 9(9) VALUE 0.
    COPY "primchk.cpy".
    01  TITLE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(23) VALUE 'PRIME RANGE ENUMERATION'.
    01  RUN-HEADER-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(9) VALUE 'PROGRAM: '.
        02 headerProgram PICTURE X(8) VALUE 'PRIMRANG'.
        02 FILLER PICTURE X(7) VALUE '  DATE:'.
        02 headerDate PICTURE 9(8).
        02 FILLER PICTURE X(7) VALUE '  TIME:'.
        02 headerTime PICTURE 9(8).
    01  UNDER-LINE.
        02 FILLER PICTURE X(32) VALUE       ' -------------------------------'.
    01  RESTART-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(32) VALUE 'RESTARTED FROM CHECKPOINT AFTER '.
        02 restartDoneOut PICTURE Z(4)9.
        02 FILLER PICTURE X(9) VALUE ' REQUESTS'.
    01  REQUEST-HEADING-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(8) VALUE 'REQUEST '.
        02 reqIdOut PICTURE X(21).
        02 FILLER PICTURE X(6) VALUE 'RANGE '.
        02 reqLowOut PICTURE Z(8)9.
        02 FILLER PICTURE X(4) VALUE ' TO '.
        02 reqHighOut PICTURE Z(8)9.
        02 FILLER PICTURE X(2) VALUE SPACES.
        02 reqOptionOut PICTURE X(10).
    01  REQUEST-COUNT-LINE.
        02 FILLER PICTURE X(8) VALUE SPACES.
        02 reqCountLabel PICTURE X(25).
        02 reqCountOut PICTURE Z(8)9.
    01  REQUEST-GAP-LINE.
        02 FILLER PICTURE X(8) VALUE SPACES.
        02 FILLER PICTURE X(25) VALUE 'WIDEST GAP'.
        02 reqGapOut PICTURE Z(8)9.
        02 FILLER PICTURE X(9) VALUE ' BETWEEN '.
        02 reqGapLowOut PICTURE Z(8)9.
        02 FILLER PICTURE X(5) VALUE ' AND '.
        02 reqGapHighOut PICTURE Z(8)9.
    01  REQUEST-NO-GAP-LINE.
        02 FILLER PICTURE X(8) VALUE SPACES.
        02 FILLER PICTURE X(41) VALUE 'WIDEST GAP: NONE - FEWER THAN TWO PRIMES'.
    01  REQUEST-REJECT-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(8) VALUE 'REQUEST '.
        02 rejIdOut PICTURE X(21).
        02 FILLER PICTURE X(10) VALUE 'REJECTED: '.
        02 rejReasonOut PICTURE X(30).
    01  SUMMARY-TITLE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(11) VALUE 'RUN SUMMARY'.
    01  SUMMARY-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 summaryLabel PICTURE X(27).
        02 summaryOut PICTURE Z(8)9.
    01  LIST-REQUEST-LINE.
        02 FILLER PICTURE X(8) VALUE 'REQUEST '.
        02 listIdOut PICTURE X(21).
        02 FILLER PICTURE X(7) VALUE 'PRIMES '.
        02 listLowOut PICTURE Z(8)9.
        02 FILLER PICTURE X(4) VALUE ' TO '.
        02 listHighOut PICTURE Z(8)9.
    01  PRIME-LIST-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 listPrimeOut PICTURE Z(8)9.
        02 FILLER PICTURE X(3) VALUE SPACES.
        02 listTwinLabel PICTURE X(15).
        02 listTwinOut PICTURE Z(8)9 BLANK WHEN ZERO.
    01  TWIN-LIST-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(10) VALUE 'TWIN PAIR '.
        02 listPairLowOut PICTURE Z(8)9.
        02 FILLER PICTURE X(5) VALUE ' AND '.
        02 listPairHighOut PICTURE Z(8)9.
PROCEDURE DIVISION.
PERFORM GET-DATASET-NAMES.
PERFORM READ-CHECKPOINT.
OPEN INPUT REQUEST-FILE.
IF requestStatus IS NOT EQUAL TO '00'
    DISPLAY 'PRIMRANG: REQUEST-FILE OPEN STATUS ' requestStatus
    CLOSE CHECKPOINT-FILE
    MOVE 12 TO RETURN-CODE
    STOP RUN
END-IF.
IF skipRequests IS GREATER THAN 0 OR resumeCandidate IS GREATER THAN 0
    MOVE 'R' TO runRestart
    PERFORM RESTORE-RUN-TOTALS
    OPEN EXTEND REPORT-FILE
    OPEN EXTEND LIST-FILE
ELSE
    OPEN OUTPUT REPORT-FILE
    OPEN OUTPUT LIST-FILE
END-IF.
PERFORM OPEN-MASTER-FILE.
ACCEPT acceptedDate FROM DATE YYYYMMDD.
ACCEPT acceptedTime FROM TIME.
MOVE acceptedDate TO headerDate.
MOVE acceptedTime TO headerTime.
*> As in primes1: a restart extends a report that already has lines
*> in it, so its header block starts on a fresh line.
IF runRestart IS EQUAL TO 'R'
    WRITE reportLine FROM TITLE-LINE AFTER ADVANCING 2 LINES
ELSE
    WRITE reportLine FROM TITLE-LINE AFTER ADVANCING 0 LINES
END-IF.
WRITE reportLine FROM RUN-HEADER-LINE AFTER ADVANCING 1 LINE.
WRITE reportLine FROM UNDER-LINE AFTER ADVANCING 1 LINE.
IF runRestart IS EQUAL TO 'R'
    MOVE skipRequests TO restartDoneOut
    WRITE reportLine FROM RESTART-LINE AFTER ADVANCING 1 LINE
END-IF.

PERFORM PROCESS-REQUEST UNTIL reqEof IS EQUAL TO 0.

PERFORM WRITE-RUN-SUMMARY.
PERFORM RESET-CHECKPOINT.
CLOSE REQUEST-FILE, REPORT-FILE, LIST-FILE, CHECKPOINT-FILE.
IF masterOk IS EQUAL TO 1
    CLOSE MASTER-FILE
END-IF.
IF journalOk IS EQUAL TO 1
    CLOSE MASTER-JOURNAL-FILE
END-IF.
DISPLAY 'PRIMRANG: REQUESTS ' reqSeq ' COMPLETED ' count-completed
    ' REJECTED ' count-rejected ' PRIMES ' count-primes.
IF count-rejected IS GREATER THAN 0
    MOVE 4 TO RETURN-CODE
ELSE
    MOVE 0 TO RETURN-CODE
END-IF.
STOP RUN.

GET-DATASET-NAMES.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMRANG-REQUESTFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO requestDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMRANG-REPORTFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO reportDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMRANG-LISTFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO listDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMRANG-MASTERFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO masterDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMRANG-MASTERJOURNAL'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO journalDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMRANG-CKPTFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO checkpointDsn
    END-IF.
    MOVE SPACES TO envInterval.
    ACCEPT envInterval FROM ENVIRONMENT 'PRIMRANG-CKPTINTERVAL'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envInterval IS NOT EQUAL TO SPACES
        IF FUNCTION TEST-NUMVAL(envInterval) IS EQUAL TO 0
            IF FUNCTION NUMVAL(envInterval) IS GREATER THAN 0
                COMPUTE checkpointInterval = FUNCTION NUMVAL(envInterval)
            END-IF
        END-IF
    END-IF.

*> The master persists across runs and is shared with primes1:
*> created empty on first use, otherwise read and extended in place.
*> If it cannot be opened the run still enumerates every range, by
*> primchk alone, with a warning -- the primes are then simply not
*> cached.
OPEN-MASTER-FILE.
    MOVE 1 TO masterOk.
    PERFORM OPEN-MASTER-JOURNAL.
    OPEN I-O MASTER-FILE.
    IF masterStatus IS NOT EQUAL TO '00'
        OPEN OUTPUT MASTER-FILE
        CLOSE MASTER-FILE
        OPEN I-O MASTER-FILE
    END-IF.
    IF masterStatus IS NOT EQUAL TO '00'
        MOVE 0 TO masterOk
        DISPLAY 'WARNING: MASTER-FILE OPEN STATUS ' masterStatus
    END-IF.

*> Cumulative across runs and programs, as in primes1: created only
*> when it does not exist yet (35), otherwise extended.  The master
*> is updated only while the journal is taking records.
OPEN-MASTER-JOURNAL.
    MOVE 1 TO journalOk.
    MOVE 1 TO masterUpdate.
    OPEN EXTEND MASTER-JOURNAL-FILE.
    IF journalStatus IS EQUAL TO '35'
        OPEN OUTPUT MASTER-JOURNAL-FILE
    END-IF.
    IF journalStatus IS NOT EQUAL TO '00'
        MOVE 0 TO journalOk
        MOVE 0 TO masterUpdate
        DISPLAY 'WARNING: MASTER-JOURNAL-FILE OPEN STATUS ' journalStatus
            ' - PRIMES NOT WRITTEN TO MASTER'
    END-IF.

*> Journals the master record just added.
WRITE-MASTER-JOURNAL.
    ACCEPT MJR-CHANGE-DATE FROM DATE YYYYMMDD.
    ACCEPT MJR-CHANGE-TIME FROM TIME.
    MOVE 'PRIMRANG' TO MJR-PROGRAM.
    MOVE acceptedDate TO MJR-RUN-DATE.
    MOVE acceptedTime TO MJR-RUN-TIME.
    MOVE 'A' TO MJR-ACTION.
    MOVE MASTER-RECORD TO MJR-IMAGE.
    WRITE MASTER-JOURNAL-RECORD.
    IF journalStatus IS NOT EQUAL TO '00'
        MOVE 0 TO masterUpdate
        DISPLAY 'WARNING: MASTER-JOURNAL-FILE WRITE STATUS '
            journalStatus ' - NO FURTHER PRIMES WRITTEN TO MASTER'
    END-IF.

READ-CHECKPOINT.
    MOVE 0 TO skipRequests.
    MOVE 0 TO resumeCandidate.
    MOVE 1 TO checkpointKey.
    OPEN I-O CHECKPOINT-FILE.
    IF checkpointStatus IS NOT EQUAL TO '00'
        OPEN OUTPUT CHECKPOINT-FILE
        MOVE ZEROS TO checkpointRecord
        WRITE checkpointRecord
        CLOSE CHECKPOINT-FILE
        MOVE 1 TO checkpointKey
        OPEN I-O CHECKPOINT-FILE
    END-IF.
    READ CHECKPOINT-FILE
        INVALID KEY CONTINUE
    END-READ.
    IF checkpointStatus IS EQUAL TO '00'
        MOVE savedDoneCount TO skipRequests
        MOVE savedCandidate TO resumeCandidate
    END-IF.
*> CHECKPOINT-FILE stays open I-O for the run and its one record is
*> rewritten in place, exactly as primes1 keeps its own checkpoint.

*> Only the run totals come back here; the interrupted request's own
*> running results are restored when that request is reached again.
RESTORE-RUN-TOTALS.
    MOVE skipRequests TO doneCount.
    MOVE savedRunCompleted TO count-completed.
    MOVE savedRunRejected TO count-rejected.
    MOVE savedRunPrimes TO count-primes.
    MOVE savedRunTwins TO count-twins.
    MOVE savedRunMasterAdds TO count-masteradds.
    MOVE savedMasterHits TO count-masterhit.

WRITE-CHECKPOINT.
    MOVE doneCount TO savedDoneCount.
    MOVE candidate TO savedCandidate.
    MOVE rangePrimes TO savedRangePrimes.
    MOVE rangeTwins TO savedRangeTwins.
    MOVE prevPrime TO savedPrevPrime.
    MOVE prevPrevPrime TO savedPrevPrevPrime.
    MOVE widestGap TO savedWidestGap.
    MOVE gapLow TO savedGapLow.
    MOVE gapHigh TO savedGapHigh.
    MOVE rangeMasterAdds TO savedRangeMasterAdds.
    MOVE count-completed TO savedRunCompleted.
    MOVE count-rejected TO savedRunRejected.
    MOVE count-primes TO savedRunPrimes.
    MOVE count-twins TO savedRunTwins.
    MOVE count-masteradds TO savedRunMasterAdds.
    MOVE count-masterhit TO savedMasterHits.
    REWRITE checkpointRecord.

RESET-CHECKPOINT.
    MOVE ZEROS TO checkpointRecord.
    REWRITE checkpointRecord.

*> Requests a previous attempt already finished are read past, not
*> redone: their report and listing lines are already written.
PROCESS-REQUEST.
    READ REQUEST-FILE AT END MOVE 0 TO reqEof.
    IF reqEof IS NOT EQUAL TO 0
        ADD 1 TO reqSeq
        IF reqSeq IS GREATER THAN skipRequests
            PERFORM RUN-RANGE-REQUEST
        END-IF
    END-IF.

RUN-RANGE-REQUEST.
    PERFORM VALIDATE-RANGE-REQUEST.
    IF requestError IS NOT EQUAL TO SPACES
        ADD 1 TO count-rejected
        MOVE RNQ-REQUEST-ID TO rejIdOut
        MOVE requestError TO rejReasonOut
        WRITE reportLine FROM REQUEST-REJECT-LINE AFTER ADVANCING 2 LINES
    ELSE
        IF resumeCandidate IS GREATER THAN 0
            PERFORM RESUME-RANGE
        ELSE
            PERFORM START-RANGE
        END-IF
        MOVE 0 TO sinceCheckpoint
        PERFORM EXAMINE-CANDIDATE UNTIL candidate IS GREATER THAN rangeHigh
        PERFORM FINISH-RANGE
    END-IF.
    MOVE 0 TO resumeCandidate.
    MOVE reqSeq TO doneCount.
    MOVE 0 TO candidate.
    PERFORM WRITE-CHECKPOINT.

VALIDATE-RANGE-REQUEST.
    MOVE SPACES TO requestError.
    IF RNQ-LOW IS NOT NUMERIC OR RNQ-HIGH IS NOT NUMERIC
        MOVE 'BOUNDS NOT NUMERIC' TO requestError
    ELSE
        IF RNQ-LOW IS GREATER THAN RNQ-HIGH
            MOVE 'LOW BOUND ABOVE HIGH BOUND' TO requestError
        ELSE
            IF NOT RNQ-LIST AND NOT RNQ-COUNT
                MOVE 'OPTION MUST BE L OR C' TO requestError
            END-IF
        END-IF
    END-IF.

*> Nothing below 2 can be prime, so the scan starts no lower.
START-RANGE.
    MOVE RNQ-LOW TO rangeLow.
    MOVE RNQ-HIGH TO rangeHigh.
    MOVE rangeLow TO candidate.
    IF candidate IS LESS THAN 2
        MOVE 2 TO candidate
    END-IF.
    MOVE 0 TO rangePrimes.
    MOVE 0 TO rangeTwins.
    MOVE 0 TO prevPrime.
    MOVE 0 TO prevPrevPrime.
    MOVE 0 TO widestGap.
    MOVE 0 TO gapLow.
    MOVE 0 TO gapHigh.
    MOVE 0 TO rangeMasterAdds.
    MOVE RNQ-REQUEST-ID TO listIdOut.
    MOVE rangeLow TO listLowOut.
    MOVE rangeHigh TO listHighOut.
    IF reqSeq IS EQUAL TO 1
        WRITE listLine FROM LIST-REQUEST-LINE AFTER ADVANCING 0 LINES
    ELSE
        WRITE listLine FROM LIST-REQUEST-LINE AFTER ADVANCING 2 LINES
    END-IF.

*> The interrupted request picks up where its last checkpoint left
*> it; its listing heading is already written.
RESUME-RANGE.
    MOVE RNQ-LOW TO rangeLow.
    MOVE RNQ-HIGH TO rangeHigh.
    MOVE resumeCandidate TO candidate.
    MOVE savedRangePrimes TO rangePrimes.
    MOVE savedRangeTwins TO rangeTwins.
    MOVE savedPrevPrime TO prevPrime.
    MOVE savedPrevPrevPrime TO prevPrevPrime.
    MOVE savedWidestGap TO widestGap.
    MOVE savedGapLow TO gapLow.
    MOVE savedGapHigh TO gapHigh.
    MOVE savedRangeMasterAdds TO rangeMasterAdds.

EXAMINE-CANDIDATE.
    PERFORM CLASSIFY-CANDIDATE.
    IF candidateClass IS EQUAL TO 'P'
        PERFORM RECORD-RANGE-PRIME
    END-IF.
    ADD 1 TO candidate.
    ADD 1 TO sinceCheckpoint.
    IF sinceCheckpoint IS NOT LESS THAN checkpointInterval
        PERFORM WRITE-CHECKPOINT
        MOVE 0 TO sinceCheckpoint
    END-IF.

*> Even values above 2 are settled without a lookup; everything else
*> goes to the master first and to primchk on a miss, as in primes1.
CLASSIFY-CANDIDATE.
    IF candidate IS GREATER THAN 2
            AND FUNCTION MOD(candidate, 2) IS EQUAL TO 0
        MOVE 'N' TO candidateClass
    ELSE
        MOVE SPACE TO candidateClass
        IF masterOk IS EQUAL TO 1
            MOVE candidate TO MST-NUM
            READ MASTER-FILE
                INVALID KEY CONTINUE
            END-READ
            IF masterStatus IS EQUAL TO '00'
                ADD 1 TO count-masterhit
                MOVE MST-CLASS TO candidateClass
            END-IF
        END-IF
        IF candidateClass IS EQUAL TO SPACE
            MOVE candidate TO PRIM-NUMBER
            CALL 'primchk' USING PRIM-PARM-BLOCK
            MOVE PRIM-CLASS TO candidateClass
        END-IF
    END-IF.

*> Each new prime closes the gap from the one before it, which is
*> then known on both sides and can go to the master.
RECORD-RANGE-PRIME.
    MOVE candidate TO foundPrime.
    MOVE 0 TO twinPartner.
    IF prevPrime IS GREATER THAN 0
        COMPUTE primeGap = foundPrime - prevPrime
        IF primeGap IS EQUAL TO 2
            ADD 1 TO rangeTwins
            MOVE prevPrime TO twinPartner
        END-IF
        IF primeGap IS GREATER THAN widestGap
            MOVE primeGap TO widestGap
            MOVE prevPrime TO gapLow
            MOVE foundPrime TO gapHigh
        END-IF
        MOVE foundPrime TO masterAbove
        PERFORM WRITE-PRIME-TO-MASTER
    END-IF.
    ADD 1 TO rangePrimes.
    IF RNQ-LIST
        MOVE foundPrime TO listPrimeOut
        IF twinPartner IS GREATER THAN 0
            MOVE 'TWIN PAIR WITH' TO listTwinLabel
        ELSE
            MOVE SPACES TO listTwinLabel
        END-IF
        MOVE twinPartner TO listTwinOut
        WRITE listLine FROM PRIME-LIST-LINE AFTER ADVANCING 1 LINE
    ELSE
        IF twinPartner IS GREATER THAN 0
            MOVE twinPartner TO listPairLowOut
            MOVE foundPrime TO listPairHighOut
            WRITE listLine FROM TWIN-LIST-LINE AFTER ADVANCING 1 LINE
        END-IF
    END-IF.
    MOVE prevPrime TO prevPrevPrime.
    MOVE foundPrime TO prevPrime.

*> Writes prevPrime to the master as a prime (its own sole factor).
*> Its neighbours go on only when both are known -- the prime before
*> it inside the range (none exists below 2) and masterAbove; else
*> both stay zero, the marker primes1 fills lazily.  A prime's divisor
*> properties need no factorization: divisors 1 and p, proper-divisor
*> sum 1 (deficient), totient p - 1, square-free.  A prime already on
*> the master is left as it is.
WRITE-PRIME-TO-MASTER.
    IF masterOk IS EQUAL TO 1 AND masterUpdate IS EQUAL TO 1
        MOVE prevPrime TO MST-NUM
        MOVE 'P' TO MST-CLASS
        MOVE 1 TO MST-FACTOR-COUNT
        MOVE ZEROS TO MST-FACTOR-TABLE
        MOVE prevPrime TO MST-FACTOR(1)
        IF masterAbove IS GREATER THAN 0
                AND (prevPrevPrime IS GREATER THAN 0
                OR prevPrime IS EQUAL TO 2)
            MOVE prevPrevPrime TO MST-PRIME-BELOW
            MOVE masterAbove TO MST-PRIME-ABOVE
        ELSE
            MOVE 0 TO MST-PRIME-BELOW
            MOVE 0 TO MST-PRIME-ABOVE
        END-IF
        MOVE 2 TO MST-DIVISOR-COUNT
        MOVE 1 TO MST-DIVISOR-SUM
        MOVE 'D' TO MST-ABUNDANCE
        COMPUTE MST-TOTIENT = prevPrime - 1
        MOVE 'Y' TO MST-SQUARE-FREE
        WRITE MASTER-RECORD
            INVALID KEY CONTINUE
        END-WRITE
        IF masterStatus IS EQUAL TO '00'
            ADD 1 TO rangeMasterAdds
            PERFORM WRITE-MASTER-JOURNAL
        END-IF
    END-IF.

FINISH-RANGE.
    IF prevPrime IS GREATER THAN 0
        MOVE 0 TO masterAbove
        PERFORM WRITE-PRIME-TO-MASTER
    END-IF.
    ADD 1 TO count-completed.
    ADD rangePrimes TO count-primes.
    ADD rangeTwins TO count-twins.
    ADD rangeMasterAdds TO count-masteradds.
    MOVE RNQ-REQUEST-ID TO reqIdOut.
    MOVE rangeLow TO reqLowOut.
    MOVE rangeHigh TO reqHighOut.
    IF RNQ-LIST
        MOVE 'LIST' TO reqOptionOut
    ELSE
        MOVE 'COUNT ONLY' TO reqOptionOut
    END-IF.
    WRITE reportLine FROM REQUEST-HEADING-LINE AFTER ADVANCING 2 LINES.
    MOVE 'PRIMES IN RANGE' TO reqCountLabel.
    MOVE rangePrimes TO reqCountOut.
    WRITE reportLine FROM REQUEST-COUNT-LINE AFTER ADVANCING 1 LINE.
    MOVE 'TWIN PAIRS' TO reqCountLabel.
    MOVE rangeTwins TO reqCountOut.
    WRITE reportLine FROM REQUEST-COUNT-LINE AFTER ADVANCING 1 LINE.
    IF widestGap IS GREATER THAN 0
        MOVE widestGap TO reqGapOut
        MOVE gapLow TO reqGapLowOut
        MOVE gapHigh TO reqGapHighOut
        WRITE reportLine FROM REQUEST-GAP-LINE AFTER ADVANCING 1 LINE
    ELSE
        WRITE reportLine FROM REQUEST-NO-GAP-LINE AFTER ADVANCING 1 LINE
    END-IF.
    MOVE 'PRIMES NEW TO MASTER' TO reqCountLabel.
    MOVE rangeMasterAdds TO reqCountOut.
    WRITE reportLine FROM REQUEST-COUNT-LINE AFTER ADVANCING 1 LINE.

WRITE-RUN-SUMMARY.
    WRITE reportLine FROM SUMMARY-TITLE-LINE AFTER ADVANCING 3 LINES.
    MOVE 'REQUESTS READ' TO summaryLabel.
    MOVE reqSeq TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.
    MOVE 'REQUESTS COMPLETED' TO summaryLabel.
    MOVE count-completed TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'REQUESTS REJECTED' TO summaryLabel.
    MOVE count-rejected TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'PRIMES FOUND' TO summaryLabel.
    MOVE count-primes TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'TWIN PAIRS' TO summaryLabel.
    MOVE count-twins TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'PRIMES NEW TO MASTER' TO summaryLabel.
    MOVE count-masteradds TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'MASTER HITS' TO summaryLabel.
    MOVE count-masterhit TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
