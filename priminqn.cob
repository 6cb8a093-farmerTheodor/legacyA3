*> formatted answer report plus a machine-readable delimited answer
*> file.  With PRIMINQN-CACHEMISSES=Y the misses are written back to
*> the master exactly the way primes1's CLASSIFY-NUMBER caches them
*> (class, factor list, nearest primes and divisor properties), so
*> ad-hoc questions also warm the cache for the nightly run.  Those
*> writes are journaled like every other master change.
*>   PRIMINQN-REQUESTFILE  request file (default primesRequests.txt)
*>   PRIMINQN-REPORTFILE   formatted answers (primesAnswers.txt)
*>   PRIMINQN-ANSWERFILE   delimited answers (primesAnswerFile.txt)
*>   PRIMINQN-MASTERFILE   classification master (primesMaster.dat)
*>   PRIMINQN-CACHEMISSES  Y = write computed misses to the master
*>   PRIMINQN-MASTERJOURNAL master journal (primesMasterJournal.dat)
environment division.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
           access mode is random
           record key is MST-NUM
           file status is masterStatus.
       select MASTER-JOURNAL-FILE assign to DYNAMIC journalDsn
           file status is journalStatus.

DATA DIVISION.
    FILE SECTION.
        01 answerLine PICTURE X(200).
        FD MASTER-FILE.
        COPY "mstrrec.cpy".
        FD MASTER-JOURNAL-FILE.
        COPY "mjrnrec.cpy".
WORKING-STORAGE SECTION.
    COPY "primchk.cpy".
*> Second parameter block for probing neighbouring values during the
    01  envTemp     PICTURE X(100) VALUE SPACES.
    01  requestStatus PICTURE X(2) VALUE '00'.
    01  masterStatus  PICTURE X(2) VALUE '00'.
    01  journalDsn    PICTURE X(100) VALUE 'primesMasterJournal.dat'.
    01  journalStatus PICTURE X(2) VALUE '00'.
    77  journalOk     PICTURE 9 VALUE 0.
    77  masterOk      PICTURE 9 VALUE 0.
    77  masterHit     PICTURE 9 VALUE 0.
    77  cacheMisses   PICTURE 9 VALUE 0.
    77  masterRefresh PICTURE 9 VALUE 0.
    01  eof-switch  PICTURE 9 VALUE 1.
    77  count-read      PICTURE 9(9) VALUE 0.
    77  count-masterhit PICTURE 9(9) VALUE 0.
    01  ANSWER-FACTOR-LINE.
        02 FILLER PICTURE X(12) VALUE SPACES.
        02 ansFactorsOut PICTURE X(80).
    01  ANSWER-DIVISOR-LINE.
        02 FILLER PICTURE X(12) VALUE SPACES.
        02 FILLER PICTURE X(9) VALUE 'DIVISORS:'.
        02 ansDivCountOut PICTURE ZZZ9.
        02 FILLER PICTURE X(13) VALUE '  PROPER SUM:'.
        02 ansDivSumOut PICTURE Z(9)9.
        02 FILLER PICTURE X(2) VALUE SPACES.
        02 ansAbundanceOut PICTURE X(9).
        02 FILLER PICTURE X(10) VALUE '  TOTIENT:'.
        02 ansTotientOut PICTURE Z(8)9.
        02 FILLER PICTURE X(14) VALUE '  SQUARE-FREE:'.
        02 ansSquareFreeOut PICTURE X(1).
    01  ANSWER-BAD-LINE.
        02 FILLER PICTURE X(1) VALUE SPACE.
        02 badRequestOut PICTURE X(30).
IF masterOk IS EQUAL TO 1
    CLOSE MASTER-FILE
END-IF.
IF journalOk IS EQUAL TO 1
    CLOSE MASTER-JOURNAL-FILE
END-IF.
IF count-illegal IS GREATER THAN 0
    MOVE 4 TO RETURN-CODE
ELSE
    IF envTemp IS EQUAL TO 'Y'
        MOVE 1 TO cacheMisses
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMINQN-MASTERJOURNAL'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO journalDsn
    END-IF.

*> Inquiry normally only reads the master; cache mode opens it I-O
*> (creating it on first use, as primes1 does) so computed misses can
*> be written back.  If the master cannot be opened at all the run
*> degrades to computing every answer, with a warning -- the business
*> still gets its answers.
*> Cache mode also needs the master journal, since every master change
*> is journaled: without it the misses are answered but not cached.
OPEN-MASTER-FILE.
    MOVE 1 TO masterOk.
    IF cacheMisses IS EQUAL TO 1
        PERFORM OPEN-MASTER-JOURNAL
    END-IF.
    IF cacheMisses IS EQUAL TO 1
        OPEN I-O MASTER-FILE
        IF masterStatus IS NOT EQUAL TO '00'
        DISPLAY 'WARNING: MASTER-FILE OPEN STATUS ' masterStatus
    END-IF.

*> Cumulative across runs and programs, as in primes1: created only
*> when it does not exist yet (35), otherwise extended.
OPEN-MASTER-JOURNAL.
    MOVE 1 TO journalOk.
    OPEN EXTEND MASTER-JOURNAL-FILE.
    IF journalStatus IS EQUAL TO '35'
        OPEN OUTPUT MASTER-JOURNAL-FILE
    END-IF.
    IF journalStatus IS NOT EQUAL TO '00'
        MOVE 0 TO journalOk
        MOVE 0 TO cacheMisses
        DISPLAY 'WARNING: MASTER-JOURNAL-FILE OPEN STATUS ' journalStatus
            ' - MISSES NOT CACHED'
    END-IF.

*> Journals the master record just written or rewritten (MJR-ACTION
*> set by the caller).  If the journal stops accepting records,
*> caching stops with it.
WRITE-MASTER-JOURNAL.
    ACCEPT MJR-CHANGE-DATE FROM DATE YYYYMMDD.
    ACCEPT MJR-CHANGE-TIME FROM TIME.
    MOVE 'PRIMINQN' TO MJR-PROGRAM.
    MOVE acceptedDate TO MJR-RUN-DATE.
    MOVE acceptedTime TO MJR-RUN-TIME.
    MOVE MASTER-RECORD TO MJR-IMAGE.
    WRITE MASTER-JOURNAL-RECORD.
    IF journalStatus IS NOT EQUAL TO '00'
        MOVE 0 TO cacheMisses
        DISPLAY 'WARNING: MASTER-JOURNAL-FILE WRITE STATUS '
            journalStatus ' - NO FURTHER MISSES CACHED'
    END-IF.

ANSWER-REQUEST.
    READ REQUEST-FILE AT END MOVE 0 TO eof-switch.
    IF eof-switch IS NOT EQUAL TO 0
        MOVE MST-CLASS TO PRIM-CLASS
        MOVE MST-FACTOR-COUNT TO PRIM-FACTOR-COUNT
        MOVE MST-FACTOR-TABLE TO PRIM-FACTOR-TABLE
        MOVE 0 TO masterRefresh
*> A zero MST-DIVISOR-COUNT marks a record written before the divisor
*> fields existed: derive them through primchk.
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
*> A zero MST-PRIME-ABOVE marks a record without its neighbours yet
*> (a primmant rebuild): fill them in.  In cache mode either fill is
*> rewritten so it happens once per number across all jobs, as in
*> primes1.
        IF MST-PRIME-ABOVE IS EQUAL TO 0
            PERFORM FIND-NEAREST-PRIMES
            MOVE primeBelow TO MST-PRIME-BELOW
            MOVE primeAbove TO MST-PRIME-ABOVE
            MOVE 1 TO masterRefresh
        ELSE
            MOVE MST-PRIME-BELOW TO primeBelow
            MOVE MST-PRIME-ABOVE TO primeAbove
        END-IF
        IF masterRefresh IS EQUAL TO 1 AND cacheMisses IS EQUAL TO 1
            REWRITE MASTER-RECORD
                INVALID KEY CONTINUE
            END-REWRITE
            IF masterStatus IS EQUAL TO '00'
                MOVE 'R' TO MJR-ACTION
                PERFORM WRITE-MASTER-JOURNAL
            END-IF
        END-IF
    ELSE
        ADD 1 TO count-computed
        MOVE 'COMPUTED' TO answerSource
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
                ADD 1 TO count-cached
                MOVE 'A' TO MJR-ACTION
                PERFORM WRITE-MASTER-JOURNAL
            END-IF
        END-IF
    END-IF.
        MOVE factorText TO ansFactorsOut
        WRITE reportLine FROM ANSWER-FACTOR-LINE AFTER ADVANCING 1 LINE
    END-IF.
    IF PRIM-CLASS IS NOT EQUAL TO 'E'
        PERFORM WRITE-DIVISOR-ANSWER
    END-IF.
    PERFORM WRITE-ANSWER-RECORD.

WRITE-DIVISOR-ANSWER.
    MOVE PRIM-DIVISOR-COUNT TO ansDivCountOut.
    MOVE PRIM-DIVISOR-SUM TO ansDivSumOut.
    IF PRIM-ABUNDANCE IS EQUAL TO 'P'
        MOVE 'PERFECT' TO ansAbundanceOut
    ELSE
        IF PRIM-ABUNDANCE IS EQUAL TO 'A'
            MOVE 'ABUNDANT' TO ansAbundanceOut
        ELSE
            MOVE 'DEFICIENT' TO ansAbundanceOut
        END-IF
    END-IF.
    MOVE PRIM-TOTIENT TO ansTotientOut.
    MOVE PRIM-SQUARE-FREE TO ansSquareFreeOut.
    WRITE reportLine FROM ANSWER-DIVISOR-LINE AFTER ADVANCING 1 LINE.

*> Machine-readable answer, one delimited record per request, in the
*> field conventions of the warehouse extract: leading zeros trimmed,
*> pipe separators, the factor list as the trailing text field.
