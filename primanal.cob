*> turns it into the analysis team's report instead of a spreadsheet
*> import: a register of all twin-prime pairs seen, a gap-width
*> distribution histogram, the ten widest gaps with the numbers that
*> fell in them, prime density per range bucket, and the divisor
*> properties primchk derives (perfect / abundant / deficient and
*> square-free counts, every perfect number seen, and the number with
*> the most divisors).
*>   PRIMANAL-INFILE      output file to analyse (default outFile.txt)
*>   PRIMANAL-REPORTFILE  analytics report (primesAnalytics.txt)
environment division.
DATA DIVISION.
    FILE SECTION.
        FD INPUT-FILE.
        01 lineIn PICTURE X(172).
        FD REPORT-FILE.
        01 reportLine PICTURE X(95).
WORKING-STORAGE SECTION.
    77  bucketPrime  PICTURE 9(9) VALUE 0.
    77  bucketTotal  PICTURE 9(9) VALUE 0.
    77  densityPct   PICTURE 9(3)V99 VALUE 0.
*> Divisor properties: record-level counts per abundance class and
*> square-free flag, the distinct perfect numbers seen (only five
*> exist in the 9-digit domain, so ten slots never fill), and the
*> number with the most divisors -- the lowest such number on a tie.
    77  count-perfect   PICTURE 9(9) VALUE 0.
    77  count-abundant  PICTURE 9(9) VALUE 0.
    77  count-deficient PICTURE 9(9) VALUE 0.
    77  count-sqfree    PICTURE 9(9) VALUE 0.
    77  divisorTotal    PICTURE 9(9) VALUE 0.
    77  divisorRecords  PICTURE 9(9) VALUE 0.
    77  divisorPct      PICTURE 9(3)V99 VALUE 0.
    77  perfectCount    PICTURE 9(2) VALUE 0.
    77  perfectIdx      PICTURE 9(2) VALUE 0.
    77  perfectSlot     PICTURE 9(2) VALUE 0.
    77  perfectLimit    PICTURE 9(2) VALUE 10.
    01  PERFECT-TABLE.
        02 PERFECT-ENTRY OCCURS 10 TIMES.
            03 perfectNum  PICTURE 9(9).
            03 perfectSeen PICTURE 9(9).
    77  mostDivisorNum   PICTURE 9(9) VALUE 0.
    77  mostDivisorCount PICTURE 9(4) VALUE 0.
    01  acceptedDate  PICTURE 9(8).
    01  acceptedTime  PICTURE 9(8).
    01  TITLE-LINE.
        02 densityTotalOut PICTURE Z(8)9.
        02 FILLER PICTURE X(4) VALUE SPACES.
        02 densityPctOut PICTURE ZZ9.99.
    01  DIVISOR-TITLE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(18) VALUE 'DIVISOR PROPERTIES'.
    01  DIVISOR-HEADING-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(24) VALUE 'PROPERTY'.
        02 FILLER PICTURE X(10) VALUE '   RECORDS'.
        02 FILLER PICTURE X(10) VALUE ' PERCENT'.
    01  DIVISOR-DETAIL-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 divisorPropertyOut PICTURE X(24).
        02 divisorCountOut PICTURE Z(8)9.
        02 FILLER PICTURE X(3) VALUE SPACES.
        02 divisorPctOut PICTURE ZZ9.99.
    01  PERFECT-DETAIL-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(24) VALUE 'PERFECT NUMBER SEEN'.
        02 perfectNumOut PICTURE Z(8)9.
        02 FILLER PICTURE X(9) VALUE ' RECORDS '.
        02 perfectSeenOut PICTURE Z(8)9.
    01  PERFECT-NONE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(30) VALUE '(NO PERFECT NUMBERS OBSERVED)'.
    01  MOST-DIVISORS-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(24) VALUE 'MOST DIVISORS'.
        02 mostNumOut PICTURE Z(8)9.
        02 FILLER PICTURE X(6) VALUE ' WITH '.
        02 mostCountOut PICTURE ZZZ9.
        02 FILLER PICTURE X(9) VALUE ' DIVISORS'.
    01  SUMMARY-READ-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(30) VALUE 'RECORDS ANALYSED:'.
PERFORM WRITE-GAP-HISTOGRAM.
PERFORM WRITE-TOP-GAPS.
PERFORM WRITE-DENSITY-REPORT.
PERFORM WRITE-DIVISOR-REPORT.
MOVE count-read TO summaryRead.
WRITE reportLine FROM SUMMARY-READ-LINE AFTER ADVANCING 2 LINES.
MOVE count-twinrecs TO summaryTwin.
            PERFORM COUNT-GAP-BAND
            PERFORM NOTE-TOP-GAP
        END-IF
*> Rejects carry a zero divisor count and stay out of the divisor
*> analysis altogether.
        IF OUT-DIVISOR-COUNT IS GREATER THAN 0
            PERFORM COUNT-DIVISOR-PROPERTIES
        END-IF
    END-IF.

COUNT-DIVISOR-PROPERTIES.
    ADD 1 TO divisorTotal.
    IF OUT-ABUNDANCE IS EQUAL TO 'P'
        ADD 1 TO count-perfect
        PERFORM REGISTER-PERFECT
    END-IF.
    IF OUT-ABUNDANCE IS EQUAL TO 'A'
        ADD 1 TO count-abundant
    END-IF.
    IF OUT-ABUNDANCE IS EQUAL TO 'D'
        ADD 1 TO count-deficient
    END-IF.
    IF OUT-SQUARE-FREE IS EQUAL TO 'Y'
        ADD 1 TO count-sqfree
    END-IF.
    IF OUT-DIVISOR-COUNT IS GREATER THAN mostDivisorCount
            OR (OUT-DIVISOR-COUNT IS EQUAL TO mostDivisorCount
                AND OUT-NUM IS LESS THAN mostDivisorNum)
        MOVE OUT-DIVISOR-COUNT TO mostDivisorCount
        MOVE OUT-NUM TO mostDivisorNum
    END-IF.

REGISTER-PERFECT.
    MOVE 0 TO perfectSlot.
    MOVE 0 TO perfectIdx.
    PERFORM SCAN-PERFECT-SLOT UNTIL perfectSlot IS GREATER THAN 0
        OR perfectIdx IS NOT LESS THAN perfectCount.
    IF perfectSlot IS EQUAL TO 0
            AND perfectCount IS LESS THAN perfectLimit
        ADD 1 TO perfectCount
        MOVE perfectCount TO perfectSlot
        MOVE OUT-NUM TO perfectNum(perfectSlot)
        MOVE 0 TO perfectSeen(perfectSlot)
    END-IF.
    IF perfectSlot IS GREATER THAN 0
        ADD 1 TO perfectSeen(perfectSlot)
    END-IF.

SCAN-PERFECT-SLOT.
    ADD 1 TO perfectIdx.
    IF perfectNum(perfectIdx) IS EQUAL TO OUT-NUM
        MOVE perfectIdx TO perfectSlot
    END-IF.

*> A twin-flagged record can belong to two pairs at once (5 is twin
    END-IF.
    MOVE densityPct TO densityPctOut.
    WRITE reportLine FROM DENSITY-DETAIL-LINE AFTER ADVANCING 1 LINE.

*> Percentages are of the classified records (primes and non-primes;
*> rejects excluded), so the three abundance classes sum to 100.
WRITE-DIVISOR-REPORT.
    WRITE reportLine FROM DIVISOR-TITLE-LINE AFTER ADVANCING 2 LINES.
    WRITE reportLine FROM DIVISOR-HEADING-LINE AFTER ADVANCING 1 LINE.
    MOVE 'PERFECT' TO divisorPropertyOut.
    MOVE count-perfect TO divisorRecords.
    PERFORM WRITE-DIVISOR-LINE.
    MOVE 'ABUNDANT' TO divisorPropertyOut.
    MOVE count-abundant TO divisorRecords.
    PERFORM WRITE-DIVISOR-LINE.
    MOVE 'DEFICIENT' TO divisorPropertyOut.
    MOVE count-deficient TO divisorRecords.
    PERFORM WRITE-DIVISOR-LINE.
    MOVE 'SQUARE-FREE' TO divisorPropertyOut.
    MOVE count-sqfree TO divisorRecords.
    PERFORM WRITE-DIVISOR-LINE.
    IF perfectCount IS EQUAL TO 0
        WRITE reportLine FROM PERFECT-NONE-LINE AFTER ADVANCING 1 LINE
    ELSE
        MOVE 0 TO perfectIdx
        PERFORM WRITE-PERFECT-LINE UNTIL perfectIdx IS NOT LESS THAN perfectCount
    END-IF.
    IF mostDivisorCount IS GREATER THAN 0
        MOVE mostDivisorNum TO mostNumOut
        MOVE mostDivisorCount TO mostCountOut
        WRITE reportLine FROM MOST-DIVISORS-LINE AFTER ADVANCING 1 LINE
    END-IF.

WRITE-DIVISOR-LINE.
    MOVE divisorRecords TO divisorCountOut.
    MOVE 0 TO divisorPct.
    IF divisorTotal IS GREATER THAN 0
        COMPUTE divisorPct ROUNDED =
            divisorRecords * 100 / divisorTotal
    END-IF.
    MOVE divisorPct TO divisorPctOut.
    WRITE reportLine FROM DIVISOR-DETAIL-LINE AFTER ADVANCING 1 LINE.

WRITE-PERFECT-LINE.
    ADD 1 TO perfectIdx.
    MOVE perfectNum(perfectIdx) TO perfectNumOut.
    MOVE perfectSeen(perfectIdx) TO perfectSeenOut.
    WRITE reportLine FROM PERFECT-DETAIL-LINE AFTER ADVANCING 1 LINE.
