*> Compares two OUT-RECORD files (the outrec.cpy layout) for restart
*> assurance and regression acceptance: records are matched on
*> OUT-SEQ (with OUT-NUM compared as part of the match), every
*> OUT-CLASS / OUT-BATCH-ID / enrichment / divisor property /
*> OUT-DETAIL difference is reported, as
*> is any record present in only one file, with summary counts and a
*> nonzero return code when the files differ at all.
*>   PRIMCOMP-FILE1 / PRIMCOMP-FILE2   the two output files
*>                                     (default primesGenCatalog.dat)
*>   PRIMCOMP-REPORTFILE               difference report
*>                                     (default primesCompare.txt)
*>   PRIMCOMP-EXTRACT1 / -EXTRACT2     optional: the two runs' warehouse
*>                                     extracts, compared record for
*>                                     record in order
*>   PRIMCOMP-SUSPENSE1 / -SUSPENSE2   optional: the two runs' suspense
*>                                     files, compared the same way
*>   PRIMCOMP-BATCHRES1 / -BATCHRES2   optional: the two runs' batch
*>                                     results, compared the same way
*>                                     apart from the run date/time
*> Each optional pair is compared only when both of its names are
*> given, and any difference in it also makes the return code 8.
environment division.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
       select REPORT-FILE assign to DYNAMIC reportDsn.
       select CATALOG-FILE assign to DYNAMIC catalogDsn
           file status is catalogStatus.
       select EXTRACT1 assign to DYNAMIC extract1Dsn
           file status is pairStatus.
       select EXTRACT2 assign to DYNAMIC extract2Dsn
           file status is pairStatus.
       select SUSPENSE1 assign to DYNAMIC suspense1Dsn
           file status is pairStatus.
       select SUSPENSE2 assign to DYNAMIC suspense2Dsn
           file status is pairStatus.
       select BATCHRES1 assign to DYNAMIC batchRes1Dsn
           file status is pairStatus.
       select BATCHRES2 assign to DYNAMIC batchRes2Dsn
           file status is pairStatus.

DATA DIVISION.
    FILE SECTION.
        FD FILE1.
        01 file1Line PICTURE X(172).
        FD FILE2.
        01 file2Line PICTURE X(172).
        FD REPORT-FILE.
        01 reportLine PICTURE X(90).
        FD CATALOG-FILE.
        COPY "gencat.cpy".
        FD EXTRACT1.
        01 extract1Line PICTURE X(200).
        FD EXTRACT2.
        01 extract2Line PICTURE X(200).
        FD SUSPENSE1.
        COPY "susprec.cpy" REPLACING ==SUSPENSE-RECORD== BY ==SUSPENSE-RECORD-1==
            LEADING ==SUS== BY ==SU1==.
        FD SUSPENSE2.
        COPY "susprec.cpy" REPLACING ==SUSPENSE-RECORD== BY ==SUSPENSE-RECORD-2==
            LEADING ==SUS== BY ==SU2==.
        FD BATCHRES1.
        COPY "btchres.cpy" REPLACING ==BATCH-RESULT-RECORD== BY ==BATCH-RESULT-1==
            LEADING ==BRS== BY ==BR1==.
        FD BATCHRES2.
        COPY "btchres.cpy" REPLACING ==BATCH-RESULT-RECORD== BY ==BATCH-RESULT-2==
            LEADING ==BRS== BY ==BR2==.
WORKING-STORAGE SECTION.
    COPY "outrec.cpy" REPLACING LEADING ==OUT== BY ==CMP1==.
    COPY "outrec.cpy" REPLACING LEADING ==OUT== BY ==CMP2==.
    77  count-diff      PICTURE 9(9) VALUE 0.
    77  count-only1     PICTURE 9(9) VALUE 0.
    77  count-only2     PICTURE 9(9) VALUE 0.
*> Companion-file pair comparison (extract, suspense, batch results):
*> positional, record n of one file against record n of the other.
    01  extract1Dsn  PICTURE X(100) VALUE SPACES.
    01  extract2Dsn  PICTURE X(100) VALUE SPACES.
    01  suspense1Dsn PICTURE X(100) VALUE SPACES.
    01  suspense2Dsn PICTURE X(100) VALUE SPACES.
    01  batchRes1Dsn PICTURE X(100) VALUE SPACES.
    01  batchRes2Dsn PICTURE X(100) VALUE SPACES.
    01  pairStatus   PICTURE X(2) VALUE '00'.
    01  pairEof1     PICTURE 9 VALUE 1.
    01  pairEof2     PICTURE 9 VALUE 1.
    77  pairRecord   PICTURE 9(9) VALUE 0.
    77  count-pairdiff  PICTURE 9(9) VALUE 0.
    77  count-extdiff   PICTURE 9(9) VALUE 0.
    77  count-susdiff   PICTURE 9(9) VALUE 0.
    77  count-brsdiff   PICTURE 9(9) VALUE 0.
    01  PAIR-DIFF-LINE.
        02 FILLER PICTURE X(1) VALUE SPACE.
        02 pairLabel PICTURE X(14).
        02 FILLER PICTURE X(7) VALUE 'RECORD '.
        02 pairRecordOut PICTURE 9(9).
        02 FILLER PICTURE X(1) VALUE SPACE.
        02 pairText PICTURE X(14).
    01  SUMMARY-PAIR-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 summaryPairLabel PICTURE X(30).
        02 summaryPairDiff PICTURE Z(8)9.
    01  COMPARE-TITLE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(25) VALUE 'OUTPUT COMPARISON REPORT'.
PERFORM READ-FILE2.
PERFORM COMPARE-RECORDS
    UNTIL eof1-switch IS EQUAL TO 0 AND eof2-switch IS EQUAL TO 0.
IF extract1Dsn IS NOT EQUAL TO SPACES
        AND extract2Dsn IS NOT EQUAL TO SPACES
    PERFORM COMPARE-EXTRACTS
END-IF.
IF suspense1Dsn IS NOT EQUAL TO SPACES
        AND suspense2Dsn IS NOT EQUAL TO SPACES
    PERFORM COMPARE-SUSPENSE
END-IF.
IF batchRes1Dsn IS NOT EQUAL TO SPACES
        AND batchRes2Dsn IS NOT EQUAL TO SPACES
    PERFORM COMPARE-BATCH-RESULTS
END-IF.
PERFORM WRITE-SUMMARY.
CLOSE FILE1, FILE2, REPORT-FILE.
IF count-diff IS GREATER THAN 0
        OR count-only1 IS GREATER THAN 0
        OR count-only2 IS GREATER THAN 0
        OR count-extdiff IS GREATER THAN 0
        OR count-susdiff IS GREATER THAN 0
        OR count-brsdiff IS GREATER THAN 0
    MOVE 8 TO RETURN-CODE
ELSE
    MOVE 0 TO RETURN-CODE
            AND FUNCTION TEST-NUMVAL(envRun) IS EQUAL TO 0
        COMPUTE runNumber2 = FUNCTION NUMVAL(envRun)
    END-IF.
    ACCEPT extract1Dsn FROM ENVIRONMENT 'PRIMCOMP-EXTRACT1'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    ACCEPT extract2Dsn FROM ENVIRONMENT 'PRIMCOMP-EXTRACT2'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    ACCEPT suspense1Dsn FROM ENVIRONMENT 'PRIMCOMP-SUSPENSE1'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    ACCEPT suspense2Dsn FROM ENVIRONMENT 'PRIMCOMP-SUSPENSE2'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    ACCEPT batchRes1Dsn FROM ENVIRONMENT 'PRIMCOMP-BATCHRES1'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    ACCEPT batchRes2Dsn FROM ENVIRONMENT 'PRIMCOMP-BATCHRES2'
        ON EXCEPTION CONTINUE
    END-ACCEPT.

*> Resolve a run number to its cataloged output dataset.  The last
*> catalog record for the run number wins, and a purged generation
        MOVE CMP2-TWIN TO diffValue2
        WRITE reportLine FROM FIELD-DIFF-LINE AFTER ADVANCING 1 LINE
    END-IF.
    IF CMP1-DIVISOR-COUNT IS NOT EQUAL TO CMP2-DIVISOR-COUNT
        ADD 1 TO count-diff
        MOVE CMP1-SEQ TO diffSeq
        MOVE 'DIVISOR-CNT' TO diffField
        MOVE CMP1-DIVISOR-COUNT TO diffValue1
        MOVE CMP2-DIVISOR-COUNT TO diffValue2
        WRITE reportLine FROM FIELD-DIFF-LINE AFTER ADVANCING 1 LINE
    END-IF.
    IF CMP1-DIVISOR-SUM IS NOT EQUAL TO CMP2-DIVISOR-SUM
        ADD 1 TO count-diff
        MOVE CMP1-SEQ TO diffSeq
        MOVE 'DIVISOR-SUM' TO diffField
        MOVE CMP1-DIVISOR-SUM TO diffValue1
        MOVE CMP2-DIVISOR-SUM TO diffValue2
        WRITE reportLine FROM FIELD-DIFF-LINE AFTER ADVANCING 1 LINE
    END-IF.
    IF CMP1-ABUNDANCE IS NOT EQUAL TO CMP2-ABUNDANCE
        ADD 1 TO count-diff
        MOVE CMP1-SEQ TO diffSeq
        MOVE 'ABUNDANCE' TO diffField
        MOVE CMP1-ABUNDANCE TO diffValue1
        MOVE CMP2-ABUNDANCE TO diffValue2
        WRITE reportLine FROM FIELD-DIFF-LINE AFTER ADVANCING 1 LINE
    END-IF.
    IF CMP1-TOTIENT IS NOT EQUAL TO CMP2-TOTIENT
        ADD 1 TO count-diff
        MOVE CMP1-SEQ TO diffSeq
        MOVE 'TOTIENT' TO diffField
        MOVE CMP1-TOTIENT TO diffValue1
        MOVE CMP2-TOTIENT TO diffValue2
        WRITE reportLine FROM FIELD-DIFF-LINE AFTER ADVANCING 1 LINE
    END-IF.
    IF CMP1-SQUARE-FREE IS NOT EQUAL TO CMP2-SQUARE-FREE
        ADD 1 TO count-diff
        MOVE CMP1-SEQ TO diffSeq
        MOVE 'SQUARE-FREE' TO diffField
        MOVE CMP1-SQUARE-FREE TO diffValue1
        MOVE CMP2-SQUARE-FREE TO diffValue2
        WRITE reportLine FROM FIELD-DIFF-LINE AFTER ADVANCING 1 LINE
    END-IF.
    IF CMP1-DETAIL IS NOT EQUAL TO CMP2-DETAIL
        ADD 1 TO count-diff
        MOVE CMP1-SEQ TO detailSeq
        WRITE reportLine FROM DETAIL-VALUE-LINE AFTER ADVANCING 1 LINE
    END-IF.

*> The companion files carry no sequence number of their own, but
*> both runs write them in OUT-SEQ order, so record n of one is
*> compared with record n of the other and a missing or extra record
*> shows as ONLY IN FILE at the end of the shorter file.
COMPARE-EXTRACTS.
    MOVE 'EXTRACT' TO pairLabel.
    OPEN INPUT EXTRACT1.
    PERFORM CHECK-PAIR-OPEN.
    OPEN INPUT EXTRACT2.
    PERFORM CHECK-PAIR-OPEN.
    MOVE 0 TO count-pairdiff.
    MOVE 0 TO pairRecord.
    MOVE 1 TO pairEof1.
    MOVE 1 TO pairEof2.
    READ EXTRACT1 AT END MOVE 0 TO pairEof1.
    READ EXTRACT2 AT END MOVE 0 TO pairEof2.
    PERFORM COMPARE-EXTRACT-RECORD
        UNTIL pairEof1 IS EQUAL TO 0 AND pairEof2 IS EQUAL TO 0.
    CLOSE EXTRACT1, EXTRACT2.
    MOVE count-pairdiff TO count-extdiff.

COMPARE-EXTRACT-RECORD.
    ADD 1 TO pairRecord.
    IF pairEof1 IS NOT EQUAL TO 0 AND pairEof2 IS NOT EQUAL TO 0
        IF extract1Line IS NOT EQUAL TO extract2Line
            MOVE 'DIFFERS' TO pairText
            PERFORM REPORT-PAIR-DIFF
        END-IF
    ELSE
        PERFORM REPORT-PAIR-ONLY
    END-IF.
    IF pairEof1 IS NOT EQUAL TO 0
        READ EXTRACT1 AT END MOVE 0 TO pairEof1
        END-READ
    END-IF.
    IF pairEof2 IS NOT EQUAL TO 0
        READ EXTRACT2 AT END MOVE 0 TO pairEof2
        END-READ
    END-IF.

COMPARE-SUSPENSE.
    MOVE 'SUSPENSE' TO pairLabel.
    OPEN INPUT SUSPENSE1.
    PERFORM CHECK-PAIR-OPEN.
    OPEN INPUT SUSPENSE2.
    PERFORM CHECK-PAIR-OPEN.
    MOVE 0 TO count-pairdiff.
    MOVE 0 TO pairRecord.
    MOVE 1 TO pairEof1.
    MOVE 1 TO pairEof2.
    READ SUSPENSE1 AT END MOVE 0 TO pairEof1.
    READ SUSPENSE2 AT END MOVE 0 TO pairEof2.
    PERFORM COMPARE-SUSPENSE-RECORD
        UNTIL pairEof1 IS EQUAL TO 0 AND pairEof2 IS EQUAL TO 0.
    CLOSE SUSPENSE1, SUSPENSE2.
    MOVE count-pairdiff TO count-susdiff.

COMPARE-SUSPENSE-RECORD.
    ADD 1 TO pairRecord.
    IF pairEof1 IS NOT EQUAL TO 0 AND pairEof2 IS NOT EQUAL TO 0
        IF SUSPENSE-RECORD-1 IS NOT EQUAL TO SUSPENSE-RECORD-2
            MOVE 'DIFFERS' TO pairText
            PERFORM REPORT-PAIR-DIFF
        END-IF
    ELSE
        PERFORM REPORT-PAIR-ONLY
    END-IF.
    IF pairEof1 IS NOT EQUAL TO 0
        READ SUSPENSE1 AT END MOVE 0 TO pairEof1
        END-READ
    END-IF.
    IF pairEof2 IS NOT EQUAL TO 0
        READ SUSPENSE2 AT END MOVE 0 TO pairEof2
        END-READ
    END-IF.

COMPARE-BATCH-RESULTS.
    MOVE 'BATCH RESULT' TO pairLabel.
    OPEN INPUT BATCHRES1.
    PERFORM CHECK-PAIR-OPEN.
    OPEN INPUT BATCHRES2.
    PERFORM CHECK-PAIR-OPEN.
    MOVE 0 TO count-pairdiff.
    MOVE 0 TO pairRecord.
    MOVE 1 TO pairEof1.
    MOVE 1 TO pairEof2.
    READ BATCHRES1 AT END MOVE 0 TO pairEof1.
    READ BATCHRES2 AT END MOVE 0 TO pairEof2.
    PERFORM COMPARE-BATCH-RESULT-RECORD
        UNTIL pairEof1 IS EQUAL TO 0 AND pairEof2 IS EQUAL TO 0.
    CLOSE BATCHRES1, BATCHRES2.
    MOVE count-pairdiff TO count-brsdiff.

*> The run date/time stamp is the one thing two runs of the same input
*> are expected to differ in, so it is zeroed in both records before
*> they are compared.
COMPARE-BATCH-RESULT-RECORD.
    ADD 1 TO pairRecord.
    IF pairEof1 IS NOT EQUAL TO 0 AND pairEof2 IS NOT EQUAL TO 0
        MOVE ZEROS TO BR1-RUN-DATE BR1-RUN-TIME
        MOVE ZEROS TO BR2-RUN-DATE BR2-RUN-TIME
        IF BATCH-RESULT-1 IS NOT EQUAL TO BATCH-RESULT-2
            MOVE 'DIFFERS' TO pairText
            PERFORM REPORT-PAIR-DIFF
        END-IF
    ELSE
        PERFORM REPORT-PAIR-ONLY
    END-IF.
    IF pairEof1 IS NOT EQUAL TO 0
        READ BATCHRES1 AT END MOVE 0 TO pairEof1
        END-READ
    END-IF.
    IF pairEof2 IS NOT EQUAL TO 0
        READ BATCHRES2 AT END MOVE 0 TO pairEof2
        END-READ
    END-IF.

CHECK-PAIR-OPEN.
    IF pairStatus IS NOT EQUAL TO '00'
        DISPLAY 'PRIMCOMP: ' FUNCTION TRIM(pairLabel)
            ' FILE OPEN STATUS ' pairStatus
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

REPORT-PAIR-ONLY.
    IF pairEof2 IS EQUAL TO 0
        MOVE 'ONLY IN FILE 1' TO pairText
    ELSE
        MOVE 'ONLY IN FILE 2' TO pairText
    END-IF.
    PERFORM REPORT-PAIR-DIFF.

REPORT-PAIR-DIFF.
    ADD 1 TO count-pairdiff.
    MOVE pairRecord TO pairRecordOut.
    WRITE reportLine FROM PAIR-DIFF-LINE AFTER ADVANCING 1 LINE.

WRITE-SUMMARY.
    MOVE count-matched TO summaryMatched.
    WRITE reportLine FROM SUMMARY-MATCHED-LINE AFTER ADVANCING 2 LINES.
    WRITE reportLine FROM SUMMARY-ONLY1-LINE AFTER ADVANCING 1 LINE.
    MOVE count-only2 TO summaryOnly2.
    WRITE reportLine FROM SUMMARY-ONLY2-LINE AFTER ADVANCING 1 LINE.
    IF extract1Dsn IS NOT EQUAL TO SPACES
            AND extract2Dsn IS NOT EQUAL TO SPACES
        MOVE 'EXTRACT DIFFERENCES:' TO summaryPairLabel
        MOVE count-extdiff TO summaryPairDiff
        WRITE reportLine FROM SUMMARY-PAIR-LINE AFTER ADVANCING 1 LINE
    END-IF.
    IF suspense1Dsn IS NOT EQUAL TO SPACES
            AND suspense2Dsn IS NOT EQUAL TO SPACES
        MOVE 'SUSPENSE DIFFERENCES:' TO summaryPairLabel
        MOVE count-susdiff TO summaryPairDiff
        WRITE reportLine FROM SUMMARY-PAIR-LINE AFTER ADVANCING 1 LINE
    END-IF.
    IF batchRes1Dsn IS NOT EQUAL TO SPACES
            AND batchRes2Dsn IS NOT EQUAL TO SPACES
        MOVE 'BATCH RESULT DIFFERENCES:' TO summaryPairLabel
        MOVE count-brsdiff TO summaryPairDiff
        WRITE reportLine FROM SUMMARY-PAIR-LINE AFTER ADVANCING 1 LINE
    END-IF.
