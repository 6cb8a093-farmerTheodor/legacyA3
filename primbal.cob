IDENTIFICATION DIVISION.
    PROGRAM-ID. primbal.
*> Month-end cross-dataset balancing statement.  Each cumulative
*> dataset the nightly runs feed balances on its own; this proves
*> they agree with one another.  For every run audited in the date
*> range (PRIMBAL-FROMDATE / PRIMBAL-TODATE, YYYYMMDD, on the run's
*> start date, defaulting to the whole audit file) it cross-foots:
*>   - the data records the run read against prime + not prime +
*>     illegal (every data record is classified exactly once);
*>   - that output count against the extract-control log entry the
*>     run wrote, and the log entry against the warehouse's operative
*>     (latest) acknowledgment of it: count and hash as loaded, and
*>     refused or never acknowledged loads;
*>   - the numeric data records against the run's appearances in the
*>     occurrence history.  A checkpoint restart re-stamps only the
*>     records it processes itself, and the partitions of a parallel
*>     run stamp their own, so history stamped by a run with no audit
*>     record of its own counts toward the next restart or
*>     consolidated (PRIMCONS) run after it;
*>   - the illegal and duplicate counts against the suspense records
*>     of the run's feeder batches (placed by batch id through the
*>     batch results the run wrote: NN and OR records against
*>     illegal, DU against duplicate), and every one of those
*>     suspense records against the corrections applied to it (a
*>     correction-audit before image equal to it) or its still being
*>     outstanding (carried on primrsub's still-bad dataset).  Take
*>     the statement after the month's last primrsub run, so every
*>     suspense record of the period has been through it.
*> The statement lists the datasets read, then one line per run with
*> every out-of-balance condition itemized beneath it, then the
*> conditions that belong to no audited run (extract-log entries and
*> history written by a run that left no audit record), the period
*> totals and the sign-off block.  RC=0 balanced, RC=8 any
*> out-of-balance condition, RC=12 when no statement could be made
*> (audit file unreadable, a dataset that exists but cannot be
*> opened, or more runs, batches or suspense records in the range
*> than the tables hold -- narrow the dates).  A dataset that does
*> not exist yet is read as empty and noted on the statement.
*>   PRIMBAL-AUDITFILE       run audit (primesAudit.dat), required
*>   PRIMBAL-EXTLOGFILE      extract-control log (primesExtractLog.dat)
*>   PRIMBAL-ACKFILE         warehouse acknowledgments
*>                           (primesExtractAck.dat)
*>   PRIMBAL-HISTORYFILE     occurrence history (primesHistory.dat)
*>   PRIMBAL-BATCHRESULTFILE batch results (primesBatchResults.dat)
*>   PRIMBAL-SUSPENSEFILE    suspense (primesSuspense.dat)
*>   PRIMBAL-CORRAUDITFILE   correction audit (primesCorrAudit.dat)
*>   PRIMBAL-STILLBADFILE    outstanding suspense carried forward by
*>                           primrsub (primesStillBad.dat)
*>   PRIMBAL-REPORTFILE      balancing statement (primesBalance.txt)
environment division.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
       select AUDIT-FILE assign to DYNAMIC auditDsn
           file status is auditStatus.
       select EXTLOG-FILE assign to DYNAMIC extractLogDsn
           file status is extractLogStatus.
       select ACK-FILE assign to DYNAMIC ackDsn
           file status is ackStatus.
       select HISTORY-FILE assign to DYNAMIC historyDsn
           organization is indexed
           access mode is sequential
           record key is OCC-KEY
           file status is historyStatus.
       select BATCHRES-FILE assign to DYNAMIC batchResultDsn
           file status is batchResultStatus.
       select SUSPENSE-FILE assign to DYNAMIC suspenseDsn
           file status is suspenseStatus.
       select CORRAUDIT-FILE assign to DYNAMIC corrAuditDsn
           file status is corrAuditStatus.
       select STILLBAD-FILE assign to DYNAMIC stillBadDsn
           file status is stillBadStatus.
       select REPORT-FILE assign to DYNAMIC reportDsn.

DATA DIVISION.
    FILE SECTION.
        FD AUDIT-FILE.
        COPY "audtrec.cpy".
        FD EXTLOG-FILE.
        COPY "extctl.cpy" REPLACING LEADING ==XCT== BY ==XLG==
            LEADING ==EXTRACT-CONTROL== BY ==EXTRACT-LOG==.
        FD ACK-FILE.
        COPY "ackrec.cpy".
        FD HISTORY-FILE.
        COPY "occrrec.cpy".
        FD BATCHRES-FILE.
        COPY "btchres.cpy".
        FD SUSPENSE-FILE.
        COPY "susprec.cpy".
        FD CORRAUDIT-FILE.
        COPY "corraud.cpy".
*> primrsub's still-bad dataset is a fresh suspense file: the same
*> layout, reason code and all.
        FD STILLBAD-FILE.
        COPY "susprec.cpy" REPLACING LEADING ==SUSPENSE== BY ==STILLBAD==
            LEADING ==SUS== BY ==SBD==.
        FD REPORT-FILE.
        01 reportLine PICTURE X(110).
WORKING-STORAGE SECTION.
    01  auditDsn       PICTURE X(100) VALUE 'primesAudit.dat'.
    01  extractLogDsn  PICTURE X(100) VALUE 'primesExtractLog.dat'.
    01  ackDsn         PICTURE X(100) VALUE 'primesExtractAck.dat'.
    01  historyDsn     PICTURE X(100) VALUE 'primesHistory.dat'.
    01  batchResultDsn PICTURE X(100) VALUE 'primesBatchResults.dat'.
    01  suspenseDsn    PICTURE X(100) VALUE 'primesSuspense.dat'.
    01  corrAuditDsn   PICTURE X(100) VALUE 'primesCorrAudit.dat'.
    01  stillBadDsn    PICTURE X(100) VALUE 'primesStillBad.dat'.
    01  reportDsn      PICTURE X(100) VALUE 'primesBalance.txt'.
    01  envTemp        PICTURE X(100) VALUE SPACES.
    01  auditStatus       PICTURE X(2) VALUE '00'.
    01  extractLogStatus  PICTURE X(2) VALUE '00'.
    01  ackStatus         PICTURE X(2) VALUE '00'.
    01  historyStatus     PICTURE X(2) VALUE '00'.
    01  batchResultStatus PICTURE X(2) VALUE '00'.
    01  suspenseStatus    PICTURE X(2) VALUE '00'.
    01  corrAuditStatus   PICTURE X(2) VALUE '00'.
    01  stillBadStatus    PICTURE X(2) VALUE '00'.
    01  fromDate   PICTURE 9(8) VALUE 0.
    01  toDate     PICTURE 9(8) VALUE 99999999.
    01  envDate    PICTURE X(8) VALUE SPACES.
    01  eof-switch PICTURE 9 VALUE 1.
    01  acceptedDate  PICTURE 9(8).
    01  acceptedTime  PICTURE 9(8).
    77  dsRecords     PICTURE 9(9) VALUE 0.
    77  dsIdx         PICTURE 9(3) VALUE 0.
    77  dsCount       PICTURE 9(3) VALUE 0.
*> The datasets read, for the head of the statement: what was read
*> and how much of it, so the auditors see the evidence behind it.
    01  DATASET-TABLE.
        02 DATASET-ENTRY OCCURS 8 TIMES.
            03 dsLabel PICTURE X(20).
            03 dsName  PICTURE X(44).
            03 dsRead  PICTURE 9(9).
            03 dsNote  PICTURE X(25).
    77  runCount  PICTURE 9(3) VALUE 0.
    77  runIdx    PICTURE 9(3) VALUE 0.
    77  runSlot   PICTURE 9(3) VALUE 0.
    77  runLimit  PICTURE 9(3) VALUE 500.
    01  searchDate PICTURE 9(8) VALUE 0.
    01  searchTime PICTURE 9(8) VALUE 0.
    01  searchStamp PICTURE 9(16) VALUE 0.
*> One slot per audited run in range, with what each of the other
*> datasets says about that run gathered alongside.
    01  RUN-TABLE.
        02 RUN-ENTRY OCCURS 500 TIMES.
            03 runDate       PICTURE 9(8).
            03 runTime       PICTURE 9(8).
            03 runStamp      PICTURE 9(16).
            03 runProgram    PICTURE X(8).
            03 runRestart    PICTURE X(1).
            03 runData       PICTURE 9(9).
            03 runNumeric    PICTURE 9(9).
            03 runPrime      PICTURE 9(9).
            03 runNotprime   PICTURE 9(9).
            03 runIllegal    PICTURE 9(9).
            03 runDuplicate  PICTURE 9(9).
            03 runLogSeen    PICTURE 9.
            03 runLogCount   PICTURE 9(9).
            03 runLogHash    PICTURE 9(18).
            03 runAckSeen    PICTURE 9.
            03 runAckStatus  PICTURE X(1).
            03 runAckCount   PICTURE 9(9).
            03 runAckHash    PICTURE 9(18).
            03 runHistory    PICTURE 9(9).
            03 runSusIllegal PICTURE 9(9).
            03 runSusDup     PICTURE 9(9).
            03 runFindings   PICTURE 9(5).
    77  orphCount PICTURE 9(3) VALUE 0.
    77  orphIdx   PICTURE 9(3) VALUE 0.
    77  orphSlot  PICTURE 9(3) VALUE 0.
    77  orphLimit PICTURE 9(3) VALUE 200.
*> History stamped by a run that has no audit record in range.
    01  ORPHAN-TABLE.
        02 ORPHAN-ENTRY OCCURS 200 TIMES.
            03 orphDate    PICTURE 9(8).
            03 orphTime    PICTURE 9(8).
            03 orphStamp   PICTURE 9(16).
            03 orphRecords PICTURE 9(9).
            03 orphRun     PICTURE 9(3).
    77  periodCount PICTURE 9(3) VALUE 0.
    77  periodIdx   PICTURE 9(3) VALUE 0.
    77  periodLimit PICTURE 9(3) VALUE 200.
*> Out-of-balance conditions that belong to no audited run.
    01  newPeriodText    PICTURE X(34) VALUE SPACES.
    77  newPeriodRecords PICTURE 9(9) VALUE 0.
    01  PERIOD-TABLE.
        02 PERIOD-ENTRY OCCURS 200 TIMES.
            03 periodDate    PICTURE 9(8).
            03 periodTime    PICTURE 9(8).
            03 periodText    PICTURE X(34).
            03 periodRecords PICTURE 9(9).
    77  rbCount PICTURE 9(4) VALUE 0.
    77  rbIdx   PICTURE 9(4) VALUE 0.
    77  rbSlot  PICTURE 9(4) VALUE 0.
    77  rbLast  PICTURE 9(4) VALUE 0.
    77  rbLimit PICTURE 9(4) VALUE 2000.
    01  searchBatchId PICTURE X(20) VALUE SPACES.
*> The feeder batches of the runs in range, with the illegal and
*> duplicate counts each run posted against the batch and the
*> suspense records found for it.
    01  RUN-BATCH-TABLE.
        02 RUN-BATCH-ENTRY OCCURS 2000 TIMES.
            03 rbRun        PICTURE 9(3).
            03 rbBatchId    PICTURE X(20).
            03 rbExpIllegal PICTURE 9(9).
            03 rbExpDup     PICTURE 9(9).
            03 rbGotIllegal PICTURE 9(9).
            03 rbGotDup     PICTURE 9(9).
    77  itemCount PICTURE 9(4) VALUE 0.
    77  itemIdx   PICTURE 9(4) VALUE 0.
    77  itemLimit PICTURE 9(4) VALUE 2000.
*> Every suspense record placed with a run in range; itemDisp is 'C'
*> corrected, 'O' outstanding, 'U' neither (out of balance).
    01  ITEM-TABLE.
        02 ITEM-ENTRY OCCURS 2000 TIMES.
            03 itemRun   PICTURE 9(3).
            03 itemImage PICTURE X(82).
            03 itemDisp  PICTURE X(1).
    77  corrCount PICTURE 9(4) VALUE 0.
    77  corrIdx   PICTURE 9(4) VALUE 0.
    77  corrSlot  PICTURE 9(4) VALUE 0.
    77  corrLimit PICTURE 9(4) VALUE 2000.
    01  CORRECTED-TABLE.
        02 CORRECTED-ENTRY OCCURS 2000 TIMES.
            03 corrImage PICTURE X(82).
            03 corrUsed  PICTURE 9.
    77  carryCount PICTURE 9(4) VALUE 0.
    77  carryIdx   PICTURE 9(4) VALUE 0.
    77  carrySlot  PICTURE 9(4) VALUE 0.
    77  carryLimit PICTURE 9(4) VALUE 2000.
    01  CARRIED-TABLE.
        02 CARRIED-ENTRY OCCURS 2000 TIMES.
            03 carryImage PICTURE X(82).
            03 carryUsed  PICTURE 9.
    01  searchImage  PICTURE X(82) VALUE SPACES.
    01  itemView.
        02 itemReason  PICTURE X(2).
        02 itemNum     PICTURE X(9).
        02 itemBatchId PICTURE X(20).
        02 FILLER      PICTURE X(51).
    77  classified     PICTURE 9(9) VALUE 0.
    77  writeFindings  PICTURE 9 VALUE 0.
    77  count-findings     PICTURE 9(9) VALUE 0.
    77  count-runs-out     PICTURE 9(9) VALUE 0.
    77  count-outside      PICTURE 9(9) VALUE 0.
    77  count-corrected    PICTURE 9(9) VALUE 0.
    77  count-outstanding  PICTURE 9(9) VALUE 0.
    77  count-unaccounted  PICTURE 9(9) VALUE 0.
    77  total-data       PICTURE 9(12) VALUE 0.
    77  total-classified PICTURE 9(12) VALUE 0.
    77  total-logged     PICTURE 9(12) VALUE 0.
    77  total-loaded     PICTURE 9(12) VALUE 0.
    77  total-numeric    PICTURE 9(12) VALUE 0.
    77  total-history    PICTURE 9(12) VALUE 0.
    77  total-rejects    PICTURE 9(12) VALUE 0.
    77  total-suspense   PICTURE 9(12) VALUE 0.
    01  TITLE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(36) VALUE 'MONTH-END BALANCING STATEMENT'.
    01  RUN-HEADER-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(9) VALUE 'PROGRAM: '.
        02 headerProgram PICTURE X(8) VALUE 'PRIMBAL'.
        02 FILLER PICTURE X(7) VALUE '  DATE:'.
        02 headerDate PICTURE 9(8).
        02 FILLER PICTURE X(7) VALUE '  TIME:'.
        02 headerTime PICTURE 9(8).
    01  RANGE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(6) VALUE 'FROM: '.
        02 rangeFrom PICTURE 9(8).
        02 FILLER PICTURE X(6) VALUE '  TO: '.
        02 rangeTo PICTURE 9(8).
    01  UNDER-LINE.
        02 FILLER PICTURE X(32) VALUE       ' -------------------------------'.
    01  SECTION-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 sectionTitle PICTURE X(60).
    01  DATASET-HEADING-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(21) VALUE 'DATASET'.
        02 FILLER PICTURE X(45) VALUE 'NAME'.
        02 FILLER PICTURE X(10) VALUE '   RECORDS'.
    01  DATASET-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 datasetLabel PICTURE X(21).
        02 datasetName PICTURE X(45).
        02 datasetRead PICTURE Z(9)9.
        02 FILLER PICTURE X(2) VALUE SPACES.
        02 datasetNote PICTURE X(25).
    01  RUN-HEADING-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(18) VALUE 'RUN DATE TIME'.
        02 FILLER PICTURE X(10) VALUE 'PROGRAM R'.
        02 FILLER PICTURE X(10) VALUE '      DATA'.
        02 FILLER PICTURE X(10) VALUE ' CLASSIFD'.
        02 FILLER PICTURE X(10) VALUE '   EXTRACT'.
        02 FILLER PICTURE X(10) VALUE '    LOADED'.
        02 FILLER PICTURE X(10) VALUE '   HISTORY'.
        02 FILLER PICTURE X(10) VALUE '  SUSPENSE'.
        02 FILLER PICTURE X(16) VALUE '  RESULT'.
    01  RUN-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 lineDate PICTURE 9(8).
        02 FILLER PICTURE X(1) VALUE SPACE.
        02 lineTime PICTURE 9(8).
        02 FILLER PICTURE X(1) VALUE SPACE.
        02 lineProgram PICTURE X(8).
        02 FILLER PICTURE X(1) VALUE SPACE.
        02 lineRestart PICTURE X(1).
        02 lineData PICTURE Z(9)9.
        02 lineClassified PICTURE Z(9)9.
        02 lineLogged PICTURE Z(9)9.
        02 lineLoaded PICTURE Z(9)9.
        02 lineHistory PICTURE Z(9)9.
        02 lineSuspense PICTURE Z(9)9.
        02 FILLER PICTURE X(2) VALUE SPACES.
        02 lineResult PICTURE X(14).
    01  FINDING-LINE.
        02 FILLER PICTURE X(10) VALUE SPACES.
        02 findingText PICTURE X(34).
        02 FILLER PICTURE X(9) VALUE 'EXPECTED '.
        02 findingExpected PICTURE Z(17)9.
        02 FILLER PICTURE X(9) VALUE '  ACTUAL '.
        02 findingActual PICTURE Z(17)9.
    01  ITEM-LINE.
        02 FILLER PICTURE X(10) VALUE SPACES.
        02 FILLER PICTURE X(34) VALUE 'SUSPENSE NOT CORRECTED OR CARRIED'.
        02 FILLER PICTURE X(7) VALUE 'REASON '.
        02 itemReasonOut PICTURE X(2).
        02 FILLER PICTURE X(5) VALUE ' NUM '.
        02 itemNumOut PICTURE X(9).
        02 FILLER PICTURE X(7) VALUE ' BATCH '.
        02 itemBatchOut PICTURE X(20).
    01  PERIOD-HEADING-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(18) VALUE 'RUN DATE TIME'.
        02 FILLER PICTURE X(34) VALUE 'CONDITION'.
        02 FILLER PICTURE X(10) VALUE '   RECORDS'.
    01  PERIOD-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 periodDateOut PICTURE 9(8).
        02 FILLER PICTURE X(1) VALUE SPACE.
        02 periodTimeOut PICTURE 9(8).
        02 FILLER PICTURE X(1) VALUE SPACE.
        02 periodTextOut PICTURE X(34).
        02 periodRecordsOut PICTURE Z(9)9.
    01  NONE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(4) VALUE 'NONE'.
    01  SUMMARY-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 summaryLabel PICTURE X(40).
        02 summaryOut PICTURE Z(11)9.
    01  BALANCED-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(18) VALUE 'STATEMENT RESULT: '.
        02 FILLER PICTURE X(8) VALUE 'BALANCED'.
    01  OUT-OF-BALANCE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(18) VALUE 'STATEMENT RESULT: '.
        02 FILLER PICTURE X(16) VALUE 'OUT OF BALANCE, '.
        02 resultCount PICTURE Z(8)9.
        02 FILLER PICTURE X(11) VALUE ' CONDITIONS'.
    01  PREPARED-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(13) VALUE 'PREPARED BY: '.
        02 FILLER PICTURE X(8) VALUE 'PRIMBAL'.
        02 FILLER PICTURE X(7) VALUE '  DATE:'.
        02 preparedDate PICTURE 9(8).
        02 FILLER PICTURE X(7) VALUE '  TIME:'.
        02 preparedTime PICTURE 9(8).
    01  SIGNOFF-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 signoffRole PICTURE X(13).
        02 FILLER PICTURE X(30) VALUE ALL '_'.
        02 FILLER PICTURE X(8) VALUE '  DATE: '.
        02 FILLER PICTURE X(10) VALUE ALL '_'.
PROCEDURE DIVISION.
PERFORM GET-DATASET-NAMES.
ACCEPT acceptedDate FROM DATE YYYYMMDD.
ACCEPT acceptedTime FROM TIME.
OPEN INPUT AUDIT-FILE.
IF auditStatus IS NOT EQUAL TO '00'
    DISPLAY 'PRIMBAL: AUDIT-FILE OPEN STATUS ' auditStatus
    MOVE 12 TO RETURN-CODE
    STOP RUN
END-IF.
MOVE 0 TO dsRecords.
MOVE 1 TO eof-switch.
PERFORM LOAD-AUDIT-RECORD UNTIL eof-switch IS EQUAL TO 0.
CLOSE AUDIT-FILE.
PERFORM NOTE-DATASET.
MOVE 'RUN AUDIT' TO dsLabel(dsCount).
MOVE auditDsn TO dsName(dsCount).
PERFORM LOAD-EXTRACT-LOG.
PERFORM LOAD-ACKNOWLEDGMENTS.
PERFORM LOAD-HISTORY.
MOVE 0 TO orphIdx.
PERFORM ATTRIBUTE-ORPHAN UNTIL orphIdx IS NOT LESS THAN orphCount.
PERFORM LOAD-BATCH-RESULTS.
PERFORM LOAD-SUSPENSE.
PERFORM LOAD-CORRECTIONS.
PERFORM LOAD-STILLBAD.
MOVE 0 TO itemIdx.
PERFORM DISPOSE-ITEM UNTIL itemIdx IS NOT LESS THAN itemCount.
OPEN OUTPUT REPORT-FILE.
MOVE acceptedDate TO headerDate.
MOVE acceptedTime TO headerTime.
WRITE reportLine FROM TITLE-LINE AFTER ADVANCING 0 LINES.
WRITE reportLine FROM RUN-HEADER-LINE AFTER ADVANCING 1 LINE.
MOVE fromDate TO rangeFrom.
MOVE toDate TO rangeTo.
WRITE reportLine FROM RANGE-LINE AFTER ADVANCING 1 LINE.
WRITE reportLine FROM UNDER-LINE AFTER ADVANCING 1 LINE.
MOVE 'DATASETS BALANCED' TO sectionTitle.
WRITE reportLine FROM SECTION-LINE AFTER ADVANCING 2 LINES.
WRITE reportLine FROM DATASET-HEADING-LINE AFTER ADVANCING 1 LINE.
MOVE 0 TO dsIdx.
PERFORM REPORT-DATASET UNTIL dsIdx IS NOT LESS THAN dsCount.
MOVE 'RUNS, WITH EVERY OUT-OF-BALANCE CONDITION ITEMIZED'
    TO sectionTitle.
WRITE reportLine FROM SECTION-LINE AFTER ADVANCING 2 LINES.
WRITE reportLine FROM RUN-HEADING-LINE AFTER ADVANCING 1 LINE.
IF runCount IS EQUAL TO 0
    WRITE reportLine FROM NONE-LINE AFTER ADVANCING 1 LINE
END-IF.
MOVE 0 TO runIdx.
PERFORM REPORT-RUN UNTIL runIdx IS NOT LESS THAN runCount.
MOVE 'CONDITIONS BELONGING TO NO AUDITED RUN' TO sectionTitle.
WRITE reportLine FROM SECTION-LINE AFTER ADVANCING 2 LINES.
WRITE reportLine FROM PERIOD-HEADING-LINE AFTER ADVANCING 1 LINE.
IF periodCount IS EQUAL TO 0
    WRITE reportLine FROM NONE-LINE AFTER ADVANCING 1 LINE
END-IF.
MOVE 0 TO periodIdx.
PERFORM REPORT-PERIOD-FINDING UNTIL periodIdx IS NOT LESS THAN
    periodCount.
PERFORM WRITE-TOTALS.
PERFORM WRITE-SIGNOFF.
CLOSE REPORT-FILE.
DISPLAY 'PRIMBAL: RUNS ' runCount ' OUT OF BALANCE ' count-runs-out
    ' CONDITIONS ' count-findings.
IF count-findings IS GREATER THAN 0
    MOVE 8 TO RETURN-CODE
ELSE
    MOVE 0 TO RETURN-CODE
END-IF.
STOP RUN.

GET-DATASET-NAMES.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMBAL-AUDITFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO auditDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMBAL-EXTLOGFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO extractLogDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMBAL-ACKFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO ackDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMBAL-HISTORYFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO historyDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMBAL-BATCHRESULTFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO batchResultDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMBAL-SUSPENSEFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO suspenseDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMBAL-CORRAUDITFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO corrAuditDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMBAL-STILLBADFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO stillBadDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMBAL-REPORTFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO reportDsn
    END-IF.
    MOVE SPACES TO envDate.
    ACCEPT envDate FROM ENVIRONMENT 'PRIMBAL-FROMDATE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envDate IS NUMERIC
        MOVE envDate TO fromDate
    END-IF.
    MOVE SPACES TO envDate.
    ACCEPT envDate FROM ENVIRONMENT 'PRIMBAL-TODATE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envDate IS NUMERIC
        MOVE envDate TO toDate
    END-IF.

LOAD-AUDIT-RECORD.
    READ AUDIT-FILE AT END MOVE 0 TO eof-switch.
    IF eof-switch IS NOT EQUAL TO 0
        ADD 1 TO dsRecords
        IF AUD-START-DATE IS NOT LESS THAN fromDate
                AND AUD-START-DATE IS NOT GREATER THAN toDate
            IF runCount IS NOT LESS THAN runLimit
                DISPLAY 'PRIMBAL: MORE THAN ' runLimit
                    ' RUNS IN RANGE, NARROW THE DATES'
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO runCount
            MOVE ZEROS TO RUN-ENTRY(runCount)
            MOVE SPACES TO runProgram(runCount) runRestart(runCount)
                runAckStatus(runCount)
            MOVE AUD-START-DATE TO runDate(runCount)
            MOVE AUD-START-TIME TO runTime(runCount)
            COMPUTE runStamp(runCount) =
                AUD-START-DATE * 100000000 + AUD-START-TIME
            MOVE AUD-PROGRAM TO runProgram(runCount)
            MOVE AUD-RESTART TO runRestart(runCount)
            MOVE AUD-COUNT-DATA TO runData(runCount)
            MOVE AUD-COUNT-NUMERIC TO runNumeric(runCount)
            MOVE AUD-COUNT-PRIME TO runPrime(runCount)
            MOVE AUD-COUNT-NOTPRIME TO runNotprime(runCount)
            MOVE AUD-COUNT-ILLEGAL TO runIllegal(runCount)
            MOVE AUD-COUNT-DUPLICATE TO runDuplicate(runCount)
        END-IF
    END-IF.

*> Linear search of the run table on searchDate/searchTime, the run
*> stamp every dataset a run writes carries; runSlot zero when no
*> audited run in range has that stamp.
FIND-RUN-SLOT.
    MOVE 0 TO runSlot.
    MOVE 0 TO runIdx.
    PERFORM SCAN-RUN-SLOT UNTIL runSlot IS GREATER THAN 0
        OR runIdx IS NOT LESS THAN runCount.

SCAN-RUN-SLOT.
    ADD 1 TO runIdx.
    IF runDate(runIdx) IS EQUAL TO searchDate
            AND runTime(runIdx) IS EQUAL TO searchTime
        MOVE runIdx TO runSlot
    END-IF.

*> Records one dataset on the statement; a dataset that does not
*> exist yet has been read as empty, which is said beside it.
NOTE-DATASET.
    ADD 1 TO dsCount.
    MOVE dsRecords TO dsRead(dsCount).
    MOVE SPACES TO dsNote(dsCount).

NOTE-MISSING-DATASET.
    MOVE 'NOT FOUND - READ AS EMPTY' TO dsNote(dsCount).

*> A logged extract with no audited run behind it is itself out of
*> balance: the run that sent it left no audit record.
LOAD-EXTRACT-LOG.
    MOVE 0 TO dsRecords.
    OPEN INPUT EXTLOG-FILE.
    IF extractLogStatus IS EQUAL TO '00'
        MOVE 1 TO eof-switch
        PERFORM LOAD-EXTRACT-RECORD UNTIL eof-switch IS EQUAL TO 0
        CLOSE EXTLOG-FILE
    ELSE
        IF extractLogStatus IS NOT EQUAL TO '35'
            DISPLAY 'PRIMBAL: EXTLOG-FILE OPEN STATUS '
                extractLogStatus
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    PERFORM NOTE-DATASET.
    MOVE 'EXTRACT LOG' TO dsLabel(dsCount).
    MOVE extractLogDsn TO dsName(dsCount).
    IF extractLogStatus IS EQUAL TO '35'
        PERFORM NOTE-MISSING-DATASET
    END-IF.

LOAD-EXTRACT-RECORD.
    READ EXTLOG-FILE AT END MOVE 0 TO eof-switch.
    IF eof-switch IS NOT EQUAL TO 0
        ADD 1 TO dsRecords
        IF XLG-DATE IS NOT LESS THAN fromDate
                AND XLG-DATE IS NOT GREATER THAN toDate
            MOVE XLG-DATE TO searchDate
            MOVE XLG-TIME TO searchTime
            PERFORM FIND-RUN-SLOT
            IF runSlot IS GREATER THAN 0
                MOVE 1 TO runLogSeen(runSlot)
                MOVE XLG-COUNT TO runLogCount(runSlot)
                MOVE XLG-HASH TO runLogHash(runSlot)
            ELSE
                MOVE 'EXTRACT LOGGED, RUN NOT AUDITED'
                    TO newPeriodText
                MOVE XLG-COUNT TO newPeriodRecords
                PERFORM ADD-PERIOD-FINDING
            END-IF
        END-IF
    END-IF.

ADD-PERIOD-FINDING.
    IF periodCount IS NOT LESS THAN periodLimit
        DISPLAY 'PRIMBAL: MORE THAN ' periodLimit
            ' UNAUDITED RUN CONDITIONS, NARROW THE DATES'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO periodCount.
    MOVE searchDate TO periodDate(periodCount).
    MOVE searchTime TO periodTime(periodCount).
    MOVE newPeriodText TO periodText(periodCount).
    MOVE newPeriodRecords TO periodRecords(periodCount).
    ADD 1 TO count-findings.

*> The warehouse may answer an extract more than once (a refusal and
*> then a retried load); as in primackr the latest acknowledgment is
*> the operative one.
LOAD-ACKNOWLEDGMENTS.
    MOVE 0 TO dsRecords.
    OPEN INPUT ACK-FILE.
    IF ackStatus IS EQUAL TO '00'
        MOVE 1 TO eof-switch
        PERFORM LOAD-ACK-RECORD UNTIL eof-switch IS EQUAL TO 0
        CLOSE ACK-FILE
    ELSE
        IF ackStatus IS NOT EQUAL TO '35'
            DISPLAY 'PRIMBAL: ACK-FILE OPEN STATUS ' ackStatus
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    PERFORM NOTE-DATASET.
    MOVE 'ACKNOWLEDGMENTS' TO dsLabel(dsCount).
    MOVE ackDsn TO dsName(dsCount).
    IF ackStatus IS EQUAL TO '35'
        PERFORM NOTE-MISSING-DATASET
    END-IF.

LOAD-ACK-RECORD.
    READ ACK-FILE AT END MOVE 0 TO eof-switch.
    IF eof-switch IS NOT EQUAL TO 0
        ADD 1 TO dsRecords
        MOVE ACK-EXTRACT-DATE TO searchDate
        MOVE ACK-EXTRACT-TIME TO searchTime
        PERFORM FIND-RUN-SLOT
        IF runSlot IS GREATER THAN 0
            MOVE 1 TO runAckSeen(runSlot)
            MOVE ACK-STATUS TO runAckStatus(runSlot)
            MOVE ACK-COUNT TO runAckCount(runSlot)
            MOVE ACK-HASH TO runAckHash(runSlot)
        END-IF
    END-IF.

*> The history is keyed by number, so the whole of it is read to find
*> a month's appearances; only run dates in range are counted.
LOAD-HISTORY.
    MOVE 0 TO dsRecords.
    OPEN INPUT HISTORY-FILE.
    IF historyStatus IS EQUAL TO '00'
        MOVE 1 TO eof-switch
        PERFORM LOAD-HISTORY-RECORD UNTIL eof-switch IS EQUAL TO 0
        CLOSE HISTORY-FILE
    ELSE
        IF historyStatus IS NOT EQUAL TO '35'
            DISPLAY 'PRIMBAL: HISTORY-FILE OPEN STATUS '
                historyStatus
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    PERFORM NOTE-DATASET.
    MOVE 'OCCURRENCE HISTORY' TO dsLabel(dsCount).
    MOVE historyDsn TO dsName(dsCount).
    IF historyStatus IS EQUAL TO '35'
        PERFORM NOTE-MISSING-DATASET
    END-IF.

LOAD-HISTORY-RECORD.
    READ HISTORY-FILE NEXT RECORD AT END MOVE 0 TO eof-switch.
    IF eof-switch IS NOT EQUAL TO 0
        ADD 1 TO dsRecords
        IF OCC-RUN-DATE IS NOT LESS THAN fromDate
                AND OCC-RUN-DATE IS NOT GREATER THAN toDate
            MOVE OCC-RUN-DATE TO searchDate
            MOVE OCC-RUN-TIME TO searchTime
            PERFORM FIND-RUN-SLOT
            IF runSlot IS GREATER THAN 0
                ADD 1 TO runHistory(runSlot)
            ELSE
                PERFORM COUNT-ORPHAN-HISTORY
            END-IF
        END-IF
    END-IF.

COUNT-ORPHAN-HISTORY.
    MOVE 0 TO orphSlot.
    MOVE 0 TO orphIdx.
    PERFORM SCAN-ORPHAN-SLOT UNTIL orphSlot IS GREATER THAN 0
        OR orphIdx IS NOT LESS THAN orphCount.
    IF orphSlot IS EQUAL TO 0
        IF orphCount IS NOT LESS THAN orphLimit
            DISPLAY 'PRIMBAL: MORE THAN ' orphLimit
                ' UNAUDITED HISTORY STAMPS, NARROW THE DATES'
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO orphCount
        MOVE orphCount TO orphSlot
        MOVE searchDate TO orphDate(orphSlot)
        MOVE searchTime TO orphTime(orphSlot)
        COMPUTE orphStamp(orphSlot) =
            searchDate * 100000000 + searchTime
        MOVE 0 TO orphRecords(orphSlot)
        MOVE 0 TO orphRun(orphSlot)
    END-IF.
    ADD 1 TO orphRecords(orphSlot).

SCAN-ORPHAN-SLOT.
    ADD 1 TO orphIdx.
    IF orphDate(orphIdx) IS EQUAL TO searchDate
            AND orphTime(orphIdx) IS EQUAL TO searchTime
        MOVE orphIdx TO orphSlot
    END-IF.

*> History under a stamp no audited run carries was written by an
*> interrupted run that a checkpoint restart finished, or by the
*> partitions of a parallel run: it counts toward the first restart
*> or consolidated run started after it.  With no such run it is an
*> out-of-balance condition of its own.
ATTRIBUTE-ORPHAN.
    ADD 1 TO orphIdx.
    MOVE orphStamp(orphIdx) TO searchStamp.
    MOVE 0 TO runSlot.
    MOVE 0 TO runIdx.
    PERFORM SCAN-FINISHING-RUN UNTIL runIdx IS NOT LESS THAN runCount.
    IF runSlot IS GREATER THAN 0
        MOVE runSlot TO orphRun(orphIdx)
        ADD orphRecords(orphIdx) TO runHistory(runSlot)
    ELSE
        MOVE orphDate(orphIdx) TO searchDate
        MOVE orphTime(orphIdx) TO searchTime
        MOVE 'HISTORY WRITTEN, RUN NOT AUDITED' TO newPeriodText
        MOVE orphRecords(orphIdx) TO newPeriodRecords
        PERFORM ADD-PERIOD-FINDING
    END-IF.

SCAN-FINISHING-RUN.
    ADD 1 TO runIdx.
    IF runStamp(runIdx) IS GREATER THAN searchStamp
            AND (runRestart(runIdx) IS EQUAL TO 'R'
            OR runProgram(runIdx) IS EQUAL TO 'PRIMCONS')
        IF runSlot IS EQUAL TO 0
            MOVE runIdx TO runSlot
        ELSE
            IF runStamp(runIdx) IS LESS THAN runStamp(runSlot)
                MOVE runIdx TO runSlot
            END-IF
        END-IF
    END-IF.

*> The batch results tie each run's illegal and duplicate counts to
*> its feeder batches, which is how suspense records (batch id, no
*> run stamp) are placed with a run.
LOAD-BATCH-RESULTS.
    MOVE 0 TO dsRecords.
    OPEN INPUT BATCHRES-FILE.
    IF batchResultStatus IS EQUAL TO '00'
        MOVE 1 TO eof-switch
        PERFORM LOAD-BATCH-RECORD UNTIL eof-switch IS EQUAL TO 0
        CLOSE BATCHRES-FILE
    ELSE
        IF batchResultStatus IS NOT EQUAL TO '35'
            DISPLAY 'PRIMBAL: BATCHRES-FILE OPEN STATUS '
                batchResultStatus
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    PERFORM NOTE-DATASET.
    MOVE 'BATCH RESULTS' TO dsLabel(dsCount).
    MOVE batchResultDsn TO dsName(dsCount).
    IF batchResultStatus IS EQUAL TO '35'
        PERFORM NOTE-MISSING-DATASET
    END-IF.

LOAD-BATCH-RECORD.
    READ BATCHRES-FILE AT END MOVE 0 TO eof-switch.
    IF eof-switch IS NOT EQUAL TO 0
        ADD 1 TO dsRecords
        MOVE BRS-RUN-DATE TO searchDate
        MOVE BRS-RUN-TIME TO searchTime
        PERFORM FIND-RUN-SLOT
        IF runSlot IS GREATER THAN 0
            IF rbCount IS NOT LESS THAN rbLimit
                DISPLAY 'PRIMBAL: MORE THAN ' rbLimit
                    ' FEEDER BATCHES IN RANGE, NARROW THE DATES'
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO rbCount
            MOVE runSlot TO rbRun(rbCount)
            MOVE BRS-BATCH-ID TO rbBatchId(rbCount)
            MOVE BRS-COUNT-ILLEGAL TO rbExpIllegal(rbCount)
            MOVE BRS-COUNT-DUPLICATE TO rbExpDup(rbCount)
            MOVE 0 TO rbGotIllegal(rbCount)
            MOVE 0 TO rbGotDup(rbCount)
        END-IF
    END-IF.

*> A batch id can come through more than one run (a resubmitted
*> batch keeps its id), so a suspense record goes to the first run
*> holding that batch that still has room for a record of its
*> reason; when every such run is full it goes to the last of them,
*> where the excess shows.  A batch no run in range holds belongs to
*> another period.
LOAD-SUSPENSE.
    MOVE 0 TO dsRecords.
    OPEN INPUT SUSPENSE-FILE.
    IF suspenseStatus IS EQUAL TO '00'
        MOVE 1 TO eof-switch
        PERFORM LOAD-SUSPENSE-RECORD UNTIL eof-switch IS EQUAL TO 0
        CLOSE SUSPENSE-FILE
    ELSE
        IF suspenseStatus IS NOT EQUAL TO '35'
            DISPLAY 'PRIMBAL: SUSPENSE-FILE OPEN STATUS '
                suspenseStatus
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    PERFORM NOTE-DATASET.
    MOVE 'SUSPENSE' TO dsLabel(dsCount).
    MOVE suspenseDsn TO dsName(dsCount).
    IF suspenseStatus IS EQUAL TO '35'
        PERFORM NOTE-MISSING-DATASET
    END-IF.

LOAD-SUSPENSE-RECORD.
    READ SUSPENSE-FILE AT END MOVE 0 TO eof-switch.
    IF eof-switch IS NOT EQUAL TO 0
        ADD 1 TO dsRecords
        MOVE SUS-BATCH-ID TO searchBatchId
        MOVE 0 TO rbSlot
        MOVE 0 TO rbLast
        MOVE 0 TO rbIdx
        PERFORM SCAN-SUSPENSE-BATCH UNTIL rbSlot IS GREATER THAN 0
            OR rbIdx IS NOT LESS THAN rbCount
        IF rbSlot IS EQUAL TO 0
            MOVE rbLast TO rbSlot
        END-IF
        IF rbSlot IS EQUAL TO 0
            ADD 1 TO count-outside
        ELSE
            IF SUS-REASON IS EQUAL TO 'DU'
                ADD 1 TO rbGotDup(rbSlot)
                ADD 1 TO runSusDup(rbRun(rbSlot))
            ELSE
                ADD 1 TO rbGotIllegal(rbSlot)
                ADD 1 TO runSusIllegal(rbRun(rbSlot))
            END-IF
            IF itemCount IS NOT LESS THAN itemLimit
                DISPLAY 'PRIMBAL: MORE THAN ' itemLimit
                    ' SUSPENSE RECORDS IN RANGE, NARROW THE DATES'
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO itemCount
            MOVE rbRun(rbSlot) TO itemRun(itemCount)
            MOVE SUSPENSE-RECORD TO itemImage(itemCount)
            MOVE SPACE TO itemDisp(itemCount)
        END-IF
    END-IF.

SCAN-SUSPENSE-BATCH.
    ADD 1 TO rbIdx.
    IF rbBatchId(rbIdx) IS EQUAL TO searchBatchId
        MOVE rbIdx TO rbLast
        IF SUS-REASON IS EQUAL TO 'DU'
            IF rbGotDup(rbIdx) IS LESS THAN rbExpDup(rbIdx)
                MOVE rbIdx TO rbSlot
            END-IF
        ELSE
            IF rbGotIllegal(rbIdx) IS LESS THAN rbExpIllegal(rbIdx)
                MOVE rbIdx TO rbSlot
            END-IF
        END-IF
    END-IF.

*> Only corrections of suspense records from the period's batches
*> are kept; the correction audit is cumulative and carries registry
*> changes ('R') as well, which are not suspense corrections.
LOAD-CORRECTIONS.
    MOVE 0 TO dsRecords.
    OPEN INPUT CORRAUDIT-FILE.
    IF corrAuditStatus IS EQUAL TO '00'
        MOVE 1 TO eof-switch
        PERFORM LOAD-CORRECTION-RECORD UNTIL eof-switch IS EQUAL TO 0
        CLOSE CORRAUDIT-FILE
    ELSE
        IF corrAuditStatus IS NOT EQUAL TO '35'
            DISPLAY 'PRIMBAL: CORRAUDIT-FILE OPEN STATUS '
                corrAuditStatus
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    PERFORM NOTE-DATASET.
    MOVE 'CORRECTION AUDIT' TO dsLabel(dsCount).
    MOVE corrAuditDsn TO dsName(dsCount).
    IF corrAuditStatus IS EQUAL TO '35'
        PERFORM NOTE-MISSING-DATASET
    END-IF.

LOAD-CORRECTION-RECORD.
    READ CORRAUDIT-FILE AT END MOVE 0 TO eof-switch.
    IF eof-switch IS NOT EQUAL TO 0
        ADD 1 TO dsRecords
        IF CAUD-CORRECTION
            MOVE CAUD-BEFORE-BATCH-ID TO searchBatchId
            PERFORM FIND-PERIOD-BATCH
            IF rbSlot IS GREATER THAN 0
                IF corrCount IS NOT LESS THAN corrLimit
                    DISPLAY 'PRIMBAL: MORE THAN ' corrLimit
                        ' CORRECTIONS IN RANGE, NARROW THE DATES'
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO corrCount
                MOVE CAUD-BEFORE TO corrImage(corrCount)
                MOVE 0 TO corrUsed(corrCount)
            END-IF
        END-IF
    END-IF.

FIND-PERIOD-BATCH.
    MOVE 0 TO rbSlot.
    MOVE 0 TO rbIdx.
    PERFORM SCAN-PERIOD-BATCH UNTIL rbSlot IS GREATER THAN 0
        OR rbIdx IS NOT LESS THAN rbCount.

SCAN-PERIOD-BATCH.
    ADD 1 TO rbIdx.
    IF rbBatchId(rbIdx) IS EQUAL TO searchBatchId
        MOVE rbIdx TO rbSlot
    END-IF.

LOAD-STILLBAD.
    MOVE 0 TO dsRecords.
    OPEN INPUT STILLBAD-FILE.
    IF stillBadStatus IS EQUAL TO '00'
        MOVE 1 TO eof-switch
        PERFORM LOAD-STILLBAD-RECORD UNTIL eof-switch IS EQUAL TO 0
        CLOSE STILLBAD-FILE
    ELSE
        IF stillBadStatus IS NOT EQUAL TO '35'
            DISPLAY 'PRIMBAL: STILLBAD-FILE OPEN STATUS '
                stillBadStatus
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    PERFORM NOTE-DATASET.
    MOVE 'OUTSTANDING SUSPENSE' TO dsLabel(dsCount).
    MOVE stillBadDsn TO dsName(dsCount).
    IF stillBadStatus IS EQUAL TO '35'
        PERFORM NOTE-MISSING-DATASET
    END-IF.

LOAD-STILLBAD-RECORD.
    READ STILLBAD-FILE AT END MOVE 0 TO eof-switch.
    IF eof-switch IS NOT EQUAL TO 0
        ADD 1 TO dsRecords
        MOVE SBD-BATCH-ID TO searchBatchId
        PERFORM FIND-PERIOD-BATCH
        IF rbSlot IS GREATER THAN 0
            IF carryCount IS NOT LESS THAN carryLimit
                DISPLAY 'PRIMBAL: MORE THAN ' carryLimit
                    ' OUTSTANDING RECORDS IN RANGE, NARROW THE DATES'
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO carryCount
            MOVE STILLBAD-RECORD TO carryImage(carryCount)
            MOVE 0 TO carryUsed(carryCount)
        END-IF
    END-IF.

*> One correction or one carried record accounts for one suspense
*> record, so two identical suspense records need two of them.
DISPOSE-ITEM.
    ADD 1 TO itemIdx.
    MOVE itemImage(itemIdx) TO searchImage.
    MOVE 0 TO corrSlot.
    MOVE 0 TO corrIdx.
    PERFORM SCAN-CORRECTED UNTIL corrSlot IS GREATER THAN 0
        OR corrIdx IS NOT LESS THAN corrCount.
    IF corrSlot IS GREATER THAN 0
        MOVE 1 TO corrUsed(corrSlot)
        MOVE 'C' TO itemDisp(itemIdx)
        ADD 1 TO count-corrected
    ELSE
        MOVE 0 TO carrySlot
        MOVE 0 TO carryIdx
        PERFORM SCAN-CARRIED UNTIL carrySlot IS GREATER THAN 0
            OR carryIdx IS NOT LESS THAN carryCount
        IF carrySlot IS GREATER THAN 0
            MOVE 1 TO carryUsed(carrySlot)
            MOVE 'O' TO itemDisp(itemIdx)
            ADD 1 TO count-outstanding
        ELSE
            MOVE 'U' TO itemDisp(itemIdx)
            ADD 1 TO count-unaccounted
        END-IF
    END-IF.

SCAN-CORRECTED.
    ADD 1 TO corrIdx.
    IF corrUsed(corrIdx) IS EQUAL TO 0
            AND corrImage(corrIdx) IS EQUAL TO searchImage
        MOVE corrIdx TO corrSlot
    END-IF.

SCAN-CARRIED.
    ADD 1 TO carryIdx.
    IF carryUsed(carryIdx) IS EQUAL TO 0
            AND carryImage(carryIdx) IS EQUAL TO searchImage
        MOVE carryIdx TO carrySlot
    END-IF.

REPORT-DATASET.
    ADD 1 TO dsIdx.
    MOVE dsLabel(dsIdx) TO datasetLabel.
    MOVE dsName(dsIdx) TO datasetName.
    MOVE dsRead(dsIdx) TO datasetRead.
    MOVE dsNote(dsIdx) TO datasetNote.
    WRITE reportLine FROM DATASET-LINE AFTER ADVANCING 1 LINE.

*> The run's conditions are found twice over: once to count them for
*> the run line, then again to itemize them beneath it.
REPORT-RUN.
    ADD 1 TO runIdx.
    COMPUTE classified = runPrime(runIdx) + runNotprime(runIdx)
        + runIllegal(runIdx).
    MOVE 0 TO writeFindings.
    PERFORM CHECK-RUN.
    MOVE runDate(runIdx) TO lineDate.
    MOVE runTime(runIdx) TO lineTime.
    MOVE runProgram(runIdx) TO lineProgram.
    MOVE runRestart(runIdx) TO lineRestart.
    MOVE runData(runIdx) TO lineData.
    MOVE classified TO lineClassified.
    MOVE runLogCount(runIdx) TO lineLogged.
    IF runAckSeen(runIdx) IS EQUAL TO 1
            AND runAckStatus(runIdx) IS EQUAL TO 'A'
        MOVE runAckCount(runIdx) TO lineLoaded
        ADD runAckCount(runIdx) TO total-loaded
    ELSE
        MOVE 0 TO lineLoaded
    END-IF.
    MOVE runHistory(runIdx) TO lineHistory.
    COMPUTE lineSuspense = runSusIllegal(runIdx) + runSusDup(runIdx).
    IF runFindings(runIdx) IS EQUAL TO 0
        MOVE 'BALANCED' TO lineResult
    ELSE
        MOVE 'OUT OF BALANCE' TO lineResult
        ADD 1 TO count-runs-out
        ADD runFindings(runIdx) TO count-findings
    END-IF.
    WRITE reportLine FROM RUN-LINE AFTER ADVANCING 1 LINE.
    IF runFindings(runIdx) IS GREATER THAN 0
        MOVE 1 TO writeFindings
        PERFORM CHECK-RUN
    END-IF.
    ADD runData(runIdx) TO total-data.
    ADD classified TO total-classified.
    ADD runLogCount(runIdx) TO total-logged.
    ADD runNumeric(runIdx) TO total-numeric.
    ADD runHistory(runIdx) TO total-history.
    ADD runIllegal(runIdx) TO total-rejects.
    ADD runDuplicate(runIdx) TO total-rejects.
    ADD runSusIllegal(runIdx) TO total-suspense.
    ADD runSusDup(runIdx) TO total-suspense.

CHECK-RUN.
    MOVE 0 TO runFindings(runIdx).
    IF runData(runIdx) IS NOT EQUAL TO classified
        MOVE 'DATA RECORDS VS CLASSIFIED' TO findingText
        MOVE runData(runIdx) TO findingExpected
        MOVE classified TO findingActual
        PERFORM NOTE-FINDING
    END-IF.
    IF runLogSeen(runIdx) IS EQUAL TO 0
        MOVE 'NO EXTRACT LOG ENTRY' TO findingText
        MOVE classified TO findingExpected
        MOVE 0 TO findingActual
        PERFORM NOTE-FINDING
    ELSE
        PERFORM CHECK-RUN-EXTRACT
    END-IF.
    IF runNumeric(runIdx) IS NOT EQUAL TO runHistory(runIdx)
        MOVE 'NUMERIC RECORDS VS HISTORY' TO findingText
        MOVE runNumeric(runIdx) TO findingExpected
        MOVE runHistory(runIdx) TO findingActual
        PERFORM NOTE-FINDING
    END-IF.
    IF runIllegal(runIdx) IS NOT EQUAL TO runSusIllegal(runIdx)
        MOVE 'ILLEGAL VS SUSPENSE NN/OR' TO findingText
        MOVE runIllegal(runIdx) TO findingExpected
        MOVE runSusIllegal(runIdx) TO findingActual
        PERFORM NOTE-FINDING
    END-IF.
    IF runDuplicate(runIdx) IS NOT EQUAL TO runSusDup(runIdx)
        MOVE 'DUPLICATE VS SUSPENSE DU' TO findingText
        MOVE runDuplicate(runIdx) TO findingExpected
        MOVE runSusDup(runIdx) TO findingActual
        PERFORM NOTE-FINDING
    END-IF.
    MOVE 0 TO itemIdx.
    PERFORM CHECK-RUN-ITEM UNTIL itemIdx IS NOT LESS THAN itemCount.

CHECK-RUN-EXTRACT.
    IF runLogCount(runIdx) IS NOT EQUAL TO classified
        MOVE 'OUTPUT VS EXTRACT LOG' TO findingText
        MOVE classified TO findingExpected
        MOVE runLogCount(runIdx) TO findingActual
        PERFORM NOTE-FINDING
    END-IF.
    IF runAckSeen(runIdx) IS EQUAL TO 0
        MOVE 'EXTRACT NOT ACKNOWLEDGED' TO findingText
        MOVE runLogCount(runIdx) TO findingExpected
        MOVE 0 TO findingActual
        PERFORM NOTE-FINDING
    ELSE
        IF runAckStatus(runIdx) IS EQUAL TO 'R'
            MOVE 'EXTRACT LOAD REFUSED' TO findingText
            MOVE runLogCount(runIdx) TO findingExpected
            MOVE 0 TO findingActual
            PERFORM NOTE-FINDING
        ELSE
            IF runAckCount(runIdx) IS NOT EQUAL TO runLogCount(runIdx)
                MOVE 'EXTRACT LOG VS LOADED COUNT' TO findingText
                MOVE runLogCount(runIdx) TO findingExpected
                MOVE runAckCount(runIdx) TO findingActual
                PERFORM NOTE-FINDING
            END-IF
            IF runAckHash(runIdx) IS NOT EQUAL TO runLogHash(runIdx)
                MOVE 'EXTRACT LOG VS LOADED HASH' TO findingText
                MOVE runLogHash(runIdx) TO findingExpected
                MOVE runAckHash(runIdx) TO findingActual
                PERFORM NOTE-FINDING
            END-IF
        END-IF
    END-IF.

CHECK-RUN-ITEM.
    ADD 1 TO itemIdx.
    IF itemRun(itemIdx) IS EQUAL TO runIdx
            AND itemDisp(itemIdx) IS EQUAL TO 'U'
        ADD 1 TO runFindings(runIdx)
        IF writeFindings IS EQUAL TO 1
            MOVE itemImage(itemIdx) TO itemView
            MOVE itemReason TO itemReasonOut
            MOVE itemNum TO itemNumOut
            MOVE itemBatchId TO itemBatchOut
            WRITE reportLine FROM ITEM-LINE AFTER ADVANCING 1 LINE
        END-IF
    END-IF.

NOTE-FINDING.
    ADD 1 TO runFindings(runIdx).
    IF writeFindings IS EQUAL TO 1
        WRITE reportLine FROM FINDING-LINE AFTER ADVANCING 1 LINE
    END-IF.

REPORT-PERIOD-FINDING.
    ADD 1 TO periodIdx.
    MOVE periodDate(periodIdx) TO periodDateOut.
    MOVE periodTime(periodIdx) TO periodTimeOut.
    MOVE periodText(periodIdx) TO periodTextOut.
    MOVE periodRecords(periodIdx) TO periodRecordsOut.
    WRITE reportLine FROM PERIOD-LINE AFTER ADVANCING 1 LINE.

WRITE-TOTALS.
    MOVE 'PERIOD TOTALS' TO sectionTitle.
    WRITE reportLine FROM SECTION-LINE AFTER ADVANCING 2 LINES.
    MOVE 'RUNS AUDITED' TO summaryLabel.
    MOVE runCount TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'RUNS OUT OF BALANCE' TO summaryLabel.
    MOVE count-runs-out TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'DATA RECORDS READ' TO summaryLabel.
    MOVE total-data TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'CLASSIFIED PRIME + NOT PRIME + ILLEGAL' TO summaryLabel.
    MOVE total-classified TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'EXTRACT RECORDS LOGGED' TO summaryLabel.
    MOVE total-logged TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'EXTRACT RECORDS LOADED (ACCEPTED)' TO summaryLabel.
    MOVE total-loaded TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'NUMERIC DATA RECORDS' TO summaryLabel.
    MOVE total-numeric TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'HISTORY APPEARANCES' TO summaryLabel.
    MOVE total-history TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'ILLEGAL + DUPLICATE' TO summaryLabel.
    MOVE total-rejects TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'SUSPENSE RECORDS OF THE PERIOD' TO summaryLabel.
    MOVE total-suspense TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE '  CORRECTED' TO summaryLabel.
    MOVE count-corrected TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE '  STILL OUTSTANDING' TO summaryLabel.
    MOVE count-outstanding TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE '  NEITHER CORRECTED NOR CARRIED' TO summaryLabel.
    MOVE count-unaccounted TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'SUSPENSE RECORDS OF OTHER PERIODS' TO summaryLabel.
    MOVE count-outside TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'OUT-OF-BALANCE CONDITIONS' TO summaryLabel.
    MOVE count-findings TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

WRITE-SIGNOFF.
    WRITE reportLine FROM UNDER-LINE AFTER ADVANCING 2 LINES.
    IF count-findings IS EQUAL TO 0
        WRITE reportLine FROM BALANCED-LINE AFTER ADVANCING 1 LINE
    ELSE
        MOVE count-findings TO resultCount
        WRITE reportLine FROM OUT-OF-BALANCE-LINE AFTER ADVANCING 1 LINE
    END-IF.
    MOVE acceptedDate TO preparedDate.
    MOVE acceptedTime TO preparedTime.
    WRITE reportLine FROM PREPARED-LINE AFTER ADVANCING 1 LINE.
    MOVE 'REVIEWED BY: ' TO signoffRole.
    WRITE reportLine FROM SIGNOFF-LINE AFTER ADVANCING 2 LINES.
    MOVE 'APPROVED BY: ' TO signoffRole.
    WRITE reportLine FROM SIGNOFF-LINE AFTER ADVANCING 2 LINES.
