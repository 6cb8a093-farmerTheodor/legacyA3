IDENTIFICATION DIVISION.
    PROGRAM-ID. primregm.
*> Maintenance utility for the expected-batch registry primes1 checks
*> at end of run.  Registry changes run under two-person control: an
*> ADD or DISABLE is only a request, held in the pending-change file
*> until a second operator APPROVEs it, and both operators must hold
*> registry authority on the operator authority file (oprauth.cpy).
*> Every change applied is logged to the correction-audit dataset as
*> a registry change (CAUD-TYPE 'R') carrying both operator ids and
*> the registry record before and after.  The function comes from
*> the PRIMREGM-FUNC environment variable:
*>   ADD     - request an entry from PRIMREGM-BATCHID (exact id or a
*>             prefix pattern ending in '*'), PRIMREGM-FEEDER and
*>             PRIMREGM-DAYS (seven Y/N flags, Monday first; default
*>             all Y), status active.
*>   DISABLE - request that every active entry whose batch id pattern
*>             equals PRIMREGM-BATCHID be disabled; RC=4 when none
*>             matches today.
*>   APPROVE - apply every pending request for PRIMREGM-BATCHID that
*>             some other operator made; RC=4 when there was nothing
*>             to apply, RC=8 when a request was the approver's own.
*>   REJECT  - withdraw every pending request for PRIMREGM-BATCHID;
*>             RC=4 when there was none.
*>   LIST    - write all entries, then all pending requests, to
*>             PRIMREGM-LISTFILE (default primesRegistryList.txt).
*>   PRIMREGM-OPERATOR      the operator id making the request or the
*>                          approval (required except for LIST); an
*>                          operator without registry authority is
*>                          refused, RC=8
*>   PRIMREGM-REGISTRYFILE  the registry (primesRegistry.dat)
*>   PRIMREGM-PENDINGFILE   pending changes (primesRegistryPending.dat)
*>   PRIMREGM-AUTHFILE      operator authority (primesOperators.dat)
*>   PRIMREGM-CORRAUDITFILE correction audit (primesCorrAudit.dat)
environment division.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
       select REGISTRY-FILE assign to DYNAMIC registryDsn
           file status is registryStatus.
       select LIST-FILE assign to DYNAMIC listDsn.
       select PENDING-FILE assign to DYNAMIC pendingDsn
           file status is pendingStatus.
       select AUTHORITY-FILE assign to DYNAMIC authorityDsn
           file status is authorityStatus.
       select CORRAUDIT-FILE assign to DYNAMIC corrAuditDsn
           file status is corrAuditStatus.

DATA DIVISION.
    FILE SECTION.
        COPY "regyrec.cpy".
        FD LIST-FILE.
        01 listLine PICTURE X(80).
*> One requested registry change awaiting its second operator: the
*> function, the entry as requested, and who asked and when.
        FD PENDING-FILE.
        01 REGISTRY-REQUEST.
            02 RRQ-FUNCTION PICTURE X(8).
            02 RRQ-BATCH-ID PICTURE X(20).
            02 RRQ-FEEDER   PICTURE X(20).
            02 RRQ-DAYS     PICTURE X(7).
            02 RRQ-OPERATOR PICTURE X(8).
            02 RRQ-DATE     PICTURE 9(8).
            02 RRQ-TIME     PICTURE 9(8).
        FD AUTHORITY-FILE.
        COPY "oprauth.cpy".
        FD CORRAUDIT-FILE.
        COPY "corraud.cpy".
WORKING-STORAGE SECTION.
    01  registryDsn   PICTURE X(100) VALUE 'primesRegistry.dat'.
    01  listDsn       PICTURE X(100) VALUE 'primesRegistryList.txt'.
    01  pendingDsn    PICTURE X(100) VALUE 'primesRegistryPending.dat'.
    01  authorityDsn  PICTURE X(100) VALUE 'primesOperators.dat'.
    01  corrAuditDsn  PICTURE X(100) VALUE 'primesCorrAudit.dat'.
    01  registryStatus PICTURE X(2) VALUE '00'.
    01  pendingStatus  PICTURE X(2) VALUE '00'.
    01  authorityStatus PICTURE X(2) VALUE '00'.
    01  corrAuditStatus PICTURE X(2) VALUE '00'.
    01  envTemp       PICTURE X(100) VALUE SPACES.
    01  runFunction   PICTURE X(8) VALUE SPACES.
    01  runOperator   PICTURE X(8) VALUE SPACES.
    01  addBatchId    PICTURE X(20) VALUE SPACES.
    01  addFeeder     PICTURE X(20) VALUE SPACES.
    01  addDays       PICTURE X(7) VALUE 'YYYYYYY'.
    01  envDays       PICTURE X(7) VALUE SPACES.
    01  acceptedDate  PICTURE 9(8).
    01  acceptedTime  PICTURE 9(8).
    77  dayIdx        PICTURE 9(1) VALUE 0.
    77  daysValid     PICTURE 9 VALUE 1.
    77  regEof        PICTURE 9 VALUE 1.
    77  regIdx        PICTURE 9(3) VALUE 0.
    77  regLimit      PICTURE 9(3) VALUE 200.
    77  count-disabled PICTURE 9(3) VALUE 0.
    77  count-matching PICTURE 9(3) VALUE 0.
    77  authEof       PICTURE 9 VALUE 1.
    77  authorised    PICTURE 9 VALUE 0.
    77  rqEof         PICTURE 9 VALUE 1.
    77  rqCount       PICTURE 9(3) VALUE 0.
    77  rqIdx         PICTURE 9(3) VALUE 0.
    77  rqLimit       PICTURE 9(3) VALUE 100.
    77  count-approved PICTURE 9(3) VALUE 0.
    77  count-selfrefused PICTURE 9(3) VALUE 0.
    77  count-withdrawn PICTURE 9(3) VALUE 0.
    01  REGISTRY-TABLE.
        02 REGISTRY-ENTRY OCCURS 200 TIMES.
            03 regBatchId PICTURE X(20).
            03 regFeeder  PICTURE X(20).
            03 regDays    PICTURE X(7).
            03 regEntryStatus PICTURE X(1).
    01  REQUEST-TABLE.
        02 REQUEST-ENTRY OCCURS 100 TIMES.
            03 rqFunction PICTURE X(8).
            03 rqBatchId  PICTURE X(20).
            03 rqFeeder   PICTURE X(20).
            03 rqDays     PICTURE X(7).
            03 rqOperator PICTURE X(8).
            03 rqDate     PICTURE 9(8).
            03 rqTime     PICTURE 9(8).
            03 rqDone     PICTURE X(1).
*> Registry record images for the audit trail of an applied change.
    01  beforeImage.
        02 beforeBatchId PICTURE X(20).
        02 beforeFeeder  PICTURE X(20).
        02 beforeDays    PICTURE X(7).
        02 beforeStatus  PICTURE X(1).
    01  afterImage.
        02 afterBatchId PICTURE X(20).
        02 afterFeeder  PICTURE X(20).
        02 afterDays    PICTURE X(7).
        02 afterStatus  PICTURE X(1).
*> Changes applied by APPROVE, held until the registry and the pending
*> file have both been rewritten and only then audited.  Each entry
*> can be added or disabled at most once in a run, so twice the
*> registry limit is enough.
    77  chgCount      PICTURE 9(3) VALUE 0.
    77  chgIdx        PICTURE 9(3) VALUE 0.
    01  CHANGE-TABLE.
        02 CHANGE-ENTRY OCCURS 400 TIMES.
            03 chgRequest PICTURE 9(3).
            03 chgBefore  PICTURE X(48).
            03 chgAfter   PICTURE X(48).
    01  LIST-TITLE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(23) VALUE 'EXPECTED-BATCH REGISTRY'.
        02 FILLER PICTURE X(5) VALUE SPACES.
        02 listDaysOut PICTURE X(9).
        02 listStatusOut PICTURE X(1).
    01  PENDING-TITLE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(25) VALUE 'CHANGES AWAITING APPROVAL'.
    01  PENDING-HEADING-LINE.
        02 FILLER PICTURE X(5) VALUE SPACES.
        02 FILLER PICTURE X(8) VALUE 'CHANGE'.
        02 FILLER PICTURE X(21) VALUE 'BATCH ID PATTERN'.
        02 FILLER PICTURE X(21) VALUE 'FEEDER'.
        02 FILLER PICTURE X(8) VALUE 'DAYS'.
        02 FILLER PICTURE X(9) VALUE 'BY'.
        02 FILLER PICTURE X(7) VALUE 'ON'.
    01  PENDING-DETAIL-LINE.
        02 FILLER PICTURE X(5) VALUE SPACES.
        02 pendFunctionOut PICTURE X(8).
        02 pendIdOut PICTURE X(21).
        02 pendFeederOut PICTURE X(21).
        02 pendDaysOut PICTURE X(8).
        02 pendOperatorOut PICTURE X(9).
        02 pendDateOut PICTURE 9(8).
    01  NO-PENDING-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(4) VALUE 'NONE'.
PROCEDURE DIVISION.
PERFORM GET-DATASET-NAMES.
ACCEPT acceptedDate FROM DATE YYYYMMDD.
ACCEPT acceptedTime FROM TIME.
IF runFunction IS EQUAL TO 'ADD'
    PERFORM ADD-REGISTRY-ENTRY
ELSE
    IF runFunction IS EQUAL TO 'DISABLE'
        PERFORM DISABLE-REGISTRY-ENTRY
    ELSE
        IF runFunction IS EQUAL TO 'APPROVE'
            PERFORM APPROVE-REGISTRY-CHANGE
        ELSE
            IF runFunction IS EQUAL TO 'REJECT'
                PERFORM REJECT-REGISTRY-CHANGE
            ELSE
                IF runFunction IS EQUAL TO 'LIST'
                    PERFORM LIST-REGISTRY
                ELSE
                    DISPLAY 'PRIMREGM: PRIMREGM-FUNC MUST BE ADD,'
                        ' DISABLE, APPROVE, REJECT OR LIST'
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
    END-IF
END-IF.
        MOVE envTemp TO listDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMREGM-PENDINGFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO pendingDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMREGM-AUTHFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO authorityDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMREGM-CORRAUDITFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO corrAuditDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMREGM-OPERATOR'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO runOperator
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMREGM-BATCHID'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
        MOVE envDays TO addDays
    END-IF.

ADD-REGISTRY-ENTRY.
    IF addBatchId IS EQUAL TO SPACES
        DISPLAY 'PRIMREGM: PRIMREGM-BATCHID REQUIRED FOR ADD'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM CHECK-REGISTRY-AUTHORITY.
    PERFORM WRITE-REGISTRY-REQUEST.
    DISPLAY 'PRIMREGM: ADD OF ' FUNCTION TRIM(addBatchId)
        ' AWAITING APPROVAL'.
    MOVE 0 TO RETURN-CODE.

VALIDATE-DAY-FLAG.
        MOVE 0 TO daysValid
    END-IF.

*> Nothing is requested when no active entry would be disabled.
DISABLE-REGISTRY-ENTRY.
    IF addBatchId IS EQUAL TO SPACES
        DISPLAY 'PRIMREGM: PRIMREGM-BATCHID REQUIRED FOR DISABLE'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM CHECK-REGISTRY-AUTHORITY.
    PERFORM LOAD-REGISTRY.
    MOVE 0 TO regIdx.
    PERFORM COUNT-MATCHING-ENTRY UNTIL regIdx IS NOT LESS THAN regCount.
    IF count-matching IS EQUAL TO 0
        DISPLAY 'PRIMREGM: NO ACTIVE ENTRY ' FUNCTION TRIM(addBatchId)
            ' TO DISABLE'
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE SPACES TO addFeeder
        MOVE SPACES TO addDays
        PERFORM WRITE-REGISTRY-REQUEST
        DISPLAY 'PRIMREGM: DISABLE OF ' FUNCTION TRIM(addBatchId)
            ' (' count-matching ' ENTRIES) AWAITING APPROVAL'
        MOVE 0 TO RETURN-CODE
    END-IF.

COUNT-MATCHING-ENTRY.
    ADD 1 TO regIdx.
    IF regBatchId(regIdx) IS EQUAL TO addBatchId
            AND regEntryStatus(regIdx) IS EQUAL TO 'A'
        ADD 1 TO count-matching
    END-IF.

*> The requesting, approving or withdrawing operator must be on the
*> authority file, active, with registry authority.
CHECK-REGISTRY-AUTHORITY.
    IF runOperator IS EQUAL TO SPACES
        DISPLAY 'PRIMREGM: PRIMREGM-OPERATOR REQUIRED FOR '
            FUNCTION TRIM(runFunction)
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT AUTHORITY-FILE.
    IF authorityStatus IS NOT EQUAL TO '00'
        DISPLAY 'PRIMREGM: AUTHORITY-FILE OPEN STATUS '
            authorityStatus
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 0 TO authorised.
    MOVE 1 TO authEof.
    PERFORM CHECK-ONE-OPERATOR UNTIL authEof IS EQUAL TO 0.
    CLOSE AUTHORITY-FILE.
    IF authorised IS EQUAL TO 0
        DISPLAY 'PRIMREGM: OPERATOR ' FUNCTION TRIM(runOperator)
            ' NOT AUTHORISED FOR REGISTRY CHANGES'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

CHECK-ONE-OPERATOR.
    READ AUTHORITY-FILE AT END MOVE 0 TO authEof.
    IF authEof IS NOT EQUAL TO 0
        IF OPA-OPERATOR IS EQUAL TO runOperator
                AND OPA-STATUS IS EQUAL TO 'A'
                AND OPA-REGISTRY IS EQUAL TO 'Y'
            MOVE 1 TO authorised
        END-IF
    END-IF.

*> Creation only on file-status 35: any other open failure must not
*> recreate the pending file as an empty dataset.
WRITE-REGISTRY-REQUEST.
    OPEN EXTEND PENDING-FILE.
    IF pendingStatus IS EQUAL TO '35'
        OPEN OUTPUT PENDING-FILE
    END-IF.
    IF pendingStatus IS NOT EQUAL TO '00'
        DISPLAY 'PRIMREGM: PENDING-FILE OPEN STATUS ' pendingStatus
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE runFunction TO RRQ-FUNCTION.
    MOVE addBatchId TO RRQ-BATCH-ID.
    MOVE addFeeder TO RRQ-FEEDER.
    MOVE addDays TO RRQ-DAYS.
    MOVE runOperator TO RRQ-OPERATOR.
    MOVE acceptedDate TO RRQ-DATE.
    MOVE acceptedTime TO RRQ-TIME.
    WRITE REGISTRY-REQUEST.
    CLOSE PENDING-FILE.

*> Applies every pending request for the batch id pattern made by
*> someone other than the approver, logging each registry record it
*> changes; the approver's own requests stay pending for somebody
*> else.  A registry that does not exist yet is empty here, so the
*> first ADD can create it.  The audit is opened before anything is
*> applied -- a change that cannot be audited must not be made -- but
*> the changes are only written to it once the registry and the
*> pending file have both been rewritten, so the audit never shows a
*> change that did not reach the registry.
APPROVE-REGISTRY-CHANGE.
    IF addBatchId IS EQUAL TO SPACES
        DISPLAY 'PRIMREGM: PRIMREGM-BATCHID REQUIRED FOR APPROVE'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM CHECK-REGISTRY-AUTHORITY.
    PERFORM LOAD-REQUESTS.
    OPEN INPUT REGISTRY-FILE.
    IF registryStatus IS EQUAL TO '00'
        MOVE 1 TO regEof
        PERFORM LOAD-ONE-ENTRY UNTIL regEof IS EQUAL TO 0
        CLOSE REGISTRY-FILE
    ELSE
        IF registryStatus IS NOT EQUAL TO '35'
            DISPLAY 'PRIMREGM: REGISTRY-FILE OPEN STATUS '
                registryStatus
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    OPEN EXTEND CORRAUDIT-FILE.
    IF corrAuditStatus IS EQUAL TO '35'
        OPEN OUTPUT CORRAUDIT-FILE
    END-IF.
    IF corrAuditStatus IS NOT EQUAL TO '00'
        DISPLAY 'PRIMREGM: CORRAUDIT-FILE OPEN STATUS '
            corrAuditStatus
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 0 TO rqIdx.
    PERFORM APPROVE-ONE-REQUEST UNTIL rqIdx IS NOT LESS THAN rqCount.
    IF count-approved IS GREATER THAN 0
        PERFORM REWRITE-REGISTRY
        PERFORM REWRITE-REQUESTS
    END-IF.
    MOVE 0 TO chgIdx.
    PERFORM WRITE-REGISTRY-AUDIT UNTIL chgIdx IS NOT LESS THAN chgCount.
    CLOSE CORRAUDIT-FILE.
    DISPLAY 'PRIMREGM: APPROVED ' count-approved ' CHANGES, '
        count-disabled ' ENTRIES DISABLED, ' count-selfrefused
        ' OWN REQUESTS REFUSED'.
    IF count-selfrefused IS GREATER THAN 0
        MOVE 8 TO RETURN-CODE
    ELSE
        IF count-approved IS EQUAL TO 0
            MOVE 4 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF.

APPROVE-ONE-REQUEST.
    ADD 1 TO rqIdx.
    IF rqBatchId(rqIdx) IS EQUAL TO addBatchId
        IF rqOperator(rqIdx) IS EQUAL TO runOperator
            ADD 1 TO count-selfrefused
            DISPLAY 'PRIMREGM: SELF-APPROVAL REFUSED FOR '
                FUNCTION TRIM(rqFunction(rqIdx)) ' '
                FUNCTION TRIM(rqBatchId(rqIdx))
        ELSE
            IF rqFunction(rqIdx) IS EQUAL TO 'ADD'
                PERFORM APPLY-ADD-REQUEST
            ELSE
                MOVE 0 TO regIdx
                PERFORM APPLY-DISABLE-REQUEST
                    UNTIL regIdx IS NOT LESS THAN regCount
                MOVE 'Y' TO rqDone(rqIdx)
                ADD 1 TO count-approved
            END-IF
        END-IF
    END-IF.

APPLY-ADD-REQUEST.
    IF regCount IS LESS THAN regLimit
        ADD 1 TO regCount
        MOVE rqBatchId(rqIdx) TO regBatchId(regCount)
        MOVE rqFeeder(rqIdx) TO regFeeder(regCount)
        MOVE rqDays(rqIdx) TO regDays(regCount)
        MOVE 'A' TO regEntryStatus(regCount)
        MOVE SPACES TO beforeImage
        MOVE regBatchId(regCount) TO afterBatchId
        MOVE regFeeder(regCount) TO afterFeeder
        MOVE regDays(regCount) TO afterDays
        MOVE regEntryStatus(regCount) TO afterStatus
        PERFORM RECORD-REGISTRY-CHANGE
        MOVE 'Y' TO rqDone(rqIdx)
        ADD 1 TO count-approved
    ELSE
        DISPLAY 'PRIMREGM: REGISTRY FULL, ADD OF '
            FUNCTION TRIM(rqBatchId(rqIdx)) ' LEFT PENDING'
    END-IF.

APPLY-DISABLE-REQUEST.
    ADD 1 TO regIdx.
    IF regBatchId(regIdx) IS EQUAL TO rqBatchId(rqIdx)
            AND regEntryStatus(regIdx) IS EQUAL TO 'A'
        MOVE regBatchId(regIdx) TO beforeBatchId
        MOVE regFeeder(regIdx) TO beforeFeeder
        MOVE regDays(regIdx) TO beforeDays
        MOVE regEntryStatus(regIdx) TO beforeStatus
        MOVE 'D' TO regEntryStatus(regIdx)
        MOVE beforeImage TO afterImage
        MOVE 'D' TO afterStatus
        PERFORM RECORD-REGISTRY-CHANGE
        ADD 1 TO count-disabled
    END-IF.

RECORD-REGISTRY-CHANGE.
    ADD 1 TO chgCount.
    MOVE rqIdx TO chgRequest(chgCount).
    MOVE beforeImage TO chgBefore(chgCount).
    MOVE afterImage TO chgAfter(chgCount).

WRITE-REGISTRY-AUDIT.
    ADD 1 TO chgIdx.
    MOVE chgRequest(chgIdx) TO rqIdx.
    MOVE SPACES TO CORRAUDIT-RECORD.
    MOVE acceptedDate TO CAUD-RUN-DATE.
    MOVE acceptedTime TO CAUD-RUN-TIME.
    MOVE rqOperator(rqIdx) TO CAUD-OPERATOR.
    MOVE rqDate(rqIdx) TO CAUD-TRANS-DATE.
    MOVE chgBefore(chgIdx) TO CAUD-BEFORE.
    MOVE chgAfter(chgIdx) TO CAUD-AFTER.
    MOVE runOperator TO CAUD-APPROVER.
    MOVE acceptedDate TO CAUD-APPROVAL-DATE.
    MOVE 'R' TO CAUD-TYPE.
    WRITE CORRAUDIT-RECORD.

REWRITE-REGISTRY.
    OPEN OUTPUT REGISTRY-FILE.
    IF registryStatus IS NOT EQUAL TO '00'
        DISPLAY 'PRIMREGM: REGISTRY REWRITE OPEN STATUS '
    MOVE 0 TO regIdx.
    PERFORM WRITE-ONE-ENTRY UNTIL regIdx IS NOT LESS THAN regCount.
    CLOSE REGISTRY-FILE.

*> Withdraws the pending requests for the batch id pattern, whoever
*> made them; nothing is applied, so nothing is audited.
REJECT-REGISTRY-CHANGE.
    IF addBatchId IS EQUAL TO SPACES
        DISPLAY 'PRIMREGM: PRIMREGM-BATCHID REQUIRED FOR REJECT'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM CHECK-REGISTRY-AUTHORITY.
    PERFORM LOAD-REQUESTS.
    MOVE 0 TO rqIdx.
    PERFORM WITHDRAW-ONE-REQUEST UNTIL rqIdx IS NOT LESS THAN rqCount.
    IF count-withdrawn IS GREATER THAN 0
        PERFORM REWRITE-REQUESTS
    END-IF.
    DISPLAY 'PRIMREGM: WITHDREW ' count-withdrawn ' REQUESTS'.
    IF count-withdrawn IS EQUAL TO 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.

WITHDRAW-ONE-REQUEST.
    ADD 1 TO rqIdx.
    IF rqBatchId(rqIdx) IS EQUAL TO addBatchId
        MOVE 'Y' TO rqDone(rqIdx)
        ADD 1 TO count-withdrawn
    END-IF.

*> No pending file is simply nothing pending.
LOAD-REQUESTS.
    OPEN INPUT PENDING-FILE.
    IF pendingStatus IS EQUAL TO '00'
        MOVE 1 TO rqEof
        PERFORM LOAD-ONE-REQUEST UNTIL rqEof IS EQUAL TO 0
        CLOSE PENDING-FILE
    END-IF.

LOAD-ONE-REQUEST.
    READ PENDING-FILE AT END MOVE 0 TO rqEof.
    IF rqEof IS NOT EQUAL TO 0
        IF rqCount IS LESS THAN rqLimit
            ADD 1 TO rqCount
            MOVE RRQ-FUNCTION TO rqFunction(rqCount)
            MOVE RRQ-BATCH-ID TO rqBatchId(rqCount)
            MOVE RRQ-FEEDER TO rqFeeder(rqCount)
            MOVE RRQ-DAYS TO rqDays(rqCount)
            MOVE RRQ-OPERATOR TO rqOperator(rqCount)
            MOVE RRQ-DATE TO rqDate(rqCount)
            MOVE RRQ-TIME TO rqTime(rqCount)
            MOVE 'N' TO rqDone(rqCount)
        ELSE
            DISPLAY 'PRIMREGM: MORE THAN ' rqLimit
                ' PENDING REQUESTS, STOPPING'
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

*> The pending file is rewritten without the requests just applied
*> or withdrawn.
REWRITE-REQUESTS.
    OPEN OUTPUT PENDING-FILE.
    IF pendingStatus IS NOT EQUAL TO '00'
        DISPLAY 'PRIMREGM: PENDING REWRITE OPEN STATUS '
            pendingStatus
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 0 TO rqIdx.
    PERFORM WRITE-ONE-REQUEST UNTIL rqIdx IS NOT LESS THAN rqCount.
    CLOSE PENDING-FILE.

WRITE-ONE-REQUEST.
    ADD 1 TO rqIdx.
    IF rqDone(rqIdx) IS NOT EQUAL TO 'Y'
        MOVE rqFunction(rqIdx) TO RRQ-FUNCTION
        MOVE rqBatchId(rqIdx) TO RRQ-BATCH-ID
        MOVE rqFeeder(rqIdx) TO RRQ-FEEDER
        MOVE rqDays(rqIdx) TO RRQ-DAYS
        MOVE rqOperator(rqIdx) TO RRQ-OPERATOR
        MOVE rqDate(rqIdx) TO RRQ-DATE
        MOVE rqTime(rqIdx) TO RRQ-TIME
        WRITE REGISTRY-REQUEST
    END-IF.

WRITE-ONE-ENTRY.

LIST-REGISTRY.
    PERFORM LOAD-REGISTRY.
    PERFORM LOAD-REQUESTS.
    OPEN OUTPUT LIST-FILE.
    WRITE listLine FROM LIST-TITLE-LINE AFTER ADVANCING 0 LINES.
    WRITE listLine FROM LIST-HEADING-LINE AFTER ADVANCING 2 LINES.
    MOVE 0 TO regIdx.
    PERFORM LIST-ONE-ENTRY UNTIL regIdx IS NOT LESS THAN regCount.
    WRITE listLine FROM PENDING-TITLE-LINE AFTER ADVANCING 3 LINES.
    IF rqCount IS EQUAL TO 0
        WRITE listLine FROM NO-PENDING-LINE AFTER ADVANCING 2 LINES
    ELSE
        WRITE listLine FROM PENDING-HEADING-LINE
            AFTER ADVANCING 2 LINES
        MOVE 0 TO rqIdx
        PERFORM LIST-ONE-REQUEST UNTIL rqIdx IS NOT LESS THAN rqCount
    END-IF.
    CLOSE LIST-FILE.
    DISPLAY 'PRIMREGM: LISTED ' regCount ' ENTRIES, ' rqCount
        ' PENDING CHANGES'.
    MOVE 0 TO RETURN-CODE.

LIST-ONE-ENTRY.
    MOVE regEntryStatus(regIdx) TO listStatusOut.
    WRITE listLine FROM LIST-DETAIL-LINE AFTER ADVANCING 1 LINE.

LIST-ONE-REQUEST.
    ADD 1 TO rqIdx.
    MOVE rqFunction(rqIdx) TO pendFunctionOut.
    MOVE rqBatchId(rqIdx) TO pendIdOut.
    MOVE rqFeeder(rqIdx) TO pendFeederOut.
    MOVE rqDays(rqIdx) TO pendDaysOut.
    MOVE rqOperator(rqIdx) TO pendOperatorOut.
    MOVE rqDate(rqIdx) TO pendDateOut.
    WRITE listLine FROM PENDING-DETAIL-LINE AFTER ADVANCING 1 LINE.

LOAD-REGISTRY.
    OPEN INPUT REGISTRY-FILE.
    IF registryStatus IS NOT EQUAL TO '00'
