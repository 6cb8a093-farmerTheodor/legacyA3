IDENTIFICATION DIVISION.
    PROGRAM-ID. primconv.
*> Feeder input conversion and edit front-end.  Feeders that cannot
*> send the primes1 input layout -- numIn zoned S9(9) in columns 1-9,
*> the batch id in 10-29, BATCHHDR/BATCHTRL control records -- send
*> their own format instead, described by a format profile card per
*> feeder (fmtprof.cpy): delimited or fixed columns, where the value
*> and the batch id are, the quote and thousands separator, how the
*> value is justified, and whether the feeder supplies its own batch
*> header and trailer or they are generated here.  Every line of every
*> feeder file is edited against its feeder's profile and either
*> converted to a clean 80-byte primes1 input record or listed on the
*> edit-reject listing with its file and line number and the reason;
*> nothing is guessed at.  Generated trailers carry the count and the
*> hash (sum of numIn, as primes1 forms it) of the records actually
*> converted for the batch, cumulative when a batch id recurs so the
*> last trailer primes1 sees covers the whole batch; feeder-supplied
*> trailers are passed through with the feeder's own figures, so the
*> primes1 reconciliation still shows any line lost here.  The report
*> gives conversion totals per feeder file and a line per batch.
*> Up to nine feeder files per run (PRIMCONV-INFILE1..9, each with its
*> feeder name in PRIMCONV-FEEDER1..9, converted in that order into
*> the one output); without numbered variables PRIMCONV-INFILE and
*> PRIMCONV-FEEDER name the only file.  RC=4 when any line was
*> rejected or a feeder trailer disagrees with what was converted;
*> RC=8 when a dataset is listed twice; RC=12 when a profile is
*> missing or invalid or a file cannot be opened (nothing converted).
*>   PRIMCONV-PROFILEFILE  format profiles (primesFormatProfile.txt)
*>   PRIMCONV-INFILE       feeder file (feederIn.txt)
*>   PRIMCONV-FEEDER       its feeder name
*>   PRIMCONV-INFILEn      feeder file n, 1-9
*>   PRIMCONV-FEEDERn      feeder name of file n
*>   PRIMCONV-OUTFILE      primes1 input written (primesConverted.txt)
*>   PRIMCONV-REJECTFILE   edit-reject listing (primesEditRejects.txt)
*>   PRIMCONV-REPORTFILE   conversion report (primesConvReport.txt)
environment division.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
       select PROFILE-FILE assign to DYNAMIC profileDsn
           file status is profileStatus.
       select FEEDER-FILE assign to DYNAMIC feederDsn
           file status is feederStatus.
       select CONVERTED-FILE assign to DYNAMIC convertedDsn
           file status is convertedStatus.
       select REJECT-FILE assign to DYNAMIC rejectDsn.
       select REPORT-FILE assign to DYNAMIC reportDsn.

DATA DIVISION.
    FILE SECTION.
        FD PROFILE-FILE.
        COPY "fmtprof.cpy".
        FD FEEDER-FILE.
        01  feederLine PICTURE X(80).
*> A fixed-format feeder that supplies its own control records sends
*> them in the primes1 control layout.
        01  feederControl.
            02 FDR-CTL-TYPE     PICTURE X(9).
                88 FDR-HEADER-REC  VALUE 'BATCHHDR'.
                88 FDR-TRAILER-REC VALUE 'BATCHTRL'.
            02 FDR-CTL-BATCH-ID PICTURE X(20).
            02 FDR-CTL-COUNT    PICTURE 9(9).
            02 FDR-CTL-HASH     PICTURE 9(18).
            02 FILLER           PICTURE X(24).
*> The primes1 input layout, data and control views.
        FD CONVERTED-FILE.
        01  convLine.
            02 convNum      PICTURE S9(9).
            02 CNV-BATCH-ID PICTURE X(20).
            02 FILLER       PICTURE X(51).
        01  convControl.
            02 CNV-CTL-TYPE     PICTURE X(9).
            02 CNV-CTL-BATCH-ID PICTURE X(20).
            02 CNV-CTL-COUNT    PICTURE 9(9).
            02 CNV-CTL-HASH     PICTURE 9(18).
            02 FILLER           PICTURE X(24).
        FD REJECT-FILE.
        01 rejectLine PICTURE X(132).
        FD REPORT-FILE.
        01 reportLine PICTURE X(120).
WORKING-STORAGE SECTION.
    01  profileDsn     PICTURE X(100) VALUE 'primesFormatProfile.txt'.
    01  feederDsn      PICTURE X(100) VALUE 'feederIn.txt'.
    01  convertedDsn   PICTURE X(100) VALUE 'primesConverted.txt'.
    01  rejectDsn      PICTURE X(100) VALUE 'primesEditRejects.txt'.
    01  reportDsn      PICTURE X(100) VALUE 'primesConvReport.txt'.
    01  envTemp        PICTURE X(100) VALUE SPACES.
    01  envVarName     PICTURE X(20) VALUE SPACES.
    01  singleFeeder   PICTURE X(20) VALUE SPACES.
    01  profileStatus   PICTURE X(2) VALUE '00'.
    01  feederStatus    PICTURE X(2) VALUE '00'.
    01  convertedStatus PICTURE X(2) VALUE '00'.
    01  acceptedDate  PICTURE 9(8).
    01  acceptedTime  PICTURE 9(8).
    01  profileEof    PICTURE 9 VALUE 1.
    01  feederEof     PICTURE 9 VALUE 1.
*> Feeder file list: dataset, feeder name and the profile slot the
*> feeder name resolved to.
    77  inputCount   PICTURE 9(1) VALUE 0.
    77  inputIdx     PICTURE 9(1) VALUE 0.
    77  inputIdx2    PICTURE 9(1) VALUE 0.
    77  currentInput PICTURE 9(1) VALUE 0.
    77  fileDigit    PICTURE 9(1) VALUE 0.
    01  INPUT-DSN-TABLE.
        02 INPUT-DSN-ENTRY OCCURS 9 TIMES.
            03 inputDsnEntry PICTURE X(100).
            03 inputFeeder   PICTURE X(20).
            03 inputProfile  PICTURE 9(2).
*> Every profile card, as read; the one for the file being converted
*> is moved to CURRENT-PROFILE.
    77  profileCount PICTURE 9(2) VALUE 0.
    77  profileLimit PICTURE 9(2) VALUE 50.
    77  profileIdx   PICTURE 9(2) VALUE 0.
    77  profileSlot  PICTURE 9(2) VALUE 0.
    01  PROFILE-TABLE.
        02 profileImage PICTURE X(80) OCCURS 50 TIMES.
    COPY "fmtprof.cpy" REPLACING LEADING ==FORMAT-PROFILE==
        BY ==CURRENT-PROFILE== LEADING ==FMP== BY ==CUR==.
    01  profileError PICTURE X(40) VALUE SPACES.
    77  fieldEnd     PICTURE 9(3) VALUE 0.
*> Batches seen in the run, across all files.  A generated trailer
*> carries the batch's totals so far, so a batch id that recurs gets
*> a second header and a trailer covering both parts.
    77  batchCount   PICTURE 9(3) VALUE 0.
    77  batchLimit   PICTURE 9(3) VALUE 200.
    77  batchIdx     PICTURE 9(3) VALUE 0.
    77  batchSlot    PICTURE 9(3) VALUE 0.
    77  openSlot     PICTURE 9(3) VALUE 0.
    01  searchBatchId PICTURE X(20) VALUE SPACES.
    01  openBatchId   PICTURE X(20) VALUE SPACES.
    01  BATCH-TABLE.
        02 BATCH-ENTRY OCCURS 200 TIMES.
            03 batchId           PICTURE X(20).
            03 batchFile         PICTURE 9(1).
            03 batchSource       PICTURE X(1).
            03 batchData         PICTURE 9(9).
            03 batchConverted    PICTURE 9(9).
            03 batchRejected     PICTURE 9(9).
            03 batchHash         PICTURE 9(18).
            03 batchTrailerSeen  PICTURE X(1).
            03 batchFeederCount  PICTURE 9(9).
            03 batchFeederHash   PICTURE 9(18).
*> The line being edited.
    77  lineNumber   PICTURE 9(9) VALUE 0.
    77  lineEnd      PICTURE 9(2) VALUE 0.
    77  lineControl  PICTURE 9 VALUE 0.
    77  lineSlot     PICTURE 9(3) VALUE 0.
    01  lineError    PICTURE X(26) VALUE SPACES.
    01  lineBatchId  PICTURE X(20) VALUE SPACES.
    01  convValue    PICTURE S9(9) VALUE 0.
    77  ctlCount     PICTURE 9(9) VALUE 0.
    77  ctlHash      PICTURE 9(18) VALUE 0.
*> Delimited lines are split into this table; a line with more than
*> twenty fields keeps the first twenty.
    77  fieldCount   PICTURE 9(2) VALUE 0.
    77  fieldLimit   PICTURE 9(2) VALUE 20.
    77  fieldPtr     PICTURE 9(2) VALUE 0.
    77  fieldExtra   PICTURE 9 VALUE 0.
    77  inQuote      PICTURE 9 VALUE 0.
    77  splitPos     PICTURE 9(2) VALUE 0.
    01  splitChar    PICTURE X(1) VALUE SPACE.
    01  FIELD-TABLE.
        02 fieldValue PICTURE X(80) OCCURS 20 TIMES.
*> Left-justifying a field.
    01  trimText     PICTURE X(80) VALUE SPACES.
    01  trimWork     PICTURE X(80) VALUE SPACES.
    77  trimPos      PICTURE 9(2) VALUE 0.
*> Numeric edit of one value: optional blanks, an optional sign where
*> allowed, digits with optional thousands separators grouped in
*> threes, optional blanks.  Anything else is an edit reject.
    01  editText      PICTURE X(80) VALUE SPACES.
    77  editLength    PICTURE 9(2) VALUE 0.
    77  editPos       PICTURE 9(2) VALUE 0.
    01  editChar      PICTURE X(1) VALUE SPACE.
    01  editDigitChar PICTURE X(1) VALUE '0'.
    01  editDigit REDEFINES editDigitChar PICTURE 9(1).
    01  editSeparator PICTURE X(1) VALUE SPACE.
    77  editSignOk    PICTURE 9 VALUE 0.
    77  editState     PICTURE 9 VALUE 0.
    77  editNegative  PICTURE 9 VALUE 0.
    77  editDigits    PICTURE 9(2) VALUE 0.
    77  editGroup     PICTURE 9(2) VALUE 0.
    77  editSepSeen   PICTURE 9 VALUE 0.
    77  editLastSep   PICTURE 9 VALUE 0.
    77  editValue     PICTURE 9(18) VALUE 0.
    01  editError     PICTURE X(26) VALUE SPACES.
    01  zonedText     PICTURE X(9) VALUE SPACES.
    01  zonedNum REDEFINES zonedText PICTURE S9(9).
*> Per-file and run totals.
    77  file-read       PICTURE 9(9) VALUE 0.
    77  file-skipped    PICTURE 9(9) VALUE 0.
    77  file-blank      PICTURE 9(9) VALUE 0.
    77  file-data       PICTURE 9(9) VALUE 0.
    77  file-converted  PICTURE 9(9) VALUE 0.
    77  file-rejected   PICTURE 9(9) VALUE 0.
    77  file-controlin  PICTURE 9(9) VALUE 0.
    77  file-headers    PICTURE 9(9) VALUE 0.
    77  file-trailers   PICTURE 9(9) VALUE 0.
    77  fileHash        PICTURE 9(18) VALUE 0.
    77  count-read      PICTURE 9(9) VALUE 0.
    77  count-converted PICTURE 9(9) VALUE 0.
    77  count-rejected  PICTURE 9(9) VALUE 0.
    77  count-written   PICTURE 9(9) VALUE 0.
    77  count-differs   PICTURE 9(9) VALUE 0.
    01  TITLE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(23) VALUE 'FEEDER INPUT CONVERSION'.
    01  REJECT-TITLE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(36) VALUE
            'FEEDER INPUT CONVERSION EDIT REJECTS'.
    01  RUN-HEADER-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(9) VALUE 'PROGRAM: '.
        02 headerProgram PICTURE X(8) VALUE 'PRIMCONV'.
        02 FILLER PICTURE X(7) VALUE '  DATE:'.
        02 headerDate PICTURE 9(8).
        02 FILLER PICTURE X(7) VALUE '  TIME:'.
        02 headerTime PICTURE 9(8).
    01  UNDER-LINE.
        02 FILLER PICTURE X(32) VALUE       ' -------------------------------'.
    01  FILE-HEADING-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(5) VALUE 'FILE '.
        02 fileNumberOut PICTURE 9(1).
        02 FILLER PICTURE X(2) VALUE SPACES.
        02 fileDsnOut PICTURE X(100).
    01  FILE-PROFILE-LINE.
        02 FILLER PICTURE X(8) VALUE SPACES.
        02 FILLER PICTURE X(7) VALUE 'FEEDER '.
        02 fileFeederOut PICTURE X(21).
        02 FILLER PICTURE X(7) VALUE 'FORMAT '.
        02 fileFormatOut PICTURE X(15).
        02 FILLER PICTURE X(16) VALUE 'CONTROL RECORDS '.
        02 fileControlOut PICTURE X(15).
    01  FILE-COUNT-LINE.
        02 FILLER PICTURE X(8) VALUE SPACES.
        02 fileCountLabel PICTURE X(27).
        02 fileCountOut PICTURE Z(17)9.
    01  REJECT-HEADING-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(5) VALUE 'FILE '.
        02 rejFileNumberOut PICTURE 9(1).
        02 FILLER PICTURE X(2) VALUE SPACES.
        02 rejFileDsnOut PICTURE X(80).
        02 FILLER PICTURE X(8) VALUE ' FEEDER '.
        02 rejFeederOut PICTURE X(20).
    01  REJECT-DETAIL-LINE.
        02 FILLER PICTURE X(1) VALUE SPACE.
        02 rejFileOut PICTURE 9(1).
        02 FILLER PICTURE X(1) VALUE SPACE.
        02 rejLineOut PICTURE Z(8)9.
        02 FILLER PICTURE X(1) VALUE SPACE.
        02 rejReasonOut PICTURE X(26).
        02 FILLER PICTURE X(1) VALUE SPACE.
        02 rejTextOut PICTURE X(80).
    01  BATCH-TITLE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(7) VALUE 'BATCHES'.
    01  BATCH-LINE.
        02 FILLER PICTURE X(8) VALUE SPACES.
        02 batchIdOut PICTURE X(21).
        02 FILLER PICTURE X(5) VALUE 'FILE '.
        02 batchFileOut PICTURE 9(1).
        02 FILLER PICTURE X(11) VALUE ' CONVERTED '.
        02 batchConvertedOut PICTURE Z(8)9.
        02 FILLER PICTURE X(10) VALUE ' REJECTED '.
        02 batchRejectedOut PICTURE Z(8)9.
        02 FILLER PICTURE X(6) VALUE ' HASH '.
        02 batchHashOut PICTURE Z(17)9.
        02 FILLER PICTURE X(2) VALUE SPACES.
        02 batchStatusOut PICTURE X(20).
    01  BATCH-TRAILER-LINE.
        02 FILLER PICTURE X(47) VALUE SPACES.
        02 FILLER PICTURE X(13) VALUE 'TRAILER COUNT'.
        02 batchFeederCountOut PICTURE Z(8)9.
        02 FILLER PICTURE X(16) VALUE SPACES.
        02 batchFeederHashOut PICTURE Z(17)9.
    01  SUMMARY-TITLE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(11) VALUE 'RUN SUMMARY'.
    01  SUMMARY-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 summaryLabel PICTURE X(31).
        02 summaryOut PICTURE Z(8)9.
PROCEDURE DIVISION.
PERFORM GET-DATASET-NAMES.
PERFORM SETUP-INPUT-LIST.
PERFORM LOAD-PROFILES.
MOVE 0 TO inputIdx.
PERFORM MATCH-FILE-PROFILE UNTIL inputIdx IS NOT LESS THAN inputCount.
MOVE 0 TO inputIdx.
PERFORM CHECK-FEEDER-FILE UNTIL inputIdx IS NOT LESS THAN inputCount.
OPEN OUTPUT CONVERTED-FILE.
IF convertedStatus IS NOT EQUAL TO '00'
    DISPLAY 'PRIMCONV: CONVERTED-FILE OPEN STATUS ' convertedStatus
    MOVE 12 TO RETURN-CODE
    STOP RUN
END-IF.
OPEN OUTPUT REJECT-FILE.
OPEN OUTPUT REPORT-FILE.
ACCEPT acceptedDate FROM DATE YYYYMMDD.
ACCEPT acceptedTime FROM TIME.
MOVE acceptedDate TO headerDate.
MOVE acceptedTime TO headerTime.
WRITE reportLine FROM TITLE-LINE AFTER ADVANCING 0 LINES.
WRITE reportLine FROM RUN-HEADER-LINE AFTER ADVANCING 1 LINE.
WRITE reportLine FROM UNDER-LINE AFTER ADVANCING 1 LINE.
WRITE rejectLine FROM REJECT-TITLE-LINE AFTER ADVANCING 0 LINES.
WRITE rejectLine FROM RUN-HEADER-LINE AFTER ADVANCING 1 LINE.
WRITE rejectLine FROM UNDER-LINE AFTER ADVANCING 1 LINE.

MOVE 0 TO currentInput.
PERFORM CONVERT-FEEDER-FILE UNTIL currentInput IS NOT LESS THAN inputCount.

PERFORM WRITE-BATCH-REPORT.
PERFORM WRITE-RUN-SUMMARY.
CLOSE CONVERTED-FILE, REJECT-FILE, REPORT-FILE.
DISPLAY 'PRIMCONV: LINES ' count-read ' CONVERTED ' count-converted
    ' REJECTED ' count-rejected ' WRITTEN ' count-written.
IF count-rejected IS GREATER THAN 0 OR count-differs IS GREATER THAN 0
    MOVE 4 TO RETURN-CODE
ELSE
    MOVE 0 TO RETURN-CODE
END-IF.
STOP RUN.

GET-DATASET-NAMES.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMCONV-PROFILEFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO profileDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMCONV-INFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO feederDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMCONV-FEEDER'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO singleFeeder
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMCONV-OUTFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO convertedDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMCONV-REJECTFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO rejectDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMCONV-REPORTFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO reportDsn
    END-IF.
    MOVE 0 TO inputIdx.
    PERFORM GET-NUMBERED-INFILE UNTIL inputIdx IS NOT LESS THAN 9.

*> As in primes1 the variable names are built per slot and gaps in
*> the numbering compress out of the list.  A file without a feeder
*> name cannot be converted, so it stops the run before anything is
*> written.
GET-NUMBERED-INFILE.
    ADD 1 TO inputIdx.
    MOVE inputIdx TO fileDigit.
    MOVE SPACES TO envVarName.
    STRING 'PRIMCONV-INFILE' DELIMITED BY SIZE
           fileDigit DELIMITED BY SIZE
        INTO envVarName.
    DISPLAY envVarName UPON ENVIRONMENT-NAME.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT-VALUE
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        ADD 1 TO inputCount
        MOVE envTemp TO inputDsnEntry(inputCount)
        MOVE SPACES TO envVarName
        STRING 'PRIMCONV-FEEDER' DELIMITED BY SIZE
               fileDigit DELIMITED BY SIZE
            INTO envVarName
        DISPLAY envVarName UPON ENVIRONMENT-NAME
        MOVE SPACES TO envTemp
        ACCEPT envTemp FROM ENVIRONMENT-VALUE
            ON EXCEPTION CONTINUE
        END-ACCEPT
        IF envTemp IS EQUAL TO SPACES
            DISPLAY 'PRIMCONV: NO FEEDER NAMED FOR PRIMCONV-INFILE'
                fileDigit
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE envTemp TO inputFeeder(inputCount)
    END-IF.

SETUP-INPUT-LIST.
    IF inputCount IS EQUAL TO 0
        IF singleFeeder IS EQUAL TO SPACES
            DISPLAY 'PRIMCONV: NO FEEDER NAMED, SET PRIMCONV-FEEDER'
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 1 TO inputCount
        MOVE feederDsn TO inputDsnEntry(1)
        MOVE singleFeeder TO inputFeeder(1)
    END-IF.
    MOVE 0 TO inputIdx.
    PERFORM CHECK-INPUT-DUPLICATES
        UNTIL inputIdx IS NOT LESS THAN inputCount.

CHECK-INPUT-DUPLICATES.
    ADD 1 TO inputIdx.
    MOVE inputIdx TO inputIdx2.
    PERFORM CHECK-ONE-INPUT-PAIR
        UNTIL inputIdx2 IS NOT LESS THAN inputCount.

CHECK-ONE-INPUT-PAIR.
    ADD 1 TO inputIdx2.
    IF inputDsnEntry(inputIdx) IS EQUAL TO inputDsnEntry(inputIdx2)
        DISPLAY 'PRIMCONV: INPUT DATASET LISTED TWICE: '
            FUNCTION TRIM(inputDsnEntry(inputIdx))
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The profile file is required: without it no feeder can be edited.
LOAD-PROFILES.
    OPEN INPUT PROFILE-FILE.
    IF profileStatus IS NOT EQUAL TO '00'
        DISPLAY 'PRIMCONV: PROFILE-FILE OPEN STATUS ' profileStatus
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM LOAD-PROFILE UNTIL profileEof IS EQUAL TO 0.
    CLOSE PROFILE-FILE.

LOAD-PROFILE.
    READ PROFILE-FILE AT END MOVE 0 TO profileEof.
    IF profileEof IS NOT EQUAL TO 0
        IF profileCount IS NOT LESS THAN profileLimit
            DISPLAY 'PRIMCONV: MORE THAN ' profileLimit
                ' FORMAT PROFILES'
            CLOSE PROFILE-FILE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO profileCount
        MOVE FORMAT-PROFILE TO profileImage(profileCount)
    END-IF.

*> Each file's feeder must have exactly one profile, and the profile
*> must make sense, before a single line is converted.
MATCH-FILE-PROFILE.
    ADD 1 TO inputIdx.
    MOVE 0 TO profileSlot.
    MOVE 0 TO profileIdx.
    PERFORM SCAN-PROFILE UNTIL profileIdx IS NOT LESS THAN profileCount.
    IF profileSlot IS EQUAL TO 0
        DISPLAY 'PRIMCONV: NO FORMAT PROFILE FOR FEEDER '
            FUNCTION TRIM(inputFeeder(inputIdx))
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE profileSlot TO inputProfile(inputIdx).
    MOVE profileImage(profileSlot) TO CURRENT-PROFILE.
    PERFORM VALIDATE-PROFILE.
    IF profileError IS NOT EQUAL TO SPACES
        DISPLAY 'PRIMCONV: FORMAT PROFILE FOR FEEDER '
            FUNCTION TRIM(inputFeeder(inputIdx)) ' INVALID: '
            FUNCTION TRIM(profileError)
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

SCAN-PROFILE.
    ADD 1 TO profileIdx.
    MOVE profileImage(profileIdx) TO CURRENT-PROFILE.
    IF CUR-FEEDER IS EQUAL TO inputFeeder(inputIdx)
        IF profileSlot IS NOT EQUAL TO 0
            DISPLAY 'PRIMCONV: FEEDER '
                FUNCTION TRIM(inputFeeder(inputIdx))
                ' HAS MORE THAN ONE FORMAT PROFILE'
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE profileIdx TO profileSlot
    END-IF.

VALIDATE-PROFILE.
    MOVE SPACES TO profileError.
    IF CUR-NUM-FIELD IS NOT NUMERIC OR CUR-BATCH-FIELD IS NOT NUMERIC
            OR CUR-NUM-START IS NOT NUMERIC
            OR CUR-NUM-LENGTH IS NOT NUMERIC
            OR CUR-BATCH-START IS NOT NUMERIC
            OR CUR-BATCH-LENGTH IS NOT NUMERIC
            OR CUR-SKIP-LINES IS NOT NUMERIC
        MOVE 'FIELD POSITIONS NOT NUMERIC' TO profileError
    END-IF.
    IF profileError IS EQUAL TO SPACES
        IF NOT CUR-SUPPLIED AND NOT CUR-GENERATED
            MOVE 'CONTROL MUST BE S OR G' TO profileError
        END-IF
    END-IF.
    IF profileError IS EQUAL TO SPACES
        IF CUR-THOUSANDS IS NUMERIC OR CUR-THOUSANDS IS EQUAL TO '+'
                OR CUR-THOUSANDS IS EQUAL TO '-'
            MOVE 'THOUSANDS SEPARATOR INVALID' TO profileError
        END-IF
    END-IF.
    IF profileError IS EQUAL TO SPACES
        IF CUR-DELIMITED
            PERFORM VALIDATE-DELIMITED-PROFILE
        ELSE
            IF CUR-FIXED
                PERFORM VALIDATE-FIXED-PROFILE
            ELSE
                MOVE 'FORMAT MUST BE D OR F' TO profileError
            END-IF
        END-IF
    END-IF.
*> A generated batch needs an id from somewhere.
    IF profileError IS EQUAL TO SPACES
        IF CUR-GENERATED AND CUR-BATCH-ID IS EQUAL TO SPACES
            IF (CUR-DELIMITED AND CUR-BATCH-FIELD IS EQUAL TO 0)
                    OR (CUR-FIXED AND CUR-BATCH-START IS EQUAL TO 0)
                MOVE 'NO BATCH ID FIELD OR DEFAULT' TO profileError
            END-IF
        END-IF
    END-IF.

VALIDATE-DELIMITED-PROFILE.
    IF CUR-DELIMITER IS EQUAL TO SPACE
        MOVE 'DELIMITER MISSING' TO profileError
    END-IF.
    IF CUR-NUM-FIELD IS LESS THAN 1
            OR CUR-NUM-FIELD IS GREATER THAN fieldLimit
        MOVE 'VALUE FIELD MUST BE 1-20' TO profileError
    END-IF.
    IF CUR-BATCH-FIELD IS GREATER THAN fieldLimit
            OR CUR-BATCH-FIELD IS EQUAL TO CUR-NUM-FIELD
        MOVE 'BATCH FIELD MUST BE 0-20, NOT VALUE' TO profileError
    END-IF.
    IF CUR-QUOTE IS EQUAL TO CUR-DELIMITER
            AND CUR-QUOTE IS NOT EQUAL TO SPACE
        MOVE 'QUOTE IS THE DELIMITER' TO profileError
    END-IF.
    IF CUR-THOUSANDS IS EQUAL TO CUR-DELIMITER
            AND CUR-THOUSANDS IS NOT EQUAL TO SPACE
            AND CUR-QUOTE IS EQUAL TO SPACE
        MOVE 'THOUSANDS IS DELIMITER, NO QUOTE' TO profileError
    END-IF.
    IF CUR-JUSTIFY IS NOT EQUAL TO SPACE
            AND NOT CUR-LEFT AND NOT CUR-RIGHT
        MOVE 'JUSTIFY MUST BE L, R OR BLANK' TO profileError
    END-IF.

VALIDATE-FIXED-PROFILE.
    COMPUTE fieldEnd = CUR-NUM-START + CUR-NUM-LENGTH - 1.
    IF CUR-NUM-START IS LESS THAN 1 OR CUR-NUM-LENGTH IS LESS THAN 1
            OR fieldEnd IS GREATER THAN 80
        MOVE 'VALUE COLUMNS OUTSIDE 1-80' TO profileError
    END-IF.
    IF CUR-BATCH-START IS GREATER THAN 0 OR CUR-BATCH-LENGTH IS GREATER THAN 0
        COMPUTE fieldEnd = CUR-BATCH-START + CUR-BATCH-LENGTH - 1
        IF CUR-BATCH-START IS LESS THAN 1
                OR CUR-BATCH-LENGTH IS LESS THAN 1
                OR CUR-BATCH-LENGTH IS GREATER THAN 20
                OR fieldEnd IS GREATER THAN 80
            MOVE 'BATCH COLUMNS INVALID' TO profileError
        END-IF
    END-IF.
    IF NOT CUR-LEFT AND NOT CUR-RIGHT AND NOT CUR-ZONED
        MOVE 'JUSTIFY MUST BE L, R OR Z' TO profileError
    END-IF.
    IF CUR-ZONED AND CUR-NUM-LENGTH IS NOT EQUAL TO 9
        MOVE 'ZONED VALUE MUST BE 9 BYTES' TO profileError
    END-IF.

*> Every file is opened once up front so a missing one stops the run
*> before the output is half written.
CHECK-FEEDER-FILE.
    ADD 1 TO inputIdx.
    MOVE inputDsnEntry(inputIdx) TO feederDsn.
    OPEN INPUT FEEDER-FILE.
    IF feederStatus IS NOT EQUAL TO '00'
        DISPLAY 'PRIMCONV: FEEDER-FILE ' FUNCTION TRIM(feederDsn)
            ' OPEN STATUS ' feederStatus
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    CLOSE FEEDER-FILE.

CONVERT-FEEDER-FILE.
    ADD 1 TO currentInput.
    MOVE inputDsnEntry(currentInput) TO feederDsn.
    MOVE profileImage(inputProfile(currentInput)) TO CURRENT-PROFILE.
    MOVE ZEROS TO file-read file-skipped file-blank file-data
        file-converted file-rejected file-controlin file-headers
        file-trailers fileHash lineNumber.
    MOVE SPACES TO openBatchId.
    MOVE 0 TO openSlot.
    MOVE currentInput TO rejFileNumberOut.
    MOVE feederDsn TO rejFileDsnOut.
    MOVE inputFeeder(currentInput) TO rejFeederOut.
    WRITE rejectLine FROM REJECT-HEADING-LINE AFTER ADVANCING 2 LINES.
    MOVE 1 TO feederEof.
    OPEN INPUT FEEDER-FILE.
    PERFORM CONVERT-FEEDER-LINE UNTIL feederEof IS EQUAL TO 0.
*> A generated batch never stays open across a file boundary.
    IF CUR-GENERATED AND openSlot IS GREATER THAN 0
        PERFORM WRITE-GENERATED-TRAILER
    END-IF.
    CLOSE FEEDER-FILE.
    PERFORM WRITE-FILE-REPORT.

CONVERT-FEEDER-LINE.
    READ FEEDER-FILE AT END MOVE 0 TO feederEof.
    IF feederEof IS NOT EQUAL TO 0
        ADD 1 TO lineNumber
        ADD 1 TO file-read
        ADD 1 TO count-read
        IF lineNumber IS NOT GREATER THAN CUR-SKIP-LINES
            ADD 1 TO file-skipped
        ELSE
            IF feederLine IS EQUAL TO SPACES
                ADD 1 TO file-blank
            ELSE
                PERFORM EDIT-FEEDER-LINE
            END-IF
        END-IF
    END-IF.

EDIT-FEEDER-LINE.
    MOVE SPACES TO lineError lineBatchId.
    MOVE 0 TO lineControl lineSlot.
    IF CUR-DELIMITED
        PERFORM SPLIT-DELIMITED-LINE
    END-IF.
    IF lineError IS EQUAL TO SPACES
        PERFORM CHECK-CONTROL-LINE
    END-IF.
    IF lineError IS NOT EQUAL TO SPACES
        ADD 1 TO file-data
        PERFORM REJECT-LINE
    ELSE
        IF lineControl IS GREATER THAN 0
            PERFORM EDIT-CONTROL-LINE
        ELSE
            PERFORM EDIT-DATA-LINE
        END-IF
    END-IF.

*> Split on the delimiter, honouring the quote character.  Trailing
*> blanks are record padding, not part of the last field.
SPLIT-DELIMITED-LINE.
    MOVE SPACES TO FIELD-TABLE.
    MOVE 1 TO fieldCount.
    MOVE 1 TO fieldPtr.
    MOVE 0 TO fieldExtra inQuote splitPos.
    MOVE 80 TO lineEnd.
    PERFORM FIND-LINE-END UNTIL feederLine(lineEnd:1) IS NOT EQUAL TO SPACE.
    PERFORM SPLIT-LINE-CHAR UNTIL splitPos IS NOT LESS THAN lineEnd.
    IF inQuote IS EQUAL TO 1
        MOVE 'UNBALANCED QUOTE' TO lineError
    END-IF.

FIND-LINE-END.
    SUBTRACT 1 FROM lineEnd.

SPLIT-LINE-CHAR.
    ADD 1 TO splitPos.
    MOVE feederLine(splitPos:1) TO splitChar.
    IF CUR-QUOTE IS NOT EQUAL TO SPACE AND splitChar IS EQUAL TO CUR-QUOTE
        IF inQuote IS EQUAL TO 1 AND splitPos IS LESS THAN lineEnd
            IF feederLine(splitPos + 1:1) IS EQUAL TO CUR-QUOTE
                PERFORM STORE-FIELD-CHAR
                ADD 1 TO splitPos
            ELSE
                MOVE 0 TO inQuote
            END-IF
        ELSE
            IF inQuote IS EQUAL TO 1
                MOVE 0 TO inQuote
            ELSE
                MOVE 1 TO inQuote
            END-IF
        END-IF
    ELSE
        IF splitChar IS EQUAL TO CUR-DELIMITER AND inQuote IS EQUAL TO 0
            IF fieldCount IS LESS THAN fieldLimit
                ADD 1 TO fieldCount
            ELSE
                MOVE 1 TO fieldExtra
            END-IF
            MOVE 1 TO fieldPtr
        ELSE
            PERFORM STORE-FIELD-CHAR
        END-IF
    END-IF.

STORE-FIELD-CHAR.
    IF fieldExtra IS EQUAL TO 0
        MOVE splitChar TO fieldValue(fieldCount)(fieldPtr:1)
        ADD 1 TO fieldPtr
    END-IF.

*> A control record is recognised by its type in the first field
*> (delimited) or in the primes1 control layout (fixed).
CHECK-CONTROL-LINE.
    IF CUR-DELIMITED
        MOVE fieldValue(1) TO trimText
        PERFORM LEFT-TRIM
        IF trimText IS EQUAL TO 'BATCHHDR'
            MOVE 1 TO lineControl
        END-IF
        IF trimText IS EQUAL TO 'BATCHTRL'
            MOVE 2 TO lineControl
        END-IF
    ELSE
        IF FDR-HEADER-REC
            MOVE 1 TO lineControl
        END-IF
        IF FDR-TRAILER-REC
            MOVE 2 TO lineControl
        END-IF
    END-IF.

LEFT-TRIM.
    IF trimText IS NOT EQUAL TO SPACES
        MOVE 1 TO trimPos
        PERFORM FIND-NONBLANK UNTIL trimText(trimPos:1) IS NOT EQUAL TO SPACE
        IF trimPos IS GREATER THAN 1
            MOVE trimText(trimPos:) TO trimWork
            MOVE trimWork TO trimText
        END-IF
    END-IF.

FIND-NONBLANK.
    ADD 1 TO trimPos.

*> Feeder-supplied control records are passed through in the primes1
*> layout with the feeder's own count and hash.  For a generated
*> feeder they are an error: the batch control is built here.
EDIT-CONTROL-LINE.
    ADD 1 TO file-controlin.
    IF CUR-GENERATED
        MOVE 'UNEXPECTED CONTROL RECORD' TO lineError
    ELSE
        PERFORM GET-CONTROL-FIELDS
    END-IF.
    IF lineError IS EQUAL TO SPACES
        PERFORM PASS-CONTROL-RECORD
    ELSE
        PERFORM REJECT-LINE
    END-IF.

GET-CONTROL-FIELDS.
    IF CUR-DELIMITED
        MOVE fieldValue(2) TO trimText
    ELSE
        MOVE FDR-CTL-BATCH-ID TO trimText
    END-IF.
    PERFORM LEFT-TRIM.
    IF trimText IS EQUAL TO SPACES
        MOVE 'CONTROL BATCH ID MISSING' TO lineError
    END-IF.
    IF trimText(21:) IS NOT EQUAL TO SPACES
        MOVE 'BATCH ID TOO LONG' TO lineError
    END-IF.
    MOVE trimText TO lineBatchId.
    IF lineError IS EQUAL TO SPACES AND lineControl IS EQUAL TO 2
        IF CUR-DELIMITED
            PERFORM EDIT-TRAILER-FIELDS
        ELSE
            IF FDR-CTL-COUNT IS NUMERIC
                MOVE FDR-CTL-COUNT TO ctlCount
            ELSE
                MOVE 'BAD TRAILER COUNT' TO lineError
            END-IF
            IF FDR-CTL-HASH IS NUMERIC
                MOVE FDR-CTL-HASH TO ctlHash
            ELSE
                MOVE 'BAD TRAILER HASH' TO lineError
            END-IF
        END-IF
    END-IF.

EDIT-TRAILER-FIELDS.
    MOVE 0 TO editSignOk.
    MOVE fieldValue(3) TO editText.
    MOVE 80 TO editLength.
    PERFORM EDIT-NUMBER.
    IF editError IS NOT EQUAL TO SPACES
            OR editValue IS GREATER THAN 999999999
        MOVE 'BAD TRAILER COUNT' TO lineError
    ELSE
        MOVE editValue TO ctlCount
    END-IF.
    MOVE fieldValue(4) TO editText.
    PERFORM EDIT-NUMBER.
    IF editError IS NOT EQUAL TO SPACES
        MOVE 'BAD TRAILER HASH' TO lineError
    ELSE
        MOVE editValue TO ctlHash
    END-IF.

PASS-CONTROL-RECORD.
    MOVE lineBatchId TO searchBatchId.
    PERFORM FIND-BATCH-SLOT.
    MOVE SPACES TO convControl.
    MOVE lineBatchId TO CNV-CTL-BATCH-ID.
    IF lineControl IS EQUAL TO 1
        MOVE 'BATCHHDR' TO CNV-CTL-TYPE
        MOVE ZEROS TO CNV-CTL-COUNT CNV-CTL-HASH
        ADD 1 TO file-headers
        MOVE lineBatchId TO openBatchId
        MOVE batchSlot TO openSlot
    ELSE
        MOVE 'BATCHTRL' TO CNV-CTL-TYPE
        MOVE ctlCount TO CNV-CTL-COUNT
        MOVE ctlHash TO CNV-CTL-HASH
        ADD 1 TO file-trailers
        MOVE 'Y' TO batchTrailerSeen(batchSlot)
        MOVE ctlCount TO batchFeederCount(batchSlot)
        MOVE ctlHash TO batchFeederHash(batchSlot)
        MOVE SPACES TO openBatchId
        MOVE 0 TO openSlot
    END-IF.
    WRITE convControl.
    ADD 1 TO count-written.

EDIT-DATA-LINE.
    ADD 1 TO file-data.
    PERFORM GET-LINE-BATCH-ID.
    IF lineBatchId IS NOT EQUAL TO SPACES
        MOVE lineBatchId TO searchBatchId
        PERFORM FIND-BATCH-SLOT
        MOVE batchSlot TO lineSlot
        ADD 1 TO batchData(lineSlot)
    END-IF.
    IF lineError IS EQUAL TO SPACES
        PERFORM GET-LINE-VALUE
    END-IF.
    IF lineError IS EQUAL TO SPACES
        PERFORM WRITE-CONVERTED-RECORD
    ELSE
        IF lineSlot IS GREATER THAN 0
            ADD 1 TO batchRejected(lineSlot)
        END-IF
        PERFORM REJECT-LINE
    END-IF.

*> The line's own batch id when it carries one; otherwise the batch
*> the feeder's last header opened, otherwise the profile default.
GET-LINE-BATCH-ID.
    MOVE SPACES TO trimText.
    IF CUR-DELIMITED AND CUR-BATCH-FIELD IS GREATER THAN 0
        IF CUR-BATCH-FIELD IS NOT GREATER THAN fieldCount
            MOVE fieldValue(CUR-BATCH-FIELD) TO trimText
        END-IF
    END-IF.
    IF CUR-FIXED AND CUR-BATCH-START IS GREATER THAN 0
        MOVE feederLine(CUR-BATCH-START:CUR-BATCH-LENGTH) TO trimText
    END-IF.
    PERFORM LEFT-TRIM.
    IF trimText(21:) IS NOT EQUAL TO SPACES
        MOVE 'BATCH ID TOO LONG' TO lineError
    ELSE
        MOVE trimText TO lineBatchId
        IF lineBatchId IS EQUAL TO SPACES
            IF CUR-SUPPLIED AND openBatchId IS NOT EQUAL TO SPACES
                MOVE openBatchId TO lineBatchId
            ELSE
                MOVE CUR-BATCH-ID TO lineBatchId
            END-IF
        END-IF
        IF lineBatchId IS EQUAL TO SPACES
            IF CUR-SUPPLIED
                MOVE 'NO BATCH HEADER' TO lineError
            ELSE
                MOVE 'BATCH ID MISSING' TO lineError
            END-IF
        END-IF
    END-IF.

GET-LINE-VALUE.
    MOVE 1 TO editSignOk.
    MOVE SPACES TO editText.
    IF CUR-DELIMITED
        IF CUR-NUM-FIELD IS GREATER THAN fieldCount
            MOVE 'VALUE FIELD MISSING' TO lineError
        ELSE
            MOVE fieldValue(CUR-NUM-FIELD) TO editText
            MOVE 80 TO editLength
            PERFORM EDIT-TEXT-VALUE
        END-IF
    ELSE
        MOVE feederLine(CUR-NUM-START:CUR-NUM-LENGTH) TO editText
        MOVE CUR-NUM-LENGTH TO editLength
        IF CUR-ZONED
            MOVE editText(1:9) TO zonedText
            IF zonedNum IS NUMERIC
                MOVE zonedNum TO convValue
            ELSE
                MOVE 'NOT ZONED NUMERIC' TO lineError
            END-IF
        ELSE
            PERFORM EDIT-FIXED-VALUE
        END-IF
    END-IF.

*> A fixed-column value that does not reach its justified edge has
*> slipped columns, and digits may have been cut off the other end.
EDIT-FIXED-VALUE.
    IF editText IS EQUAL TO SPACES
        MOVE 'VALUE MISSING' TO lineError
    ELSE
        IF CUR-LEFT AND editText(1:1) IS EQUAL TO SPACE
            MOVE 'NOT LEFT-JUSTIFIED' TO lineError
        END-IF
        IF CUR-RIGHT AND editText(editLength:1) IS EQUAL TO SPACE
            MOVE 'NOT RIGHT-JUSTIFIED' TO lineError
        END-IF
    END-IF.
    IF lineError IS EQUAL TO SPACES
        PERFORM EDIT-TEXT-VALUE
    END-IF.

EDIT-TEXT-VALUE.
    PERFORM EDIT-NUMBER.
    IF editError IS NOT EQUAL TO SPACES
        MOVE editError TO lineError
    ELSE
        IF editValue IS GREATER THAN 999999999
            MOVE 'VALUE TOO LARGE' TO lineError
        ELSE
            IF editNegative IS EQUAL TO 1
                COMPUTE convValue = 0 - editValue
            ELSE
                MOVE editValue TO convValue
            END-IF
        END-IF
    END-IF.

*> editText(1:editLength) to editValue/editNegative, or editError.
EDIT-NUMBER.
    MOVE CUR-THOUSANDS TO editSeparator.
    MOVE SPACES TO editError.
    MOVE ZEROS TO editPos editState editNegative editDigits editGroup
        editSepSeen editLastSep editValue.
    PERFORM EDIT-NUMBER-CHAR
        UNTIL editPos IS NOT LESS THAN editLength
            OR editError IS NOT EQUAL TO SPACES.
    IF editError IS EQUAL TO SPACES
        IF editState IS EQUAL TO 0
            MOVE 'VALUE MISSING' TO editError
        END-IF
        IF editState IS EQUAL TO 1
            MOVE 'SIGN WITHOUT DIGITS' TO editError
        END-IF
        IF editLastSep IS EQUAL TO 1
            MOVE 'MISPLACED SEPARATOR' TO editError
        END-IF
    END-IF.
    IF editError IS EQUAL TO SPACES
        IF editSepSeen IS EQUAL TO 1 AND editGroup IS NOT EQUAL TO 3
            MOVE 'BAD THOUSANDS GROUPING' TO editError
        END-IF
    END-IF.

*> editState: 0 leading blanks, 1 sign seen, 2 in the digits,
*> 3 trailing blanks.
EDIT-NUMBER-CHAR.
    ADD 1 TO editPos.
    MOVE editText(editPos:1) TO editChar.
    IF editChar IS EQUAL TO SPACE
        IF editState IS EQUAL TO 1
            MOVE 'EMBEDDED BLANK' TO editError
        END-IF
        IF editState IS EQUAL TO 2
            MOVE 3 TO editState
        END-IF
    ELSE
        IF editState IS EQUAL TO 3
            MOVE 'EMBEDDED BLANK' TO editError
        ELSE
            IF editChar IS NUMERIC
                PERFORM EDIT-NUMBER-DIGIT
            ELSE
                IF editChar IS EQUAL TO '+' OR editChar IS EQUAL TO '-'
                    PERFORM EDIT-NUMBER-SIGN
                ELSE
                    IF editSeparator IS NOT EQUAL TO SPACE
                            AND editChar IS EQUAL TO editSeparator
                        PERFORM EDIT-NUMBER-SEPARATOR
                    ELSE
                        MOVE 'INVALID CHARACTER' TO editError
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

EDIT-NUMBER-DIGIT.
    MOVE 2 TO editState.
    MOVE 0 TO editLastSep.
    ADD 1 TO editGroup.
    IF editValue IS GREATER THAN 0 OR editChar IS NOT EQUAL TO '0'
        ADD 1 TO editDigits
    END-IF.
    IF editDigits IS GREATER THAN 18
        MOVE 'VALUE TOO LARGE' TO editError
    ELSE
        MOVE editChar TO editDigitChar
        COMPUTE editValue = editValue * 10 + editDigit
    END-IF.

EDIT-NUMBER-SIGN.
    IF editState IS EQUAL TO 0 AND editSignOk IS EQUAL TO 1
        MOVE 1 TO editState
        IF editChar IS EQUAL TO '-'
            MOVE 1 TO editNegative
        END-IF
    ELSE
        MOVE 'MISPLACED SIGN' TO editError
    END-IF.

*> The first group may be one to three digits, every later group
*> exactly three.
EDIT-NUMBER-SEPARATOR.
    IF editState IS NOT EQUAL TO 2 OR editLastSep IS EQUAL TO 1
        MOVE 'MISPLACED SEPARATOR' TO editError
    ELSE
        IF editSepSeen IS EQUAL TO 0
            IF editGroup IS GREATER THAN 3
                MOVE 'BAD THOUSANDS GROUPING' TO editError
            END-IF
        ELSE
            IF editGroup IS NOT EQUAL TO 3
                MOVE 'BAD THOUSANDS GROUPING' TO editError
            END-IF
        END-IF
    END-IF.
    MOVE 1 TO editSepSeen.
    MOVE 1 TO editLastSep.
    MOVE 0 TO editGroup.

*> For a generated feeder a change of batch id closes the batch that
*> is open and opens the new one.
WRITE-CONVERTED-RECORD.
    IF CUR-GENERATED AND lineBatchId IS NOT EQUAL TO openBatchId
        IF openSlot IS GREATER THAN 0
            PERFORM WRITE-GENERATED-TRAILER
        END-IF
        PERFORM WRITE-GENERATED-HEADER
    END-IF.
    MOVE SPACES TO convLine.
    MOVE convValue TO convNum.
    MOVE lineBatchId TO CNV-BATCH-ID.
    WRITE convLine.
    ADD 1 TO count-written.
    ADD 1 TO file-converted.
    ADD 1 TO count-converted.
    ADD convValue TO fileHash.
    ADD 1 TO batchConverted(lineSlot).
    ADD convValue TO batchHash(lineSlot).

WRITE-GENERATED-HEADER.
    MOVE SPACES TO convControl.
    MOVE 'BATCHHDR' TO CNV-CTL-TYPE.
    MOVE lineBatchId TO CNV-CTL-BATCH-ID.
    MOVE ZEROS TO CNV-CTL-COUNT CNV-CTL-HASH.
    WRITE convControl.
    ADD 1 TO count-written.
    ADD 1 TO file-headers.
    MOVE lineBatchId TO openBatchId.
    MOVE lineSlot TO openSlot.

*> The batch's totals so far, across every part of it converted in
*> this run: primes1 keeps the last trailer it reads for a batch and
*> totals every part of it.
WRITE-GENERATED-TRAILER.
    MOVE SPACES TO convControl.
    MOVE 'BATCHTRL' TO CNV-CTL-TYPE.
    MOVE batchId(openSlot) TO CNV-CTL-BATCH-ID.
    MOVE batchConverted(openSlot) TO CNV-CTL-COUNT.
    MOVE batchHash(openSlot) TO CNV-CTL-HASH.
    WRITE convControl.
    ADD 1 TO count-written.
    ADD 1 TO file-trailers.
    MOVE 'G' TO batchTrailerSeen(openSlot).
    MOVE SPACES TO openBatchId.
    MOVE 0 TO openSlot.

REJECT-LINE.
    ADD 1 TO file-rejected.
    ADD 1 TO count-rejected.
    MOVE currentInput TO rejFileOut.
    MOVE lineNumber TO rejLineOut.
    MOVE lineError TO rejReasonOut.
    MOVE feederLine TO rejTextOut.
    WRITE rejectLine FROM REJECT-DETAIL-LINE AFTER ADVANCING 1 LINE.

*> Linear search of the batch table on searchBatchId, registering a
*> new batch in the next free slot.  Generated trailers depend on the
*> table, so running out of room stops the run.
FIND-BATCH-SLOT.
    MOVE 0 TO batchSlot.
    MOVE 0 TO batchIdx.
    PERFORM SCAN-BATCH-SLOT UNTIL batchSlot IS GREATER THAN 0
        OR batchIdx IS NOT LESS THAN batchCount.
    IF batchSlot IS EQUAL TO 0
        IF batchCount IS NOT LESS THAN batchLimit
            DISPLAY 'PRIMCONV: MORE THAN ' batchLimit
                ' BATCHES, SPLIT THE FEEDER FILES OVER MORE RUNS'
            CLOSE FEEDER-FILE, CONVERTED-FILE, REJECT-FILE, REPORT-FILE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO batchCount
        MOVE batchCount TO batchSlot
        MOVE searchBatchId TO batchId(batchSlot)
        MOVE currentInput TO batchFile(batchSlot)
        MOVE CUR-CONTROL TO batchSource(batchSlot)
        MOVE ZEROS TO batchData(batchSlot) batchConverted(batchSlot)
            batchRejected(batchSlot) batchHash(batchSlot)
            batchFeederCount(batchSlot) batchFeederHash(batchSlot)
        MOVE SPACE TO batchTrailerSeen(batchSlot)
    END-IF.

SCAN-BATCH-SLOT.
    ADD 1 TO batchIdx.
    IF batchId(batchIdx) IS EQUAL TO searchBatchId
        MOVE batchIdx TO batchSlot
    END-IF.

WRITE-FILE-REPORT.
    MOVE currentInput TO fileNumberOut.
    MOVE feederDsn TO fileDsnOut.
    WRITE reportLine FROM FILE-HEADING-LINE AFTER ADVANCING 2 LINES.
    MOVE CUR-FEEDER TO fileFeederOut.
    IF CUR-DELIMITED
        MOVE 'DELIMITED' TO fileFormatOut
    ELSE
        MOVE 'FIXED COLUMNS' TO fileFormatOut
    END-IF.
    IF CUR-GENERATED
        MOVE 'GENERATED' TO fileControlOut
    ELSE
        MOVE 'FEEDER-SUPPLIED' TO fileControlOut
    END-IF.
    WRITE reportLine FROM FILE-PROFILE-LINE AFTER ADVANCING 1 LINE.
    MOVE 'LINES READ' TO fileCountLabel.
    MOVE file-read TO fileCountOut.
    WRITE reportLine FROM FILE-COUNT-LINE AFTER ADVANCING 1 LINE.
    MOVE 'HEADING LINES SKIPPED' TO fileCountLabel.
    MOVE file-skipped TO fileCountOut.
    WRITE reportLine FROM FILE-COUNT-LINE AFTER ADVANCING 1 LINE.
    MOVE 'BLANK LINES' TO fileCountLabel.
    MOVE file-blank TO fileCountOut.
    WRITE reportLine FROM FILE-COUNT-LINE AFTER ADVANCING 1 LINE.
    MOVE 'DATA LINES' TO fileCountLabel.
    MOVE file-data TO fileCountOut.
    WRITE reportLine FROM FILE-COUNT-LINE AFTER ADVANCING 1 LINE.
    MOVE 'CONVERTED' TO fileCountLabel.
    MOVE file-converted TO fileCountOut.
    WRITE reportLine FROM FILE-COUNT-LINE AFTER ADVANCING 1 LINE.
    MOVE 'EDIT REJECTS' TO fileCountLabel.
    MOVE file-rejected TO fileCountOut.
    WRITE reportLine FROM FILE-COUNT-LINE AFTER ADVANCING 1 LINE.
    MOVE 'FEEDER CONTROL RECORDS' TO fileCountLabel.
    MOVE file-controlin TO fileCountOut.
    WRITE reportLine FROM FILE-COUNT-LINE AFTER ADVANCING 1 LINE.
    MOVE 'BATCH HEADERS WRITTEN' TO fileCountLabel.
    MOVE file-headers TO fileCountOut.
    WRITE reportLine FROM FILE-COUNT-LINE AFTER ADVANCING 1 LINE.
    MOVE 'BATCH TRAILERS WRITTEN' TO fileCountLabel.
    MOVE file-trailers TO fileCountOut.
    WRITE reportLine FROM FILE-COUNT-LINE AFTER ADVANCING 1 LINE.
    MOVE 'HASH OF CONVERTED VALUES' TO fileCountLabel.
    MOVE fileHash TO fileCountOut.
    WRITE reportLine FROM FILE-COUNT-LINE AFTER ADVANCING 1 LINE.

*> One line per batch.  A feeder trailer that disagrees with what was
*> converted is shown beside the converted figures; primes1 will find
*> the same difference when it reconciles the batch.
WRITE-BATCH-REPORT.
    WRITE reportLine FROM BATCH-TITLE-LINE AFTER ADVANCING 2 LINES.
    MOVE 0 TO batchIdx.
    PERFORM WRITE-BATCH-LINE UNTIL batchIdx IS NOT LESS THAN batchCount.

WRITE-BATCH-LINE.
    ADD 1 TO batchIdx.
    MOVE batchId(batchIdx) TO batchIdOut.
    MOVE batchFile(batchIdx) TO batchFileOut.
    MOVE batchConverted(batchIdx) TO batchConvertedOut.
    MOVE batchRejected(batchIdx) TO batchRejectedOut.
    MOVE batchHash(batchIdx) TO batchHashOut.
    IF batchSource(batchIdx) IS EQUAL TO 'G'
        IF batchTrailerSeen(batchIdx) IS EQUAL TO 'G'
            MOVE 'TRAILER GENERATED' TO batchStatusOut
        ELSE
            MOVE 'NOTHING CONVERTED' TO batchStatusOut
        END-IF
    ELSE
        IF batchTrailerSeen(batchIdx) IS NOT EQUAL TO 'Y'
            MOVE 'NO FEEDER TRAILER' TO batchStatusOut
        ELSE
            IF batchFeederCount(batchIdx) IS EQUAL TO batchConverted(batchIdx)
                    AND batchFeederHash(batchIdx) IS EQUAL TO batchHash(batchIdx)
                MOVE 'AGREES WITH TRAILER' TO batchStatusOut
            ELSE
                MOVE 'DIFFERS FROM TRAILER' TO batchStatusOut
                ADD 1 TO count-differs
            END-IF
        END-IF
    END-IF.
    WRITE reportLine FROM BATCH-LINE AFTER ADVANCING 1 LINE.
    IF batchStatusOut IS EQUAL TO 'DIFFERS FROM TRAILER'
        MOVE batchFeederCount(batchIdx) TO batchFeederCountOut
        MOVE batchFeederHash(batchIdx) TO batchFeederHashOut
        WRITE reportLine FROM BATCH-TRAILER-LINE AFTER ADVANCING 1 LINE
    END-IF.

WRITE-RUN-SUMMARY.
    WRITE reportLine FROM SUMMARY-TITLE-LINE AFTER ADVANCING 2 LINES.
    MOVE 'FEEDER FILES CONVERTED' TO summaryLabel.
    MOVE inputCount TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'LINES READ' TO summaryLabel.
    MOVE count-read TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'CONVERTED' TO summaryLabel.
    MOVE count-converted TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'EDIT REJECTS' TO summaryLabel.
    MOVE count-rejected TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'BATCHES' TO summaryLabel.
    MOVE batchCount TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'BATCHES DIFFERING FROM TRAILER' TO summaryLabel.
    MOVE count-differs TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'PRIMES1 RECORDS WRITTEN' TO summaryLabel.
    MOVE count-written TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
