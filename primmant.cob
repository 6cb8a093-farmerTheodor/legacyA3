*>             (PRIMMANT-INFILE) through the shared primchk
*>             subprogram.  Batch control records and non-numeric
*>             or out-of-range values are skipped.
*> Both functions are journaled to the master journal
*> (PRIMMANT-MASTERJOURNAL, default primesMasterJournal.dat): a purge
*> record first, then an add for every record a rebuild loads, so a
*> forward recovery through primrcov replays the maintenance too.  If
*> the journal cannot be opened the master is not touched (RC=12); if
*> it stops taking records part way through a rebuild the load stops
*> there (RC=12) and the rebuild must be rerun.
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
        FD MASTER-FILE.
        COPY "mstrrec.cpy".
        FD MASTER-JOURNAL-FILE.
        COPY "mjrnrec.cpy".
        FD INPUT-FILE.
        01  lineIn.
            02 numIn       PICTURE S9(9).
    01  envTemp       PICTURE X(100) VALUE SPACES.
    01  runFunction   PICTURE X(8) VALUE SPACES.
    01  masterStatus  PICTURE X(2) VALUE '00'.
    01  journalDsn    PICTURE X(100) VALUE 'primesMasterJournal.dat'.
    01  journalStatus PICTURE X(2) VALUE '00'.
    77  journalFailed PICTURE 9 VALUE 0.
    01  acceptedDate  PICTURE 9(8).
    01  acceptedTime  PICTURE 9(8).
    01  eof-switch    PICTURE 9 VALUE 1.
    77  count-read    PICTURE 9(9) VALUE 0.
    77  count-loaded  PICTURE 9(9) VALUE 0.
    77  count-skipped PICTURE 9(9) VALUE 0.
PROCEDURE DIVISION.
PERFORM GET-DATASET-NAMES.
ACCEPT acceptedDate FROM DATE YYYYMMDD.
ACCEPT acceptedTime FROM TIME.
IF runFunction IS EQUAL TO 'PURGE'
    PERFORM PURGE-MASTER
    DISPLAY 'PRIMMANT: MASTER FILE PURGED'
        PERFORM REBUILD-MASTER
        DISPLAY 'PRIMMANT: MASTER REBUILT, READ ' count-read
            ' LOADED ' count-loaded ' SKIPPED ' count-skipped
        IF journalFailed IS EQUAL TO 1
            DISPLAY 'PRIMMANT: REBUILD INCOMPLETE - RERUN IT'
            MOVE 12 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
    ELSE
        DISPLAY 'PRIMMANT: PRIMMANT-FUNC MUST BE PURGE OR REBUILD'
        MOVE 8 TO RETURN-CODE
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO inputDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMMANT-MASTERJOURNAL'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO journalDsn
    END-IF.

*> The journal is cumulative across runs and programs, as in primes1:
*> created only when it does not exist yet (35), otherwise extended.
*> It is opened before the master is touched, so a journal that
*> cannot be opened leaves the master as it was.
OPEN-MASTER-JOURNAL.
    OPEN EXTEND MASTER-JOURNAL-FILE.
    IF journalStatus IS EQUAL TO '35'
        OPEN OUTPUT MASTER-JOURNAL-FILE
    END-IF.
    IF journalStatus IS NOT EQUAL TO '00'
        DISPLAY 'PRIMMANT: MASTER-JOURNAL-FILE OPEN STATUS '
            journalStatus ' - MASTER NOT CHANGED'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The purge is journaled only once the master has really been
*> opened for output (and so emptied): a purge on the journal that
*> never happened would be replayed by primrcov as a real one.
JOURNAL-MASTER-PURGE.
    MOVE 'P' TO MJR-ACTION.
    MOVE SPACES TO MJR-IMAGE.
    PERFORM WRITE-MASTER-JOURNAL.
    IF journalFailed IS EQUAL TO 1
        DISPLAY 'PRIMMANT: MASTER EMPTIED BUT NOT JOURNALED - TAKE A'
            ' NEW BACKUP BEFORE THE MASTER IS NEXT USED'
        CLOSE MASTER-FILE, MASTER-JOURNAL-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

*> Journals a purge or an add (MJR-ACTION and MJR-IMAGE set by the
*> caller).
WRITE-MASTER-JOURNAL.
    ACCEPT MJR-CHANGE-DATE FROM DATE YYYYMMDD.
    ACCEPT MJR-CHANGE-TIME FROM TIME.
    MOVE 'PRIMMANT' TO MJR-PROGRAM.
    MOVE acceptedDate TO MJR-RUN-DATE.
    MOVE acceptedTime TO MJR-RUN-TIME.
    WRITE MASTER-JOURNAL-RECORD.
    IF journalStatus IS NOT EQUAL TO '00'
        MOVE 1 TO journalFailed
        DISPLAY 'PRIMMANT: MASTER-JOURNAL-FILE WRITE STATUS '
            journalStatus
    END-IF.

PURGE-MASTER.
    PERFORM OPEN-MASTER-JOURNAL.
    OPEN OUTPUT MASTER-FILE.
    IF masterStatus IS NOT EQUAL TO '00'
        DISPLAY 'PRIMMANT: MASTER-FILE OPEN STATUS ' masterStatus
        CLOSE MASTER-JOURNAL-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM JOURNAL-MASTER-PURGE.
    CLOSE MASTER-FILE, MASTER-JOURNAL-FILE.

REBUILD-MASTER.
*> OUTPUT rather than I-O: a rebuild always starts from an empty
*> master, so the purge is implicit in the open.
    PERFORM OPEN-MASTER-JOURNAL.
    OPEN OUTPUT MASTER-FILE.
    IF masterStatus IS NOT EQUAL TO '00'
        DISPLAY 'PRIMMANT: MASTER-FILE OPEN STATUS ' masterStatus
        CLOSE MASTER-JOURNAL-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM JOURNAL-MASTER-PURGE.
    OPEN INPUT INPUT-FILE.
    PERFORM LOAD-MASTER-RECORD UNTIL eof-switch IS EQUAL TO 0.
    CLOSE INPUT-FILE, MASTER-FILE, MASTER-JOURNAL-FILE.

LOAD-MASTER-RECORD.
    READ INPUT-FILE AT END MOVE 0 TO eof-switch.
*> nearest-prime fields in lazily and rewrites the record the first
*> time it meets the number again.
            MOVE ZEROS TO MST-PRIME-BELOW MST-PRIME-ABOVE
            MOVE PRIM-DIVISOR-COUNT TO MST-DIVISOR-COUNT
            MOVE PRIM-DIVISOR-SUM TO MST-DIVISOR-SUM
            MOVE PRIM-ABUNDANCE TO MST-ABUNDANCE
            MOVE PRIM-TOTIENT TO MST-TOTIENT
            MOVE PRIM-SQUARE-FREE TO MST-SQUARE-FREE
            WRITE MASTER-RECORD
                INVALID KEY CONTINUE
            END-WRITE
            IF masterStatus IS EQUAL TO '00'
                ADD 1 TO count-loaded
                MOVE 'A' TO MJR-ACTION
                MOVE MASTER-RECORD TO MJR-IMAGE
                PERFORM WRITE-MASTER-JOURNAL
                IF journalFailed IS EQUAL TO 1
                    MOVE 0 TO eof-switch
                END-IF
            ELSE
                ADD 1 TO count-skipped
            END-IF
