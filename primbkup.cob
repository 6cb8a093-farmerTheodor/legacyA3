IDENTIFICATION DIVISION.
    PROGRAM-ID. primbkup.
*> Backup of the classification master.  Copies every master record,
*> in key order, to a dated sequential backup dataset (mbkrec.cpy)
*> framed by a header and a trailer.  The header records when the
*> backup was taken and the master journal position at that moment --
*> the number of journal records already written, all of them
*> reflected in the copy -- so primrcov can restore the backup and
*> replay the journal forward from exactly the next record.  The
*> trailer carries the record count and key hash primrcov checks
*> before it trusts the backup.  The master and the journal must not
*> be changing while the backup is taken: schedule it, like primrang,
*> so that no primes1, priminqn, primrang, primmant or primverf run
*> updating the same master overlaps it.
*> Unless PRIMBKUP-BACKUPFILE names the backup outright it is called
*> <prefix>.Dyyyymmdd.Thhmmss after the moment it was taken, so each
*> backup is kept beside the earlier ones.  RC=12 when the master,
*> the journal or the backup dataset cannot be opened, or a master
*> read or backup write fails (no usable backup: primrcov rejects one
*> without its trailer).
*>   PRIMBKUP-MASTERFILE     classification master (primesMaster.dat)
*>   PRIMBKUP-MASTERJOURNAL  master journal (primesMasterJournal.dat)
*>   PRIMBKUP-BACKUPFILE     backup dataset (default: dated name)
*>   PRIMBKUP-BACKUPPREFIX   prefix of the dated name
*>                           (primesMasterBackup)
environment division.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
       select MASTER-FILE assign to DYNAMIC masterDsn
           organization is indexed
           access mode is sequential
           record key is MST-NUM
           file status is masterStatus.
       select MASTER-JOURNAL-FILE assign to DYNAMIC journalDsn
           file status is journalStatus.
       select BACKUP-FILE assign to DYNAMIC backupDsn
           file status is backupStatus.

DATA DIVISION.
    FILE SECTION.
        FD MASTER-FILE.
        COPY "mstrrec.cpy".
        FD MASTER-JOURNAL-FILE.
        COPY "mjrnrec.cpy".
        FD BACKUP-FILE.
        COPY "mbkrec.cpy".
WORKING-STORAGE SECTION.
    01  masterDsn     PICTURE X(100) VALUE 'primesMaster.dat'.
    01  journalDsn    PICTURE X(100) VALUE 'primesMasterJournal.dat'.
    01  backupDsn     PICTURE X(100) VALUE SPACES.
    01  backupPrefix  PICTURE X(80) VALUE 'primesMasterBackup'.
    01  envTemp       PICTURE X(100) VALUE SPACES.
    01  masterStatus  PICTURE X(2) VALUE '00'.
    01  journalStatus PICTURE X(2) VALUE '00'.
    01  backupStatus  PICTURE X(2) VALUE '00'.
    01  eof-switch    PICTURE 9 VALUE 1.
    01  journalEof    PICTURE 9 VALUE 1.
    77  journalPos    PICTURE 9(9) VALUE 0.
    77  count-backedup PICTURE 9(9) VALUE 0.
    77  backupHash    PICTURE 9(18) VALUE 0.
    01  acceptedDate  PICTURE 9(8).
    01  acceptedTime  PICTURE 9(8).
PROCEDURE DIVISION.
PERFORM GET-DATASET-NAMES.
ACCEPT acceptedDate FROM DATE YYYYMMDD.
ACCEPT acceptedTime FROM TIME.
IF backupDsn IS EQUAL TO SPACES
    STRING backupPrefix DELIMITED BY SPACE
        '.D' acceptedDate '.T' acceptedTime(1:6) DELIMITED BY SIZE
        INTO backupDsn
    END-STRING
END-IF.
OPEN INPUT MASTER-FILE.
IF masterStatus IS NOT EQUAL TO '00'
    DISPLAY 'PRIMBKUP: MASTER-FILE OPEN STATUS ' masterStatus
    MOVE 12 TO RETURN-CODE
    STOP RUN
END-IF.
PERFORM COUNT-JOURNAL-RECORDS.
OPEN OUTPUT BACKUP-FILE.
IF backupStatus IS NOT EQUAL TO '00'
    DISPLAY 'PRIMBKUP: BACKUP-FILE OPEN STATUS ' backupStatus
    CLOSE MASTER-FILE
    MOVE 12 TO RETURN-CODE
    STOP RUN
END-IF.
MOVE SPACES TO MASTER-BACKUP-RECORD.
MOVE 'H' TO MBK-TYPE.
MOVE acceptedDate TO MBK-H-DATE.
MOVE acceptedTime TO MBK-H-TIME.
MOVE journalPos TO MBK-H-JOURNAL-POS.
MOVE masterDsn TO MBK-H-MASTER-DSN.
WRITE MASTER-BACKUP-RECORD.
PERFORM CHECK-BACKUP-WRITE.
PERFORM COPY-MASTER-RECORD UNTIL eof-switch IS EQUAL TO 0.
MOVE SPACES TO MASTER-BACKUP-RECORD.
MOVE 'T' TO MBK-TYPE.
MOVE count-backedup TO MBK-T-RECORDS.
MOVE backupHash TO MBK-T-HASH.
WRITE MASTER-BACKUP-RECORD.
PERFORM CHECK-BACKUP-WRITE.
CLOSE MASTER-FILE, BACKUP-FILE.
DISPLAY 'PRIMBKUP: BACKUP ' backupDsn.
DISPLAY 'PRIMBKUP: RECORDS ' count-backedup ' JOURNAL POSITION '
    journalPos.
MOVE 0 TO RETURN-CODE.
STOP RUN.

GET-DATASET-NAMES.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMBKUP-MASTERFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO masterDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMBKUP-MASTERJOURNAL'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO journalDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMBKUP-BACKUPFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO backupDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMBKUP-BACKUPPREFIX'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO backupPrefix
    END-IF.

*> The journal position is simply how many records the journal holds
*> now.  A journal that does not exist yet (35) is position zero: no
*> change has been journaled since journaling began.
COUNT-JOURNAL-RECORDS.
    MOVE 0 TO journalPos.
    OPEN INPUT MASTER-JOURNAL-FILE.
    IF journalStatus IS EQUAL TO '00'
        PERFORM COUNT-JOURNAL-RECORD UNTIL journalEof IS EQUAL TO 0
        CLOSE MASTER-JOURNAL-FILE
    ELSE
        IF journalStatus IS NOT EQUAL TO '35'
            DISPLAY 'PRIMBKUP: MASTER-JOURNAL-FILE OPEN STATUS '
                journalStatus
            CLOSE MASTER-FILE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

COUNT-JOURNAL-RECORD.
    READ MASTER-JOURNAL-FILE AT END MOVE 0 TO journalEof.
    IF journalEof IS NOT EQUAL TO 0
        ADD 1 TO journalPos
    END-IF.

COPY-MASTER-RECORD.
    READ MASTER-FILE NEXT RECORD AT END MOVE 0 TO eof-switch.
    IF masterStatus IS NOT EQUAL TO '00'
            AND masterStatus IS NOT EQUAL TO '10'
        DISPLAY 'PRIMBKUP: MASTER-FILE READ STATUS ' masterStatus
        CLOSE MASTER-FILE, BACKUP-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF eof-switch IS NOT EQUAL TO 0
        MOVE 'D' TO MBK-TYPE
        MOVE MASTER-RECORD TO MBK-D-IMAGE
        WRITE MASTER-BACKUP-RECORD
        PERFORM CHECK-BACKUP-WRITE
        ADD 1 TO count-backedup
        ADD MST-NUM TO backupHash
    END-IF.

*> A backup that could not be written in full is no backup: stop
*> before the trailer, so primrcov will not accept what was written.
CHECK-BACKUP-WRITE.
    IF backupStatus IS NOT EQUAL TO '00'
        DISPLAY 'PRIMBKUP: BACKUP-FILE WRITE STATUS ' backupStatus
        CLOSE MASTER-FILE, BACKUP-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
