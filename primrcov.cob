IDENTIFICATION DIVISION.
    PROGRAM-ID. primrcov.
*> Forward recovery of the classification master.  Restores a backup
*> taken by primbkup and replays the master journal onto it, from the
*> journal position the backup recorded up to a chosen point in time
*> (or to the end of the journal), so a bad night can be undone by
*> recovering to the moment before it started.  Nothing is touched
*> until the backup has passed its own checks -- header first,
*> trailer last, detail count and key hash agreeing with the trailer
*> -- and the journal has been found to reach the backup's position.
*> Journal records are applied in the order they were written:
*>   A, R  the after-image is put on the master (added, or replacing
*>         the record already there);
*>   D     the record is deleted;
*>   P     the master is emptied, as the purge did.
*> The first record changed after the recovery point ends the replay;
*> it and every later record are reported as not applied.  The report
*> lists the journal by run (program and run date/time, as on that
*> run's own report header) with the adds, rewrites, deletes and
*> purges each run made and whether they were applied, then the
*> totals.  The recovered master is then itself journaled -- a purge
*> followed by an add for every record -- so that the journal goes on
*> describing the master exactly, and any later recovery from any
*> backup replays through this one.
*> The master must not be in use by anything else while it is being
*> recovered.  RC=4 when a journal record could not be applied (see
*> the job log), RC=12 when nothing was recovered (no backup named, a
*> backup or journal failing its checks, a recovery point before the
*> backup or not a valid date/time, a dataset that cannot be opened)
*> or when the recovered master could not be journaled -- take a new
*> backup before the master is next updated.
*>   PRIMRCOV-BACKUPFILE     backup to restore (required)
*>   PRIMRCOV-MASTERFILE     classification master (primesMaster.dat)
*>   PRIMRCOV-MASTERJOURNAL  master journal (primesMasterJournal.dat)
*>   PRIMRCOV-REPORTFILE     recovery report (primesRecovery.txt)
*>   PRIMRCOV-TODATE         recovery point date, YYYYMMDD (default:
*>                           replay to the end of the journal)
*>   PRIMRCOV-TOTIME         recovery point time, HHMMSS (default: the
*>                           end of PRIMRCOV-TODATE); changes made
*>                           up to and within that second are applied
environment division.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
       select MASTER-FILE assign to DYNAMIC masterDsn
           organization is indexed
           access mode is dynamic
           record key is MST-NUM
           file status is masterStatus.
       select MASTER-JOURNAL-FILE assign to DYNAMIC journalDsn
           file status is journalStatus.
       select BACKUP-FILE assign to DYNAMIC backupDsn
           file status is backupStatus.
       select REPORT-FILE assign to DYNAMIC reportDsn.

DATA DIVISION.
    FILE SECTION.
        FD MASTER-FILE.
        COPY "mstrrec.cpy".
        FD MASTER-JOURNAL-FILE.
        COPY "mjrnrec.cpy".
        FD BACKUP-FILE.
        COPY "mbkrec.cpy".
        FD REPORT-FILE.
        01 reportLine PICTURE X(95).
WORKING-STORAGE SECTION.
*> Key view of a backup detail, for the hash check before the master
*> is opened.
    COPY "mstrrec.cpy" REPLACING ==MASTER-RECORD== BY
        ==BACKUP-MASTER-RECORD== LEADING ==MST== BY ==BMR==.
    01  backupDsn     PICTURE X(100) VALUE SPACES.
    01  masterDsn     PICTURE X(100) VALUE 'primesMaster.dat'.
    01  journalDsn    PICTURE X(100) VALUE 'primesMasterJournal.dat'.
    01  reportDsn     PICTURE X(100) VALUE 'primesRecovery.txt'.
    01  envTemp       PICTURE X(100) VALUE SPACES.
    01  envDate       PICTURE X(8) VALUE SPACES.
    01  envTime       PICTURE X(6) VALUE SPACES.
    01  masterStatus  PICTURE X(2) VALUE '00'.
    01  journalStatus PICTURE X(2) VALUE '00'.
    01  backupStatus  PICTURE X(2) VALUE '00'.
*> Recovery point and the change stamp of the journal record in hand,
*> both date then time so they compare as wholes.
    01  recoveryPoint.
        02 pointDate  PICTURE 9(8) VALUE 99999999.
        02 pointTime  PICTURE 9(8) VALUE 99999999.
    01  changeStamp.
        02 stampDate  PICTURE 9(8).
        02 stampTime  PICTURE 9(8).
    01  backupStamp.
        02 backupDate PICTURE 9(8) VALUE 0.
        02 backupTime PICTURE 9(8) VALUE 0.
    77  pointGiven    PICTURE 9 VALUE 0.
    77  pointHms      PICTURE 9(6) VALUE 0.
    77  backupPos     PICTURE 9(9) VALUE 0.
    77  backupRecords PICTURE 9(9) VALUE 0.
    77  backupHash    PICTURE 9(18) VALUE 0.
    77  detailCount   PICTURE 9(9) VALUE 0.
    77  detailHash    PICTURE 9(18) VALUE 0.
    77  trailerSeen   PICTURE 9 VALUE 0.
    01  backupError   PICTURE X(40) VALUE SPACES.
    01  backupEof     PICTURE 9 VALUE 1.
    01  journalEof    PICTURE 9 VALUE 1.
    01  eof-switch    PICTURE 9 VALUE 1.
    77  journalOpen   PICTURE 9 VALUE 0.
    77  journalFailed PICTURE 9 VALUE 0.
    77  pastPoint     PICTURE 9 VALUE 0.
    77  count-loaded      PICTURE 9(9) VALUE 0.
    77  count-skipped     PICTURE 9(9) VALUE 0.
    77  count-applied     PICTURE 9(9) VALUE 0.
    77  count-notapplied  PICTURE 9(9) VALUE 0.
    77  count-failed      PICTURE 9(9) VALUE 0.
    77  count-master      PICTURE 9(9) VALUE 0.
*> One report line per run: consecutive journal records from the same
*> program and run, on the same side of the recovery point.
    01  groupKey.
        02 groupProgram PICTURE X(8).
        02 groupRunDate PICTURE 9(8).
        02 groupRunTime PICTURE 9(8).
        02 groupApplied PICTURE X(1).
    01  thisKey.
        02 thisProgram  PICTURE X(8).
        02 thisRunDate  PICTURE 9(8).
        02 thisRunTime  PICTURE 9(8).
        02 thisApplied  PICTURE X(1).
    77  groupOpen     PICTURE 9 VALUE 0.
    77  groupAdds     PICTURE 9(9) VALUE 0.
    77  groupRewrites PICTURE 9(9) VALUE 0.
    77  groupDeletes  PICTURE 9(9) VALUE 0.
    77  groupPurges   PICTURE 9(6) VALUE 0.
    01  acceptedDate  PICTURE 9(8).
    01  acceptedTime  PICTURE 9(8).
    01  TITLE-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(30) VALUE 'CLASSIFICATION MASTER RECOVERY'.
    01  RUN-HEADER-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(9) VALUE 'PROGRAM: '.
        02 headerProgram PICTURE X(8) VALUE 'PRIMRCOV'.
        02 FILLER PICTURE X(7) VALUE '  DATE:'.
        02 headerDate PICTURE 9(8).
        02 FILLER PICTURE X(7) VALUE '  TIME:'.
        02 headerTime PICTURE 9(8).
    01  UNDER-LINE.
        02 FILLER PICTURE X(32) VALUE       ' -------------------------------'.
    01  BACKUP-NAME-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(8) VALUE 'BACKUP: '.
        02 backupNameOut PICTURE X(80).
    01  BACKUP-TAKEN-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(8) VALUE 'TAKEN: '.
        02 backupDateOut PICTURE 9(8).
        02 FILLER PICTURE X(1) VALUE SPACE.
        02 backupTimeOut PICTURE 9(8).
        02 FILLER PICTURE X(20) VALUE '  JOURNAL POSITION: '.
        02 backupPosOut PICTURE Z(8)9.
    01  POINT-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(14) VALUE 'RECOVERED TO: '.
        02 pointDateOut PICTURE 9(8).
        02 FILLER PICTURE X(1) VALUE SPACE.
        02 pointTimeOut PICTURE 9(6).
    01  POINT-END-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(28) VALUE 'RECOVERED TO: END OF JOURNAL'.
    01  GROUP-HEADING-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(10) VALUE 'PROGRAM'.
        02 FILLER PICTURE X(10) VALUE 'RUN DATE'.
        02 FILLER PICTURE X(10) VALUE 'RUN TIME'.
        02 FILLER PICTURE X(10) VALUE '     ADDS'.
        02 FILLER PICTURE X(10) VALUE ' REWRITES'.
        02 FILLER PICTURE X(10) VALUE '  DELETES'.
        02 FILLER PICTURE X(8) VALUE 'PURGES'.
        02 FILLER PICTURE X(6) VALUE 'STATUS'.
    01  GROUP-DETAIL-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 groupProgramOut PICTURE X(8).
        02 FILLER PICTURE X(2) VALUE SPACES.
        02 groupRunDateOut PICTURE 9(8).
        02 FILLER PICTURE X(2) VALUE SPACES.
        02 groupRunTimeOut PICTURE 9(8).
        02 FILLER PICTURE X(2) VALUE SPACES.
        02 groupAddsOut PICTURE Z(8)9.
        02 FILLER PICTURE X(1) VALUE SPACE.
        02 groupRewritesOut PICTURE Z(8)9.
        02 FILLER PICTURE X(1) VALUE SPACE.
        02 groupDeletesOut PICTURE Z(8)9.
        02 FILLER PICTURE X(1) VALUE SPACE.
        02 groupPurgesOut PICTURE Z(5)9.
        02 FILLER PICTURE X(2) VALUE SPACES.
        02 groupStatusOut PICTURE X(11).
    01  SUMMARY-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 summaryLabel PICTURE X(36).
        02 summaryOut PICTURE Z(8)9.
    01  SUMMARY-WARNING-LINE.
        02 FILLER PICTURE X(6) VALUE SPACES.
        02 FILLER PICTURE X(50)
            VALUE 'RECOVERED MASTER NOT JOURNALED - TAKE A NEW BACKUP'.
        02 FILLER PICTURE X(31)
            VALUE ' BEFORE THE MASTER IS NEXT USED'.
PROCEDURE DIVISION.
PERFORM GET-DATASET-NAMES.
IF backupDsn IS EQUAL TO SPACES
    DISPLAY 'PRIMRCOV: PRIMRCOV-BACKUPFILE MUST NAME THE BACKUP TO RESTORE'
    MOVE 12 TO RETURN-CODE
    STOP RUN
END-IF.
ACCEPT acceptedDate FROM DATE YYYYMMDD.
ACCEPT acceptedTime FROM TIME.
PERFORM VALIDATE-BACKUP.
IF recoveryPoint IS LESS THAN backupStamp
    DISPLAY 'PRIMRCOV: RECOVERY POINT ' pointDate ' ' pointTime
        ' IS BEFORE THE BACKUP WAS TAKEN'
    MOVE 12 TO RETURN-CODE
    STOP RUN
END-IF.
PERFORM POSITION-JOURNAL.
PERFORM RESTORE-BACKUP.
OPEN I-O MASTER-FILE.
IF masterStatus IS NOT EQUAL TO '00'
    DISPLAY 'PRIMRCOV: MASTER-FILE OPEN STATUS ' masterStatus
    MOVE 12 TO RETURN-CODE
    STOP RUN
END-IF.
OPEN OUTPUT REPORT-FILE.
MOVE acceptedDate TO headerDate.
MOVE acceptedTime TO headerTime.
WRITE reportLine FROM TITLE-LINE AFTER ADVANCING 0 LINES.
WRITE reportLine FROM RUN-HEADER-LINE AFTER ADVANCING 1 LINE.
WRITE reportLine FROM UNDER-LINE AFTER ADVANCING 1 LINE.
MOVE backupDsn TO backupNameOut.
WRITE reportLine FROM BACKUP-NAME-LINE AFTER ADVANCING 1 LINE.
MOVE backupDate TO backupDateOut.
MOVE backupTime TO backupTimeOut.
MOVE backupPos TO backupPosOut.
WRITE reportLine FROM BACKUP-TAKEN-LINE AFTER ADVANCING 1 LINE.
IF pointGiven IS EQUAL TO 1
    MOVE pointDate TO pointDateOut
    IF pointTime IS EQUAL TO 99999999
        MOVE 235959 TO pointTimeOut
    ELSE
        MOVE pointTime(1:6) TO pointTimeOut
    END-IF
    WRITE reportLine FROM POINT-LINE AFTER ADVANCING 1 LINE
ELSE
    WRITE reportLine FROM POINT-END-LINE AFTER ADVANCING 1 LINE
END-IF.
WRITE reportLine FROM GROUP-HEADING-LINE AFTER ADVANCING 2 LINES.
PERFORM REPLAY-JOURNAL-RECORD UNTIL journalEof IS EQUAL TO 0.
IF groupOpen IS EQUAL TO 1
    PERFORM WRITE-GROUP-LINE
END-IF.
IF journalOpen IS EQUAL TO 1
    CLOSE MASTER-JOURNAL-FILE
END-IF.
CLOSE MASTER-FILE.
PERFORM JOURNAL-RECOVERED-MASTER.
PERFORM WRITE-SUMMARY.
CLOSE REPORT-FILE.
DISPLAY 'PRIMRCOV: LOADED ' count-loaded ' APPLIED ' count-applied
    ' NOT APPLIED ' count-notapplied ' FAILED ' count-failed.
IF journalFailed IS EQUAL TO 1
    MOVE 12 TO RETURN-CODE
ELSE
    IF count-failed IS GREATER THAN 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
END-IF.
STOP RUN.

GET-DATASET-NAMES.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMRCOV-BACKUPFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO backupDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMRCOV-MASTERFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO masterDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMRCOV-MASTERJOURNAL'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO journalDsn
    END-IF.
    MOVE SPACES TO envTemp.
    ACCEPT envTemp FROM ENVIRONMENT 'PRIMRCOV-REPORTFILE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTemp IS NOT EQUAL TO SPACES
        MOVE envTemp TO reportDsn
    END-IF.
*> A recovery point that cannot be read is refused rather than
*> ignored: ignoring it would replay the very changes being undone.
    MOVE SPACES TO envDate.
    ACCEPT envDate FROM ENVIRONMENT 'PRIMRCOV-TODATE'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envDate IS NOT EQUAL TO SPACES
        IF envDate IS NUMERIC
            MOVE envDate TO pointDate
            MOVE 1 TO pointGiven
        ELSE
            DISPLAY 'PRIMRCOV: PRIMRCOV-TODATE IS NOT YYYYMMDD'
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    MOVE SPACES TO envTime.
    ACCEPT envTime FROM ENVIRONMENT 'PRIMRCOV-TOTIME'
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF envTime IS NOT EQUAL TO SPACES
        IF envTime IS NUMERIC AND pointGiven IS EQUAL TO 1
            MOVE envTime TO pointHms
            COMPUTE pointTime = pointHms * 100 + 99
        ELSE
            DISPLAY 'PRIMRCOV: PRIMRCOV-TOTIME IS NOT HHMMSS'
                ' WITH A PRIMRCOV-TODATE'
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

*> Reads the whole backup once before anything else is opened: it
*> must start with its header, end with its trailer, and hold exactly
*> the details the trailer counts, with the same key hash.  A backup
*> cut short -- an abended primbkup, a truncated copy -- is refused.
VALIDATE-BACKUP.
    OPEN INPUT BACKUP-FILE.
    IF backupStatus IS NOT EQUAL TO '00'
        DISPLAY 'PRIMRCOV: BACKUP-FILE OPEN STATUS ' backupStatus
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ BACKUP-FILE AT END MOVE 0 TO backupEof.
    IF backupEof IS EQUAL TO 0
        MOVE 'BACKUP IS EMPTY' TO backupError
    ELSE
        IF MBK-HEADER-REC
            MOVE MBK-H-DATE TO backupDate
            MOVE MBK-H-TIME TO backupTime
            MOVE MBK-H-JOURNAL-POS TO backupPos
            PERFORM CHECK-BACKUP-RECORD UNTIL backupEof IS EQUAL TO 0
        ELSE
            MOVE 'NO BACKUP HEADER' TO backupError
        END-IF
    END-IF.
    CLOSE BACKUP-FILE.
    IF backupError IS EQUAL TO SPACES
        IF trailerSeen IS EQUAL TO 0
            MOVE 'NO BACKUP TRAILER' TO backupError
        ELSE
            IF detailCount IS NOT EQUAL TO backupRecords
                    OR detailHash IS NOT EQUAL TO backupHash
                MOVE 'RECORDS DO NOT AGREE WITH TRAILER' TO backupError
            END-IF
        END-IF
    END-IF.
    IF backupError IS NOT EQUAL TO SPACES
        DISPLAY 'PRIMRCOV: BACKUP REJECTED - ' backupError
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

CHECK-BACKUP-RECORD.
    READ BACKUP-FILE AT END MOVE 0 TO backupEof.
    IF backupEof IS NOT EQUAL TO 0 AND backupError IS EQUAL TO SPACES
        IF trailerSeen IS EQUAL TO 1
            MOVE 'RECORDS AFTER THE TRAILER' TO backupError
        ELSE
            IF MBK-DETAIL-REC
                MOVE MBK-D-IMAGE TO BACKUP-MASTER-RECORD
                ADD 1 TO detailCount
                ADD BMR-NUM TO detailHash
            ELSE
                IF MBK-TRAILER-REC
                    MOVE 1 TO trailerSeen
                    MOVE MBK-T-RECORDS TO backupRecords
                    MOVE MBK-T-HASH TO backupHash
                ELSE
                    MOVE 'UNKNOWN RECORD TYPE' TO backupError
                END-IF
            END-IF
        END-IF
    END-IF.

*> Skips the journal records the backup already reflects.  A journal
*> that does not exist yet is acceptable only for a backup taken
*> before anything was journaled; a journal shorter than the backup's
*> position is not the journal that backup belongs with.
POSITION-JOURNAL.
    MOVE 1 TO journalOpen.
    OPEN INPUT MASTER-JOURNAL-FILE.
    IF journalStatus IS EQUAL TO '35' AND backupPos IS EQUAL TO 0
        MOVE 0 TO journalOpen
        MOVE 0 TO journalEof
    ELSE
        IF journalStatus IS NOT EQUAL TO '00'
            DISPLAY 'PRIMRCOV: MASTER-JOURNAL-FILE OPEN STATUS '
                journalStatus
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    IF journalOpen IS EQUAL TO 1
        PERFORM SKIP-JOURNAL-RECORD
            UNTIL count-skipped IS NOT LESS THAN backupPos
            OR journalEof IS EQUAL TO 0
        IF count-skipped IS LESS THAN backupPos
            DISPLAY 'PRIMRCOV: JOURNAL HOLDS ' count-skipped
                ' RECORDS, BACKUP POSITION IS ' backupPos
            CLOSE MASTER-JOURNAL-FILE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

SKIP-JOURNAL-RECORD.
    READ MASTER-JOURNAL-FILE AT END MOVE 0 TO journalEof.
    IF journalEof IS NOT EQUAL TO 0
        ADD 1 TO count-skipped
    END-IF.

*> OUTPUT empties the master before the backup goes on.
RESTORE-BACKUP.
    OPEN OUTPUT MASTER-FILE.
    IF masterStatus IS NOT EQUAL TO '00'
        DISPLAY 'PRIMRCOV: MASTER-FILE OPEN STATUS ' masterStatus
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 1 TO backupEof.
    OPEN INPUT BACKUP-FILE.
    PERFORM LOAD-BACKUP-RECORD UNTIL backupEof IS EQUAL TO 0.
    CLOSE BACKUP-FILE, MASTER-FILE.

LOAD-BACKUP-RECORD.
    READ BACKUP-FILE AT END MOVE 0 TO backupEof.
    IF backupEof IS NOT EQUAL TO 0 AND MBK-DETAIL-REC
        MOVE MBK-D-IMAGE TO MASTER-RECORD
        WRITE MASTER-RECORD
            INVALID KEY CONTINUE
        END-WRITE
        IF masterStatus IS NOT EQUAL TO '00'
            DISPLAY 'PRIMRCOV: MASTER-FILE WRITE STATUS ' masterStatus
                ' RESTORING ' MST-NUM ' - RERUN THE RECOVERY'
            CLOSE BACKUP-FILE, MASTER-FILE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO count-loaded
    END-IF.

*> Journal records are applied strictly in order until the first one
*> changed after the recovery point; that one and everything after it
*> are only counted.
REPLAY-JOURNAL-RECORD.
    READ MASTER-JOURNAL-FILE AT END MOVE 0 TO journalEof.
    IF journalEof IS NOT EQUAL TO 0
        MOVE MJR-CHANGE-DATE TO stampDate
        MOVE MJR-CHANGE-TIME TO stampTime
        IF changeStamp IS GREATER THAN recoveryPoint
            MOVE 1 TO pastPoint
        END-IF
        MOVE MJR-PROGRAM TO thisProgram
        MOVE MJR-RUN-DATE TO thisRunDate
        MOVE MJR-RUN-TIME TO thisRunTime
        IF pastPoint IS EQUAL TO 1
            MOVE 'N' TO thisApplied
        ELSE
            MOVE 'Y' TO thisApplied
        END-IF
        IF groupOpen IS EQUAL TO 1 AND thisKey IS NOT EQUAL TO groupKey
            PERFORM WRITE-GROUP-LINE
        END-IF
        IF groupOpen IS EQUAL TO 0
            MOVE thisKey TO groupKey
            MOVE 0 TO groupAdds
            MOVE 0 TO groupRewrites
            MOVE 0 TO groupDeletes
            MOVE 0 TO groupPurges
            MOVE 1 TO groupOpen
        END-IF
        IF MJR-ADD
            ADD 1 TO groupAdds
        END-IF
        IF MJR-REWRITE
            ADD 1 TO groupRewrites
        END-IF
        IF MJR-DELETE
            ADD 1 TO groupDeletes
        END-IF
        IF MJR-PURGE
            ADD 1 TO groupPurges
        END-IF
        IF pastPoint IS EQUAL TO 1
            ADD 1 TO count-notapplied
        ELSE
            PERFORM APPLY-JOURNAL-RECORD
        END-IF
    END-IF.

*> An add or rewrite puts the after-image on whether or not the key
*> is already there, so a replay never depends on which of the two
*> the original run happened to need.
APPLY-JOURNAL-RECORD.
    MOVE '00' TO masterStatus.
    IF MJR-PURGE
        CLOSE MASTER-FILE
        OPEN OUTPUT MASTER-FILE
        CLOSE MASTER-FILE
        OPEN I-O MASTER-FILE
        IF masterStatus IS NOT EQUAL TO '00'
            DISPLAY 'PRIMRCOV: MASTER-FILE REOPEN STATUS ' masterStatus
                ' - RERUN THE RECOVERY'
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    ELSE
        IF MJR-DELETE
            MOVE MJR-IMAGE TO MASTER-RECORD
            DELETE MASTER-FILE RECORD
                INVALID KEY CONTINUE
            END-DELETE
        ELSE
            IF MJR-ADD OR MJR-REWRITE
                MOVE MJR-IMAGE TO MASTER-RECORD
                WRITE MASTER-RECORD
                    INVALID KEY CONTINUE
                END-WRITE
                IF masterStatus IS EQUAL TO '22'
                    REWRITE MASTER-RECORD
                        INVALID KEY CONTINUE
                    END-REWRITE
                END-IF
            ELSE
                MOVE 'XX' TO masterStatus
            END-IF
        END-IF
    END-IF.
    IF masterStatus IS EQUAL TO '00'
        ADD 1 TO count-applied
    ELSE
        ADD 1 TO count-failed
        MOVE MJR-IMAGE TO MASTER-RECORD
        DISPLAY 'PRIMRCOV: JOURNAL ' MJR-ACTION ' OF ' MST-NUM
            ' BY ' MJR-PROGRAM ' NOT APPLIED, STATUS ' masterStatus
    END-IF.

WRITE-GROUP-LINE.
    MOVE groupProgram TO groupProgramOut.
    MOVE groupRunDate TO groupRunDateOut.
    MOVE groupRunTime TO groupRunTimeOut.
    MOVE groupAdds TO groupAddsOut.
    MOVE groupRewrites TO groupRewritesOut.
    MOVE groupDeletes TO groupDeletesOut.
    MOVE groupPurges TO groupPurgesOut.
    IF groupApplied IS EQUAL TO 'Y'
        MOVE 'APPLIED' TO groupStatusOut
    ELSE
        MOVE 'NOT APPLIED' TO groupStatusOut
    END-IF.
    WRITE reportLine FROM GROUP-DETAIL-LINE AFTER ADVANCING 1 LINE.
    MOVE 0 TO groupOpen.

*> The recovered master goes on the journal as a purge and a fresh
*> add of every record, after whatever was not applied: the journal
*> then still ends in the master as it really stands, for the next
*> backup's position and for any later recovery replaying past this
*> point.  The records are counted whether or not the journal can
*> take them.  The master is opened first: a purge journaled without
*> the adds after it would empty the master on any later replay, so
*> if the recovered master cannot be read nothing is journaled.
JOURNAL-RECOVERED-MASTER.
    MOVE 0 TO journalOpen.
    OPEN INPUT MASTER-FILE.
    IF masterStatus IS NOT EQUAL TO '00'
        MOVE 1 TO journalFailed
        DISPLAY 'PRIMRCOV: MASTER-FILE REOPEN STATUS ' masterStatus
    ELSE
        PERFORM JOURNAL-MASTER-FILE
        CLOSE MASTER-FILE
    END-IF.
    IF journalFailed IS EQUAL TO 1
        DISPLAY 'PRIMRCOV: RECOVERED MASTER NOT JOURNALED - TAKE A NEW'
            ' BACKUP BEFORE THE MASTER IS NEXT USED'
    END-IF.

JOURNAL-MASTER-FILE.
    OPEN EXTEND MASTER-JOURNAL-FILE.
    IF journalStatus IS EQUAL TO '35'
        OPEN OUTPUT MASTER-JOURNAL-FILE
    END-IF.
    IF journalStatus IS NOT EQUAL TO '00'
        MOVE 1 TO journalFailed
        DISPLAY 'PRIMRCOV: MASTER-JOURNAL-FILE OPEN STATUS '
            journalStatus
    ELSE
        MOVE 1 TO journalOpen
        MOVE 'P' TO MJR-ACTION
        MOVE SPACES TO MJR-IMAGE
        PERFORM WRITE-MASTER-JOURNAL
    END-IF.
    MOVE 1 TO eof-switch.
    MOVE 0 TO MST-NUM.
    START MASTER-FILE KEY IS NOT LESS THAN MST-NUM
        INVALID KEY MOVE 0 TO eof-switch
    END-START.
    PERFORM JOURNAL-MASTER-RECORD UNTIL eof-switch IS EQUAL TO 0.
    IF journalOpen IS EQUAL TO 1
        CLOSE MASTER-JOURNAL-FILE
    END-IF.

JOURNAL-MASTER-RECORD.
    READ MASTER-FILE NEXT RECORD AT END MOVE 0 TO eof-switch.
    IF eof-switch IS NOT EQUAL TO 0
        ADD 1 TO count-master
        IF journalFailed IS EQUAL TO 0
            MOVE 'A' TO MJR-ACTION
            MOVE MASTER-RECORD TO MJR-IMAGE
            PERFORM WRITE-MASTER-JOURNAL
        END-IF
    END-IF.

WRITE-MASTER-JOURNAL.
    ACCEPT MJR-CHANGE-DATE FROM DATE YYYYMMDD.
    ACCEPT MJR-CHANGE-TIME FROM TIME.
    MOVE 'PRIMRCOV' TO MJR-PROGRAM.
    MOVE acceptedDate TO MJR-RUN-DATE.
    MOVE acceptedTime TO MJR-RUN-TIME.
    WRITE MASTER-JOURNAL-RECORD.
    IF journalStatus IS NOT EQUAL TO '00'
        MOVE 1 TO journalFailed
        DISPLAY 'PRIMRCOV: MASTER-JOURNAL-FILE WRITE STATUS '
            journalStatus
    END-IF.

WRITE-SUMMARY.
    MOVE 'BACKUP RECORDS RESTORED' TO summaryLabel.
    MOVE count-loaded TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.
    MOVE 'JOURNAL RECORDS ALREADY IN BACKUP' TO summaryLabel.
    MOVE count-skipped TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'JOURNAL RECORDS APPLIED' TO summaryLabel.
    MOVE count-applied TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'JOURNAL RECORDS AFTER RECOVERY POINT' TO summaryLabel.
    MOVE count-notapplied TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'JOURNAL RECORDS FAILED TO APPLY' TO summaryLabel.
    MOVE count-failed TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    MOVE 'MASTER RECORDS AFTER RECOVERY' TO summaryLabel.
    MOVE count-master TO summaryOut.
    WRITE reportLine FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    IF journalFailed IS EQUAL TO 1
        WRITE reportLine FROM SUMMARY-WARNING-LINE
            AFTER ADVANCING 2 LINES
    END-IF.
