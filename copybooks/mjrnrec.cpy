*> Master journal record: one record per change made to the
*> classification master, appended in the order the changes were made
*> by every program that updates it, so a backup of the master plus
*> the journal records written after it can rebuild the master as it
*> stood at any later moment (primbkup takes the backups, primrcov
*> replays the journal onto them).  MJR-CHANGE-DATE/TIME is when the
*> change was made; MJR-PROGRAM and MJR-RUN-DATE/TIME name the run
*> that made it, as on that run's own report header.  MJR-IMAGE is the
*> whole master record after the change, or for a delete the record
*> that was removed; a purge (the master emptied and recreated, as by
*> a primmant rebuild) carries no image.
    01  MASTER-JOURNAL-RECORD.
        02 MJR-CHANGE-DATE PICTURE 9(8).
        02 MJR-CHANGE-TIME PICTURE 9(8).
        02 MJR-PROGRAM     PICTURE X(8).
        02 MJR-RUN-DATE    PICTURE 9(8).
        02 MJR-RUN-TIME    PICTURE 9(8).
        02 MJR-ACTION      PICTURE X(1).
            88 MJR-ADD     VALUE 'A'.
            88 MJR-REWRITE VALUE 'R'.
            88 MJR-DELETE  VALUE 'D'.
            88 MJR-PURGE   VALUE 'P'.
        02 MJR-IMAGE       PICTURE X(415).
