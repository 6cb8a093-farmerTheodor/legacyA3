*> Master backup record: primbkup's dated sequential copy of the
*> classification master, read back by primrcov.  One backup dataset
*> holds:
*>   H  one header: when the backup was taken, the master it was taken
*>      from, and the journal position at that moment -- the number of
*>      journal records already written, every one of them reflected
*>      in the copy, so a recovery replays from the record after it;
*>   D  one detail per master record, its whole image in key order;
*>   T  one trailer: the count of details and the hash (sum) of their
*>      keys, checked by primrcov before it touches the master.
    01  MASTER-BACKUP-RECORD.
        02 MBK-TYPE PICTURE X(1).
            88 MBK-HEADER-REC  VALUE 'H'.
            88 MBK-DETAIL-REC  VALUE 'D'.
            88 MBK-TRAILER-REC VALUE 'T'.
        02 MBK-HEADER.
            03 MBK-H-DATE        PICTURE 9(8).
            03 MBK-H-TIME        PICTURE 9(8).
            03 MBK-H-JOURNAL-POS PICTURE 9(9).
            03 MBK-H-MASTER-DSN  PICTURE X(100).
            03 FILLER            PICTURE X(290).
        02 MBK-DETAIL REDEFINES MBK-HEADER.
            03 MBK-D-IMAGE       PICTURE X(415).
        02 MBK-TRAILER REDEFINES MBK-HEADER.
            03 MBK-T-RECORDS     PICTURE 9(9).
            03 MBK-T-HASH        PICTURE 9(18).
            03 FILLER            PICTURE X(388).
