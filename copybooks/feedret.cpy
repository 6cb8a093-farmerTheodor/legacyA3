*> Feeder return record: what primdist sends back to each feeder after
*> a run, so a source can reconcile its own submission.  One return
*> dataset per feeder, holding:
*>   H  one header: the feeder, the primes1/primcons run the results
*>      come from, when the return was cut, and its batch count;
*>   D  one detail per data record the feeder sent, in input order:
*>      batch id, OUT-SEQ, number, class, factor/reject detail and the
*>      reject reason (NN non-numeric, OR out of range, DU duplicate;
*>      spaces when the record was accepted);
*>   T  one trailer per batch, right after its last detail: records we
*>      received and their hash, what we accepted and its hash, how
*>      many bounced, and beside them the count and hash the feeder's
*>      own BATCHTRL carried, with primes1's trailer verdict (OK /
*>      SHORT / LONG / HASH MISMATCH / NO TRAILER, or NO RESULTS when
*>      the run recorded no batch result to compare with);
*>   S  one per record of the feeder's still sitting in suspense, in
*>      its full original 80-byte image, ready for correction.
    01  FEEDER-RETURN-RECORD.
        02 FRT-TYPE PICTURE X(1).
            88 FRT-HEADER-REC   VALUE 'H'.
            88 FRT-DETAIL-REC   VALUE 'D'.
            88 FRT-TRAILER-REC  VALUE 'T'.
            88 FRT-SUSPENSE-REC VALUE 'S'.
        02 FRT-HEADER.
            03 FRT-H-FEEDER    PICTURE X(20).
            03 FRT-H-RUN-DATE  PICTURE 9(8).
            03 FRT-H-RUN-TIME  PICTURE 9(8).
            03 FRT-H-DIST-DATE PICTURE 9(8).
            03 FRT-H-DIST-TIME PICTURE 9(8).
            03 FRT-H-BATCHES   PICTURE 9(9).
            03 FILLER          PICTURE X(62).
        02 FRT-DETAIL REDEFINES FRT-HEADER.
            03 FRT-D-BATCH-ID  PICTURE X(20).
            03 FRT-D-SEQ       PICTURE 9(9).
            03 FRT-D-NUM       PICTURE 9(9).
            03 FRT-D-CLASS     PICTURE X(1).
            03 FRT-D-REASON    PICTURE X(2).
            03 FRT-D-DETAIL    PICTURE X(80).
            03 FILLER          PICTURE X(2).
        02 FRT-TRAILER REDEFINES FRT-HEADER.
            03 FRT-T-BATCH-ID       PICTURE X(20).
            03 FRT-T-RECEIVED       PICTURE 9(9).
            03 FRT-T-RECEIVED-HASH  PICTURE 9(18).
            03 FRT-T-ACCEPTED       PICTURE 9(9).
            03 FRT-T-ACCEPTED-HASH  PICTURE 9(18).
            03 FRT-T-REJECTED       PICTURE 9(9).
            03 FRT-T-FEEDER-COUNT   PICTURE 9(9).
            03 FRT-T-FEEDER-HASH    PICTURE 9(18).
            03 FRT-T-TRAILER-STATUS PICTURE X(13).
        02 FRT-SUSPENSE REDEFINES FRT-HEADER.
            03 FRT-S-REASON    PICTURE X(2).
            03 FRT-S-DATA      PICTURE X(80).
            03 FILLER          PICTURE X(41).
