*> Feeder batch result record: primes1 (and primcons for a split run)
*> appends one per feeder batch to the cumulative batch-results
*> dataset at end of run, so the batch reconciliation and registry
*> check outlive the night's print report and feeder data quality can
*> be scored over a month (primscor).  BRS-TRAILER-STATUS is the
*> trailer reconciliation verdict (OK, SHORT, LONG, HASH MISMATCH or
*> NO TRAILER; blank when the batch could not be reconciled, e.g. a
*> split-run partition whose own results were unreadable).
*> BRS-SOURCE-STATUS is the registry verdict: EXPECTED (known source,
*> due today), UNSCHEDULED (known source arriving on a day it is not
*> due -- typically a late batch), UNKNOWN SOURCE, NOT CHECKED (no
*> registry file), or MISSING -- a due registry entry with no batch at
*> all, recorded under the registry's batch id pattern with zero
*> counts and no trailer status.
    01  BATCH-RESULT-RECORD.
        02 BRS-RUN-DATE        PICTURE 9(8).
        02 BRS-RUN-TIME        PICTURE 9(8).
        02 BRS-PROGRAM         PICTURE X(8).
        02 BRS-BATCH-ID        PICTURE X(20).
        02 BRS-FEEDER          PICTURE X(20).
        02 BRS-COUNT-READ      PICTURE 9(9).
        02 BRS-COUNT-PRIME     PICTURE 9(9).
        02 BRS-COUNT-NOTPRIME  PICTURE 9(9).
        02 BRS-COUNT-ILLEGAL   PICTURE 9(9).
        02 BRS-COUNT-DUPLICATE PICTURE 9(9).
        02 BRS-HASH            PICTURE 9(18).
        02 BRS-EXP-COUNT       PICTURE 9(9).
        02 BRS-EXP-HASH        PICTURE 9(18).
        02 BRS-TRAILER-STATUS  PICTURE X(13).
        02 BRS-SOURCE-STATUS   PICTURE X(14).
