*> Feeder format profile: one 80-byte card per feeder whose files
*> arrive in something other than the primes1 input layout, read by
*> primconv to turn them into clean primes1 input.  FMP-FEEDER is the
*> feeder name as the registry knows it (REG-FEEDER).
*> FMP-FORMAT 'D' is delimited text: the value is field FMP-NUM-FIELD
*> and the batch id field FMP-BATCH-FIELD (00 = the lines carry none)
*> of each line split on FMP-DELIMITER; a field may be enclosed in
*> FMP-QUOTE (blank = no quoting), inside which the delimiter is
*> ordinary text and a doubled quote is one quote character.
*> FMP-FORMAT 'F' is fixed columns: the value is FMP-NUM-LENGTH bytes
*> from column FMP-NUM-START, the batch id FMP-BATCH-LENGTH bytes from
*> column FMP-BATCH-START (both 00 = none).
*> FMP-THOUSANDS is the thousands separator the feeder punctuates the
*> value with (blank = none); digits between separators must group
*> in threes.  FMP-JUSTIFY says how a fixed-column value sits in its
*> field: 'L' left-justified text, 'R' right-justified text, or 'Z'
*> already zoned S9(9) as primes1 reads it (nine bytes).  A text value
*> that does not touch its own justified edge has slipped columns and
*> is rejected rather than guessed at.  Delimited values are trimmed,
*> so FMP-JUSTIFY may be left blank for them.
*> FMP-CONTROL 'S' means the feeder supplies its own BATCHHDR/BATCHTRL
*> records (fields 2-4 batch id, count, hash when delimited; the
*> primes1 control layout when fixed), which are passed through with
*> the feeder's own count and hash; 'G' means primconv generates them
*> around each batch from what it actually converted.
*> FMP-SKIP-LINES heading lines at the top of each file are skipped.
*> FMP-BATCH-ID is the batch id used for lines that carry none (and,
*> for 'S' feeders, before the first header); required for a 'G'
*> feeder whose lines carry no batch id.
    01  FORMAT-PROFILE.
        02 FMP-FEEDER       PICTURE X(20).
        02 FMP-FORMAT       PICTURE X(1).
            88 FMP-DELIMITED VALUE 'D'.
            88 FMP-FIXED     VALUE 'F'.
        02 FMP-DELIMITER    PICTURE X(1).
        02 FMP-QUOTE        PICTURE X(1).
        02 FMP-NUM-FIELD    PICTURE 9(2).
        02 FMP-BATCH-FIELD  PICTURE 9(2).
        02 FMP-NUM-START    PICTURE 9(2).
        02 FMP-NUM-LENGTH   PICTURE 9(2).
        02 FMP-BATCH-START  PICTURE 9(2).
        02 FMP-BATCH-LENGTH PICTURE 9(2).
        02 FMP-THOUSANDS    PICTURE X(1).
        02 FMP-JUSTIFY      PICTURE X(1).
            88 FMP-LEFT      VALUE 'L'.
            88 FMP-RIGHT     VALUE 'R'.
            88 FMP-ZONED     VALUE 'Z'.
        02 FMP-CONTROL      PICTURE X(1).
            88 FMP-SUPPLIED  VALUE 'S'.
            88 FMP-GENERATED VALUE 'G'.
        02 FMP-SKIP-LINES   PICTURE 9(2).
        02 FMP-BATCH-ID     PICTURE X(20).
        02 FILLER           PICTURE X(20).
