*> Prime range request: one 80-byte card per question of the form
*> "which primes lie between A and B?".  primrang counts the primes
*> from RNQ-LOW to RNQ-HIGH inclusive, finds the twin pairs and the
*> widest gap between consecutive primes inside the range, and lists
*> every prime as well when RNQ-OPTION is 'L' ('C', or a blank, is
*> count only).  RNQ-REQUEST-ID is the requester's own reference and
*> is echoed on the report and the listing.
    01  RANGE-REQUEST.
        02 RNQ-REQUEST-ID PICTURE X(20).
        02 RNQ-LOW        PICTURE 9(9).
        02 RNQ-HIGH       PICTURE 9(9).
        02 RNQ-OPTION     PICTURE X(1).
            88 RNQ-LIST   VALUE 'L'.
            88 RNQ-COUNT  VALUE 'C' ' '.
        02 FILLER         PICTURE X(41).
