        02 MST-PRIME-ABOVE  PICTURE 9(9).
        02 MST-FACTOR-TABLE.
            03 MST-FACTOR PICTURE 9(9) OCCURS 40 TIMES.
*> Cached divisor properties (primchk.cpy), filled in the same lazy
*> way: a zero MST-DIVISOR-COUNT -- never a real count, every number
*> on the master having at least two divisors -- marks a record
*> written before these fields existed, and the next run to meet the
*> number derives them and rewrites the record.
        02 MST-DIVISOR-COUNT PICTURE 9(4).
        02 MST-DIVISOR-SUM   PICTURE 9(10).
        02 MST-ABUNDANCE     PICTURE X(1).
        02 MST-TOTIENT       PICTURE 9(9).
        02 MST-SQUARE-FREE   PICTURE X(1).
