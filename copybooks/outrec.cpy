        02 OUT-GAP        PICTURE 9(9).
        02 OUT-TWIN       PICTURE X(1).
        02 OUT-DETAIL     PICTURE X(80).
*> Divisor properties of OUT-NUM as primchk derived them (see
*> primchk.cpy): zeros and spaces on a reject.
        02 OUT-DIVISOR-COUNT PICTURE 9(4).
        02 OUT-DIVISOR-SUM   PICTURE 9(10).
        02 OUT-ABUNDANCE     PICTURE X(1).
        02 OUT-TOTIENT       PICTURE 9(9).
        02 OUT-SQUARE-FREE   PICTURE X(1).
