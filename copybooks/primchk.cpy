*> value is not greater than 1) plus the prime factor list.  For a
*> prime the factor list is the number itself (count 1); for class
*> 'E' the factor count is zero.
*> For 'P' and 'N' primchk also derives the divisor properties from
*> the factorization: the number of divisors, the sum of the proper
*> divisors (every divisor but the number itself), the resulting
*> class in PRIM-ABUNDANCE ('P' perfect, the proper divisors summing
*> to the number; 'A' abundant, summing to more; 'D' deficient, to
*> less), Euler's totient (how many values from 1 to the number share
*> no factor with it) and PRIM-SQUARE-FREE ('Y' when no prime divides
*> it twice, else 'N').  For 'E' the counts are zero and the flags
*> spaces.
    01  PRIM-PARM-BLOCK.
        02 PRIM-NUMBER        PICTURE S9(9).
        02 PRIM-CLASS         PICTURE X(1).
        02 PRIM-FACTOR-COUNT  PICTURE 9(2).
        02 PRIM-FACTOR-TABLE.
            03 PRIM-FACTOR PICTURE 9(9) OCCURS 40 TIMES.
        02 PRIM-DIVISOR-COUNT PICTURE 9(4).
        02 PRIM-DIVISOR-SUM   PICTURE 9(10).
        02 PRIM-ABUNDANCE     PICTURE X(1).
        02 PRIM-TOTIENT       PICTURE 9(9).
        02 PRIM-SQUARE-FREE   PICTURE X(1).
