WORKING-STORAGE SECTION.
    77  factorDivisor  PICTURE S9(9) USAGE IS COMPUTATIONAL.
    77  factorRemain   PICTURE S9(9) USAGE IS COMPUTATIONAL.
*> Divisor derivation: the factor list is ascending, so equal primes
*> sit together; each run of one prime p^e contributes (e+1) to the
*> divisor count, 1+p+...+p^e to the divisor sum and p^(e-1)(p-1)
*> to the totient.
    77  factorIdx      PICTURE S9(4) USAGE IS COMPUTATIONAL.
    77  runPrime       PICTURE 9(9)  USAGE IS COMPUTATIONAL.
    77  runExponent    PICTURE 9(4)  USAGE IS COMPUTATIONAL.
    77  runPower       PICTURE 9(9)  USAGE IS COMPUTATIONAL.
    77  runSum         PICTURE 9(11) USAGE IS COMPUTATIONAL.
    77  divisorTotal   PICTURE 9(4)  USAGE IS COMPUTATIONAL.
    77  sigmaTotal     PICTURE 9(11) USAGE IS COMPUTATIONAL.
    77  totientTotal   PICTURE 9(9)  USAGE IS COMPUTATIONAL.
LINKAGE SECTION.
    COPY "primchk.cpy".
PROCEDURE DIVISION USING PRIM-PARM-BLOCK.
            END-IF
        END-IF
    END-IF.
    IF PRIM-CLASS IS EQUAL TO 'E'
        MOVE 0 TO PRIM-DIVISOR-COUNT
        MOVE 0 TO PRIM-DIVISOR-SUM
        MOVE 0 TO PRIM-TOTIENT
        MOVE SPACE TO PRIM-ABUNDANCE
        MOVE SPACE TO PRIM-SQUARE-FREE
    ELSE
        PERFORM DERIVE-DIVISOR-PROPERTIES
    END-IF.
    GOBACK.

FACTORIZE-NUM.
    ELSE
        ADD 1 TO factorDivisor
    END-IF.

DERIVE-DIVISOR-PROPERTIES.
    MOVE 1 TO divisorTotal.
    MOVE 1 TO sigmaTotal.
    MOVE 1 TO totientTotal.
    MOVE 'Y' TO PRIM-SQUARE-FREE.
    MOVE 0 TO runPrime.
    MOVE 1 TO factorIdx.
    PERFORM TALLY-ONE-FACTOR UNTIL factorIdx IS GREATER THAN PRIM-FACTOR-COUNT.
    PERFORM CLOSE-FACTOR-RUN.
    MOVE divisorTotal TO PRIM-DIVISOR-COUNT.
    COMPUTE PRIM-DIVISOR-SUM = sigmaTotal - PRIM-NUMBER.
    MOVE totientTotal TO PRIM-TOTIENT.
    IF PRIM-DIVISOR-SUM IS EQUAL TO PRIM-NUMBER
        MOVE 'P' TO PRIM-ABUNDANCE
    ELSE
        IF PRIM-DIVISOR-SUM IS GREATER THAN PRIM-NUMBER
            MOVE 'A' TO PRIM-ABUNDANCE
        ELSE
            MOVE 'D' TO PRIM-ABUNDANCE
        END-IF
    END-IF.

TALLY-ONE-FACTOR.
    IF PRIM-FACTOR(factorIdx) IS EQUAL TO runPrime
        ADD 1 TO runExponent
        MULTIPLY runPrime BY runPower
        ADD runPower TO runSum
        MULTIPLY runPrime BY totientTotal
        MOVE 'N' TO PRIM-SQUARE-FREE
    ELSE
        IF runPrime IS GREATER THAN 0
            PERFORM CLOSE-FACTOR-RUN
        END-IF
        MOVE PRIM-FACTOR(factorIdx) TO runPrime
        MOVE 1 TO runExponent
        MOVE runPrime TO runPower
        COMPUTE runSum = runPrime + 1
        COMPUTE totientTotal = totientTotal * (runPrime - 1)
    END-IF.
    ADD 1 TO factorIdx.

CLOSE-FACTOR-RUN.
    COMPUTE divisorTotal = divisorTotal * (runExponent + 1).
    MULTIPLY runSum BY sigmaTotal.
