           COMPUTE W-C = 2 * FUNCTION ATAN(FUNCTION SQRT(W-A) /
                                           FUNCTION SQRT(1 - W-A))

           COMPUTE W-DIST-CALCULADA = 6371 * W-C * 1000.

      *----------------------------------------------------------------*
       5100-99-FIM.                    EXIT.
