           PERFORM Find-Ar-Balance
           IF ar-found NOT = "Y"
              DISPLAY "ACCOUNT " wk-account " NOT ON AR LEDGER"
           ELSE
              PERFORM Offer-Arrangement
           END-IF
           .

      * nothing to arrange on an account that is clear or in credit
       Offer-Arrangement.
           IF ar-balance NOT > ZERO
              DISPLAY "ACCOUNT " wk-account " HAS NO ARREARS"
           ELSE
              MOVE ar-balance TO balance-out
              DISPLAY "ARREARS BALANCE " balance-out
