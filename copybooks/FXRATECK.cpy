      * the currency lookups, COPYed at the end of the caller's
      * PROCEDURE DIVISION. the caller declares fx-control-file
      * (FXCTL.DAT), fx-rate-file (FXRATES.DAT) and
      * account-currency-file (ACCTCCY.DAT) with FXCTL, FXRATE and
      * ACCTCCY, and PERFORMs Load-Fx-Tables once.
       Load-Fx-Tables.
           OPEN INPUT fx-control-file
           IF fx-control-status = "00"
              READ fx-control-file
                 AT END CONTINUE
                 NOT AT END
                    MOVE fxc-base-currency TO fx-base-currency
              END-READ
              CLOSE fx-control-file
           END-IF
           MOVE ZERO TO fx-currency-count
           MOVE "N" TO account-currency-eof
           OPEN INPUT account-currency-file
           IF account-currency-status = "00"
              PERFORM Read-Account-Currency
              PERFORM Store-Account-Currency
                 UNTIL account-currency-eof = "Y"
              CLOSE account-currency-file
           END-IF
           MOVE ZERO TO fx-rate-count
           MOVE "N" TO fx-rate-eof
           OPEN INPUT fx-rate-file
           IF fx-rate-status = "00"
              PERFORM Read-Fx-Rate
              PERFORM Store-Fx-Rate UNTIL fx-rate-eof = "Y"
              CLOSE fx-rate-file
           END-IF
           .

       Read-Account-Currency.
           READ account-currency-file
              AT END MOVE "Y" TO account-currency-eof
           END-READ
           .

       Store-Account-Currency.
           ADD 1 TO fx-currency-count
           SET fx-ccy-idx TO fx-currency-count
           MOVE acy-account-no TO tab-acy-account(fx-ccy-idx)
           MOVE acy-currency   TO tab-acy-currency(fx-ccy-idx)
           PERFORM Read-Account-Currency
           .

       Read-Fx-Rate.
           READ fx-rate-file
              AT END MOVE "Y" TO fx-rate-eof
           END-READ
           .

       Store-Fx-Rate.
           ADD 1 TO fx-rate-count
           SET fx-rate-idx TO fx-rate-count
           MOVE fxr-currency  TO tab-fxr-currency(fx-rate-idx)
           MOVE fxr-rate-date TO tab-fxr-date(fx-rate-idx)
           MOVE fxr-rate      TO tab-fxr-rate(fx-rate-idx)
           PERFORM Read-Fx-Rate
           .

      * an account with no currency row, or one in the base
      * currency, is not foreign.
       Find-Account-Currency.
           MOVE fx-base-currency TO fx-currency
           PERFORM Match-Account-Currency
                    VARYING fx-ccy-idx FROM 1 BY 1
                    UNTIL fx-ccy-idx > fx-currency-count
           IF fx-currency = fx-base-currency
              MOVE "N" TO fx-foreign
           ELSE
              MOVE "Y" TO fx-foreign
           END-IF
           .

       Match-Account-Currency.
           IF tab-acy-account(fx-ccy-idx) = fx-account
              AND tab-acy-currency(fx-ccy-idx) NOT = SPACES
              MOVE tab-acy-currency(fx-ccy-idx) TO fx-currency
           END-IF
           .

      * the latest rate for fx-currency dated on or before
      * fx-on-date. the base currency is always one; a foreign
      * currency with no rate yet sets fx-rate-found to N and
      * leaves the rate at one.
       Find-Fx-Rate.
           MOVE 1    TO fx-rate-used
           MOVE ZERO TO fx-rate-date-used
           IF fx-currency = fx-base-currency
              MOVE "Y" TO fx-rate-found
           ELSE
              MOVE "N" TO fx-rate-found
              PERFORM Match-Fx-Rate
                       VARYING fx-rate-idx FROM 1 BY 1
                       UNTIL fx-rate-idx > fx-rate-count
           END-IF
           .

       Match-Fx-Rate.
           IF tab-fxr-currency(fx-rate-idx) = fx-currency
              AND tab-fxr-date(fx-rate-idx) NOT > fx-on-date
              AND tab-fxr-date(fx-rate-idx) NOT < fx-rate-date-used
              MOVE tab-fxr-rate(fx-rate-idx) TO fx-rate-used
              MOVE tab-fxr-date(fx-rate-idx) TO fx-rate-date-used
              MOVE "Y" TO fx-rate-found
           END-IF
           .

       Convert-To-Base.
           COMPUTE fx-base-amount ROUNDED = fx-amount * fx-rate-used
           .

       Convert-From-Base.
           COMPUTE fx-amount ROUNDED = fx-base-amount / fx-rate-used
           .
