           03 FILLER            PIC X VALUE SPACE.
           03 dl-kind           PIC X(18).
           03 dl-interest-out   PIC $,$$9.99-.
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Interest-Accrual.
           DISPLAY "MONTHLY INTEREST ACCRUAL RUN"
           MOVE "BALANCES"         TO rl-lock-set
           MOVE "INTEREST-ACCRUAL" TO rl-program
           PERFORM Claim-Run-Lock
           IF NOT rl-granted
              GOBACK
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Interest-Rates
           COMPUTE credit-period-rate ROUNDED =
           PERFORM Rewrite-Live-Ledger
           PERFORM Write-Interest-Summary
           CLOSE interest-report-file
           PERFORM Release-Run-Lock
           GOBACK.

       Load-Interest-Rates.
           END-IF
           DISPLAY "ACCOUNTS PROCESSED: " accounts-processed
           .

       COPY RUNLOCKCK.
