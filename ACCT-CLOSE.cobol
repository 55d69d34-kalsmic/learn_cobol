       01  log-time             PIC 9(8).
       01  operator-stamp       PIC X(8) VALUE "CONSOLE".
       01  current-operator-status PIC XX.
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Acct-Close.
           DISPLAY "BANK ACCOUNT CLOSURE"
           PERFORM Load-Operator-Stamp
           MOVE "BALANCES"   TO rl-lock-set
           MOVE "ACCT-CLOSE" TO rl-program
           PERFORM Claim-Run-Lock
           IF NOT rl-granted
              GOBACK
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD
           OPEN I-O ACCOUNT-BALANCE-FILE
           DISPLAY "ACCOUNT TO CLOSE: " WITH NO ADVANCING
              PERFORM Judge-Closure
           END-IF
           CLOSE ACCOUNT-BALANCE-FILE
           PERFORM Release-Run-Lock
           GOBACK.

      * an account only closes on a zero balance - a residue is
              CLOSE current-operator-file
           END-IF
           .

       COPY RUNLOCKCK.
