                 "OPENED ON              : ".
           03 wl-date           PIC 9(8).
       01  blank-line           PIC X(60) VALUE SPACES.
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Acct-Open.
           DISPLAY "ACCOUNT OPENING RUN"
           PERFORM Load-Operator-Stamp
           MOVE "BALANCES"  TO rl-lock-set
           MOVE "ACCT-OPEN" TO rl-program
           PERFORM Claim-Run-Lock
           IF NOT rl-granted
              GOBACK
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Client-Master
           PERFORM Seed-Next-Account
           OPEN INPUT ELIGIBLE-FILE
           IF eligible-status NOT = "00"
              DISPLAY "NO ELIGIBLE FILE - RUN AGE-CHECK FIRST"
              PERFORM Release-Run-Lock
              GOBACK
           END-IF
           OPEN I-O ACCOUNT-BALANCE-FILE
           PERFORM Clear-Eligible-File
           DISPLAY "ACCOUNTS OPENED: " opened-count
           DISPLAY "WELCOME LETTERS IN data/WELCOME.RPT"
           PERFORM Release-Run-Lock
           GOBACK.

       Read-Eligible.
              CLOSE current-operator-file
           END-IF
           .

       COPY RUNLOCKCK.
