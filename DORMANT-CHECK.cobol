           03 FILLER            PIC X(6) VALUE " IDLE ".
           03 dr-months         PIC ZZZZ9.
           03 FILLER            PIC X(7) VALUE " MONTHS".
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Dormant-Check.
           PERFORM Flatten-To-Months
           MOVE month-number TO today-months
           MOVE "N" TO account-balance-eof
           PERFORM Claim-Balance-Lock
           IF rl-granted
              OPEN I-O ACCOUNT-BALANCE-FILE
              PERFORM Read-Next-Balance
              PERFORM Judge-One-Account
                       UNTIL account-balance-eof = "Y"
              CLOSE ACCOUNT-BALANCE-FILE
              PERFORM Release-Run-Lock
              DISPLAY "ACCOUNTS FLAGGED DORMANT: " flagged-count
           END-IF
           .

      * the balances are held only while a run or a reactivation
      * is rewriting them, not for the whole session at the menu.
       Claim-Balance-Lock.
           MOVE "BALANCES"      TO rl-lock-set
           MOVE "DORMANT-CHECK" TO rl-program
           PERFORM Claim-Run-Lock
           .

       Read-Next-Balance.
           .

       Apply-Reactivation.
           PERFORM Claim-Balance-Lock
           IF rl-granted
              PERFORM Reactivate-On-File
              PERFORM Release-Run-Lock
           END-IF
           .

       Reactivate-On-File.
           OPEN I-O ACCOUNT-BALANCE-FILE
           MOVE wk-account TO AB-ACCOUNT-NO
           READ ACCOUNT-BALANCE-FILE
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE
           .

       COPY RUNLOCKCK.
