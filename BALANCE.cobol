       01 account-balance-file-status PIC XX.
       01 balance-batch-file-status PIC XX.
       COPY FSCHKWS.
       COPY RUNLOCKWS.
       01 audit-description       PIC X(30).
       01 log-date                PIC 9(8).
       01 log-time                PIC 9(8).
           DISPLAY "Interactive, Batch or Transfer mode? (I/B/T): "
                   WITH NO ADVANCING
           ACCEPT mode-flag
           PERFORM claim-balance-lock
           IF NOT rl-granted
              GOBACK
           END-IF
           PERFORM check-ledger-feed
           IF bcc-result = "Y"
              PERFORM load-period-control
              END-EVALUATE
              CLOSE ACCOUNT-BALANCE-FILE
           END-IF
           PERFORM Release-Run-Lock
           GOBACK.

      * called from the operator menu with the mode already
           MOVE "BALANCE" TO eh-program
           PERFORM Load-Operator-Stamp
           MOVE LK-RUN-MODE TO mode-flag
           PERFORM claim-balance-lock
           IF NOT rl-granted
              GOBACK
           END-IF
           PERFORM check-ledger-feed
           IF bcc-result = "Y"
              PERFORM load-period-control
              END-EVALUATE
              CLOSE ACCOUNT-BALANCE-FILE
           END-IF
           PERFORM Release-Run-Lock
           GOBACK.

      * called by EOD-DRIVER to run the batch step without prompting
           ENTRY "BALANCE-BATCH" USING LK-CALLED-IN-BATCH
           MOVE "BALANCE" TO eh-program
           PERFORM Load-Operator-Stamp
           MOVE "Y" TO rl-batch
           PERFORM claim-balance-lock
           IF NOT rl-granted
              GOBACK
           END-IF
           PERFORM check-ledger-feed
           IF bcc-result = "Y"
              PERFORM load-period-control
              MOVE "N"       TO JS-SUCCESS-FLAG
              PERFORM write-job-step
           END-IF
           PERFORM Release-Run-Lock
           GOBACK.

      * the balance master is held for the whole run - a posting
      * from the menu and the EOD step must never rewrite it at
      * the same time. a refused run has touched nothing.
       claim-balance-lock.
           MOVE "BALANCES" TO rl-lock-set
           MOVE "BALANCE"  TO rl-program
           PERFORM Claim-Run-Lock
           .

      * the ledger feed must arrive complete and current - its
      * header and trailer are proved before a record posts. the
      * business date is judged against the header's own date
           CLOSE JOB-STEP-FILE
           .

       COPY RUNLOCKCK.

       COPY FSCHECK.

      * whoever signed on at the menu is stamped on every audit
