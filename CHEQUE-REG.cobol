           03 FILLER            PIC X VALUE SPACE.
           03 av-amount-out     PIC $$$$,$$9.99.
           03 FILLER            PIC X(10) VALUE " REVERSED".
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Cheque-Reg.
           IF wk-amount = ZERO
              DISPLAY "AMOUNT MUST NOT BE ZERO"
           ELSE
              PERFORM Claim-Balance-Lock
              IF rl-granted
                 PERFORM Credit-Deposited-Cheque
                 PERFORM Release-Run-Lock
              ELSE
                 DISPLAY "CHEQUE " wk-cheque-no " NOT DEPOSITED"
              END-IF
           END-IF
           .

      * the live ledger belongs to the balances set, so it is
      * held only while a deposit or a reversal is posted.
       Claim-Balance-Lock.
           MOVE "BALANCES"   TO rl-lock-set
           MOVE "CHEQUE-REG" TO rl-program
           PERFORM Claim-Run-Lock
           .

       Credit-Deposited-Cheque.
           ADD 1 TO cheque-count
           SET chq-idx TO cheque-count
           MOVE wk-cheque-no TO tab-cq-cheque(chq-idx)
           MOVE wk-account   TO tab-cq-account(chq-idx)
           MOVE wk-amount    TO tab-cq-amount(chq-idx)
           MOVE run-date     TO tab-cq-date(chq-idx)
           MOVE "U"          TO tab-cq-status(chq-idx)
           MOVE ZERO         TO tab-cq-cleared(chq-idx)
           MOVE "Y" TO register-changed
           PERFORM Load-Live-Ledger
           MOVE wk-cheque-no TO cd-cheque-no
           MOVE "DEPOSIT" TO cd-action
           MOVE wk-account TO lt-account-no
           MOVE cheque-description TO lt-description
           MOVE wk-amount TO lt-amount
           MOVE run-date TO lt-txn-date
           MOVE run-date TO lt-post-date
           PERFORM Append-Live-Ledger
           PERFORM Rewrite-Live-Ledger
           DISPLAY "CHEQUE " wk-cheque-no
                   " CREDITED - HELD UNCLEARED"
           .

       Clearing-Run.
           MOVE ZERO TO released-count
           MOVE run-date TO date-work
                 DISPLAY "CHEQUE " wk-cheque-no
                         " ALREADY REVERSED"
              ELSE
                 PERFORM Claim-Balance-Lock
                 IF rl-granted
                    PERFORM Reverse-One-Cheque
                    PERFORM Release-Run-Lock
                 ELSE
                    DISPLAY "CHEQUE " wk-cheque-no " NOT REVERSED"
                 END-IF
              END-IF
           END-IF
           .
           MOVE tab-cq-cleared(chq-idx) TO cq-clear-date
           WRITE cheque-register-record
           .

       COPY RUNLOCKCK.
