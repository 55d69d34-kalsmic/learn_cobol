       01  cleared-count        PIC 9(5) VALUE ZERO.
       01  kept-count           PIC 9(5) VALUE ZERO.
       01  amount-out           PIC +9(7).99.
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Suspense-Clear.
              DISPLAY "NOTHING PENDING ON THE SUSPENSE QUEUE"
              GOBACK
           END-IF
           MOVE "BALANCES"       TO rl-lock-set
           MOVE "SUSPENSE-CLEAR" TO rl-program
           PERFORM Claim-Run-Lock
           IF NOT rl-granted
              GOBACK
           END-IF
           OPEN I-O ACCOUNT-BALANCE-FILE
           PERFORM Clear-One-Item
                    VARYING susp-idx FROM 1 BY 1
                    UNTIL susp-idx > suspense-count
           CLOSE ACCOUNT-BALANCE-FILE
           PERFORM Rewrite-Suspense-Queue
           PERFORM Release-Run-Lock
           DISPLAY "CLEARED: " cleared-count
                   "  STILL QUEUED: " kept-count
           GOBACK.
           WRITE suspense-queue-record
           .

       COPY RUNLOCKCK.
