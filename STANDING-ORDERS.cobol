           03 jd-amount-out     PIC $$$$,$$9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 jd-outcome        PIC X(20).
       COPY RUNLOCKWS.

       LINKAGE SECTION.
       01  LK-CALLED-IN-BATCH   PIC X.
      * nobody at the console.
       Standing-Orders-Batch-Entry.
           ENTRY "STANDING-ORDERS-BATCH" USING LK-CALLED-IN-BATCH
           MOVE "Y" TO rl-batch
           PERFORM Claim-Balance-Lock
           IF NOT rl-granted
              GOBACK
           END-IF
           PERFORM Load-Standing-Orders
           PERFORM Execute-Due-Orders
           IF orders-changed = "Y"
           OPEN OUTPUT JOB-STEP-FILE
           WRITE JOB-STEP-RECORD
           CLOSE JOB-STEP-FILE
           PERFORM Release-Run-Lock
           GOBACK.

       Orders-One-Action.
           EVALUATE TRUE
              WHEN action-record  PERFORM Record-Order
              WHEN action-list    PERFORM List-Orders
              WHEN action-execute PERFORM Execute-Under-Lock
              WHEN action-exit    CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER R, L, E OR X"
                   tab-sto-next-due(sto-idx)
           .

      * the live ledger belongs to the balances set, so it is
      * held only while the due orders are posted, not for the
      * whole session at the menu.
       Execute-Under-Lock.
           PERFORM Claim-Balance-Lock
           IF rl-granted
              PERFORM Execute-Due-Orders
              PERFORM Release-Run-Lock
           ELSE
              DISPLAY "ORDERS NOT EXECUTED"
           END-IF
           .

       Claim-Balance-Lock.
           MOVE "BALANCES"        TO rl-lock-set
           MOVE "STANDING-ORDERS" TO rl-program
           PERFORM Claim-Run-Lock
           .

       Execute-Due-Orders.
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Uncleared-Cheques
           MOVE tab-sto-next-due(sto-idx)  TO sto-next-due
           WRITE standing-order-record
           .

       COPY RUNLOCKCK.
