              05 tab-ec-budget       PIC X.
              05 tab-ec-instalment   PIC 9(4)V99.
              05 tab-ec-variance     PIC S9(6)V99.
              05 tab-ec-net-meter    PIC X.
              05 tab-ec-export-cr    PIC 9(6)V99.
              05 tab-ec-payment      PIC X.
              05 tab-ec-transformer  PIC X(6).
       01  customer-count         PIC 99 VALUE ZERO.
       01  elec-customer-eof      PIC X VALUE "N".
       01  customer-found         PIC X VALUE "N".
       01  variance-out           PIC +$,$$9.99.
       01  customers-changed      PIC X VALUE "N".
       01  balances-changed       PIC X VALUE "N".
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Budget-Plan.
           DISPLAY "BUDGET BILLING PLAN MAINTENANCE"
           MOVE "ELEC-AR"     TO rl-lock-set
           MOVE "BUDGET-PLAN" TO rl-program
           PERFORM Claim-Run-Lock
           IF NOT rl-granted
              GOBACK
           END-IF
           PERFORM Load-Elec-Customers
           PERFORM Load-Rate-Tiers
           PERFORM Open-Master-Files
              PERFORM Save-Elec-Customers
              DISPLAY "CUSTOMER MASTER SAVED"
           END-IF
           PERFORM Release-Run-Lock
           IF balances-changed = "Y"
              DISPLAY "AR BALANCES UPDATED"
           END-IF
              TO tab-ec-instalment(customer-count)
           MOVE ec-budget-variance
              TO tab-ec-variance(customer-count)
           MOVE ec-net-metering
              TO tab-ec-net-meter(customer-count)
           IF ec-export-credit NUMERIC
              MOVE ec-export-credit
                 TO tab-ec-export-cr(customer-count)
           ELSE
              MOVE ZERO TO tab-ec-export-cr(customer-count)
           END-IF
           MOVE ec-payment-type
              TO tab-ec-payment(customer-count)
           MOVE ec-transformer
              TO tab-ec-transformer(customer-count)
           PERFORM Read-Elec-Customer
           .

           MOVE tab-ec-budget(cust-idx)     TO ec-budget-plan
           MOVE tab-ec-instalment(cust-idx) TO ec-budget-instalment
           MOVE tab-ec-variance(cust-idx)   TO ec-budget-variance
           MOVE tab-ec-net-meter(cust-idx)  TO ec-net-metering
           MOVE tab-ec-export-cr(cust-idx)  TO ec-export-credit
           MOVE tab-ec-payment(cust-idx)    TO ec-payment-type
           MOVE tab-ec-transformer(cust-idx) TO ec-transformer
           WRITE elec-customer-record
           .

           PERFORM Read-Rate-Tier
           .

       COPY RUNLOCKCK.
