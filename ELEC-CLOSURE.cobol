              05 tab-ec-budget     PIC X.
              05 tab-ec-instalment PIC 9(4)V99.
              05 tab-ec-variance   PIC S9(6)V99.
              05 tab-ec-net-meter  PIC X.
              05 tab-ec-export-cr  PIC 9(6)V99.
              05 tab-ec-payment    PIC X.
              05 tab-ec-transformer PIC X(6).
       01  customer-count       PIC 99 VALUE ZERO.
       01  customer-found       PIC X.
       01  cust-found-idx       PIC 99 VALUE ZERO.
       01  deposit-held         PIC 9(6)V99.
       01  deposit-applied      PIC 9(6)V99.
       01  credit-excess        PIC 9(6)V99 VALUE ZERO.
       01  export-credit-held   PIC 9(6)V99 VALUE ZERO.
       01  prepaid-account      PIC X VALUE "N".
       01  refund-due           PIC 9(6)V99.
       01  remaining-balance    PIC 9(6)V99.
       01  run-date             PIC 9(8).
           03 bl-amount-out     PIC +$,$$$,$$9.99.
       01  bill-rule            PIC X(36) VALUE ALL "-".
       01  blank-line           PIC X(60) VALUE SPACES.
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Elec-Closure.
           DISPLAY "ELECTRICITY ACCOUNT CLOSURE"
           PERFORM Load-Operator-Stamp
           ACCEPT run-date FROM DATE YYYYMMDD
           MOVE "ELEC-AR"      TO rl-lock-set
           MOVE "ELEC-CLOSURE" TO rl-program
           PERFORM Claim-Run-Lock
           IF NOT rl-granted
              GOBACK
           END-IF
           PERFORM Load-Rate-Tiers
           PERFORM Load-Elec-Customers
           PERFORM Load-Deposit-Register
           IF customer-found NOT = "Y"
              DISPLAY "ACCOUNT " wk-account
                      " NOT ON CUSTOMER MASTER"
              PERFORM Release-Run-Lock
              GOBACK
           END-IF
           SET cust-idx TO cust-found-idx
           IF tab-ec-status(cust-idx) = "X"
              DISPLAY "ACCOUNT " wk-account " IS ALREADY CLOSED"
              PERFORM Release-Run-Lock
              GOBACK
           END-IF
           MOVE tab-ec-class(cust-idx)    TO account-class
           ELSE
              DISPLAY "CLOSURE ABANDONED - NOTHING CHANGED"
           END-IF
           PERFORM Release-Run-Lock
           GOBACK.

      * the part-period is billed from the final reading at the
      * account's own tariff; an enrolled budget plan's unsettled
      * variance joins the closing figure so nothing is left
      * dangling on the customer row. a prepaid meter's energy was
      * bought as tokens and is never billed, so its closure only
      * settles the AR arrears. net-metering credit still carried
      * on the customer row is the customer's and comes off the
      * closing figure.
       Compute-Final-Bill.
           PERFORM Open-Master-Files
           PERFORM Find-Meter-History
           ELSE
              MOVE ZERO TO previous-reading
           END-IF
           SET cust-idx TO cust-found-idx
           MOVE tab-ec-export-cr(cust-idx) TO export-credit-held
           IF tab-ec-payment(cust-idx) = "P"
              MOVE "Y" TO prepaid-account
              MOVE previous-reading TO wk-final-reading
              MOVE ZERO TO units
              MOVE ZERO TO final-charge
              DISPLAY "PREPAID ACCOUNT - NO FINAL READING BILLED"
           ELSE
              MOVE "N" TO prepaid-account
              PERFORM Bill-Final-Reading
           END-IF
           PERFORM Find-Ar-Balance
           IF ar-found = "Y"
              COMPUTE closing-balance = ar-balance + final-charge
                    + budget-variance - export-credit-held
           ELSE
              COMPUTE closing-balance = final-charge
                    + budget-variance - export-credit-held
           END-IF
      * a credit larger than the final charge is the customer's
      * money - it joins the refund instead of being zeroed away
           PERFORM Apply-Security-Deposit
           .

       Bill-Final-Reading.
           DISPLAY "FINAL METER READING (LAST WAS "
                   previous-reading "): " WITH NO ADVANCING
           ACCEPT wk-final-reading
           COMPUTE units = wk-final-reading - previous-reading
           IF units < ZERO
              MOVE ZERO TO units
           END-IF
           PERFORM Compute-Tiered-Charge
           COMPUTE final-charge ROUNDED = (1 + vat) *
                 (charge + standing-charge)
           .

      * the deposit comes off the closing balance; anything over
      * is a refund due to the customer at the counter.
       Apply-Security-Deposit.
           PERFORM Update-Ar-Balance
           PERFORM Update-Meter-History
           PERFORM Close-Master-Files
           IF prepaid-account NOT = "Y"
              PERFORM Write-Billing-History
           END-IF
           PERFORM Clear-Deposit
           PERFORM Close-Customer-Row
           PERFORM Write-Gl-Feed
              MOVE budget-variance   TO bl-amount-out
              WRITE final-bill-line FROM bill-amount-line
           END-IF
           IF export-credit-held > ZERO
              MOVE "EXPORT CREDIT"    TO bl-amount-label
              COMPUTE bl-amount-out = ZERO - export-credit-held
              WRITE final-bill-line FROM bill-amount-line
           END-IF
           MOVE "CLOSING BALANCE"  TO bl-amount-label
           MOVE closing-balance    TO bl-amount-out
           WRITE final-bill-line FROM bill-amount-line
           MOVE run-date     TO bh-date
           MOVE final-charge TO bh-amount
           MOVE SPACE        TO bh-estimated
           MOVE units        TO bh-units
           COMPUTE bh-vat ROUNDED = final-charge * vat
                 / (1 + vat)
           OPEN EXTEND billing-history-file
           MOVE "X"  TO tab-ec-status(cust-idx)
           MOVE ZERO TO tab-ec-variance(cust-idx)
           MOVE "N"  TO tab-ec-budget(cust-idx)
           MOVE ZERO TO tab-ec-export-cr(cust-idx)
           PERFORM Save-Elec-Customers
           .

      * the final charge posts as billed revenue; the export
      * credit used up comes back off revenue against the AR, the
      * way billing nets it off the charge; the deposit applied
      * unwinds the deposits liability against the AR.
       Write-Gl-Feed.
           OPEN EXTEND gl-feed-file
           IF gl-feed-status = "35"
           END-IF
           MOVE "ELECTRICITY"   TO gf-source
           MOVE SPACES          TO gf-department
           MOVE run-date        TO gf-date
           IF prepaid-account NOT = "Y"
              MOVE "CHARGES"    TO gf-total-type
              MOVE final-charge TO gf-amount
              WRITE gl-feed-record
           END-IF
           IF export-credit-held > ZERO
              MOVE "EXPORTCR"         TO gf-total-type
              MOVE export-credit-held TO gf-amount
              WRITE gl-feed-record
           END-IF
           IF deposit-applied > ZERO
              MOVE "ELEC-DEPOSIT" TO gf-source
              MOVE "APPLIED"      TO gf-total-type
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

              CLOSE current-operator-file
           END-IF
           .

       COPY RUNLOCKCK.
