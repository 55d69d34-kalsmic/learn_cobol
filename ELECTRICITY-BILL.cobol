           SELECT rate-tier-file ASSIGN TO "data/RATETIERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rate-tier-status.
           SELECT demand-rate-file ASSIGN TO "data/DEMANDRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS demand-rate-status.
           SELECT demand-history-file ASSIGN TO
                  "data/DEMANDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS demand-history-status.
           SELECT meter-history-file ASSIGN TO
                  "data/METERHIST.IDX"
               ORGANIZATION IS INDEXED
                  "data/ELECCHECKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS billing-checks-status.
           SELECT export-rate-file ASSIGN TO "data/EXPORTRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS export-rate-status.
           SELECT meter-exception-file ASSIGN TO
                  "data/METEREXC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
                  "data/METEREXCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS exchange-listing-status.
           SELECT dispute-file ASSIGN TO "data/DISPUTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS dispute-status.

       DATA DIVISION.
       FILE SECTION.
       FD  rate-tier-file.
       COPY RATETIER.

       FD  demand-rate-file.
       COPY DEMANDRT.

       FD  demand-history-file.
       COPY DEMANDHIST.

       FD  meter-history-file.
       COPY METERHIST.

       01  billing-checks-record.
           03 bc-usage-multiple   PIC 99.

       FD  export-rate-file.
       01  export-rate-record.
           03 xr-export-rate      PIC 9V999.

       FD  meter-exception-file.
       01  meter-exception-line   PIC X(60).

       FD  exchange-listing-file.
       01  exchange-listing-line PIC X(70).

       FD  dispute-file.
       COPY DISPUTE.

       WORKING-STORAGE SECTION.
       01  input-values.
           03   account-number    PIC 9(6).
           03 standing-charge     PIC 9V999 VALUE 2.50.
           03 vat                 PIC 9V999 VALUE 0.08.
           03 late-fee-rate       PIC 9V999 VALUE 0.05.
      * what each exported unit is credited at - EXPORTRATE.DAT
      * overrides it
           03 export-rate         PIC 9V999 VALUE 0.05.

       01  meter-history-status   PIC XX.
       01  account-found          PIC X VALUE "N".
       01  effective-day-no       PIC 9(8).
       01  charge-part-out        PIC $$$$$$9.99.
       01  units-save             PIC S9(5).
      * the demand charge - rates by tariff class, and each
      * account's monthly maximum demand for the ratchet
       01  demand-rate-status     PIC XX.
       01  demand-rate-eof        PIC X VALUE "N".
       01  demand-rate-table.
           03 demand-rate-entry OCCURS 20 TIMES
                    INDEXED BY drt-idx.
              05 tab-dr-class       PIC X.
              05 tab-dr-rate        PIC 9(3)V99.
              05 tab-dr-ratchet     PIC 999.
              05 tab-dr-effective   PIC 9(8).
       01  demand-rate-count      PIC 99 VALUE ZERO.
       01  demand-history-status  PIC XX.
       01  demand-history-eof     PIC X VALUE "N".
       01  demand-history-table.
           03 demand-history-entry OCCURS 600 TIMES
                    INDEXED BY dmh-idx.
              05 tab-dh-account     PIC 9(6).
              05 tab-dh-month       PIC 9(6).
              05 tab-dh-kva         PIC 9(4)V9.
       01  demand-history-count   PIC 999 VALUE ZERO.
       01  demand-fields.
           03 demand-found        PIC X VALUE "N".
           03 demand-rate         PIC 9(3)V99.
           03 demand-ratchet-pct  PIC 999.
           03 demand-rate-date    PIC 9(8).
           03 demand-reading      PIC 9(4)V9 VALUE ZERO.
           03 demand-peak         PIC 9(4)V9.
           03 ratchet-kva         PIC 9(4)V9.
           03 billed-kva          PIC 9(4)V9.
           03 demand-charge       PIC 9(6)V99 VALUE ZERO.
           03 demand-ratcheted    PIC X VALUE "N".
           03 demand-month-found  PIC X.
           03 bill-month          PIC 9(6).
           03 ratchet-cutoff      PIC 9(6).
       01  kva-out                PIC ZZZ9.9.
       01  demand-charge-out      PIC $$$$$$9.99.
       01  meter-exchange-status  PIC XX.
       01  meter-exchange-eof     PIC X VALUE "N".
       01  exchange-listing-status PIC XX.
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
       01  customer-name          PIC X(20).
       01  customer-address       PIC X(30).
       01  true-charge            PIC 999999V99.
      * net metering - the export register read beside the import
      * one, and the credit it earns against the import charge
       01  export-rate-status     PIC XX.
       01  net-metered            PIC X VALUE "N".
       01  export-fields.
           03 present-export      PIC 9(5) VALUE ZERO.
           03 previous-export     PIC 9(5).
           03 export-units        PIC S9(5) VALUE ZERO.
           03 usual-export        PIC 9(5).
           03 export-credit       PIC 9(6)V99.
           03 credit-available    PIC 9(6)V99.
           03 credit-applied      PIC 9(6)V99 VALUE ZERO.
           03 credit-carried      PIC 9(6)V99 VALUE ZERO.
           03 import-charge       PIC 9(6)V99.
       01  export-amount-out      PIC $$$$$$9.99.
       01  instalment-out         PIC $$$$$$9.99.

       01  ar-balance-status      PIC XX.
           03 charge              PIC 999999V99.
           03 charge-with-vat     PIC 999999V99.
           03 charge-out          PIC $$$$$$9.99.
           03 prior-balance       PIC S9(7)V99.
           03 late-fee            PIC 9(6)V99.
           03 new-balance         PIC S9(7)V99.
      * an overpayment held on the ledger: what came into the bill,
      * how much of this period's charge it met, and what is left
           03 ledger-credit-in    PIC 9(7)V99.
           03 ledger-credit-used  PIC 9(7)V99.
           03 ledger-credit-left  PIC 9(7)V99.
      * the part of the prior balance not under open dispute - the
      * late fee and the arrears count run on this alone
           03 overdue-balance     PIC S9(7)V99.
           03 prior-balance-out   PIC $$$$$$9.99.
           03 late-fee-out        PIC $$$$$$9.99.
           03 new-balance-out     PIC $$$$$$9.99.
       01  rate-tier-status       PIC XX.
       01  electricity-reading-status PIC XX.
       COPY FSCHKWS.
       COPY DISPUTEWS.
       01  mode-flag              PIC X.
       01  reading-eof            PIC X VALUE "N".
       01  billed-count           PIC 9(5) VALUE ZERO.
       01  audit-description      PIC X(30).
       01  log-date               PIC 9(8).
       01  log-time               PIC 9(8).
       COPY RUNLOCKWS.

       LINKAGE SECTION.
       01  LK-CALLED-IN-BATCH     PIC X.
           DISPLAY "Interactive or Batch mode? (I/B): "
                   WITH NO ADVANCING
           ACCEPT mode-flag
           PERFORM Claim-Ar-Lock
           IF NOT rl-granted
              GOBACK
           END-IF
           PERFORM Load-Billing-Checks
           PERFORM Load-Export-Rate
           PERFORM Load-Meter-Exchanges
           PERFORM Load-Rate-Tiers
           PERFORM Load-Demand-Rates
           PERFORM Load-Demand-History
           PERFORM Load-Open-Disputes
           PERFORM Load-Elec-Customers
           PERFORM Open-Master-Files
           IF mode-flag = "B" OR mode-flag = "b"
              PERFORM interactive-calculate-bill
           END-IF
           PERFORM Close-Master-Files
           PERFORM Release-Run-Lock
           GOBACK.

      * called from the operator menu with the mode already
           MOVE "ELECTRICITY-BILL" TO eh-program
           PERFORM Load-Operator-Stamp
           MOVE LK-RUN-MODE TO mode-flag
           PERFORM Claim-Ar-Lock
           IF NOT rl-granted
              GOBACK
           END-IF
           PERFORM Load-Billing-Checks
           PERFORM Load-Export-Rate
           PERFORM Load-Meter-Exchanges
           PERFORM Load-Rate-Tiers
           PERFORM Load-Demand-Rates
           PERFORM Load-Demand-History
           PERFORM Load-Open-Disputes
           PERFORM Load-Elec-Customers
           PERFORM Open-Master-Files
           IF mode-flag = "B" OR mode-flag = "b"
              PERFORM interactive-calculate-bill
           END-IF
           PERFORM Close-Master-Files
           PERFORM Release-Run-Lock
           GOBACK.

      * called by EOD-DRIVER to run the batch step without prompting
           MOVE "ELECTRICITY-BILL" TO eh-program
           PERFORM Load-Operator-Stamp
           MOVE "B" TO mode-flag
           MOVE "Y" TO rl-batch
           PERFORM Claim-Ar-Lock
           IF NOT rl-granted
              GOBACK
           END-IF
           PERFORM Load-Billing-Checks
           PERFORM Load-Export-Rate
           PERFORM Load-Meter-Exchanges
           PERFORM Load-Rate-Tiers
           PERFORM Load-Demand-Rates
           PERFORM Load-Demand-History
           PERFORM Load-Open-Disputes
           PERFORM Load-Elec-Customers
           PERFORM Open-Master-Files
           PERFORM batch-calculate-bill
           PERFORM Close-Master-Files
           PERFORM Release-Run-Lock
           GOBACK.

       interactive-calculate-bill.
           END-IF
           DISPLAY  "Enter present reading: " WITH NO ADVANCING
           ACCEPT present-reading
           MOVE ZERO TO demand-reading
           MOVE ZERO TO present-export
           PERFORM Find-Elec-Customer
           PERFORM Select-Demand-Rate
           IF demand-found = "Y"
              DISPLAY "Enter maximum demand (kVA): "
                      WITH NO ADVANCING
              ACCEPT demand-reading
           END-IF
           IF net-metered = "Y"
              IF account-found = "Y"
                 DISPLAY "Previous export reading (from history): "
                         mh-export-reading
              END-IF
              DISPLAY "Enter present export reading: "
                      WITH NO ADVANCING
              ACCEPT present-export
           END-IF
           PERFORM Bill-One-Account
           PERFORM Save-Elec-Customers
           PERFORM Save-Demand-History
           PERFORM Save-Meter-Exchanges
           .

           CLOSE electricity-reading-file
           PERFORM Estimate-Missed-Accounts
           PERFORM Save-Elec-Customers
           PERFORM Save-Demand-History
           PERFORM Save-Meter-Exchanges
           IF exchanges-applied NOT = ZERO
              DISPLAY "METER EXCHANGES BILLED: " exchanges-applied
       Process-One-Reading.
           MOVE er-account-number  TO account-number
           MOVE er-present-reading TO present-reading
           IF er-demand-kva NUMERIC
              MOVE er-demand-kva TO demand-reading
           ELSE
              MOVE ZERO TO demand-reading
           END-IF
           IF er-export-reading NUMERIC
              MOVE er-export-reading TO present-export
           ELSE
              MOVE ZERO TO present-export
           END-IF
           IF read-this-run-count < 100
              ADD 1 TO read-this-run-count
              SET rtr-idx TO read-this-run-count

       Check-One-Missed.
           IF tab-ec-status(missed-idx) = "C"
              AND tab-ec-payment(missed-idx) NOT = "P"
              MOVE tab-ec-account(missed-idx) TO account-number
              PERFORM Check-Account-Read
              IF account-read NOT = "Y"
                   " NO READING THIS PERIOD - ESTIMATING "
                   units " UNITS"
           PERFORM Compute-Tiered-Charge
           MOVE ZERO TO export-units
           PERFORM Apply-Export-Credit
           MOVE ZERO TO demand-reading
           PERFORM Compute-Demand-Charge
           COMPUTE charge-with-vat ROUNDED = (1 + vat ) *
                    (charge + standing-charge + demand-charge)
           PERFORM Apply-Budget-Plan
           MOVE charge-with-vat TO charge-out
           PERFORM Find-Ar-Balance
              DISPLAY "ACCOUNT " account-number
                      " IS DISCONNECTED OR CLOSED - NOT BILLED"
           ELSE
      * a prepaid meter is paid for in tokens at ELEC-VEND - a
      * reading that turns up for one is not billed
              IF customer-found = "Y"
                 AND tab-ec-payment(cust-found-idx) = "P"
                 DISPLAY "ACCOUNT " account-number
                         " IS PREPAID - NOT BILLED"
              ELSE
                 PERFORM Bill-Connected-Account
              END-IF
           END-IF
           .

           PERFORM Edit-Meter-Reading
           IF reading-billable
              PERFORM Compute-Tiered-Charge
              PERFORM Apply-Export-Credit
              PERFORM Compute-Demand-Charge
              COMPUTE charge-with-vat ROUNDED = (1 + vat ) *
                       (charge + standing-charge + demand-charge)
              PERFORM Apply-Budget-Plan
              MOVE charge-with-vat TO charge-out

              AND units > usage-multiple * usual-usage
              PERFORM Confirm-High-Usage
           END-IF
           MOVE ZERO TO export-units
           IF reading-billable AND net-metered = "Y"
              PERFORM Edit-Export-Reading
           END-IF
           .

      * the export register gets the same screening as the import
      * one - a rollover near the top of the dial, a mis-key
      * below history, and an export beyond the usual multiple of
      * the account's last export held for confirmation.
       Edit-Export-Reading.
           MOVE ZERO TO usual-export
           IF account-found = "Y"
              MOVE mh-export-reading TO previous-export
              MOVE mh-last-export    TO usual-export
           ELSE
              MOVE present-export TO previous-export
           END-IF
           COMPUTE export-units = present-export - previous-export
           IF export-units NEGATIVE
              IF previous-export > 90000
                 COMPUTE wrapped-units = 99999 - previous-export
                       + present-export + 1
                 MOVE wrapped-units TO export-units
                 DISPLAY "ACCOUNT " account-number
                         " EXPORT ROLLOVER - CREDITING "
                         export-units " UNITS"
              ELSE
                 MOVE "R" TO reading-disposition
                 MOVE "EXPORT BELOW HISTORY - MIS-KEY"
                    TO xd-reason
                 PERFORM Write-Export-Exception
              END-IF
           END-IF
           IF reading-billable AND usual-export > ZERO
              AND export-units > usage-multiple * usual-export
              PERFORM Confirm-High-Export
           END-IF
           .

       Confirm-High-Export.
           IF mode-flag = "B" OR mode-flag = "b"
              MOVE "R" TO reading-disposition
              MOVE "EXPORT OVER USUAL - CONFIRM" TO xd-reason
              PERFORM Write-Export-Exception
           ELSE
              DISPLAY "ACCOUNT " account-number " EXPORT "
                      export-units " IS OVER " usage-multiple
                      " TIMES USUAL - credit anyway? (Y/N): "
                      WITH NO ADVANCING
              ACCEPT confirm-reading
              IF confirm-reading NOT = "Y"
                 AND confirm-reading NOT = "y"
                 MOVE "R" TO reading-disposition
                 MOVE "EXPORT OVER USUAL - NOT CONFIRMED"
                    TO xd-reason
                 PERFORM Write-Export-Exception
              END-IF
           END-IF
           .

       Edit-Exchanged-Reading.
           .

       Write-Meter-Exception.
           MOVE previous-reading TO xd-previous
           MOVE present-reading  TO xd-present
           PERFORM Append-Exception-Line
           .

       Write-Export-Exception.
           MOVE previous-export  TO xd-previous
           MOVE present-export   TO xd-present
           PERFORM Append-Exception-Line
           .

       Append-Exception-Line.
           MOVE account-number   TO xd-account
           OPEN EXTEND meter-exception-file
           IF meter-exception-status = "35"
              OPEN OUTPUT meter-exception-file
                   " ROUTED TO EXCEPTION REPORT: " xd-reason
           .

       Load-Export-Rate.
           OPEN INPUT export-rate-file
           IF export-rate-status = "00"
              READ export-rate-file
                 AT END CONTINUE
                 NOT AT END MOVE xr-export-rate TO export-rate
              END-READ
              CLOSE export-rate-file
           END-IF
           .

      * the exported units earn credit against the period's import
      * charge, on top of any credit carried from earlier bills.
      * the import charge goes no lower than zero - what is left
      * over is carried on the customer row to the next bill. an
      * estimated bill has no export reading and spends only the
      * carried credit.
       Apply-Export-Credit.
           MOVE ZERO TO credit-applied
           MOVE ZERO TO credit-carried
           MOVE charge TO import-charge
           IF net-metered = "Y"
              SET cust-idx TO cust-found-idx
              COMPUTE export-credit ROUNDED =
                    export-units * export-rate
              COMPUTE credit-available =
                    export-credit + tab-ec-export-cr(cust-idx)
              IF credit-available > charge
                 MOVE charge TO credit-applied
                 COMPUTE credit-carried = credit-available - charge
                 MOVE ZERO TO charge
              ELSE
                 MOVE credit-available TO credit-applied
                 SUBTRACT credit-available FROM charge
              END-IF
              MOVE credit-carried TO tab-ec-export-cr(cust-idx)
           END-IF
           .

       Load-Rate-Tiers.
           ACCEPT bill-run-date FROM DATE YYYYMMDD
           MOVE ZERO TO tier-count
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

       Find-Elec-Customer.
           MOVE "N" TO customer-found
           MOVE "D" TO account-class
           MOVE "N" TO net-metered
           MOVE SPACES TO customer-name
           MOVE SPACES TO customer-address
           PERFORM Check-One-Customer
              MOVE tab-ec-class(cust-idx)   TO account-class
              MOVE tab-ec-name(cust-idx)    TO customer-name
              MOVE tab-ec-address(cust-idx) TO customer-address
              IF tab-ec-net-meter(cust-idx) = "Y"
                 MOVE "Y" TO net-metered
              END-IF
           END-IF
           .

      * is rewritten - file size is no longer capped by a
      * compile-time table constant. a missing master is created
      * empty so a first run has somewhere to write.
      * the receivables balances are held for the whole billing
      * run, so a payment or adjustment run cannot rewrite them
      * underneath it.
       Claim-Ar-Lock.
           MOVE "ELEC-AR"          TO rl-lock-set
           MOVE "ELECTRICITY-BILL" TO rl-program
           PERFORM Claim-Run-Lock
           .

       Open-Master-Files.
           OPEN I-O meter-history-file
           IF meter-history-status = "35"
                 IF mh-estimated-units NOT NUMERIC
                    MOVE ZERO TO mh-estimated-units
                 END-IF
                 IF mh-export-reading NOT NUMERIC
                    MOVE ZERO TO mh-export-reading
                 END-IF
                 IF mh-last-export NOT NUMERIC
                    MOVE ZERO TO mh-last-export
                 END-IF
           END-READ
           .

              MOVE present-reading     TO mh-present-reading
              MOVE units               TO mh-last-usage
              MOVE leftover-estimated  TO mh-estimated-units
              IF net-metered = "Y"
                 MOVE present-export   TO mh-export-reading
                 MOVE export-units     TO mh-last-export
              ELSE
                 IF account-found NOT = "Y"
                    MOVE ZERO TO mh-export-reading
                    MOVE ZERO TO mh-last-export
                 END-IF
              END-IF
              IF account-found = "Y"
                 REWRITE meter-history-record
              ELSE
           END-IF
           .

      * large users pay for their peak kVA as well as their units.
      * the billable demand is the period's register reading, or
      * the ratchet percentage of the account's highest demand in
      * the last twelve months when that is more - an estimated
      * bill has no reading, so it pays the ratchet alone.
       Compute-Demand-Charge.
           MOVE ZERO TO demand-charge
           MOVE ZERO TO billed-kva
           MOVE "N" TO demand-ratcheted
           PERFORM Select-Demand-Rate
           IF demand-found = "Y"
              MOVE ZERO TO demand-peak
              PERFORM Check-One-Demand-Month
                       VARYING dmh-idx FROM 1 BY 1
                       UNTIL dmh-idx > demand-history-count
              COMPUTE ratchet-kva ROUNDED =
                    demand-peak * demand-ratchet-pct / 100
              MOVE demand-reading TO billed-kva
              IF ratchet-kva > billed-kva
                 MOVE ratchet-kva TO billed-kva
                 MOVE "Y" TO demand-ratcheted
              END-IF
              COMPUTE demand-charge ROUNDED =
                    billed-kva * demand-rate
              IF estimate-mode = "N"
                 PERFORM Record-Demand-Reading
              END-IF
           END-IF
           .

       Check-One-Demand-Month.
           IF tab-dh-account(dmh-idx) = account-number
              AND tab-dh-kva(dmh-idx) > demand-peak
              MOVE tab-dh-kva(dmh-idx) TO demand-peak
           END-IF
           .

      * the demand rate in force for the account's tariff class -
      * the latest effective row on or before the billing date.
       Select-Demand-Rate.
           MOVE "N" TO demand-found
           MOVE ZERO TO demand-rate-date
           PERFORM Judge-One-Demand-Rate
                    VARYING drt-idx FROM 1 BY 1
                    UNTIL drt-idx > demand-rate-count
           .

       Judge-One-Demand-Rate.
           IF tab-dr-class(drt-idx) = account-class
              AND tab-dr-effective(drt-idx) <= bill-run-date
              AND (demand-found = "N"
                   OR tab-dr-effective(drt-idx) >= demand-rate-date)
              MOVE "Y" TO demand-found
              MOVE tab-dr-effective(drt-idx) TO demand-rate-date
              MOVE tab-dr-rate(drt-idx)      TO demand-rate
              MOVE tab-dr-ratchet(drt-idx)   TO demand-ratchet-pct
           END-IF
           .

      * one row per account per billing month - a second bill in
      * the same month keeps the higher of the two readings.
       Record-Demand-Reading.
           MOVE "N" TO demand-month-found
           PERFORM Match-One-Demand-Month
                    VARYING dmh-idx FROM 1 BY 1
                    UNTIL dmh-idx > demand-history-count
                       OR demand-month-found = "Y"
           IF demand-month-found = "N"
              IF demand-history-count < 600
                 ADD 1 TO demand-history-count
                 SET dmh-idx TO demand-history-count
                 MOVE account-number TO tab-dh-account(dmh-idx)
                 MOVE bill-month     TO tab-dh-month(dmh-idx)
                 MOVE demand-reading TO tab-dh-kva(dmh-idx)
              ELSE
                 DISPLAY "DEMAND HISTORY FULL - ACCOUNT "
                         account-number " NOT RECORDED"
              END-IF
           END-IF
           .

       Match-One-Demand-Month.
           IF tab-dh-account(dmh-idx) = account-number
              AND tab-dh-month(dmh-idx) = bill-month
              MOVE "Y" TO demand-month-found
              IF demand-reading > tab-dh-kva(dmh-idx)
                 MOVE demand-reading TO tab-dh-kva(dmh-idx)
              END-IF
           END-IF
           .

       Load-Demand-Rates.
           MOVE ZERO TO demand-rate-count
           OPEN INPUT demand-rate-file
           IF demand-rate-status = "00"
              PERFORM Read-Demand-Rate
              PERFORM Store-Demand-Rate
                 UNTIL demand-rate-eof = "Y"
              CLOSE demand-rate-file
           END-IF
           .

       Read-Demand-Rate.
           READ demand-rate-file
              AT END MOVE "Y" TO demand-rate-eof
           END-READ
           .

       Store-Demand-Rate.
           IF demand-rate-count < 20
              ADD 1 TO demand-rate-count
              SET drt-idx TO demand-rate-count
              MOVE dr-class       TO tab-dr-class(drt-idx)
              MOVE dr-rate        TO tab-dr-rate(drt-idx)
              MOVE dr-ratchet-pct TO tab-dr-ratchet(drt-idx)
              MOVE dr-effective   TO tab-dr-effective(drt-idx)
           END-IF
           PERFORM Read-Demand-Rate
           .

      * only the last twelve billing months are kept - anything
      * older can no longer set the ratchet.
       Load-Demand-History.
           MOVE bill-run-date(1:6) TO bill-month
           COMPUTE ratchet-cutoff = bill-month - 100
           MOVE ZERO TO demand-history-count
           OPEN INPUT demand-history-file
           IF demand-history-status = "00"
              PERFORM Read-Demand-History
              PERFORM Store-Demand-History
                 UNTIL demand-history-eof = "Y"
              CLOSE demand-history-file
           END-IF
           .

       Read-Demand-History.
           READ demand-history-file
              AT END MOVE "Y" TO demand-history-eof
           END-READ
           .

       Store-Demand-History.
           IF dh-month > ratchet-cutoff
              AND demand-history-count < 600
              ADD 1 TO demand-history-count
              SET dmh-idx TO demand-history-count
              MOVE dh-account TO tab-dh-account(dmh-idx)
              MOVE dh-month   TO tab-dh-month(dmh-idx)
              MOVE dh-kva     TO tab-dh-kva(dmh-idx)
           END-IF
           PERFORM Read-Demand-History
           .

       Save-Demand-History.
           IF demand-history-count > ZERO
              OPEN OUTPUT demand-history-file
              PERFORM Write-Demand-History
                       VARYING dmh-idx FROM 1 BY 1
                       UNTIL dmh-idx > demand-history-count
              CLOSE demand-history-file
           END-IF
           .

       Write-Demand-History.
           MOVE tab-dh-account(dmh-idx) TO dh-account
           MOVE tab-dh-month(dmh-idx)   TO dh-month
           MOVE tab-dh-kva(dmh-idx)     TO dh-kva
           WRITE demand-history-record
           .

      * a 360-day-year day count - close enough to prorate a
      * period without leap-year arithmetic.
       Flatten-Date.
           .

      * a late fee applies whenever last time's arrears were not
      * fully cleared by the last payment on record. an account
      * brought in with a credit owes no late fee, and the credit
      * is used against this period's charge before anything is
      * due. money under open dispute is not overdue - it earns no
      * late fee and does not count the account into arrears.
       Compute-Statement.
           IF ar-found = "Y"
              MOVE ar-balance TO prior-balance
           ELSE
              MOVE ZERO TO prior-balance
           END-IF
           MOVE account-number TO disputed-account
           PERFORM Find-Disputed-Amount
           COMPUTE overdue-balance = prior-balance - disputed-amount

           MOVE ZERO TO late-fee
           IF ar-found = "Y"
              AND overdue-balance > ZERO
              AND ar-last-paid < overdue-balance
              COMPUTE late-fee ROUNDED =
                    overdue-balance * late-fee-rate
      * another period carried in arrears - the collections run's
      * escalation ladder climbs on this count
              ADD 1 TO ar-arrears-periods
           END-IF
           IF ar-found = "Y"
              AND ar-last-paid >= overdue-balance
              MOVE ZERO TO ar-arrears-periods
           END-IF

           COMPUTE new-balance = prior-balance + charge-with-vat
                                  + late-fee

           MOVE ZERO TO ledger-credit-in
           MOVE ZERO TO ledger-credit-used
           MOVE ZERO TO ledger-credit-left
           IF prior-balance < ZERO
              COMPUTE ledger-credit-in = ZERO - prior-balance
              IF ledger-credit-in > charge-with-vat
                 MOVE charge-with-vat TO ledger-credit-used
              ELSE
                 MOVE ledger-credit-in TO ledger-credit-used
              END-IF
           END-IF
           IF new-balance < ZERO
              COMPUTE ledger-credit-left = ZERO - new-balance
           END-IF
           .

       Print-Statement.
              DISPLAY "ACCOUNT " account-number
                      " (NO CUSTOMER MASTER ROW)"
           END-IF
           IF prior-balance < ZERO
              MOVE ledger-credit-in TO prior-balance-out
              DISPLAY "CREDIT BROUGHT FORWARD: " prior-balance-out
           ELSE
              DISPLAY "PRIOR BALANCE   : " prior-balance-out
           END-IF
      * a net-metered account shows what it drew and what it gave
      * back, and the credit the export earned against the import
           IF net-metered = "Y"
              DISPLAY "IMPORTED UNITS  : " units
              DISPLAY "EXPORTED UNITS  : " export-units
              MOVE import-charge TO export-amount-out
              DISPLAY "IMPORT CHARGE   : " export-amount-out
              MOVE credit-applied TO export-amount-out
              DISPLAY "EXPORT CREDIT   : " export-amount-out
              IF credit-carried > ZERO
                 MOVE credit-carried TO export-amount-out
                 DISPLAY "CREDIT CARRIED FORWARD: "
                         export-amount-out
              END-IF
           END-IF
           IF estimate-mode = "Y"
              DISPLAY "THIS PERIOD (ESTIMATED): " charge-out
           ELSE
                      days-on-new-tariff " DAYS): "
                      charge-part-out
           END-IF
      * the demand charge rides inside the period's charge and is
      * shown beneath it, with the ratchet named when it set the
      * billable kVA
           IF demand-charge > ZERO
              MOVE billed-kva    TO kva-out
              MOVE demand-charge TO demand-charge-out
              IF demand-ratcheted = "Y"
                 DISPLAY "  DEMAND " kva-out " KVA (RATCHET "
                         demand-ratchet-pct "%): "
                         demand-charge-out
              ELSE
                 DISPLAY "  DEMAND " kva-out " KVA: "
                         demand-charge-out
              END-IF
           END-IF
           IF disputed-amount > ZERO
              MOVE disputed-amount TO prior-balance-out
              DISPLAY "UNDER DISPUTE   : " prior-balance-out
                      " (NO LATE FEE)"
           END-IF
           DISPLAY "LATE FEE        : " late-fee-out
           IF ledger-credit-used > ZERO
              MOVE ledger-credit-used TO prior-balance-out
              DISPLAY "CREDIT APPLIED  : " prior-balance-out
           END-IF
      * a credit too large for this period's charge stays on the
      * account for the next bill or the refund run
           IF new-balance < ZERO
              MOVE ledger-credit-left TO new-balance-out
              DISPLAY "ACCOUNT IN CREDIT: " new-balance-out
           ELSE
              DISPLAY "NEW BALANCE DUE : " new-balance-out
           END-IF
           .

      * carries the new balance due forward as next period's arrears;
           ELSE
              MOVE SPACE TO bh-estimated
           END-IF
           MOVE units          TO bh-units
      * the VAT rode in on the period charge only - the late fee
      * carries none
           COMPUTE bh-vat ROUNDED = charge-with-vat * vat

       COPY FSCHECK.

       COPY DISPUTECK.

      * whoever signed on at the menu is stamped on every audit
      * line - CONSOLE when the program is run on its own.
       Load-Operator-Stamp.
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE
           .

       COPY RUNLOCKCK.
