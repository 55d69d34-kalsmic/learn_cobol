       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELEC-WHATIF.
      * tariff what-if: re-prices the last twelve months of actual
      * consumption on the billing history under the tariff in
      * force today and under a proposed tier table laid out like
      * RATETIERS.DAT (TARIFFPROP.DAT), and reports the tiered
      * energy revenue under each by tariff class and by
      * consumption band, with the customers whose charges would
      * rise or fall by more than the percentages on WHATIFCTL.DAT.
      * a class the proposal has no rows for stays on its current
      * tiers. every file here is opened for input only - the run
      * can never disturb the live tier table or the billing files.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT rate-tier-file ASSIGN TO "data/RATETIERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rate-tier-status.
           SELECT proposed-tier-file ASSIGN TO "data/TARIFFPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS proposed-tier-status.
           SELECT whatif-control-file ASSIGN TO "data/WHATIFCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS whatif-control-status.
           SELECT elec-customer-file ASSIGN TO "data/ELECCUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS elec-customer-status.
           SELECT meter-history-file ASSIGN TO
                  "data/METERHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS mh-account
               FILE STATUS IS meter-history-status.
           SELECT billing-history-file ASSIGN TO
                  "data/ELECBILLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS billing-history-status.
           SELECT whatif-report-file ASSIGN TO "data/WHATIF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  rate-tier-file.
       01  rate-tier-line       PIC X(18).

       FD  proposed-tier-file.
       01  proposed-tier-line   PIC X(18).

      * the rise and fall percentages a customer's charges must move
      * by to be listed, and the upper units of each consumption
      * band the revenue is broken down by - the last band should
      * be high enough to cover any bill.
       FD  whatif-control-file.
       01  whatif-control-record.
           03 wc-rise-pct       PIC 99V9.
           03 wc-fall-pct       PIC 99V9.
           03 wc-band-upper     PIC 9(5) OCCURS 5 TIMES.

       FD  elec-customer-file.
       COPY ELECCUST.

       FD  meter-history-file.
       COPY METERHIST.

       FD  billing-history-file.
       COPY BILLHIST.

       FD  whatif-report-file.
       01  whatif-report-line   PIC X(80).

       WORKING-STORAGE SECTION.
      * a work copy of one tier row, current or proposed
       COPY RATETIER.
       01  rate-tier-status     PIC XX.
       01  rate-tier-eof        PIC X VALUE "N".
       01  proposed-tier-status PIC XX.
       01  whatif-control-status PIC XX.
       01  elec-customer-status PIC XX.
       01  elec-customer-eof    PIC X VALUE "N".
       01  meter-history-status PIC XX.
       01  meter-history-open   PIC X VALUE "N".
       01  billing-history-status PIC XX.
       01  billing-history-eof  PIC X VALUE "N".
       01  rise-pct             PIC 99V9 VALUE 10.0.
       01  fall-pct             PIC 99V9 VALUE 5.0.
      * both tariffs share one table - tab-tier-set is C for a
      * current row and P for a proposed one.
       01  rate-tier-table.
           03 rate-tier OCCURS 80 TIMES
                    INDEXED BY tier-idx.
              05 tab-tier-set          PIC X.
              05 tab-tier-class        PIC X.
              05 tab-tier-upper-units  PIC 9(5).
              05 tab-tier-rate         PIC 9V999.
              05 tab-tier-effective    PIC 9(8).
       01  tier-count           PIC 99 VALUE ZERO.
       01  proposed-count       PIC 99 VALUE ZERO.
       01  tier-set             PIC X.
       01  class-table.
           03 class-entry OCCURS 3 TIMES INDEXED BY class-idx.
              05 tab-cl-class     PIC X.
              05 tab-cl-proposed  PIC X.
              05 tab-cl-bills     PIC 9(5).
              05 tab-cl-units     PIC 9(8).
              05 tab-cl-current   PIC 9(9)V99.
              05 tab-cl-new       PIC 9(9)V99.
       01  class-found          PIC X.
       01  class-found-idx      PIC 9 VALUE ZERO.
       01  band-table.
           03 band-entry OCCURS 5 TIMES INDEXED BY band-idx.
              05 tab-bd-upper     PIC 9(5).
              05 tab-bd-bills     PIC 9(5).
              05 tab-bd-units     PIC 9(8).
              05 tab-bd-current   PIC 9(9)V99.
              05 tab-bd-new       PIC 9(9)V99.
       01  band-found           PIC X.
       01  band-found-idx       PIC 9 VALUE ZERO.
       01  elec-customer-table.
           03 customer-entry OCCURS 50 TIMES
                    INDEXED BY cust-idx.
              05 tab-ec-account  PIC 9(6).
              05 tab-ec-name     PIC X(20).
              05 tab-ec-class    PIC X.
              05 tab-ec-current  PIC 9(7)V99.
              05 tab-ec-new      PIC 9(7)V99.
       01  customer-count       PIC 99 VALUE ZERO.
       01  customer-found       PIC X.
       01  cust-found-idx       PIC 99 VALUE ZERO.
       01  account-class        PIC X.
       01  run-date             PIC 9(8).
       01  window-start         PIC 9(8).
       01  window-start-parts REDEFINES window-start.
           03 win-yyyy          PIC 9(4).
           03 win-mmdd          PIC 9(4).
       01  selected-tariff-date PIC 9(8) VALUE ZERO.
       01  units                PIC S9(5).
       01  units-remaining      PIC S9(5).
       01  units-in-tier        PIC S9(5).
       01  tier-floor           PIC 9(5).
       01  charge               PIC 9(6)V99.
       01  current-charge       PIC 9(6)V99.
       01  proposed-charge      PIC 9(6)V99.
       01  bills-repriced       PIC 9(5) VALUE ZERO.
       01  units-from-history   PIC 9(5) VALUE ZERO.
       01  total-units          PIC 9(8) VALUE ZERO.
       01  total-current        PIC 9(9)V99 VALUE ZERO.
       01  total-new            PIC 9(9)V99 VALUE ZERO.
       01  change-pct           PIC S9(5)V9.
       01  rising-count         PIC 99 VALUE ZERO.
       01  falling-count        PIC 99 VALUE ZERO.
       01  report-heading.
           03 FILLER            PIC X(18) VALUE
                 "TARIFF WHAT-IF AT ".
           03 rh-date           PIC 9(8).
           03 FILLER            PIC X(15) VALUE " - BILLS AFTER ".
           03 rh-start          PIC 9(8).
       01  report-basis-line    PIC X(50) VALUE
                 "TIERED ENERGY CHARGES - NO STANDING CHARGE OR VAT".
       01  report-class-legend  PIC X(50) VALUE
                 "(*) NO PROPOSED TIERS - PRICED ON CURRENT TIERS".
       01  report-class-title   PIC X(20) VALUE "BY TARIFF CLASS".
       01  report-band-title    PIC X(30) VALUE
                 "BY CONSUMPTION BAND (PER BILL)".
       01  report-columns.
           03 FILLER            PIC X(30) VALUE
                 "            BILLS    UNITS".
           03 FILLER            PIC X(36) VALUE
                 "     CURRENT        PROPOSED CHANGE%".
       01  report-detail.
           03 rd-label          PIC X(11).
           03 FILLER            PIC X VALUE SPACE.
           03 rd-bills          PIC ZZZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 rd-units          PIC ZZZZZZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 rd-current        PIC $$$$,$$$,$$9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 rd-new            PIC $$$$,$$$,$$9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 rd-pct            PIC -ZZZ9.9.
       01  class-label.
           03 FILLER            PIC X(6) VALUE "CLASS ".
           03 cl-class          PIC X.
           03 FILLER            PIC X VALUE SPACE.
           03 cl-proposed-note  PIC X(3).
       01  band-label.
           03 FILLER            PIC X(6) VALUE "UP TO ".
           03 bl-upper          PIC ZZZZ9.
       01  report-mover-title.
           03 FILLER            PIC X(25) VALUE
                 "CHARGES RISING MORE THAN ".
           03 rm-rise           PIC ZZ9.9.
           03 FILLER            PIC X(25) VALUE
                 "% OR FALLING MORE THAN ".
           03 rm-fall           PIC ZZ9.9.
           03 FILLER            PIC X VALUE "%".
       01  report-mover-line.
           03 rv-account        PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 rv-name           PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 rv-current        PIC $$$$,$$9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 rv-new            PIC $$$$,$$9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 rv-pct            PIC -ZZZ9.9.
           03 FILLER            PIC X VALUE SPACE.
           03 rv-direction      PIC X(7).
       01  report-mover-totals.
           03 FILLER            PIC X(8) VALUE "RISING: ".
           03 rmt-rising        PIC Z9.
           03 FILLER            PIC X(11) VALUE "  FALLING: ".
           03 rmt-falling       PIC Z9.
       01  report-basis-note.
           03 FILLER            PIC X(17) VALUE "BILLS RE-PRICED: ".
           03 rn-bills          PIC ZZZZ9.
           03 FILLER            PIC X(26) VALUE
                 "  UNITS FROM METER HIST.: ".
           03 rn-history        PIC ZZZZ9.
       01  blank-line           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       Elec-Whatif.
           DISPLAY "TARIFF WHAT-IF SIMULATION"
           ACCEPT run-date FROM DATE YYYYMMDD
           MOVE run-date TO window-start
           SUBTRACT 1 FROM win-yyyy
           PERFORM Set-Up-Totals
           PERFORM Load-Whatif-Control
           PERFORM Load-Rate-Tiers
           PERFORM Load-Proposed-Tiers
           IF proposed-count = ZERO
              DISPLAY "NO PROPOSED TIERS ON data/TARIFFPROP.DAT"
           ELSE
              PERFORM Mark-Proposed-Classes
              PERFORM Load-Elec-Customers
              PERFORM Open-Meter-History
              PERFORM Reprice-Billing-History
              IF meter-history-open = "Y"
                 CLOSE meter-history-file
              END-IF
              PERFORM Write-Whatif-Report
              DISPLAY "BILLS RE-PRICED: " bills-repriced
              DISPLAY "RISING: " rising-count
                      "  FALLING: " falling-count
              DISPLAY "WHAT-IF WRITTEN TO data/WHATIF.RPT"
           END-IF
           GOBACK.

       Set-Up-Totals.
           MOVE "D" TO tab-cl-class(1)
           MOVE "C" TO tab-cl-class(2)
           MOVE "I" TO tab-cl-class(3)
           PERFORM Clear-One-Class
                    VARYING class-idx FROM 1 BY 1
                    UNTIL class-idx > 3
           PERFORM Clear-One-Band
                    VARYING band-idx FROM 1 BY 1
                    UNTIL band-idx > 5
           MOVE 00050 TO tab-bd-upper(1)
           MOVE 00200 TO tab-bd-upper(2)
           MOVE 00500 TO tab-bd-upper(3)
           MOVE 01000 TO tab-bd-upper(4)
           MOVE 99999 TO tab-bd-upper(5)
           .

       Clear-One-Class.
           MOVE "N"  TO tab-cl-proposed(class-idx)
           MOVE ZERO TO tab-cl-bills(class-idx)
           MOVE ZERO TO tab-cl-units(class-idx)
           MOVE ZERO TO tab-cl-current(class-idx)
           MOVE ZERO TO tab-cl-new(class-idx)
           .

       Clear-One-Band.
           MOVE ZERO TO tab-bd-bills(band-idx)
           MOVE ZERO TO tab-bd-units(band-idx)
           MOVE ZERO TO tab-bd-current(band-idx)
           MOVE ZERO TO tab-bd-new(band-idx)
           .

      * a class with no proposed rows is priced on its current
      * tiers under both headings.
       Mark-Proposed-Classes.
           PERFORM Mark-One-Proposed-Row
                    VARYING tier-idx FROM 1 BY 1
                    UNTIL tier-idx > tier-count
           .

       Mark-One-Proposed-Row.
           IF tab-tier-set(tier-idx) = "P"
              MOVE tab-tier-class(tier-idx) TO account-class
              PERFORM Find-Class
              IF class-found = "Y"
                 MOVE "Y" TO tab-cl-proposed(class-found-idx)
              END-IF
           END-IF
           .

       Reprice-Billing-History.
           OPEN INPUT billing-history-file
           IF billing-history-status = "00"
              PERFORM Read-Billing-History
              PERFORM Reprice-One-Bill
                 UNTIL billing-history-eof = "Y"
              CLOSE billing-history-file
           END-IF
           .

       Read-Billing-History.
           READ billing-history-file
              AT END MOVE "Y" TO billing-history-eof
           END-READ
           .

      * a bill cut before the units column existed is re-priced on
      * the account's last period usage from the meter history -
      * the nearest thing to its consumption still on file.
       Reprice-One-Bill.
           IF bh-date > window-start AND bh-date NOT > run-date
              IF bh-units NUMERIC
                 MOVE bh-units TO units
              ELSE
                 PERFORM Units-From-Meter-History
              END-IF
              PERFORM Price-One-Bill
           END-IF
           PERFORM Read-Billing-History
           .

       Units-From-Meter-History.
           MOVE ZERO TO units
           IF meter-history-open = "Y"
              MOVE bh-account TO mh-account
              READ meter-history-file
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE mh-last-usage TO units
                    ADD 1 TO units-from-history
              END-READ
           END-IF
           .

       Price-One-Bill.
           PERFORM Find-Elec-Customer
           MOVE "D" TO account-class
           IF customer-found = "Y"
              MOVE tab-ec-class(cust-found-idx) TO account-class
           END-IF
           PERFORM Find-Class
           MOVE "C" TO tier-set
           PERFORM Compute-Tiered-Charge
           MOVE charge TO current-charge
           IF class-found = "Y"
              AND tab-cl-proposed(class-found-idx) = "Y"
              MOVE "P" TO tier-set
              PERFORM Compute-Tiered-Charge
           END-IF
           MOVE charge TO proposed-charge
           ADD 1 TO bills-repriced
           ADD units           TO total-units
           ADD current-charge  TO total-current
           ADD proposed-charge TO total-new
           IF class-found = "Y"
              ADD 1               TO tab-cl-bills(class-found-idx)
              ADD units           TO tab-cl-units(class-found-idx)
              ADD current-charge  TO tab-cl-current(class-found-idx)
              ADD proposed-charge TO tab-cl-new(class-found-idx)
           END-IF
           PERFORM Find-Band
           ADD 1               TO tab-bd-bills(band-found-idx)
           ADD units           TO tab-bd-units(band-found-idx)
           ADD current-charge  TO tab-bd-current(band-found-idx)
           ADD proposed-charge TO tab-bd-new(band-found-idx)
           IF customer-found = "Y"
              ADD current-charge  TO tab-ec-current(cust-found-idx)
              ADD proposed-charge TO tab-ec-new(cust-found-idx)
           END-IF
           .

      * the first band whose upper units cover the bill; anything
      * above the last band is counted in it.
       Find-Band.
           MOVE "N" TO band-found
           MOVE 5 TO band-found-idx
           PERFORM Check-One-Band
                    VARYING band-idx FROM 1 BY 1
                    UNTIL band-idx > 5
                       OR band-found = "Y"
           .

       Check-One-Band.
           IF units NOT > tab-bd-upper(band-idx)
              MOVE "Y" TO band-found
              SET band-found-idx TO band-idx
           END-IF
           .

       Find-Class.
           MOVE "N" TO class-found
           PERFORM Check-One-Class
                    VARYING class-idx FROM 1 BY 1
                    UNTIL class-idx > 3
                       OR class-found = "Y"
           .

       Check-One-Class.
           IF tab-cl-class(class-idx) = account-class
              MOVE "Y" TO class-found
              SET class-found-idx TO class-idx
           END-IF
           .

      * the current tariff is the generation in force today, as the
      * billing run would pick it; the proposal is its latest
      * generation whatever date it carries.
       Compute-Tiered-Charge.
           MOVE ZERO TO selected-tariff-date
           PERFORM Judge-One-Generation
                    VARYING tier-idx FROM 1 BY 1
                    UNTIL tier-idx > tier-count
           MOVE ZERO TO charge
           MOVE ZERO TO tier-floor
           MOVE units TO units-remaining
           PERFORM Charge-One-Tier VARYING tier-idx FROM 1 BY 1
                    UNTIL tier-idx > tier-count
                       OR units-remaining NOT > ZERO
           .

       Judge-One-Generation.
           IF tab-tier-set(tier-idx) = tier-set
              AND tab-tier-class(tier-idx) = account-class
              AND (tab-tier-effective(tier-idx) <= run-date
                   OR tier-set = "P")
              AND tab-tier-effective(tier-idx)
                    > selected-tariff-date
              MOVE tab-tier-effective(tier-idx)
                 TO selected-tariff-date
           END-IF
           .

       Charge-One-Tier.
           IF tab-tier-set(tier-idx) = tier-set
              AND tab-tier-class(tier-idx) = account-class
              AND tab-tier-effective(tier-idx)
                    = selected-tariff-date
              COMPUTE units-in-tier =
                    tab-tier-upper-units(tier-idx) - tier-floor
              IF units-in-tier > units-remaining
                 MOVE units-remaining TO units-in-tier
              END-IF
              COMPUTE charge ROUNDED = charge +
                    (units-in-tier * tab-tier-rate(tier-idx))
              SUBTRACT units-in-tier FROM units-remaining
              MOVE tab-tier-upper-units(tier-idx) TO tier-floor
           END-IF
           .

       Write-Whatif-Report.
           OPEN OUTPUT whatif-report-file
           MOVE run-date     TO rh-date
           MOVE window-start TO rh-start
           WRITE whatif-report-line FROM report-heading
           WRITE whatif-report-line FROM report-basis-line
           WRITE whatif-report-line FROM blank-line
           WRITE whatif-report-line FROM report-class-title
           WRITE whatif-report-line FROM report-columns
           PERFORM Write-One-Class
                    VARYING class-idx FROM 1 BY 1
                    UNTIL class-idx > 3
           WRITE whatif-report-line FROM report-class-legend
           WRITE whatif-report-line FROM blank-line
           WRITE whatif-report-line FROM report-band-title
           WRITE whatif-report-line FROM report-columns
           PERFORM Write-One-Band
                    VARYING band-idx FROM 1 BY 1
                    UNTIL band-idx > 5
           MOVE "TOTAL"        TO rd-label
           MOVE bills-repriced TO rd-bills
           MOVE total-units    TO rd-units
           MOVE total-current  TO rd-current
           MOVE total-new      TO rd-new
           IF total-current > ZERO
              COMPUTE change-pct ROUNDED =
                    (total-new - total-current) * 100 / total-current
           ELSE
              MOVE ZERO TO change-pct
           END-IF
           MOVE change-pct TO rd-pct
           WRITE whatif-report-line FROM report-detail
           WRITE whatif-report-line FROM blank-line
           MOVE rise-pct TO rm-rise
           MOVE fall-pct TO rm-fall
           WRITE whatif-report-line FROM report-mover-title
           PERFORM Judge-One-Customer
                    VARYING cust-idx FROM 1 BY 1
                    UNTIL cust-idx > customer-count
           MOVE rising-count  TO rmt-rising
           MOVE falling-count TO rmt-falling
           WRITE whatif-report-line FROM report-mover-totals
           WRITE whatif-report-line FROM blank-line
           MOVE bills-repriced     TO rn-bills
           MOVE units-from-history TO rn-history
           WRITE whatif-report-line FROM report-basis-note
           CLOSE whatif-report-file
           .

       Write-One-Class.
           MOVE tab-cl-class(class-idx) TO cl-class
           IF tab-cl-proposed(class-idx) = "Y"
              MOVE SPACES TO cl-proposed-note
           ELSE
              MOVE "(*)" TO cl-proposed-note
           END-IF
           MOVE class-label                TO rd-label
           MOVE tab-cl-bills(class-idx)    TO rd-bills
           MOVE tab-cl-units(class-idx)    TO rd-units
           MOVE tab-cl-current(class-idx)  TO rd-current
           MOVE tab-cl-new(class-idx)      TO rd-new
           IF tab-cl-current(class-idx) > ZERO
              COMPUTE change-pct ROUNDED =
                    (tab-cl-new(class-idx) - tab-cl-current(class-idx))
                    * 100 / tab-cl-current(class-idx)
           ELSE
              MOVE ZERO TO change-pct
           END-IF
           MOVE change-pct TO rd-pct
           WRITE whatif-report-line FROM report-detail
           .

       Write-One-Band.
           MOVE tab-bd-upper(band-idx)    TO bl-upper
           MOVE band-label                TO rd-label
           MOVE tab-bd-bills(band-idx)    TO rd-bills
           MOVE tab-bd-units(band-idx)    TO rd-units
           MOVE tab-bd-current(band-idx)  TO rd-current
           MOVE tab-bd-new(band-idx)      TO rd-new
           IF tab-bd-current(band-idx) > ZERO
              COMPUTE change-pct ROUNDED =
                    (tab-bd-new(band-idx) - tab-bd-current(band-idx))
                    * 100 / tab-bd-current(band-idx)
           ELSE
              MOVE ZERO TO change-pct
           END-IF
           MOVE change-pct TO rd-pct
           WRITE whatif-report-line FROM report-detail
           .

      * a customer with no current charge in the year has nothing
      * to measure a rise against and is left off the list.
       Judge-One-Customer.
           IF tab-ec-current(cust-idx) > ZERO
              COMPUTE change-pct ROUNDED =
                    (tab-ec-new(cust-idx) - tab-ec-current(cust-idx))
                    * 100 / tab-ec-current(cust-idx)
              MOVE SPACES TO rv-direction
              IF change-pct > rise-pct
                 MOVE "RISES" TO rv-direction
                 ADD 1 TO rising-count
              END-IF
              IF change-pct < ZERO
                 AND (ZERO - change-pct) > fall-pct
                 MOVE "FALLS" TO rv-direction
                 ADD 1 TO falling-count
              END-IF
              IF rv-direction NOT = SPACES
                 MOVE tab-ec-account(cust-idx) TO rv-account
                 MOVE tab-ec-name(cust-idx)    TO rv-name
                 MOVE tab-ec-current(cust-idx) TO rv-current
                 MOVE tab-ec-new(cust-idx)     TO rv-new
                 MOVE change-pct               TO rv-pct
                 WRITE whatif-report-line FROM report-mover-line
              END-IF
           END-IF
           .

       Open-Meter-History.
           MOVE "N" TO meter-history-open
           OPEN INPUT meter-history-file
           IF meter-history-status = "00"
              MOVE "Y" TO meter-history-open
           END-IF
           .

       Find-Elec-Customer.
           MOVE "N" TO customer-found
           PERFORM Check-One-Customer
                    VARYING cust-idx FROM 1 BY 1
                    UNTIL cust-idx > customer-count
                       OR customer-found = "Y"
           .

       Check-One-Customer.
           IF tab-ec-account(cust-idx) = bh-account
              MOVE "Y" TO customer-found
              SET cust-found-idx TO cust-idx
           END-IF
           .

       Load-Whatif-Control.
           OPEN INPUT whatif-control-file
           IF whatif-control-status = "00"
              READ whatif-control-file
                 AT END CONTINUE
                 NOT AT END PERFORM Take-Whatif-Control
              END-READ
              CLOSE whatif-control-file
           END-IF
           .

       Take-Whatif-Control.
           MOVE wc-rise-pct TO rise-pct
           MOVE wc-fall-pct TO fall-pct
           PERFORM Take-One-Band
                    VARYING band-idx FROM 1 BY 1
                    UNTIL band-idx > 5
           .

       Take-One-Band.
           MOVE wc-band-upper(band-idx) TO tab-bd-upper(band-idx)
           .

       Load-Rate-Tiers.
           MOVE ZERO TO tier-count
           MOVE "N" TO rate-tier-eof
           OPEN INPUT rate-tier-file
           IF rate-tier-status = "00"
              PERFORM Read-Rate-Tier
              PERFORM Store-Current-Tier UNTIL rate-tier-eof = "Y"
              CLOSE rate-tier-file
           END-IF
           .

       Read-Rate-Tier.
           READ rate-tier-file INTO rate-tier-record
              AT END MOVE "Y" TO rate-tier-eof
           END-READ
           .

       Store-Current-Tier.
           MOVE "C" TO tier-set
           PERFORM Store-Tier-Row
           PERFORM Read-Rate-Tier
           .

      * the proposal is read through the same record layout as the
      * live tier file, into the table only.
       Load-Proposed-Tiers.
           MOVE ZERO TO proposed-count
           MOVE "N" TO rate-tier-eof
           OPEN INPUT proposed-tier-file
           IF proposed-tier-status = "00"
              PERFORM Read-Proposed-Tier
              PERFORM Store-Proposed-Tier UNTIL rate-tier-eof = "Y"
              CLOSE proposed-tier-file
           END-IF
           .

       Read-Proposed-Tier.
           READ proposed-tier-file INTO rate-tier-record
              AT END MOVE "Y" TO rate-tier-eof
           END-READ
           .

       Store-Proposed-Tier.
           MOVE "P" TO tier-set
           PERFORM Store-Tier-Row
           ADD 1 TO proposed-count
           PERFORM Read-Proposed-Tier
           .

       Store-Tier-Row.
           ADD 1 TO tier-count
           SET tier-idx TO tier-count
           MOVE tier-set         TO tab-tier-set(tier-idx)
           MOVE tier-class       TO tab-tier-class(tier-idx)
           MOVE tier-upper-units TO tab-tier-upper-units(tier-idx)
           MOVE tier-rate        TO tab-tier-rate(tier-idx)
           IF tier-effective NUMERIC
              MOVE tier-effective TO tab-tier-effective(tier-idx)
           ELSE
              MOVE ZERO TO tab-tier-effective(tier-idx)
           END-IF
           .

       Load-Elec-Customers.
           MOVE ZERO TO customer-count
           OPEN INPUT elec-customer-file
           IF elec-customer-status = "00"
              PERFORM Read-Elec-Customer
              PERFORM Store-Elec-Customer
                 UNTIL elec-customer-eof = "Y"
              CLOSE elec-customer-file
           END-IF
           .

       Read-Elec-Customer.
           READ elec-customer-file
              AT END MOVE "Y" TO elec-customer-eof
           END-READ
           .

       Store-Elec-Customer.
           ADD 1 TO customer-count
           SET cust-idx TO customer-count
           MOVE ec-account      TO tab-ec-account(cust-idx)
           MOVE ec-name         TO tab-ec-name(cust-idx)
           MOVE ec-tariff-class TO tab-ec-class(cust-idx)
           MOVE ZERO            TO tab-ec-current(cust-idx)
           MOVE ZERO            TO tab-ec-new(cust-idx)
           PERFORM Read-Elec-Customer
           .
