       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELEC-REVPROT.
      * revenue protection: a periodic scan of the customer master,
      * meter history, billing history and service orders for the
      * patterns meter tampering and illegal reconnection leave -
      * a disconnected account whose meter is still advancing, a
      * connected account using next to nothing period after
      * period, an account whose latest usage has dropped sharply
      * against its own twelve-month average, and a connected
      * account whose last completed order was a disconnection
      * with no completed reconnection since. each case found opens
      * a numbered inspection case on INSPCASES.DAT, and the field
      * team's finding is keyed in against the case number. the
      * thresholds are on REVPROTCTL.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT inspection-case-file ASSIGN TO
                  "data/INSPCASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS inspection-case-status.
           SELECT revprot-control-file ASSIGN TO
                  "data/REVPROTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS revprot-control-status.
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
           SELECT service-order-file ASSIGN TO "data/SVCORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS service-order-status.
           SELECT electricity-reading-file ASSIGN TO
                  "data/ELECREADINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reading-status.
           SELECT current-operator-file ASSIGN TO
                  "data/CURRENTOP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS current-operator-status.
           SELECT revprot-report-file ASSIGN TO
                  "data/REVPROT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  inspection-case-file.
       01  inspection-case-line PIC X(99).

      * the usage at or below which a period counts as near zero
      * and how many such periods in a row raise a case; the
      * percentage drop against the account's own average that
      * raises one, and how many earlier bills the average needs
      * before it is trusted.
       FD  revprot-control-file.
       01  revprot-control-record.
           03 rc-low-units      PIC 999.
           03 rc-low-periods    PIC 99.
           03 rc-drop-pct       PIC 99.
           03 rc-min-bills      PIC 99.

       FD  elec-customer-file.
       COPY ELECCUST.

       FD  meter-history-file.
       COPY METERHIST.

       FD  billing-history-file.
       COPY BILLHIST.

       FD  service-order-file.
       COPY SVCORDER.

       FD  electricity-reading-file.
       COPY ELECRDNG.

       FD  current-operator-file.
       01  current-operator-record.
           03 co-operator-id    PIC X(8).

       FD  revprot-report-file.
       01  revprot-report-line  PIC X(80).

       WORKING-STORAGE SECTION.
      * a work copy of one case, packed into and out of the table
       COPY INSPCASE.
       01  inspection-case-status PIC XX.
       01  inspection-case-eof  PIC X VALUE "N".
       01  revprot-control-status PIC XX.
       01  elec-customer-status PIC XX.
       01  elec-customer-eof    PIC X VALUE "N".
       01  meter-history-status PIC XX.
       01  meter-history-open   PIC X VALUE "N".
       01  billing-history-status PIC XX.
       01  billing-history-eof  PIC X VALUE "N".
       01  service-order-status PIC XX.
       01  service-order-eof    PIC X VALUE "N".
       01  reading-status       PIC XX.
       01  reading-eof          PIC X VALUE "N".
       01  current-operator-status PIC XX.
       01  operator-stamp       PIC X(8) VALUE "CONSOLE".
       01  low-units            PIC 999 VALUE 5.
       01  low-periods          PIC 99 VALUE 3.
       01  drop-pct             PIC 99 VALUE 50.
       01  min-bills            PIC 99 VALUE 3.
       01  case-table.
           03 case-entry OCCURS 300 TIMES INDEXED BY case-idx.
              05 tab-ic-image        PIC X(99).
              05 tab-ic-fields REDEFINES tab-ic-image.
                 07 tab-ic-case-no   PIC 9(6).
                 07 tab-ic-account   PIC 9(6).
                 07 tab-ic-reason    PIC X.
                 07 FILLER           PIC X(38).
                 07 tab-ic-status    PIC X.
                 07 FILLER           PIC X(47).
       01  case-count           PIC 999 VALUE ZERO.
       01  last-case-no         PIC 9(6) VALUE ZERO.
       01  case-found           PIC X.
       01  case-found-idx       PIC 999 VALUE ZERO.
      * each customer carries what the scan gathers about it from
      * the history files before it is judged.
       01  elec-customer-table.
           03 customer-entry OCCURS 50 TIMES
                    INDEXED BY cust-idx.
              05 tab-ec-account      PIC 9(6).
              05 tab-ec-name         PIC X(20).
              05 tab-ec-status       PIC X.
              05 tab-ec-payment      PIC X.
              05 tab-ac-low-run      PIC 99.
              05 tab-ac-prior-units  PIC 9(7).
              05 tab-ac-prior-bills  PIC 99.
              05 tab-ac-last-units   PIC 9(5).
              05 tab-ac-has-last     PIC X.
              05 tab-ac-last-disc    PIC 9(8).
              05 tab-ac-last-recon   PIC 9(8).
              05 tab-ac-new-reading  PIC 9(5).
              05 tab-ac-has-reading  PIC X.
       01  customer-count       PIC 99 VALUE ZERO.
       01  customer-found       PIC X.
       01  cust-found-idx       PIC 99 VALUE ZERO.
       01  menu-action          PIC X.
           88 action-scan       VALUE "S" "s".
           88 action-result     VALUE "R" "r".
           88 action-exit       VALUE "X" "x".
       01  wk-account           PIC 9(6).
       01  wk-case-no           PIC 9(6).
       01  wk-reason            PIC X.
       01  wk-detail            PIC X(30).
       01  wk-result            PIC X.
           88 wk-valid-result   VALUE "T" "I" "F" "N".
       01  wk-result-note       PIC X(30).
       01  run-date             PIC 9(8).
       01  window-start         PIC 9(8).
       01  window-start-parts REDEFINES window-start.
           03 win-yyyy          PIC 9(4).
           03 win-mmdd          PIC 9(4).
       01  average-units        PIC 9(5).
       01  cases-opened         PIC 999 VALUE ZERO.
       01  cases-still-open     PIC 999 VALUE ZERO.
       01  advance-detail.
           03 FILLER            PIC X(15) VALUE "READ WHILE OFF ".
           03 ad-from           PIC 9(5).
           03 FILLER            PIC XX VALUE "->".
           03 ad-to             PIC 9(5).
       01  low-usage-detail.
           03 FILLER            PIC X(9) VALUE "USAGE <= ".
           03 lu-units          PIC ZZ9.
           03 FILLER            PIC X(5) VALUE " FOR ".
           03 lu-periods        PIC Z9.
           03 FILLER            PIC X(8) VALUE " PERIODS".
       01  drop-detail.
           03 FILLER            PIC X(5) VALUE "LAST ".
           03 dd-last           PIC ZZZZ9.
           03 FILLER            PIC X(12) VALUE " VS AVERAGE ".
           03 dd-average        PIC ZZZZ9.
       01  reconnect-detail.
           03 FILLER            PIC X(5) VALUE "DISC ".
           03 rd-disc-date      PIC 9(8).
           03 FILLER            PIC X(15) VALUE " NO RECON ORDER".
       01  report-heading.
           03 FILLER            PIC X(33) VALUE
                 "REVENUE PROTECTION SCAN AT ".
           03 rh-date           PIC 9(8).
       01  report-columns.
           03 FILLER            PIC X(35) VALUE
                 "CASE   ACCT   NAME                 ".
           03 FILLER            PIC X(41) VALUE
                 "PATTERN                        CASE".
       01  report-detail.
           03 rp-case-no        PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 rp-account        PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 rp-name           PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 rp-detail         PIC X(30).
           03 FILLER            PIC X VALUE SPACE.
           03 rp-note           PIC X(10).
       01  report-total-line.
           03 FILLER            PIC X(19) VALUE "NEW CASES OPENED : ".
           03 rt-opened         PIC ZZ9.
           03 FILLER            PIC X(21) VALUE
                 "  FOUND AGAIN, OPEN: ".
           03 rt-still-open     PIC ZZ9.
       01  blank-line           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       Elec-Revprot.
           DISPLAY "REVENUE PROTECTION"
           ACCEPT run-date FROM DATE YYYYMMDD
           MOVE run-date TO window-start
           SUBTRACT 1 FROM win-yyyy
           PERFORM Load-Operator-Stamp
           PERFORM Load-Revprot-Control
           PERFORM Load-Case-Register
           PERFORM Revprot-One-Action WITH TEST AFTER
                    UNTIL action-exit
           GOBACK.

       Revprot-One-Action.
           DISPLAY SPACE
           DISPLAY "Scan for suspect accounts, Record a field "
                   "result or eXit? (S/R/X): " WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-scan   PERFORM Scan-For-Suspects
              WHEN action-result PERFORM Record-Field-Result
              WHEN action-exit   CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER S, R OR X"
           END-EVALUATE
           .

      * the history files are each read once into the customer
      * table, then every account is judged on what was gathered.
       Scan-For-Suspects.
           MOVE ZERO TO cases-opened
           MOVE ZERO TO cases-still-open
           PERFORM Load-Elec-Customers
           PERFORM Scan-Billing-History
           PERFORM Scan-Service-Orders
           PERFORM Scan-Readings
           OPEN OUTPUT revprot-report-file
           MOVE run-date TO rh-date
           WRITE revprot-report-line FROM report-heading
           WRITE revprot-report-line FROM blank-line
           WRITE revprot-report-line FROM report-columns
           PERFORM Open-Meter-History
           PERFORM Judge-One-Account
                    VARYING cust-idx FROM 1 BY 1
                    UNTIL cust-idx > customer-count
           IF meter-history-open = "Y"
              CLOSE meter-history-file
           END-IF
           MOVE cases-opened     TO rt-opened
           MOVE cases-still-open TO rt-still-open
           WRITE revprot-report-line FROM blank-line
           WRITE revprot-report-line FROM report-total-line
           CLOSE revprot-report-file
           IF cases-opened > ZERO
              PERFORM Save-Case-Register
           END-IF
           DISPLAY "NEW INSPECTION CASES: " cases-opened
                   "  FOUND AGAIN: " cases-still-open
           DISPLAY "SCAN WRITTEN TO data/REVPROT.RPT"
           .

      * billing history is in date order. a run of near-zero
      * periods is counted bill by bill and broken by any real
      * usage; the twelve-month average is built from every bill in
      * the year before the latest one. a bill raised on estimate
      * says nothing about the meter and is passed over, as is one
      * cut before the units column existed.
       Scan-Billing-History.
           MOVE "N" TO billing-history-eof
           OPEN INPUT billing-history-file
           IF billing-history-status = "00"
              PERFORM Read-Billing-History
              PERFORM Gather-One-Bill
                 UNTIL billing-history-eof = "Y"
              CLOSE billing-history-file
           END-IF
           .

       Read-Billing-History.
           READ billing-history-file
              AT END MOVE "Y" TO billing-history-eof
           END-READ
           .

       Gather-One-Bill.
           MOVE bh-account TO wk-account
           PERFORM Find-Elec-Customer
           IF customer-found = "Y"
              AND bh-units NUMERIC
              AND NOT bh-estimated-charge
              PERFORM Gather-Bill-Usage
           END-IF
           PERFORM Read-Billing-History
           .

       Gather-Bill-Usage.
           SET cust-idx TO cust-found-idx
           IF bh-units NOT > low-units
              ADD 1 TO tab-ac-low-run(cust-idx)
           ELSE
              MOVE ZERO TO tab-ac-low-run(cust-idx)
           END-IF
           IF bh-date > window-start
              IF tab-ac-has-last(cust-idx) = "Y"
                 ADD tab-ac-last-units(cust-idx)
                    TO tab-ac-prior-units(cust-idx)
                 ADD 1 TO tab-ac-prior-bills(cust-idx)
              END-IF
              MOVE bh-units TO tab-ac-last-units(cust-idx)
              MOVE "Y"      TO tab-ac-has-last(cust-idx)
           END-IF
           .

      * the latest completed disconnection and the latest completed
      * connection or reconnection for each account.
       Scan-Service-Orders.
           MOVE "N" TO service-order-eof
           OPEN INPUT service-order-file
           IF service-order-status = "00"
              PERFORM Read-Service-Order
              PERFORM Gather-One-Order
                 UNTIL service-order-eof = "Y"
              CLOSE service-order-file
           END-IF
           .

       Read-Service-Order.
           READ service-order-file
              AT END MOVE "Y" TO service-order-eof
           END-READ
           .

       Gather-One-Order.
           MOVE so-account TO wk-account
           PERFORM Find-Elec-Customer
           IF customer-found = "Y" AND so-completed
              SET cust-idx TO cust-found-idx
              IF so-disconnection
                 IF so-completed-date > tab-ac-last-disc(cust-idx)
                    MOVE so-completed-date
                       TO tab-ac-last-disc(cust-idx)
                 END-IF
              ELSE
                 IF so-completed-date > tab-ac-last-recon(cust-idx)
                    MOVE so-completed-date
                       TO tab-ac-last-recon(cust-idx)
                 END-IF
              END-IF
           END-IF
           PERFORM Read-Service-Order
           .

      * the route book still reads disconnected meters; the billing
      * run refuses to bill them, so their readings are only ever
      * seen here.
       Scan-Readings.
           MOVE "N" TO reading-eof
           OPEN INPUT electricity-reading-file
           IF reading-status = "00"
              PERFORM Read-Reading-Record
              PERFORM Gather-One-Reading UNTIL reading-eof = "Y"
              CLOSE electricity-reading-file
           END-IF
           .

       Read-Reading-Record.
           READ electricity-reading-file
              AT END MOVE "Y" TO reading-eof
           END-READ
           .

       Gather-One-Reading.
           IF electricity-reading-record(1:3) NOT = "HDR"
              AND electricity-reading-record(1:3) NOT = "TRL"
              AND er-account-number NUMERIC
              AND er-present-reading NUMERIC
              MOVE er-account-number TO wk-account
              PERFORM Find-Elec-Customer
              IF customer-found = "Y"
                 SET cust-idx TO cust-found-idx
                 MOVE er-present-reading
                    TO tab-ac-new-reading(cust-idx)
                 MOVE "Y" TO tab-ac-has-reading(cust-idx)
              END-IF
           END-IF
           PERFORM Read-Reading-Record
           .

       Judge-One-Account.
           MOVE tab-ec-account(cust-idx) TO wk-account
           IF tab-ec-status(cust-idx) = "D"
              AND tab-ac-has-reading(cust-idx) = "Y"
              PERFORM Judge-Disconnected-Reading
           END-IF
           IF tab-ec-status(cust-idx) = "C"
              AND tab-ec-payment(cust-idx) NOT = "P"
              PERFORM Judge-Low-Usage
              PERFORM Judge-Usage-Drop
           END-IF
           IF tab-ec-status(cust-idx) = "C"
              AND tab-ac-last-disc(cust-idx)
                    > tab-ac-last-recon(cust-idx)
              MOVE tab-ac-last-disc(cust-idx) TO rd-disc-date
              MOVE reconnect-detail TO wk-detail
              MOVE "R" TO wk-reason
              PERFORM Raise-Case
           END-IF
           .

      * the dial of a disconnected meter should stand where the
      * disconnection left it.
       Judge-Disconnected-Reading.
           IF meter-history-open = "Y"
              MOVE wk-account TO mh-account
              READ meter-history-file
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF tab-ac-new-reading(cust-idx)
                          > mh-present-reading
                       MOVE mh-present-reading TO ad-from
                       MOVE tab-ac-new-reading(cust-idx) TO ad-to
                       MOVE advance-detail TO wk-detail
                       MOVE "A" TO wk-reason
                       PERFORM Raise-Case
                    END-IF
              END-READ
           END-IF
           .

       Judge-Low-Usage.
           IF tab-ac-low-run(cust-idx) >= low-periods
              MOVE low-units               TO lu-units
              MOVE tab-ac-low-run(cust-idx) TO lu-periods
              MOVE low-usage-detail TO wk-detail
              MOVE "Z" TO wk-reason
              PERFORM Raise-Case
           END-IF
           .

      * a near-zero account is already flagged as such; the drop
      * test is for usage that fell away from a real level.
       Judge-Usage-Drop.
           IF tab-ac-prior-bills(cust-idx) >= min-bills
              AND tab-ac-low-run(cust-idx) < low-periods
              DIVIDE tab-ac-prior-units(cust-idx)
                 BY tab-ac-prior-bills(cust-idx)
                 GIVING average-units ROUNDED
              IF tab-ac-last-units(cust-idx) * 100
                    < average-units * (100 - drop-pct)
                 MOVE tab-ac-last-units(cust-idx) TO dd-last
                 MOVE average-units TO dd-average
                 MOVE drop-detail TO wk-detail
                 MOVE "S" TO wk-reason
                 PERFORM Raise-Case
              END-IF
           END-IF
           .

      * one open case per account and pattern - a pattern found
      * again while its case is with the field team is reported
      * against that case instead of opening another.
       Raise-Case.
           PERFORM Find-Open-Case
           IF case-found = "Y"
              SET case-idx TO case-found-idx
              MOVE tab-ic-case-no(case-idx) TO rp-case-no
              MOVE "STILL OPEN" TO rp-note
              ADD 1 TO cases-still-open
           ELSE
              ADD 1 TO last-case-no
              INITIALIZE inspection-case-record
              MOVE last-case-no   TO ic-case-no
              MOVE wk-account     TO ic-account
              MOVE wk-reason      TO ic-reason
              MOVE wk-detail      TO ic-detail
              MOVE run-date       TO ic-opened
              MOVE "O"            TO ic-status
              MOVE SPACE          TO ic-result
              MOVE ZERO           TO ic-result-date
              MOVE operator-stamp TO ic-operator
              ADD 1 TO case-count
              SET case-idx TO case-count
              MOVE inspection-case-record TO tab-ic-image(case-idx)
              MOVE last-case-no TO rp-case-no
              MOVE "NEW" TO rp-note
              ADD 1 TO cases-opened
           END-IF
           MOVE wk-account               TO rp-account
           MOVE tab-ec-name(cust-idx)    TO rp-name
           MOVE wk-detail                TO rp-detail
           WRITE revprot-report-line FROM report-detail
           .

       Find-Open-Case.
           MOVE "N" TO case-found
           PERFORM Check-One-Open-Case
                    VARYING case-idx FROM 1 BY 1
                    UNTIL case-idx > case-count
                       OR case-found = "Y"
           .

       Check-One-Open-Case.
           IF tab-ic-account(case-idx) = wk-account
              AND tab-ic-reason(case-idx) = wk-reason
              AND tab-ic-status(case-idx) = "O"
              MOVE "Y" TO case-found
              SET case-found-idx TO case-idx
           END-IF
           .

      * the field team's finding closes the case.
       Record-Field-Result.
           DISPLAY "CASE NUMBER: " WITH NO ADVANCING
           ACCEPT wk-case-no
           PERFORM Find-Case
           IF case-found NOT = "Y"
              DISPLAY "NO CASE " wk-case-no
           ELSE
              SET case-idx TO case-found-idx
              MOVE tab-ic-image(case-idx) TO inspection-case-record
              IF NOT ic-open
                 DISPLAY "CASE " wk-case-no " IS ALREADY CLOSED"
              ELSE
                 PERFORM Take-Field-Result
              END-IF
           END-IF
           .

       Take-Field-Result.
           DISPLAY "ACCOUNT " ic-account " OPENED " ic-opened
                   " " ic-detail
           PERFORM Prompt-Field-Result WITH TEST AFTER
                    UNTIL wk-valid-result
           DISPLAY "NOTE: " WITH NO ADVANCING
           ACCEPT wk-result-note
           MOVE "C"            TO ic-status
           MOVE wk-result      TO ic-result
           MOVE run-date       TO ic-result-date
           MOVE wk-result-note TO ic-result-note
           MOVE operator-stamp TO ic-operator
           MOVE inspection-case-record TO tab-ic-image(case-idx)
           PERFORM Save-Case-Register
           DISPLAY "CASE " ic-case-no " CLOSED - RESULT " ic-result
           .

       Prompt-Field-Result.
           DISPLAY "RESULT (T=Tampered I=Illegal reconnection "
                   "F=Faulty meter N=Nothing found): "
                   WITH NO ADVANCING
           ACCEPT wk-result
           IF NOT wk-valid-result
              DISPLAY "ENTER T, I, F OR N"
           END-IF
           .

       Find-Case.
           MOVE "N" TO case-found
           PERFORM Check-One-Case
                    VARYING case-idx FROM 1 BY 1
                    UNTIL case-idx > case-count
                       OR case-found = "Y"
           .

       Check-One-Case.
           IF tab-ic-case-no(case-idx) = wk-case-no
              MOVE "Y" TO case-found
              SET case-found-idx TO case-idx
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
           IF tab-ec-account(cust-idx) = wk-account
              MOVE "Y" TO customer-found
              SET cust-found-idx TO cust-idx
           END-IF
           .

       Load-Case-Register.
           MOVE ZERO TO case-count
           OPEN INPUT inspection-case-file
           IF inspection-case-status = "00"
              PERFORM Read-Case
              PERFORM Store-Case UNTIL inspection-case-eof = "Y"
              CLOSE inspection-case-file
           END-IF
           .

       Read-Case.
           READ inspection-case-file INTO inspection-case-record
              AT END MOVE "Y" TO inspection-case-eof
           END-READ
           .

       Store-Case.
           ADD 1 TO case-count
           SET case-idx TO case-count
           MOVE inspection-case-record TO tab-ic-image(case-idx)
           IF ic-case-no > last-case-no
              MOVE ic-case-no TO last-case-no
           END-IF
           PERFORM Read-Case
           .

       Save-Case-Register.
           OPEN OUTPUT inspection-case-file
           PERFORM Write-Case
                    VARYING case-idx FROM 1 BY 1
                    UNTIL case-idx > case-count
           CLOSE inspection-case-file
           .

       Write-Case.
           WRITE inspection-case-line FROM tab-ic-image(case-idx)
           .

       Load-Revprot-Control.
           OPEN INPUT revprot-control-file
           IF revprot-control-status = "00"
              READ revprot-control-file
                 AT END CONTINUE
                 NOT AT END PERFORM Take-Revprot-Control
              END-READ
              CLOSE revprot-control-file
           END-IF
           .

       Take-Revprot-Control.
           MOVE rc-low-units   TO low-units
           MOVE rc-low-periods TO low-periods
           MOVE rc-drop-pct    TO drop-pct
           MOVE rc-min-bills   TO min-bills
           .

       Load-Elec-Customers.
           MOVE ZERO TO customer-count
           MOVE "N" TO elec-customer-eof
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
           MOVE ec-status       TO tab-ec-status(cust-idx)
           MOVE ec-payment-type TO tab-ec-payment(cust-idx)
           MOVE ZERO TO tab-ac-low-run(cust-idx)
           MOVE ZERO TO tab-ac-prior-units(cust-idx)
           MOVE ZERO TO tab-ac-prior-bills(cust-idx)
           MOVE ZERO TO tab-ac-last-units(cust-idx)
           MOVE "N"  TO tab-ac-has-last(cust-idx)
           MOVE ZERO TO tab-ac-last-disc(cust-idx)
           MOVE ZERO TO tab-ac-last-recon(cust-idx)
           MOVE ZERO TO tab-ac-new-reading(cust-idx)
           MOVE "N"  TO tab-ac-has-reading(cust-idx)
           PERFORM Read-Elec-Customer
           .

      * whoever signed on at the menu is stamped on every case -
      * CONSOLE when the program is run on its own.
       Load-Operator-Stamp.
           OPEN INPUT current-operator-file
           IF current-operator-status = "00"
              READ current-operator-file
                 AT END CONTINUE
                 NOT AT END MOVE co-operator-id TO operator-stamp
              END-READ
              CLOSE current-operator-file
           END-IF
           .
