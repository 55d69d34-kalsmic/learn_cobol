       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-FORECAST.
      * thirty-business-day cash-flow forecast for the bank account:
      * will the money cover pay day and the remittances? the
      * opening cash is the bank account's balance on the nominal
      * ledger. the days are the next thirty business days on the
      * BIZDAY calendar, and every flow is placed on the first of
      * them on or after its date - anything already overdue lands
      * on the first day.
      * going out: each pay stream's net pay on its next pay dates
      * from the run control, sized from the stream's last payment
      * on the PAYE history (taxable gross less tax - the smaller
      * deductions are left in, which errs toward paying out more);
      * the NSSF remittance valued off the payslip feed the way
      * NSSF-REMIT values it; the PAYE remittance at the tax paid
      * in the month before (the last complete month where that
      * month is not over); customers' standing orders rolled
      * forward the way STANDING-ORDERS rolls them; and term
      * deposits maturing at their accrued value.
      * coming in: each started loan's monthly repayment on its
      * anniversary day, up to the balance outstanding, and the
      * electricity collections at the average per business day
      * of the receipts over the last thirty days.
      * the report shows each day's flows, net movement and the
      * projected balance, and flags every day the balance falls
      * below the minimum on the control file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT forecast-control-file ASSIGN TO "data/CASHFCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS forecast-control-status.
           SELECT bank-account-file ASSIGN TO "data/BANKACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS bank-account-status.
           SELECT gl-journal-file ASSIGN TO "data/GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-journal-status.
           SELECT run-control-file ASSIGN TO "data/PAYPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS run-control-status.
           SELECT paye-history-file ASSIGN TO "data/PAYEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS paye-history-status.
           SELECT payslip-file ASSIGN TO "data/PAYSLIPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS payslip-file-status.
           SELECT nssf-rate-file ASSIGN TO "data/NSSFRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS nssf-rate-status.
           SELECT standing-order-file ASSIGN TO "data/STANDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS standing-order-status.
           SELECT term-deposit-file ASSIGN TO "data/TERMDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS term-deposit-status.
           SELECT loan-master-file ASSIGN TO "data/LOANMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS loan-master-status.
           SELECT loan-position-file ASSIGN TO "data/LOANPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS loan-position-status.
           SELECT receipt-file ASSIGN TO "data/RECEIPTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS receipt-status.
           SELECT forecast-report-file ASSIGN TO "data/CASHFCST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  forecast-control-file.
       COPY CASHFCTL.

       FD  bank-account-file.
       01  bank-account-record.
           03 ba-bank-account   PIC X(6).

       FD  gl-journal-file.
       COPY GLJRNL.

       FD  run-control-file.
       COPY RUNCTL.

       FD  paye-history-file.
       COPY PAYEHIST.

       FD  payslip-file.
       COPY PAYSLIP.

       FD  nssf-rate-file.
       01  nssf-rate-record.
           03 nr-employer-rate  PIC 9V999.

       FD  standing-order-file.
       COPY STANDORD.

       FD  term-deposit-file.
       COPY TERMDEP.

       FD  loan-master-file.
       COPY LOANMAST.

       FD  loan-position-file.
       COPY LOANPOS.

       FD  receipt-file.
       COPY RECEIPT.

       FD  forecast-report-file.
       01  forecast-report-line PIC X(150).

       WORKING-STORAGE SECTION.
       01  forecast-control-status PIC XX.
       01  bank-account-status  PIC XX.
       01  gl-journal-status    PIC XX.
       01  gl-journal-eof       PIC X VALUE "N".
       01  run-control-status   PIC XX.
       01  run-control-eof      PIC X VALUE "N".
       01  paye-history-status  PIC XX.
       01  paye-history-eof     PIC X VALUE "N".
       01  payslip-file-status  PIC XX.
       01  payslip-eof          PIC X VALUE "N".
       01  nssf-rate-status     PIC XX.
       01  standing-order-status PIC XX.
       01  standing-order-eof   PIC X VALUE "N".
       01  term-deposit-status  PIC XX.
       01  term-deposit-eof     PIC X VALUE "N".
       01  loan-master-status   PIC XX.
       01  loan-master-eof      PIC X VALUE "N".
       01  loan-position-status PIC XX.
       01  loan-position-eof    PIC X VALUE "N".
       01  receipt-status       PIC XX.
       01  receipt-eof          PIC X VALUE "N".
       01  bank-account         PIC X(6) VALUE "110000".
       01  minimum-balance      PIC 9(9)V99 VALUE ZERO.
       01  nssf-due-day         PIC 99 VALUE 15.
       01  paye-due-day         PIC 99 VALUE 15.
       01  today-date           PIC 9(8).
       01  today-month          PIC 9(6).
       01  last-complete-month  PIC 9(6).
       01  opening-cash         PIC S9(10)V99 VALUE ZERO.
       01  running-balance      PIC S9(10)V99.
       01  day-net              PIC S9(10)V99.
       01  day-in               PIC 9(9)V99.
       01  day-out              PIC 9(9)V99.
       01  total-in             PIC 9(10)V99 VALUE ZERO.
       01  total-out            PIC 9(10)V99 VALUE ZERO.
       01  lowest-balance       PIC S9(10)V99.
       01  lowest-date          PIC 9(8).
       01  days-below           PIC 99 VALUE ZERO.
      * the thirty business days and what each is expected to see
       01  forecast-table.
           03 day-entry OCCURS 30 TIMES INDEXED BY day-idx.
              05 tab-day-date        PIC 9(8).
              05 tab-day-payroll     PIC 9(9)V99.
              05 tab-day-remittance  PIC 9(9)V99.
              05 tab-day-orders      PIC 9(9)V99.
              05 tab-day-deposits    PIC 9(9)V99.
              05 tab-day-loans       PIC 9(9)V99.
              05 tab-day-collections PIC 9(9)V99.
       01  first-day            PIC 9(8).
       01  last-day             PIC 9(8).
       01  slot-found           PIC X.
       01  slot-idx             PIC 99.
      * one flow to be placed on the forecast
       01  event-date           PIC 9(8).
       01  event-amount         PIC 9(9)V99.
       01  event-kind           PIC X.
           88 event-payroll     VALUE "P".
           88 event-remittance  VALUE "R".
           88 event-order       VALUE "S".
           88 event-deposit     VALUE "T".
           88 event-loan        VALUE "L".
       01  work-date            PIC 9(8).
       01  work-date-parts REDEFINES work-date.
           03 wd-yyyy           PIC 9(4).
           03 wd-mm             PIC 99.
           03 wd-dd             PIC 99.
       01  days-in-month        PIC 99.
       01  leap-remainder       PIC 999.
       01  leap-quotient        PIC 9(4).
      * the month being projected, and the month before it
       01  month-work           PIC 9(6).
       01  month-work-parts REDEFINES month-work.
           03 mw-yyyy           PIC 9(4).
           03 mw-mm             PIC 99.
       01  prior-month          PIC 9(6).
       01  prior-month-parts REDEFINES prior-month.
           03 pm-yyyy           PIC 9(4).
           03 pm-mm             PIC 99.
       01  due-day              PIC 99.
      * each pay stream's last payment on the PAYE history
       01  weekly-pay-date      PIC 9(8) VALUE ZERO.
       01  weekly-net           PIC 9(9)V99 VALUE ZERO.
       01  monthly-pay-date     PIC 9(8) VALUE ZERO.
       01  monthly-net          PIC 9(9)V99 VALUE ZERO.
       01  stream-net           PIC 9(9)V99.
       01  period-date          PIC 9(8).
       01  anchor-day           PIC 99.
       01  first-payday         PIC X.
      * the tax paid each month, for the PAYE remittance
       01  tax-month-table.
           03 tax-month-entry OCCURS 60 TIMES INDEXED BY tm-idx.
              05 tab-tm-month   PIC 9(6).
              05 tab-tm-tax     PIC 9(9)V99.
       01  tax-month-count      PIC 99 VALUE ZERO.
       01  tax-month-found      PIC X.
       01  tax-month-idx        PIC 99.
       01  wanted-month         PIC 9(6).
       01  month-tax            PIC 9(9)V99.
       01  employer-rate        PIC 9V999 VALUE ZERO.
       01  nssf-employee        PIC 9(9)V99 VALUE ZERO.
       01  nssf-remittance      PIC 9(9)V99 VALUE ZERO.
      * standing orders roll forward the way STANDING-ORDERS rolls
      * them once executed
       01  next-due-work        PIC 9(8).
       01  next-due-parts REDEFINES next-due-work.
           03 nd-yyyy           PIC 9(4).
           03 nd-mm             PIC 99.
           03 nd-dd             PIC 99.
       01  order-steps          PIC 99.
       01  loan-table.
           03 loan-entry OCCURS 200 TIMES INDEXED BY ln-idx.
              05 tab-ln-loan-id   PIC 9(4).
              05 tab-ln-repayment PIC 999V99.
       01  loan-count           PIC 999 VALUE ZERO.
       01  loan-found           PIC X.
       01  loan-idx             PIC 999.
       01  loan-remaining       PIC 9(6)V99.
       01  loan-repayment       PIC 999V99.
       01  loan-start           PIC 9(8).
       01  window-start         PIC 9(8).
       01  window-days          PIC 99 VALUE ZERO.
       01  window-receipts      PIC 9(10)V99 VALUE ZERO.
       01  daily-collections    PIC 9(9)V99 VALUE ZERO.
       01  amount-out           PIC $$$,$$$,$$9.99.
       01  balance-out          PIC $$$,$$$,$$9.99-.
       01  report-heading.
           03 FILLER            PIC X(36) VALUE
                 "----- CASH-FLOW FORECAST FROM ".
           03 rh-first-day      PIC 9(8).
           03 FILLER            PIC X(4) VALUE " TO ".
           03 rh-last-day       PIC 9(8).
           03 FILLER            PIC X(15) VALUE " - BANK ACCOUNT".
           03 FILLER            PIC X VALUE SPACE.
           03 rh-bank-account   PIC X(6).
           03 FILLER            PIC X(6) VALUE " -----".
       01  column-heading.
           03 FILLER            PIC X(38) VALUE
                 "DATE            NET PAY     REMITTANCE".
           03 FILLER            PIC X(45) VALUE
                 "  STANDING ORDS  TERM DEPOSITS LOANS RECEIVED".
           03 FILLER            PIC X(47) VALUE
                 "    COLLECTIONS    NET MOVEMENT         BALANCE".
       01  day-line.
           03 dy-date           PIC 9(8).
           03 FILLER            PIC X VALUE SPACE.
           03 dy-payroll        PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 dy-remittance     PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 dy-orders         PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 dy-deposits       PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 dy-loans          PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 dy-collections    PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 dy-net            PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER            PIC X VALUE SPACE.
           03 dy-balance        PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER            PIC X VALUE SPACE.
           03 dy-flag           PIC X(13).
       01  summary-line.
           03 sl-label          PIC X(30).
           03 sl-amount-out     PIC $$$,$$$,$$9.99-.
           03 FILLER            PIC X VALUE SPACE.
           03 sl-note           PIC X(30).
       01  blank-line           PIC X(150) VALUE SPACES.

       COPY BIZDAYWS.

       PROCEDURE DIVISION.
       Cash-Forecast.
           DISPLAY "CASH-FLOW FORECAST"
           ACCEPT today-date FROM DATE YYYYMMDD
           MOVE today-date(1:6) TO today-month
           MOVE today-month TO prior-month
           PERFORM Step-Back-One-Month
           MOVE prior-month TO last-complete-month
           PERFORM Load-Forecast-Control
           PERFORM Load-Bank-Account
           PERFORM Tally-Opening-Cash
           PERFORM Build-Forecast-Days
           PERFORM Load-Paye-History
           PERFORM Project-Payroll
           PERFORM Value-Nssf-Remittance
           PERFORM Project-Remittances
           PERFORM Project-Standing-Orders
           PERFORM Project-Deposit-Maturities
           PERFORM Load-Loan-Master
           PERFORM Project-Loan-Repayments
           PERFORM Estimate-Collections
           PERFORM Write-Forecast
           DISPLAY "FORECAST WRITTEN TO data/CASHFCST.RPT"
           GOBACK.

       Load-Forecast-Control.
           OPEN INPUT forecast-control-file
           IF forecast-control-status = "00"
              READ forecast-control-file
                 AT END CONTINUE
                 NOT AT END
                    MOVE cfc-minimum-balance TO minimum-balance
                    IF cfc-nssf-due-day NOT = ZERO
                       MOVE cfc-nssf-due-day TO nssf-due-day
                    END-IF
                    IF cfc-paye-due-day NOT = ZERO
                       MOVE cfc-paye-due-day TO paye-due-day
                    END-IF
              END-READ
              CLOSE forecast-control-file
           END-IF
           .

       Load-Bank-Account.
           OPEN INPUT bank-account-file
           IF bank-account-status = "00"
              READ bank-account-file
                 AT END CONTINUE
                 NOT AT END MOVE ba-bank-account TO bank-account
              END-READ
              CLOSE bank-account-file
           END-IF
           .

      * the bank account's balance on the live journal - the year-
      * end opening leg carries the closed years in.
       Tally-Opening-Cash.
           OPEN INPUT gl-journal-file
           IF gl-journal-status = "00"
              PERFORM Read-Gl-Journal
              PERFORM Tally-One-Leg UNTIL gl-journal-eof = "Y"
              CLOSE gl-journal-file
           END-IF
           .

       Read-Gl-Journal.
           READ gl-journal-file
              AT END MOVE "Y" TO gl-journal-eof
           END-READ
           .

       Tally-One-Leg.
           IF gj-account = bank-account
              IF gj-debit
                 ADD gj-amount TO opening-cash
              ELSE
                 SUBTRACT gj-amount FROM opening-cash
              END-IF
           END-IF
           PERFORM Read-Gl-Journal
           .

      * the thirty business days after today.
       Build-Forecast-Days.
           MOVE today-date TO work-date
           PERFORM Set-One-Forecast-Day
                    VARYING day-idx FROM 1 BY 1
                    UNTIL day-idx > 30
           SET day-idx TO 1
           MOVE tab-day-date(day-idx) TO first-day
           SET day-idx TO 30
           MOVE tab-day-date(day-idx) TO last-day
           .

       Set-One-Forecast-Day.
           PERFORM Add-One-Day
           MOVE "N"       TO bz-function
           MOVE work-date TO bz-date-in
           CALL "BIZDAY" USING bizday-fields
           IF bz-result = "Y"
              MOVE bz-date-out TO work-date
           END-IF
           MOVE work-date TO tab-day-date(day-idx)
           MOVE ZERO TO tab-day-payroll(day-idx)
           MOVE ZERO TO tab-day-remittance(day-idx)
           MOVE ZERO TO tab-day-orders(day-idx)
           MOVE ZERO TO tab-day-deposits(day-idx)
           MOVE ZERO TO tab-day-loans(day-idx)
           MOVE ZERO TO tab-day-collections(day-idx)
           .

      * a flow lands on the first forecast day on or after its
      * date - a weekend or holiday date rolls to the next working
      * day, an overdue one to the first day. flows after the last
      * day are outside the forecast.
       Place-Event.
           IF event-date NOT > last-day
              AND event-amount NOT = ZERO
              MOVE "N" TO slot-found
              PERFORM Match-One-Day
                       VARYING day-idx FROM 1 BY 1
                       UNTIL day-idx > 30
                          OR slot-found = "Y"
              SET day-idx TO slot-idx
              EVALUATE TRUE
                 WHEN event-payroll
                    ADD event-amount TO tab-day-payroll(day-idx)
                 WHEN event-remittance
                    ADD event-amount TO tab-day-remittance(day-idx)
                 WHEN event-order
                    ADD event-amount TO tab-day-orders(day-idx)
                 WHEN event-deposit
                    ADD event-amount TO tab-day-deposits(day-idx)
                 WHEN event-loan
                    ADD event-amount TO tab-day-loans(day-idx)
              END-EVALUATE
           END-IF
           .

       Match-One-Day.
           IF tab-day-date(day-idx) NOT < event-date
              MOVE "Y" TO slot-found
              SET slot-idx TO day-idx
           END-IF
           .

      * each stream's latest payment date and what it paid, and
      * the tax paid in each month.
       Load-Paye-History.
           OPEN INPUT paye-history-file
           IF paye-history-status = "00"
              PERFORM Read-Paye-History
              PERFORM Take-One-Payment UNTIL paye-history-eof = "Y"
              CLOSE paye-history-file
           END-IF
           .

       Read-Paye-History.
           READ paye-history-file
              AT END MOVE "Y" TO paye-history-eof
           END-READ
           .

       Take-One-Payment.
           EVALUATE TRUE
              WHEN ph-weekly
                 IF ph-pay-date > weekly-pay-date
                    MOVE ph-pay-date TO weekly-pay-date
                    MOVE ZERO TO weekly-net
                 END-IF
                 IF ph-pay-date = weekly-pay-date
                    COMPUTE weekly-net = weekly-net
                          + ph-taxable-gross - ph-tax
                 END-IF
              WHEN ph-monthly
                 IF ph-pay-date > monthly-pay-date
                    MOVE ph-pay-date TO monthly-pay-date
                    MOVE ZERO TO monthly-net
                 END-IF
                 IF ph-pay-date = monthly-pay-date
                    COMPUTE monthly-net = monthly-net
                          + ph-taxable-gross - ph-tax
                 END-IF
           END-EVALUATE
           MOVE ph-pay-date(1:6) TO wanted-month
           PERFORM Find-Tax-Month
           IF tax-month-found NOT = "Y"
              AND tax-month-count < 60
              ADD 1 TO tax-month-count
              SET tm-idx TO tax-month-count
              MOVE wanted-month TO tab-tm-month(tm-idx)
              MOVE ZERO TO tab-tm-tax(tm-idx)
              MOVE "Y" TO tax-month-found
              MOVE tax-month-count TO tax-month-idx
           END-IF
           IF tax-month-found = "Y"
              SET tm-idx TO tax-month-idx
              ADD ph-tax TO tab-tm-tax(tm-idx)
           END-IF
           PERFORM Read-Paye-History
           .

       Find-Tax-Month.
           MOVE "N" TO tax-month-found
           PERFORM Match-One-Tax-Month
                    VARYING tm-idx FROM 1 BY 1
                    UNTIL tm-idx > tax-month-count
                       OR tax-month-found = "Y"
           .

       Match-One-Tax-Month.
           IF tab-tm-month(tm-idx) = wanted-month
              MOVE "Y" TO tax-month-found
              SET tax-month-idx TO tm-idx
           END-IF
           .

      * each stream's next pay day is its open period's end, or
      * the period after if the net run is already complete; the
      * periods after follow a week or a month apart. a period
      * still unpaid from before today is paid on the first day.
       Project-Payroll.
           MOVE "P" TO event-kind
           OPEN INPUT run-control-file
           IF run-control-status = "00"
              PERFORM Read-Run-Control
              PERFORM Project-One-Stream
                 UNTIL run-control-eof = "Y"
              CLOSE run-control-file
           END-IF
           .

       Read-Run-Control.
           READ run-control-file
              AT END MOVE "Y" TO run-control-eof
           END-READ
           .

       Project-One-Stream.
           IF rc-weekly-stream
              MOVE weekly-net TO stream-net
           ELSE
              MOVE monthly-net TO stream-net
           END-IF
           IF rc-period-ending NOT = ZERO
              MOVE rc-period-ending TO period-date
              MOVE period-date(7:2) TO anchor-day
              IF rc-net-complete
                 PERFORM Advance-Pay-Period
              END-IF
              MOVE "Y" TO first-payday
              PERFORM Project-One-Payday
                       UNTIL period-date > last-day
           END-IF
           IF stream-net = ZERO
              IF rc-weekly-stream
                 DISPLAY "NO WEEKLY PAY ON THE PAYE HISTORY - "
                         "WEEKLY NET PAY NOT FORECAST"
              ELSE
                 DISPLAY "NO MONTHLY PAY ON THE PAYE HISTORY - "
                         "MONTHLY NET PAY NOT FORECAST"
              END-IF
           END-IF
           PERFORM Read-Run-Control
           .

       Project-One-Payday.
           IF first-payday = "Y"
              OR period-date NOT < first-day
              MOVE period-date TO event-date
              MOVE stream-net  TO event-amount
              PERFORM Place-Event
           END-IF
           MOVE "N" TO first-payday
           PERFORM Advance-Pay-Period
           .

       Advance-Pay-Period.
           MOVE period-date TO work-date
           IF rc-weekly-stream
              PERFORM Add-One-Day 7 TIMES
           ELSE
              ADD 1 TO wd-mm
              IF wd-mm > 12
                 MOVE 1 TO wd-mm
                 ADD 1 TO wd-yyyy
              END-IF
              PERFORM Set-Days-In-Month
              IF anchor-day > days-in-month
                 MOVE days-in-month TO wd-dd
              ELSE
                 MOVE anchor-day TO wd-dd
              END-IF
           END-IF
           MOVE work-date TO period-date
           .

      * the NSSF remittance as NSSF-REMIT schedules it: every
      * employee contribution on the payslip feed plus the
      * employer's share at the rate on file.
       Value-Nssf-Remittance.
           OPEN INPUT nssf-rate-file
           IF nssf-rate-status = "00"
              READ nssf-rate-file
                 AT END CONTINUE
                 NOT AT END MOVE nr-employer-rate TO employer-rate
              END-READ
              CLOSE nssf-rate-file
           END-IF
           OPEN INPUT payslip-file
           IF payslip-file-status = "00"
              PERFORM Read-Payslip
              PERFORM Add-One-Payslip UNTIL payslip-eof = "Y"
              CLOSE payslip-file
           END-IF
           COMPUTE nssf-remittance ROUNDED =
                   nssf-employee + nssf-employee * employer-rate
           .

      * the feed's header and trailer are its envelope, not
      * payslips - the read loop steps over them
       Read-Payslip.
           PERFORM Read-Payslip-Record WITH TEST AFTER
                    UNTIL payslip-eof = "Y"
                       OR (payslip-record(1:3) NOT = "HDR"
                           AND payslip-record(1:3) NOT = "TRL")
           .

       Read-Payslip-Record.
           READ payslip-file
              AT END MOVE "Y" TO payslip-eof
           END-READ
           .

       Add-One-Payslip.
           ADD ps-nssf TO nssf-employee
           PERFORM Read-Payslip
           .

      * each month's remittances fall due on their day of the
      * month, for the month before. this month and the next two
      * cover the thirty business days.
       Project-Remittances.
           MOVE "R" TO event-kind
           MOVE today-month TO month-work
           PERFORM Remit-One-Month 3 TIMES
           .

       Remit-One-Month.
           MOVE nssf-due-day TO due-day
           PERFORM Set-Due-Date
           IF work-date NOT < first-day
              MOVE work-date       TO event-date
              MOVE nssf-remittance TO event-amount
              PERFORM Place-Event
           END-IF
           MOVE month-work TO prior-month
           PERFORM Step-Back-One-Month
           IF prior-month NOT < today-month
              MOVE last-complete-month TO prior-month
           END-IF
           MOVE prior-month TO wanted-month
           PERFORM Find-Tax-Month
           MOVE ZERO TO month-tax
           IF tax-month-found = "Y"
              SET tm-idx TO tax-month-idx
              MOVE tab-tm-tax(tm-idx) TO month-tax
           END-IF
           MOVE paye-due-day TO due-day
           PERFORM Set-Due-Date
           IF work-date NOT < first-day
              MOVE work-date TO event-date
              MOVE month-tax TO event-amount
              PERFORM Place-Event
           END-IF
           PERFORM Step-Forward-One-Month
           .

      * the due day in month-work, held to the month's last day
       Set-Due-Date.
           MOVE mw-yyyy TO wd-yyyy
           MOVE mw-mm   TO wd-mm
           MOVE 1       TO wd-dd
           PERFORM Set-Days-In-Month
           IF due-day > days-in-month
              MOVE days-in-month TO wd-dd
           ELSE
              MOVE due-day TO wd-dd
           END-IF
           .

       Step-Forward-One-Month.
           IF mw-mm = 12
              MOVE 1 TO mw-mm
              ADD 1 TO mw-yyyy
           ELSE
              ADD 1 TO mw-mm
           END-IF
           .

       Step-Back-One-Month.
           IF pm-mm = 1
              MOVE 12 TO pm-mm
              SUBTRACT 1 FROM pm-yyyy
           ELSE
              SUBTRACT 1 FROM pm-mm
           END-IF
           .

       Project-Standing-Orders.
           MOVE "S" TO event-kind
           OPEN INPUT standing-order-file
           IF standing-order-status = "00"
              PERFORM Read-Standing-Order
              PERFORM Project-One-Order
                 UNTIL standing-order-eof = "Y"
              CLOSE standing-order-file
           END-IF
           .

       Read-Standing-Order.
           READ standing-order-file
              AT END MOVE "Y" TO standing-order-eof
           END-READ
           .

       Project-One-Order.
           MOVE sto-next-due TO next-due-work
           MOVE ZERO TO order-steps
           PERFORM Place-One-Order
                    UNTIL next-due-work > last-day
                       OR order-steps > 30
           PERFORM Read-Standing-Order
           .

      * thirty-day months keep the arithmetic simple - the order
      * drifts a day or two but never misses a period.
       Place-One-Order.
           MOVE next-due-work TO event-date
           MOVE sto-amount    TO event-amount
           PERFORM Place-Event
           ADD 1 TO order-steps
           IF sto-weekly
              ADD 7 TO nd-dd
              IF nd-dd > 30
                 SUBTRACT 30 FROM nd-dd
                 ADD 1 TO nd-mm
              END-IF
           ELSE
              ADD 1 TO nd-mm
           END-IF
           IF nd-mm > 12
              MOVE 1 TO nd-mm
              ADD 1 TO nd-yyyy
           END-IF
           MOVE "N"           TO bz-function
           MOVE next-due-work TO bz-date-in
           CALL "BIZDAY" USING bizday-fields
           IF bz-result = "Y"
              MOVE bz-date-out TO next-due-work
           END-IF
           .

      * an open deposit maturing in the forecast pays out its
      * accrued value - principal alone if nothing has accrued.
       Project-Deposit-Maturities.
           MOVE "T" TO event-kind
           OPEN INPUT term-deposit-file
           IF term-deposit-status = "00"
              PERFORM Read-Term-Deposit
              PERFORM Project-One-Deposit
                 UNTIL term-deposit-eof = "Y"
              CLOSE term-deposit-file
           END-IF
           .

       Read-Term-Deposit.
           READ term-deposit-file
              AT END MOVE "Y" TO term-deposit-eof
           END-READ
           .

       Project-One-Deposit.
           IF td-open
              MOVE td-maturity-date TO event-date
              IF td-accrued-value = ZERO
                 MOVE td-principal TO event-amount
              ELSE
                 MOVE td-accrued-value TO event-amount
              END-IF
              PERFORM Place-Event
           END-IF
           PERFORM Read-Term-Deposit
           .

       Load-Loan-Master.
           OPEN INPUT loan-master-file
           IF loan-master-status = "00"
              PERFORM Read-Loan-Master
              PERFORM Store-Loan-Master
                 UNTIL loan-master-eof = "Y"
              CLOSE loan-master-file
           END-IF
           .

       Read-Loan-Master.
           READ loan-master-file
              AT END MOVE "Y" TO loan-master-eof
           END-READ
           .

       Store-Loan-Master.
           IF loan-count < 200
              ADD 1 TO loan-count
              SET ln-idx TO loan-count
              MOVE lm-loan-id   TO tab-ln-loan-id(ln-idx)
              MOVE lm-repayment TO tab-ln-repayment(ln-idx)
           END-IF
           PERFORM Read-Loan-Master
           .

      * a loan repays monthly on the day of the month its first
      * repayment came in, until the outstanding balance is gone.
       Project-Loan-Repayments.
           MOVE "L" TO event-kind
           OPEN INPUT loan-position-file
           IF loan-position-status = "00"
              PERFORM Read-Loan-Position
              PERFORM Project-One-Loan
                 UNTIL loan-position-eof = "Y"
              CLOSE loan-position-file
           END-IF
           .

       Read-Loan-Position.
           READ loan-position-file
              AT END MOVE "Y" TO loan-position-eof
           END-READ
           .

       Project-One-Loan.
           MOVE "N" TO loan-found
           PERFORM Match-One-Loan
                    VARYING ln-idx FROM 1 BY 1
                    UNTIL ln-idx > loan-count
                       OR loan-found = "Y"
           IF loan-found = "Y"
              AND lp-start-date NOT = ZERO
              AND lp-outstanding NOT = ZERO
              SET ln-idx TO loan-idx
              MOVE tab-ln-repayment(ln-idx) TO loan-repayment
              MOVE lp-outstanding TO loan-remaining
              MOVE lp-start-date  TO loan-start
              MOVE loan-start(7:2) TO due-day
              MOVE today-month TO month-work
              PERFORM Repay-One-Month 3 TIMES
           END-IF
           PERFORM Read-Loan-Position
           .

       Match-One-Loan.
           IF tab-ln-loan-id(ln-idx) = lp-loan-id
              MOVE "Y" TO loan-found
              SET loan-idx TO ln-idx
           END-IF
           .

       Repay-One-Month.
           PERFORM Set-Due-Date
           IF work-date NOT < first-day
              AND work-date > loan-start
              AND work-date NOT > last-day
              AND loan-remaining NOT = ZERO
              MOVE work-date TO event-date
              IF loan-repayment > loan-remaining
                 MOVE loan-remaining TO event-amount
              ELSE
                 MOVE loan-repayment TO event-amount
              END-IF
              SUBTRACT event-amount FROM loan-remaining
              PERFORM Place-Event
           END-IF
           PERFORM Step-Forward-One-Month
           .

      * the receipts of the last thirty days spread over the
      * business days among them give the collections to expect
      * on each business day ahead.
       Estimate-Collections.
           MOVE today-date TO work-date
           PERFORM Subtract-One-Day 30 TIMES
           MOVE work-date TO window-start
           PERFORM Count-Window-Day 30 TIMES
           OPEN INPUT receipt-file
           IF receipt-status = "00"
              PERFORM Read-Receipt
              PERFORM Add-One-Receipt UNTIL receipt-eof = "Y"
              CLOSE receipt-file
           END-IF
           IF window-days NOT = ZERO
              COMPUTE daily-collections ROUNDED =
                      window-receipts / window-days
           END-IF
           PERFORM Set-Day-Collections
                    VARYING day-idx FROM 1 BY 1
                    UNTIL day-idx > 30
           .

       Count-Window-Day.
           PERFORM Add-One-Day
           MOVE "C"       TO bz-function
           MOVE work-date TO bz-date-in
           CALL "BIZDAY" USING bizday-fields
           IF bz-result = "Y"
              ADD 1 TO window-days
           END-IF
           .

       Read-Receipt.
           READ receipt-file
              AT END MOVE "Y" TO receipt-eof
           END-READ
           .

       Add-One-Receipt.
           IF rcp-date > window-start
              AND rcp-date NOT > today-date
              ADD rcp-amount TO window-receipts
           END-IF
           PERFORM Read-Receipt
           .

       Set-Day-Collections.
           MOVE daily-collections TO tab-day-collections(day-idx)
           .

       Write-Forecast.
           OPEN OUTPUT forecast-report-file
           MOVE first-day    TO rh-first-day
           MOVE last-day     TO rh-last-day
           MOVE bank-account TO rh-bank-account
           WRITE forecast-report-line FROM report-heading
           DISPLAY report-heading
           MOVE "OPENING CASH" TO sl-label
           MOVE opening-cash   TO sl-amount-out
           MOVE SPACES         TO sl-note
           WRITE forecast-report-line FROM summary-line
           DISPLAY summary-line
           MOVE "MINIMUM BALANCE" TO sl-label
           MOVE minimum-balance   TO sl-amount-out
           WRITE forecast-report-line FROM summary-line
           DISPLAY summary-line
           WRITE forecast-report-line FROM blank-line
           WRITE forecast-report-line FROM column-heading
           DISPLAY column-heading
           MOVE opening-cash TO running-balance
           MOVE opening-cash TO lowest-balance
           MOVE today-date   TO lowest-date
           PERFORM Write-One-Day
                    VARYING day-idx FROM 1 BY 1
                    UNTIL day-idx > 30
           WRITE forecast-report-line FROM blank-line
           MOVE "TOTAL RECEIPTS" TO sl-label
           MOVE total-in         TO sl-amount-out
           WRITE forecast-report-line FROM summary-line
           DISPLAY summary-line
           MOVE "TOTAL PAYMENTS" TO sl-label
           MOVE total-out        TO sl-amount-out
           WRITE forecast-report-line FROM summary-line
           DISPLAY summary-line
           MOVE "CLOSING CASH"   TO sl-label
           MOVE running-balance  TO sl-amount-out
           WRITE forecast-report-line FROM summary-line
           DISPLAY summary-line
           MOVE "LOWEST BALANCE" TO sl-label
           MOVE lowest-balance   TO sl-amount-out
           MOVE SPACES TO sl-note
           STRING "ON " DELIMITED BY SIZE
                  lowest-date DELIMITED BY SIZE
             INTO sl-note
           WRITE forecast-report-line FROM summary-line
           DISPLAY summary-line
           MOVE SPACES TO forecast-report-line
           IF days-below = ZERO
              MOVE "BALANCE STAYS ABOVE THE MINIMUM THROUGHOUT"
                 TO forecast-report-line
           ELSE
              STRING "DAYS BELOW THE MINIMUM: " DELIMITED BY SIZE
                     days-below                 DELIMITED BY SIZE
                INTO forecast-report-line
           END-IF
           WRITE forecast-report-line
           DISPLAY forecast-report-line
           CLOSE forecast-report-file
           .

       Write-One-Day.
           COMPUTE day-out = tab-day-payroll(day-idx)
                           + tab-day-remittance(day-idx)
                           + tab-day-orders(day-idx)
                           + tab-day-deposits(day-idx)
           COMPUTE day-in  = tab-day-loans(day-idx)
                           + tab-day-collections(day-idx)
           COMPUTE day-net = day-in - day-out
           ADD day-in  TO total-in
           ADD day-out TO total-out
           ADD day-net TO running-balance
           MOVE tab-day-date(day-idx)        TO dy-date
           MOVE tab-day-payroll(day-idx)     TO dy-payroll
           MOVE tab-day-remittance(day-idx)  TO dy-remittance
           MOVE tab-day-orders(day-idx)      TO dy-orders
           MOVE tab-day-deposits(day-idx)    TO dy-deposits
           MOVE tab-day-loans(day-idx)       TO dy-loans
           MOVE tab-day-collections(day-idx) TO dy-collections
           MOVE day-net                      TO dy-net
           MOVE running-balance              TO dy-balance
           IF running-balance < minimum-balance
              MOVE "BELOW MINIMUM" TO dy-flag
              ADD 1 TO days-below
           ELSE
              MOVE SPACES TO dy-flag
           END-IF
           IF running-balance < lowest-balance
              MOVE running-balance       TO lowest-balance
              MOVE tab-day-date(day-idx) TO lowest-date
           END-IF
           WRITE forecast-report-line FROM day-line
           DISPLAY day-line
           .

       Add-One-Day.
           PERFORM Set-Days-In-Month
           ADD 1 TO wd-dd
           IF wd-dd > days-in-month
              MOVE 1 TO wd-dd
              ADD 1 TO wd-mm
              IF wd-mm > 12
                 MOVE 1 TO wd-mm
                 ADD 1 TO wd-yyyy
              END-IF
           END-IF
           .

       Subtract-One-Day.
           SUBTRACT 1 FROM wd-dd
           IF wd-dd < 1
              SUBTRACT 1 FROM wd-mm
              IF wd-mm < 1
                 MOVE 12 TO wd-mm
                 SUBTRACT 1 FROM wd-yyyy
              END-IF
              PERFORM Set-Days-In-Month
              MOVE days-in-month TO wd-dd
           END-IF
           .

       Set-Days-In-Month.
           EVALUATE wd-mm
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO days-in-month
              WHEN 2
                 MOVE 28 TO days-in-month
                 DIVIDE wd-yyyy BY 4 GIVING leap-quotient
                        REMAINDER leap-remainder
                 IF leap-remainder = ZERO
                    MOVE 29 TO days-in-month
                 END-IF
                 DIVIDE wd-yyyy BY 100 GIVING leap-quotient
                        REMAINDER leap-remainder
                 IF leap-remainder = ZERO
                    MOVE 28 TO days-in-month
                    DIVIDE wd-yyyy BY 400 GIVING leap-quotient
                           REMAINDER leap-remainder
                    IF leap-remainder = ZERO
                       MOVE 29 TO days-in-month
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 31 TO days-in-month
           END-EVALUATE
           .
