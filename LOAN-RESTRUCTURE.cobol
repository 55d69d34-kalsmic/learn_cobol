       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-RESTRUCTURE.
      * restructuring a loan the credit committee has agreed to
      * reschedule: the same lm-loan-id carries on with the new
      * term, rate and repayment from the effective date, any
      * arrears capitalised into its balance, and the terms and
      * position it had before are kept as a history record - no
      * more keying a new loan and closing the old one, which
      * broke the repayment history and the arrears aging. the
      * position restarts at the effective date, so the aging,
      * provisioning and MORTGAGE's schedule all run from there.
      * the restructured-loans report follows how each one has
      * kept to its new terms since.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT loan-master-file ASSIGN TO "data/LOANMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS loan-master-status.
           SELECT loan-position-file ASSIGN TO "data/LOANPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS loan-position-status.
           SELECT loan-restructure-file ASSIGN TO
                  "data/LOANRSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS loan-restructure-status.
           SELECT restructure-report-file ASSIGN TO
                  "data/LOANRSTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT current-operator-file ASSIGN TO
                  "data/CURRENTOP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS current-operator-status.

       DATA DIVISION.
       FILE SECTION.
       FD  loan-master-file.
       COPY LOANMAST.

       FD  loan-position-file.
       COPY LOANPOS.

       FD  loan-restructure-file.
       COPY LOANRSTR.

       FD  restructure-report-file.
       01  restructure-report-line PIC X(100).

       FD  current-operator-file.
       01  current-operator-record.
           03 co-operator-id    PIC X(8).

       WORKING-STORAGE SECTION.
       01  loan-master-status   PIC XX.
       01  loan-master-eof      PIC X VALUE "N".
       01  loan-position-status PIC XX.
       01  loan-position-eof    PIC X VALUE "N".
       01  loan-restructure-status PIC XX.
       01  loan-restructure-eof PIC X VALUE "N".
       01  current-operator-status PIC XX.
       01  operator-stamp       PIC X(8) VALUE "CONSOLE".
      * the master held whole, so a restructured loan's row can be
      * replaced where it stands
       01  loan-master-table.
           03 lmt-entry OCCURS 50 TIMES INDEXED BY lmt-idx.
              05 tab-lm-record    PIC X(59).
       01  loan-master-count    PIC 99 VALUE ZERO.
       01  loan-found           PIC X.
       01  loan-idx             PIC 99 VALUE ZERO.
       01  loan-position-table.
           03 lpt-entry OCCURS 50 TIMES INDEXED BY lpt-idx.
              05 tab-lp-loan      PIC 9(4).
              05 tab-lp-start     PIC 9(8).
              05 tab-lp-paid      PIC 9(8)V99.
              05 tab-lp-out       PIC 9(6)V99.
       01  loan-position-count  PIC 99 VALUE ZERO.
       01  position-found       PIC X.
       01  position-idx         PIC 99 VALUE ZERO.
      * each restructured loan's latest restructure, for the
      * performance report
       01  restructure-table.
           03 rst-entry OCCURS 50 TIMES INDEXED BY rst-idx.
              05 tab-rs-loan      PIC 9(4).
              05 tab-rs-date      PIC 9(8).
              05 tab-rs-balance   PIC 9(6)V99.
              05 tab-rs-repayment PIC 999V99.
              05 tab-rs-times     PIC 99.
       01  restructure-count    PIC 99 VALUE ZERO.
       01  restructure-found    PIC X.
       01  restructure-idx      PIC 99 VALUE ZERO.
       01  menu-action          PIC X.
           88 action-restructure VALUE "R" "r".
           88 action-history    VALUE "H" "h".
           88 action-performance VALUE "P" "p".
           88 action-exit       VALUE "X" "x".
       01  work-restructure.
           03 wk-loan           PIC 9(4).
           03 wk-years          PIC 99.
           03 wk-rate           PIC 99V99.
           03 wk-capitalised    PIC 9(6)V99.
           03 wk-repayment      PIC 999V99.
           03 wk-effective      PIC 9(8).
           03 wk-reference      PIC X(12).
           03 wk-confirm        PIC X.
       01  outstanding-before   PIC 9(6)V99.
       01  new-balance          PIC 9(7)V99.
       01  monthly-rate         PIC 9V9(8).
       01  term-months          PIC 999.
       01  annuity-factor       PIC 9(3)V9(8).
       01  annuity-ratio        PIC 9(5)V9(8).
       01  first-month-interest PIC 9(7)V9(6).
       01  repayment-fits       PIC X.
       01  run-date             PIC 9(8).
       01  date-work            PIC 9(8).
       01  date-parts REDEFINES date-work.
           03 dw-yyyy           PIC 9(4).
           03 dw-mm             PIC 99.
           03 FILLER            PIC 99.
       01  month-number         PIC 9(6).
       01  today-months         PIC 9(6).
       01  expected-instalments PIC 9(5).
       01  paid-instalments     PIC 9(5).
       01  missed-instalments   PIC S9(5).
       01  restructured-count   PIC 9(5) VALUE ZERO.
       01  redefaulted-count    PIC 9(5) VALUE ZERO.
       01  amount-out           PIC ZZZ,ZZ9.99.
       01  repayment-out        PIC ZZ9.99.
       01  rate-out             PIC Z9.99.
       01  report-heading       PIC X(50) VALUE
             "----- RESTRUCTURED LOANS - PERFORMANCE SINCE -----".
       01  report-columns.
           03 FILLER            PIC X(26) VALUE "LOAN BORROWER".
           03 FILLER            PIC X(9)  VALUE "EFFECTIVE".
           03 FILLER            PIC X(12) VALUE "  RESTRUCTD".
           03 FILLER            PIC X(12) VALUE " OUTSTANDING".
           03 FILLER            PIC X(6)  VALUE "   DUE".
           03 FILLER            PIC X(6)  VALUE "  PAID".
           03 FILLER            PIC X(7)  VALUE " MISSED".
           03 FILLER            PIC X(3)  VALUE " NO".
       01  report-detail.
           03 rd-loan           PIC 9(4).
           03 FILLER            PIC X VALUE SPACE.
           03 rd-borrower       PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 rd-effective      PIC 9(8).
           03 FILLER            PIC X VALUE SPACE.
           03 rd-balance        PIC ZZZ,ZZ9.99.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 rd-out            PIC ZZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 rd-due            PIC ZZZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 rd-paid           PIC ZZZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 rd-missed         PIC ---9.
           03 FILLER            PIC X(3) VALUE SPACES.
           03 rd-times          PIC Z9.
           03 FILLER            PIC X VALUE SPACE.
           03 rd-status         PIC X(12).
       01  summary-line.
           03 sl-label          PIC X(30).
           03 sl-count          PIC ZZZZ9.
       01  blank-line           PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       Loan-Restructure.
           DISPLAY "LOAN RESTRUCTURING"
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Operator-Stamp
           PERFORM Load-Loan-Master
           IF loan-master-count = ZERO
              DISPLAY "NO LOAN MASTER ON FILE"
              GOBACK
           END-IF
           PERFORM Load-Loan-Positions
           PERFORM Restructure-One-Action WITH TEST AFTER
                    UNTIL action-exit
           GOBACK.

       Restructure-One-Action.
           DISPLAY SPACE
           DISPLAY "Restructure a loan, History, Performance "
                   "report or eXit? (R/H/P/X): " WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-restructure PERFORM Restructure-Loan
              WHEN action-history     PERFORM List-Loan-History
              WHEN action-performance PERFORM Performance-Report
              WHEN action-exit        CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER R, H, P OR X"
           END-EVALUATE
           .

       Restructure-Loan.
           DISPLAY "LOAN ID: " WITH NO ADVANCING
           ACCEPT wk-loan
           PERFORM Find-Loan
           IF loan-found NOT = "Y"
              DISPLAY "NO LOAN " wk-loan
           ELSE
              SET lmt-idx TO loan-idx
              MOVE tab-lm-record(lmt-idx) TO loan-master-record
              MOVE lm-balance-start TO outstanding-before
              PERFORM Find-Loan-Position
              IF position-found = "Y"
                 SET lpt-idx TO position-idx
                 MOVE tab-lp-out(lpt-idx) TO outstanding-before
              END-IF
              MOVE outstanding-before TO amount-out
              DISPLAY "LOAN " wk-loan " " lm-borrower-name
                      " OUTSTANDING " amount-out
              PERFORM Key-New-Terms
           END-IF
           .

       Key-New-Terms.
           DISPLAY "ARREARS TO CAPITALISE (ZERO FOR NONE): "
                   WITH NO ADVANCING
           ACCEPT wk-capitalised
           DISPLAY "NEW TERM (YEARS): " WITH NO ADVANCING
           ACCEPT wk-years
           DISPLAY "NEW INTEREST RATE: " WITH NO ADVANCING
           ACCEPT wk-rate
           DISPLAY "NEW MONTHLY REPAYMENT (ZERO TO WORK OUT): "
                   WITH NO ADVANCING
           ACCEPT wk-repayment
           DISPLAY "EFFECTIVE DATE (ZERO FOR TODAY): "
                   WITH NO ADVANCING
           ACCEPT wk-effective
           IF wk-effective = ZERO
              MOVE run-date TO wk-effective
           END-IF
           DISPLAY "COMMITTEE REFERENCE: " WITH NO ADVANCING
           ACCEPT wk-reference
           COMPUTE new-balance = outstanding-before + wk-capitalised
           MOVE "Y" TO repayment-fits
           IF wk-repayment = ZERO AND wk-years > ZERO
              PERFORM Work-Out-Repayment
           END-IF
           EVALUATE TRUE
              WHEN wk-years = ZERO
                 DISPLAY "NEW TERM MUST BE GIVEN"
              WHEN new-balance > 999999.99
                 DISPLAY "NEW BALANCE TOO LARGE FOR THE MASTER"
              WHEN repayment-fits NOT = "Y"
                 DISPLAY "REPAYMENT TOO LARGE FOR THE MASTER - "
                         "LENGTHEN THE TERM"
              WHEN wk-repayment = ZERO
                 DISPLAY "REPAYMENT MUST BE GIVEN"
              WHEN wk-reference = SPACES
                 DISPLAY "COMMITTEE REFERENCE MUST BE GIVEN"
              WHEN OTHER
                 PERFORM Confirm-Restructure
           END-EVALUATE
           .

      * the level repayment that clears the new balance over the
      * new term at the new rate.
       Work-Out-Repayment.
           COMPUTE term-months = wk-years * 12
           IF wk-rate = ZERO
              COMPUTE wk-repayment ROUNDED = new-balance
                    / term-months
                 ON SIZE ERROR
                    MOVE "N" TO repayment-fits
              END-COMPUTE
           ELSE
              COMPUTE monthly-rate = wk-rate / 1200
              COMPUTE annuity-factor ROUNDED =
                    (1 + monthly-rate) ** term-months
              COMPUTE first-month-interest ROUNDED = new-balance
                    * monthly-rate
              COMPUTE annuity-ratio ROUNDED = annuity-factor
                    / (annuity-factor - 1)
              COMPUTE wk-repayment ROUNDED = first-month-interest
                    * annuity-ratio
                 ON SIZE ERROR
                    MOVE "N" TO repayment-fits
              END-COMPUTE
           END-IF
           .

       Confirm-Restructure.
           MOVE new-balance TO amount-out
           MOVE wk-repayment TO repayment-out
           MOVE wk-rate TO rate-out
           DISPLAY "NEW BALANCE " amount-out " OVER " wk-years
                   " YEARS AT " rate-out "% - REPAYMENT "
                   repayment-out
           DISPLAY "CONFIRM (Y/N): " WITH NO ADVANCING
           ACCEPT wk-confirm
           IF wk-confirm = "Y" OR wk-confirm = "y"
              PERFORM Apply-Restructure
           ELSE
              DISPLAY "RESTRUCTURE ABANDONED"
           END-IF
           .

      * the history row first, while the master and position
      * still hold the original terms.
       Apply-Restructure.
           MOVE wk-loan              TO rs-loan-id
           MOVE wk-effective         TO rs-effective-date
           MOVE wk-reference         TO rs-reference
           MOVE operator-stamp       TO rs-operator
           MOVE lm-balance-start     TO rs-old-balance-start
           MOVE lm-years             TO rs-old-years
           MOVE lm-repayment         TO rs-old-repayment
           MOVE lm-interest-rate     TO rs-old-interest-rate
           MOVE lm-extra-payment     TO rs-old-extra-payment
           MOVE lm-extra-payment-yr  TO rs-old-extra-payment-yr
           MOVE lm-new-interest-rate TO rs-old-new-interest-rate
           MOVE lm-rate-change-yr    TO rs-old-rate-change-yr
           MOVE ZERO                 TO rs-old-start-date
           MOVE ZERO                 TO rs-old-paid-to-date
           IF position-found = "Y"
              MOVE tab-lp-start(lpt-idx) TO rs-old-start-date
              MOVE tab-lp-paid(lpt-idx)  TO rs-old-paid-to-date
           END-IF
           MOVE outstanding-before   TO rs-outstanding
           MOVE wk-capitalised       TO rs-capitalised
           MOVE new-balance          TO rs-new-balance
           MOVE wk-years             TO rs-new-years
           MOVE wk-repayment         TO rs-new-repayment
           MOVE wk-rate              TO rs-new-interest-rate
           OPEN EXTEND loan-restructure-file
           IF loan-restructure-status = "35"
              OPEN OUTPUT loan-restructure-file
           END-IF
           WRITE loan-restructure-record
           CLOSE loan-restructure-file
           MOVE new-balance  TO lm-balance-start
           MOVE wk-years     TO lm-years
           MOVE wk-repayment TO lm-repayment
           MOVE wk-rate      TO lm-interest-rate
           MOVE ZERO         TO lm-extra-payment
           MOVE ZERO         TO lm-extra-payment-yr
           MOVE ZERO         TO lm-new-interest-rate
           MOVE ZERO         TO lm-rate-change-yr
           MOVE loan-master-record TO tab-lm-record(lmt-idx)
           IF position-found NOT = "Y"
              ADD 1 TO loan-position-count
              SET lpt-idx TO loan-position-count
              MOVE wk-loan TO tab-lp-loan(lpt-idx)
           END-IF
           MOVE wk-effective TO tab-lp-start(lpt-idx)
           MOVE ZERO         TO tab-lp-paid(lpt-idx)
           MOVE new-balance  TO tab-lp-out(lpt-idx)
           PERFORM Save-Loan-Master
           PERFORM Save-Loan-Positions
           DISPLAY "LOAN " wk-loan " RESTRUCTURED FROM "
                   wk-effective
           .

       List-Loan-History.
           DISPLAY "LOAN ID: " WITH NO ADVANCING
           ACCEPT wk-loan
           MOVE ZERO TO restructured-count
           MOVE "N" TO loan-restructure-eof
           OPEN INPUT loan-restructure-file
           IF loan-restructure-status = "00"
              PERFORM Read-Loan-Restructure
              PERFORM List-One-Restructure
                 UNTIL loan-restructure-eof = "Y"
              CLOSE loan-restructure-file
           END-IF
           IF restructured-count = ZERO
              DISPLAY "LOAN " wk-loan " HAS NOT BEEN RESTRUCTURED"
           END-IF
           .

       List-One-Restructure.
           IF rs-loan-id = wk-loan
              ADD 1 TO restructured-count
              DISPLAY "RESTRUCTURED " rs-effective-date " REF "
                      rs-reference " BY " rs-operator
              MOVE rs-old-balance-start TO amount-out
              MOVE rs-old-repayment     TO repayment-out
              MOVE rs-old-interest-rate TO rate-out
              DISPLAY "  WAS    " amount-out " OVER " rs-old-years
                      " YEARS AT " rate-out "% REPAYING "
                      repayment-out
              MOVE rs-outstanding TO amount-out
              DISPLAY "  OWING  " amount-out " FROM "
                      rs-old-start-date
              MOVE rs-capitalised TO amount-out
              DISPLAY "  ARREARS CAPITALISED " amount-out
              MOVE rs-new-balance       TO amount-out
              MOVE rs-new-repayment     TO repayment-out
              MOVE rs-new-interest-rate TO rate-out
              DISPLAY "  NOW    " amount-out " OVER " rs-new-years
                      " YEARS AT " rate-out "% REPAYING "
                      repayment-out
           END-IF
           PERFORM Read-Loan-Restructure
           .

      * instalments due since the effective date against those the
      * money paid since covers - the same count the arrears
      * report makes - for each loan's latest restructure.
       Performance-Report.
           PERFORM Load-Restructures
           MOVE ZERO TO redefaulted-count
           MOVE run-date TO date-work
           PERFORM Flatten-To-Months
           MOVE month-number TO today-months
           OPEN OUTPUT restructure-report-file
           WRITE restructure-report-line FROM report-heading
           WRITE restructure-report-line FROM blank-line
           WRITE restructure-report-line FROM report-columns
           PERFORM Report-One-Restructure
                    VARYING rst-idx FROM 1 BY 1
                    UNTIL rst-idx > restructure-count
           WRITE restructure-report-line FROM blank-line
           MOVE "LOANS RESTRUCTURED"  TO sl-label
           MOVE restructure-count     TO sl-count
           WRITE restructure-report-line FROM summary-line
           DISPLAY summary-line
           MOVE "RE-DEFAULTED SINCE"  TO sl-label
           MOVE redefaulted-count     TO sl-count
           WRITE restructure-report-line FROM summary-line
           DISPLAY summary-line
           CLOSE restructure-report-file
           DISPLAY "REPORT WRITTEN TO data/LOANRSTR.RPT"
           .

       Report-One-Restructure.
           MOVE tab-rs-loan(rst-idx) TO wk-loan
           MOVE SPACES TO rd-borrower
           PERFORM Find-Loan
           IF loan-found = "Y"
              SET lmt-idx TO loan-idx
              MOVE tab-lm-record(lmt-idx) TO loan-master-record
              MOVE lm-borrower-name TO rd-borrower
           END-IF
           MOVE ZERO TO paid-instalments
           MOVE tab-rs-balance(rst-idx) TO rd-out
           MOVE tab-rs-date(rst-idx) TO date-work
           PERFORM Flatten-To-Months
           IF today-months < month-number
              MOVE ZERO TO expected-instalments
           ELSE
              COMPUTE expected-instalments = today-months
                    - month-number + 1
           END-IF
           PERFORM Find-Loan-Position
           IF position-found = "Y"
              SET lpt-idx TO position-idx
              MOVE tab-lp-out(lpt-idx) TO rd-out
              IF tab-rs-repayment(rst-idx) > ZERO
                 COMPUTE paid-instalments = tab-lp-paid(lpt-idx)
                       / tab-rs-repayment(rst-idx)
              END-IF
           END-IF
           COMPUTE missed-instalments = expected-instalments
                 - paid-instalments
           EVALUATE TRUE
              WHEN missed-instalments >= 3
                 MOVE "RE-DEFAULTED" TO rd-status
                 ADD 1 TO redefaulted-count
              WHEN missed-instalments > ZERO
                 MOVE "BEHIND"       TO rd-status
              WHEN OTHER
                 MOVE "PERFORMING"   TO rd-status
           END-EVALUATE
           MOVE tab-rs-loan(rst-idx)    TO rd-loan
           MOVE tab-rs-date(rst-idx)    TO rd-effective
           MOVE tab-rs-balance(rst-idx) TO rd-balance
           MOVE expected-instalments    TO rd-due
           MOVE paid-instalments        TO rd-paid
           MOVE missed-instalments      TO rd-missed
           MOVE tab-rs-times(rst-idx)   TO rd-times
           WRITE restructure-report-line FROM report-detail
           DISPLAY report-detail
           .

      * the history is in date order, so the last row read for a
      * loan is its latest restructure.
       Load-Restructures.
           MOVE ZERO TO restructure-count
           MOVE "N" TO loan-restructure-eof
           OPEN INPUT loan-restructure-file
           IF loan-restructure-status = "00"
              PERFORM Read-Loan-Restructure
              PERFORM Store-Restructure
                 UNTIL loan-restructure-eof = "Y"
              CLOSE loan-restructure-file
           END-IF
           .

       Read-Loan-Restructure.
           READ loan-restructure-file
              AT END MOVE "Y" TO loan-restructure-eof
           END-READ
           .

       Store-Restructure.
           MOVE "N" TO restructure-found
           PERFORM Check-One-Restructure
                    VARYING rst-idx FROM 1 BY 1
                    UNTIL rst-idx > restructure-count
                       OR restructure-found = "Y"
           IF restructure-found = "Y"
              SET rst-idx TO restructure-idx
           ELSE
              ADD 1 TO restructure-count
              SET rst-idx TO restructure-count
              MOVE rs-loan-id TO tab-rs-loan(rst-idx)
              MOVE ZERO       TO tab-rs-times(rst-idx)
           END-IF
           MOVE rs-effective-date TO tab-rs-date(rst-idx)
           MOVE rs-new-balance    TO tab-rs-balance(rst-idx)
           MOVE rs-new-repayment  TO tab-rs-repayment(rst-idx)
           ADD 1 TO tab-rs-times(rst-idx)
           PERFORM Read-Loan-Restructure
           .

       Check-One-Restructure.
           IF tab-rs-loan(rst-idx) = rs-loan-id
              MOVE "Y" TO restructure-found
              SET restructure-idx TO rst-idx
           END-IF
           .

       Flatten-To-Months.
           COMPUTE month-number = dw-yyyy * 12 + dw-mm
           .

       Find-Loan.
           MOVE "N" TO loan-found
           PERFORM Check-One-Loan
                    VARYING lmt-idx FROM 1 BY 1
                    UNTIL lmt-idx > loan-master-count
                       OR loan-found = "Y"
           .

       Check-One-Loan.
           IF tab-lm-record(lmt-idx)(1:4) = wk-loan
              MOVE "Y" TO loan-found
              SET loan-idx TO lmt-idx
           END-IF
           .

       Find-Loan-Position.
           MOVE "N" TO position-found
           PERFORM Check-One-Position
                    VARYING lpt-idx FROM 1 BY 1
                    UNTIL lpt-idx > loan-position-count
                       OR position-found = "Y"
           .

       Check-One-Position.
           IF tab-lp-loan(lpt-idx) = wk-loan
              MOVE "Y" TO position-found
              SET position-idx TO lpt-idx
           END-IF
           .

       Load-Loan-Master.
           MOVE ZERO TO loan-master-count
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
           ADD 1 TO loan-master-count
           SET lmt-idx TO loan-master-count
           MOVE loan-master-record TO tab-lm-record(lmt-idx)
           PERFORM Read-Loan-Master
           .

       Save-Loan-Master.
           OPEN OUTPUT loan-master-file
           PERFORM Write-Loan-Master
                    VARYING lmt-idx FROM 1 BY 1
                    UNTIL lmt-idx > loan-master-count
           CLOSE loan-master-file
           .

       Write-Loan-Master.
           MOVE tab-lm-record(lmt-idx) TO loan-master-record
           WRITE loan-master-record
           .

       Load-Loan-Positions.
           MOVE ZERO TO loan-position-count
           OPEN INPUT loan-position-file
           IF loan-position-status = "00"
              PERFORM Read-Loan-Position
              PERFORM Store-Loan-Position
                 UNTIL loan-position-eof = "Y"
              CLOSE loan-position-file
           END-IF
           .

       Read-Loan-Position.
           READ loan-position-file
              AT END MOVE "Y" TO loan-position-eof
           END-READ
           .

       Store-Loan-Position.
           ADD 1 TO loan-position-count
           SET lpt-idx TO loan-position-count
           MOVE lp-loan-id      TO tab-lp-loan(lpt-idx)
           MOVE lp-start-date   TO tab-lp-start(lpt-idx)
           MOVE lp-paid-to-date TO tab-lp-paid(lpt-idx)
           MOVE lp-outstanding  TO tab-lp-out(lpt-idx)
           PERFORM Read-Loan-Position
           .

       Save-Loan-Positions.
           OPEN OUTPUT loan-position-file
           PERFORM Write-Loan-Position
                    VARYING lpt-idx FROM 1 BY 1
                    UNTIL lpt-idx > loan-position-count
           CLOSE loan-position-file
           .

       Write-Loan-Position.
           MOVE tab-lp-loan(lpt-idx)  TO lp-loan-id
           MOVE tab-lp-start(lpt-idx) TO lp-start-date
           MOVE tab-lp-paid(lpt-idx)  TO lp-paid-to-date
           MOVE tab-lp-out(lpt-idx)   TO lp-outstanding
           WRITE loan-position-record
           .

      * whoever signed on at the menu is stamped on the history -
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
