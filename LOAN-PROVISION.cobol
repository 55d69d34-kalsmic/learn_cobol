       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PROVISION.
      * month-end loan loss provisioning: every loan on the
      * portfolio is classified by its days in arrears into the
      * categories on the provisioning table (performing, watch,
      * substandard, doubtful, loss), and the category's
      * percentage is provided against the outstanding balance
      * less the security held on the collateral file. only the
      * movement since last month's provision is handed to
      * GL-POST - a charge when the provision has grown, a
      * release when it has fallen - and the classification
      * report goes to the credit committee.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT loan-master-file ASSIGN TO "data/LOANMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS loan-master-status.
           SELECT loan-position-file ASSIGN TO "data/LOANPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS loan-position-status.
           SELECT loan-collateral-file ASSIGN TO
                  "data/LOANCOLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS loan-collateral-status.
           SELECT provision-category-file ASSIGN TO
                  "data/PROVCATS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS provision-category-status.
           SELECT loan-provision-file ASSIGN TO
                  "data/LOANPROV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS loan-provision-status.
           SELECT gl-feed-file ASSIGN TO "data/GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-feed-status.
           SELECT provision-report-file ASSIGN TO
                  "data/LOANPROV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  loan-master-file.
       COPY LOANMAST.

       FD  loan-position-file.
       COPY LOANPOS.

       FD  loan-collateral-file.
       COPY LOANCOLL.

       FD  provision-category-file.
       COPY PROVCAT.

       FD  loan-provision-file.
       COPY LOANPROV.

       FD  gl-feed-file.
       COPY GLFEED.

       FD  provision-report-file.
       01  provision-report-line PIC X(100).

       WORKING-STORAGE SECTION.
       01  loan-master-status   PIC XX.
       01  loan-master-eof      PIC X VALUE "N".
       01  loan-position-status PIC XX.
       01  loan-position-eof    PIC X VALUE "N".
       01  loan-collateral-status PIC XX.
       01  loan-collateral-eof  PIC X VALUE "N".
       01  provision-category-status PIC XX.
       01  provision-category-eof PIC X VALUE "N".
       01  loan-provision-status PIC XX.
       01  loan-provision-eof   PIC X VALUE "N".
       01  gl-feed-status       PIC XX.
       01  loan-position-table.
           03 lpt-entry OCCURS 50 TIMES INDEXED BY lpt-idx.
              05 tab-lp-loan      PIC 9(4).
              05 tab-lp-start     PIC 9(8).
              05 tab-lp-paid      PIC 9(8)V99.
              05 tab-lp-out       PIC 9(6)V99.
       01  loan-position-count  PIC 99 VALUE ZERO.
       01  position-found       PIC X.
       01  position-idx         PIC 99 VALUE ZERO.
       01  category-table.
           03 cat-entry OCCURS 10 TIMES INDEXED BY cat-idx.
              05 tab-pc-category  PIC X(12).
              05 tab-pc-min-days  PIC 9(4).
              05 tab-pc-percent   PIC 9(3)V99.
              05 tab-pc-accruing  PIC X.
              05 tab-pc-loans     PIC 9(5).
              05 tab-pc-out       PIC 9(9)V99.
              05 tab-pc-provision PIC 9(9)V99.
       01  category-count       PIC 99 VALUE ZERO.
       01  category-found       PIC X.
       01  category-found-idx   PIC 99 VALUE ZERO.
       01  categories-changed   PIC X VALUE "N".
       01  menu-action          PIC X.
           88 action-run        VALUE "R" "r".
           88 action-categories VALUE "C" "c".
           88 action-list       VALUE "L" "l".
           88 action-exit       VALUE "X" "x".
       01  work-category.
           03 wk-category       PIC X(12).
           03 wk-min-days       PIC 9(4).
           03 wk-percent        PIC 9(3)V99.
           03 wk-accruing       PIC X.
       01  run-date             PIC 9(8).
       01  provision-period     PIC 9(6).
       01  prior-period         PIC 9(6) VALUE ZERO.
       01  period-provided      PIC X.
       01  date-work            PIC 9(8).
       01  date-parts REDEFINES date-work.
           03 dw-yyyy           PIC 9(4).
           03 dw-mm             PIC 99.
           03 dw-dd             PIC 99.
       01  month-number         PIC 9(6).
       01  day-number           PIC 9(7).
       01  today-day-number     PIC 9(7).
       01  due-day-number       PIC 9(7).
       01  paid-instalments     PIC 9(5).
       01  days-in-arrears      PIC 9(5).
       01  loan-outstanding     PIC 9(6)V99.
       01  loan-collateral      PIC 9(8)V99.
       01  unsecured-balance    PIC 9(8)V99.
       01  provision-amount     PIC 9(8)V99.
       01  total-provision      PIC 9(9)V99 VALUE ZERO.
       01  prior-provision      PIC 9(9)V99 VALUE ZERO.
       01  provision-movement   PIC S9(9)V99 VALUE ZERO.
       01  loans-classified     PIC 9(5) VALUE ZERO.
       01  percent-out          PIC ZZ9.99.
       01  report-heading.
           03 FILLER            PIC X(40) VALUE
                 "----- LOAN CLASSIFICATION AND PROVISION ".
           03 rh-period         PIC 9(6).
           03 FILLER            PIC X(6) VALUE " -----".
       01  report-columns.
           03 FILLER            PIC X(26) VALUE "LOAN BORROWER".
           03 FILLER            PIC X(6)  VALUE " DAYS".
           03 FILLER            PIC X(13) VALUE " CATEGORY".
           03 FILLER            PIC X(12) VALUE " OUTSTANDING".
           03 FILLER            PIC X(15) VALUE "     COLLATERAL".
           03 FILLER            PIC X(8)  VALUE "      %".
           03 FILLER            PIC X(15) VALUE "      PROVISION".
       01  report-detail.
           03 rd-loan           PIC 9(4).
           03 FILLER            PIC X VALUE SPACE.
           03 rd-borrower       PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 rd-days           PIC ZZZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 rd-category       PIC X(12).
           03 FILLER            PIC X VALUE SPACE.
           03 rd-out            PIC ZZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 rd-collateral     PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 rd-percent        PIC ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 rd-provision      PIC ZZ,ZZZ,ZZ9.99.
       01  category-summary.
           03 cs-category       PIC X(12).
           03 FILLER            PIC X(7) VALUE " LOANS ".
           03 cs-loans          PIC ZZZZ9.
           03 FILLER            PIC X(6) VALUE " OUT  ".
           03 cs-out            PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER            PIC X(11) VALUE " PROVISION ".
           03 cs-provision      PIC ZZZ,ZZZ,ZZ9.99.
       01  summary-line.
           03 sl-label          PIC X(30).
           03 sl-amount-out     PIC -ZZZ,ZZZ,ZZ9.99.
       01  blank-line           PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       Loan-Provision.
           DISPLAY "LOAN LOSS PROVISIONING"
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Categories
           IF category-count = ZERO
              DISPLAY "NO PROVISIONING CATEGORIES ON FILE"
              GOBACK
           END-IF
           PERFORM Provision-One-Action WITH TEST AFTER
                    UNTIL action-exit
           IF categories-changed = "Y"
              PERFORM Save-Categories
              DISPLAY "PROVISIONING CATEGORIES SAVED"
           END-IF
           GOBACK.

       Provision-One-Action.
           DISPLAY SPACE
           DISPLAY "Run month-end provision, Change category, "
                   "List categories or eXit? (R/C/L/X): "
                   WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-run        PERFORM Provisioning-Run
              WHEN action-categories PERFORM Change-Category
              WHEN action-list       PERFORM List-Categories
              WHEN action-exit       CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER R, C, L OR X"
           END-EVALUATE
           .

      * the thresholds and percentages are the credit policy's -
      * a changed threshold must keep the table in day order.
       Change-Category.
           DISPLAY "CATEGORY: " WITH NO ADVANCING
           ACCEPT wk-category
           MOVE "N" TO category-found
           PERFORM Check-One-Category
                    VARYING cat-idx FROM 1 BY 1
                    UNTIL cat-idx > category-count
                       OR category-found = "Y"
           IF category-found NOT = "Y"
              DISPLAY "NO CATEGORY " wk-category
           ELSE
              DISPLAY "FROM DAYS IN ARREARS: " WITH NO ADVANCING
              ACCEPT wk-min-days
              DISPLAY "PROVISION PERCENT: " WITH NO ADVANCING
              ACCEPT wk-percent
              DISPLAY "ACCRUE INTEREST (Y/N): " WITH NO ADVANCING
              ACCEPT wk-accruing
              SET cat-idx TO category-found-idx
              EVALUATE TRUE
                 WHEN wk-percent > 100
                    DISPLAY "PERCENT CANNOT EXCEED 100"
                 WHEN wk-accruing NOT = "Y" AND NOT = "N"
                    DISPLAY "ACCRUE INTEREST MUST BE Y OR N"
                 WHEN cat-idx > 1
                  AND wk-min-days NOT > tab-pc-min-days(cat-idx - 1)
                    DISPLAY "DAYS MUST BE ABOVE THE CATEGORY BEFORE"
                 WHEN cat-idx < category-count
                  AND wk-min-days NOT < tab-pc-min-days(cat-idx + 1)
                    DISPLAY "DAYS MUST BE BELOW THE CATEGORY AFTER"
                 WHEN OTHER
                    MOVE wk-min-days TO tab-pc-min-days(cat-idx)
                    MOVE wk-percent  TO tab-pc-percent(cat-idx)
                    MOVE wk-accruing TO tab-pc-accruing(cat-idx)
                    MOVE "Y" TO categories-changed
                    DISPLAY "CATEGORY " wk-category " CHANGED"
              END-EVALUATE
           END-IF
           .

       Check-One-Category.
           IF tab-pc-category(cat-idx) = wk-category
              MOVE "Y" TO category-found
              SET category-found-idx TO cat-idx
           END-IF
           .

       List-Categories.
           PERFORM List-One-Category
                    VARYING cat-idx FROM 1 BY 1
                    UNTIL cat-idx > category-count
           .

       List-One-Category.
           MOVE tab-pc-percent(cat-idx) TO percent-out
           IF tab-pc-accruing(cat-idx) = "N"
              DISPLAY tab-pc-category(cat-idx) " FROM "
                      tab-pc-min-days(cat-idx) " DAYS "
                      percent-out "% INTEREST SUSPENDED"
           ELSE
              DISPLAY tab-pc-category(cat-idx) " FROM "
                      tab-pc-min-days(cat-idx) " DAYS "
                      percent-out "%"
           END-IF
           .

      * one run per month: a month already provided for is
      * refused, so the movement is never posted twice.
       Provisioning-Run.
           MOVE run-date(1:6) TO provision-period
           PERFORM Load-Prior-Provision
           IF period-provided = "Y"
              DISPLAY "PERIOD " provision-period
                      " ALREADY PROVIDED FOR"
           ELSE
              PERFORM Classify-Portfolio
           END-IF
           .

       Classify-Portfolio.
           PERFORM Load-Loan-Positions
           MOVE ZERO TO loans-classified
           MOVE ZERO TO total-provision
           PERFORM Clear-Category-Totals
                    VARYING cat-idx FROM 1 BY 1
                    UNTIL cat-idx > category-count
           MOVE run-date TO date-work
           PERFORM Flatten-To-Days
           MOVE day-number TO today-day-number
           OPEN OUTPUT provision-report-file
           MOVE provision-period TO rh-period
           WRITE provision-report-line FROM report-heading
           WRITE provision-report-line FROM blank-line
           WRITE provision-report-line FROM report-columns
           OPEN EXTEND loan-provision-file
           IF loan-provision-status = "35"
              OPEN OUTPUT loan-provision-file
           END-IF
           MOVE "N" TO loan-master-eof
           OPEN INPUT loan-master-file
           IF loan-master-status = "00"
              PERFORM Read-Loan-Master
              PERFORM Classify-One-Loan
                 UNTIL loan-master-eof = "Y"
              CLOSE loan-master-file
           END-IF
           CLOSE loan-provision-file
           PERFORM Write-Provision-Summary
           CLOSE provision-report-file
           PERFORM Write-Gl-Provision
           DISPLAY "LOANS CLASSIFIED: " loans-classified
           DISPLAY "REPORT WRITTEN TO data/LOANPROV.RPT"
           .

       Clear-Category-Totals.
           MOVE ZERO TO tab-pc-loans(cat-idx)
           MOVE ZERO TO tab-pc-out(cat-idx)
           MOVE ZERO TO tab-pc-provision(cat-idx)
           .

      * a loan with no position row has taken no receipt yet: it
      * owes its starting balance and is not yet behind. a loan
      * paid off is left out.
       Classify-One-Loan.
           MOVE ZERO TO days-in-arrears
           MOVE lm-balance-start TO loan-outstanding
           PERFORM Find-Loan-Position
           IF position-found = "Y"
              SET lpt-idx TO position-idx
              MOVE tab-lp-out(lpt-idx) TO loan-outstanding
              PERFORM Work-Out-Arrears-Days
           END-IF
           IF loan-outstanding > ZERO
              PERFORM Provide-For-Loan
           END-IF
           PERFORM Read-Loan-Master
           .

      * the first unpaid instalment fell due as many months after
      * the first receipt as the money paid covers; days in
      * arrears run from that date, on the 30-day month the
      * arrears aging uses.
       Work-Out-Arrears-Days.
           IF lm-repayment > ZERO
              COMPUTE paid-instalments =
                    tab-lp-paid(lpt-idx) / lm-repayment
              MOVE tab-lp-start(lpt-idx) TO date-work
              PERFORM Flatten-To-Days
              COMPUTE due-day-number = day-number
                    + paid-instalments * 30
              IF today-day-number > due-day-number
                 COMPUTE days-in-arrears = today-day-number
                       - due-day-number
              END-IF
           END-IF
           .

       Provide-For-Loan.
           PERFORM Sum-Loan-Collateral
           SET cat-idx TO 1
           MOVE 1 TO category-found-idx
           PERFORM Match-Category-Days
                    VARYING cat-idx FROM 1 BY 1
                    UNTIL cat-idx > category-count
           SET cat-idx TO category-found-idx
           IF loan-collateral < loan-outstanding
              COMPUTE unsecured-balance = loan-outstanding
                    - loan-collateral
           ELSE
              MOVE ZERO TO unsecured-balance
           END-IF
           COMPUTE provision-amount ROUNDED = unsecured-balance
                 * tab-pc-percent(cat-idx) / 100
           ADD 1 TO loans-classified
           ADD 1 TO tab-pc-loans(cat-idx)
           ADD loan-outstanding TO tab-pc-out(cat-idx)
           ADD provision-amount TO tab-pc-provision(cat-idx)
           ADD provision-amount TO total-provision
           MOVE provision-period        TO lv-period
           MOVE lm-loan-id              TO lv-loan-id
           MOVE tab-pc-category(cat-idx) TO lv-category
           MOVE days-in-arrears         TO lv-days
           MOVE loan-outstanding        TO lv-outstanding
           MOVE loan-collateral         TO lv-collateral
           MOVE tab-pc-percent(cat-idx) TO lv-percent
           MOVE provision-amount        TO lv-provision
           WRITE loan-provision-record
           MOVE lm-loan-id              TO rd-loan
           MOVE lm-borrower-name        TO rd-borrower
           MOVE days-in-arrears         TO rd-days
           MOVE tab-pc-category(cat-idx) TO rd-category
           MOVE loan-outstanding        TO rd-out
           MOVE loan-collateral         TO rd-collateral
           MOVE tab-pc-percent(cat-idx) TO rd-percent
           MOVE provision-amount        TO rd-provision
           WRITE provision-report-line FROM report-detail
           DISPLAY report-detail
           .

       Match-Category-Days.
           IF days-in-arrears NOT < tab-pc-min-days(cat-idx)
              SET category-found-idx TO cat-idx
           END-IF
           .

       Sum-Loan-Collateral.
           MOVE ZERO TO loan-collateral
           MOVE "N" TO loan-collateral-eof
           OPEN INPUT loan-collateral-file
           IF loan-collateral-status = "00"
              PERFORM Read-Loan-Collateral
              PERFORM Add-One-Collateral
                 UNTIL loan-collateral-eof = "Y"
              CLOSE loan-collateral-file
           END-IF
           .

       Read-Loan-Collateral.
           READ loan-collateral-file
              AT END MOVE "Y" TO loan-collateral-eof
           END-READ
           .

       Add-One-Collateral.
           IF lc-loan-id = lm-loan-id
              ADD lc-value TO loan-collateral
           END-IF
           PERFORM Read-Loan-Collateral
           .

       Write-Provision-Summary.
           WRITE provision-report-line FROM blank-line
           PERFORM Write-One-Category-Summary
                    VARYING cat-idx FROM 1 BY 1
                    UNTIL cat-idx > category-count
           WRITE provision-report-line FROM blank-line
           COMPUTE provision-movement = total-provision
                 - prior-provision
           MOVE "PROVISION REQUIRED" TO sl-label
           MOVE total-provision      TO sl-amount-out
           WRITE provision-report-line FROM summary-line
           DISPLAY summary-line
           MOVE "PROVISION LAST MONTH" TO sl-label
           MOVE prior-provision        TO sl-amount-out
           WRITE provision-report-line FROM summary-line
           DISPLAY summary-line
           MOVE "MOVEMENT POSTED"    TO sl-label
           MOVE provision-movement   TO sl-amount-out
           WRITE provision-report-line FROM summary-line
           DISPLAY summary-line
           .

       Write-One-Category-Summary.
           MOVE tab-pc-category(cat-idx)  TO cs-category
           MOVE tab-pc-loans(cat-idx)     TO cs-loans
           MOVE tab-pc-out(cat-idx)       TO cs-out
           MOVE tab-pc-provision(cat-idx) TO cs-provision
           WRITE provision-report-line FROM category-summary
           .

      * a grown provision is charged to impairment; a smaller one
      * releases the difference back.
       Write-Gl-Provision.
           IF provision-movement NOT = ZERO
              OPEN EXTEND gl-feed-file
              IF gl-feed-status = "35"
                 OPEN OUTPUT gl-feed-file
              END-IF
              MOVE "LOAN-PROVISION" TO gf-source
              MOVE SPACES           TO gf-department
              MOVE run-date         TO gf-date
              IF provision-movement > ZERO
                 MOVE "CHARGE"           TO gf-total-type
                 MOVE provision-movement TO gf-amount
              ELSE
                 MOVE "RELEASE"          TO gf-total-type
                 COMPUTE gf-amount = ZERO - provision-movement
              END-IF
              WRITE gl-feed-record
              CLOSE gl-feed-file
           END-IF
           .

      * last month's provision is the total of the latest month
      * on file before this one.
       Load-Prior-Provision.
           MOVE "N" TO period-provided
           MOVE ZERO TO prior-period
           MOVE ZERO TO prior-provision
           MOVE "N" TO loan-provision-eof
           OPEN INPUT loan-provision-file
           IF loan-provision-status = "00"
              PERFORM Read-Loan-Provision
              PERFORM Add-Prior-Provision
                 UNTIL loan-provision-eof = "Y"
              CLOSE loan-provision-file
           END-IF
           .

       Read-Loan-Provision.
           READ loan-provision-file
              AT END MOVE "Y" TO loan-provision-eof
           END-READ
           .

       Add-Prior-Provision.
           EVALUATE TRUE
              WHEN lv-period = provision-period
                 MOVE "Y" TO period-provided
              WHEN lv-period > prior-period
               AND lv-period < provision-period
                 MOVE lv-period    TO prior-period
                 MOVE lv-provision TO prior-provision
              WHEN lv-period = prior-period
                 ADD lv-provision TO prior-provision
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM Read-Loan-Provision
           .

       Flatten-To-Days.
           COMPUTE month-number = dw-yyyy * 12 + dw-mm
           COMPUTE day-number = month-number * 30 + dw-dd
           .

       Find-Loan-Position.
           MOVE "N" TO position-found
           PERFORM Check-One-Position
                    VARYING lpt-idx FROM 1 BY 1
                    UNTIL lpt-idx > loan-position-count
                       OR position-found = "Y"
           .

       Check-One-Position.
           IF tab-lp-loan(lpt-idx) = lm-loan-id
              MOVE "Y" TO position-found
              SET position-idx TO lpt-idx
           END-IF
           .

       Read-Loan-Master.
           READ loan-master-file
              AT END MOVE "Y" TO loan-master-eof
           END-READ
           .

       Load-Loan-Positions.
           MOVE ZERO TO loan-position-count
           MOVE "N" TO loan-position-eof
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

       Load-Categories.
           MOVE ZERO TO category-count
           OPEN INPUT provision-category-file
           IF provision-category-status = "00"
              PERFORM Read-Category
              PERFORM Store-Category
                 UNTIL provision-category-eof = "Y"
              CLOSE provision-category-file
           END-IF
           .

       Read-Category.
           READ provision-category-file
              AT END MOVE "Y" TO provision-category-eof
           END-READ
           .

       Store-Category.
           ADD 1 TO category-count
           SET cat-idx TO category-count
           MOVE pc-category TO tab-pc-category(cat-idx)
           MOVE pc-min-days TO tab-pc-min-days(cat-idx)
           MOVE pc-percent  TO tab-pc-percent(cat-idx)
           MOVE pc-accruing TO tab-pc-accruing(cat-idx)
           PERFORM Read-Category
           .

       Save-Categories.
           OPEN OUTPUT provision-category-file
           PERFORM Write-Category
                    VARYING cat-idx FROM 1 BY 1
                    UNTIL cat-idx > category-count
           CLOSE provision-category-file
           .

       Write-Category.
           MOVE tab-pc-category(cat-idx) TO pc-category
           MOVE tab-pc-min-days(cat-idx) TO pc-min-days
           MOVE tab-pc-percent(cat-idx)  TO pc-percent
           MOVE tab-pc-accruing(cat-idx) TO pc-accruing
           WRITE provision-category-record
           .
