       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-ACCRUAL.
      * month-end interest accrual for the loan portfolio: each
      * loan earns a month's interest on its true outstanding
      * balance at the rate in force - the new rate once the
      * loan has reached its rate-change year - and the month's
      * total goes to GL-POST as interest receivable against
      * interest income, so income is booked when it is earned
      * and not when the borrower happens to pay. LOAN-REPAY
      * clears the receivable as the receipts come in. a loan the
      * last provisioning run put in a non-accruing category has
      * its interest suspended instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT loan-master-file ASSIGN TO "data/LOANMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS loan-master-status.
           SELECT loan-position-file ASSIGN TO "data/LOANPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS loan-position-status.
           SELECT loan-accrual-file ASSIGN TO "data/LOANACCR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS loan-accrual-status.
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
           SELECT accrual-report-file ASSIGN TO
                  "data/LOANACCR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  loan-master-file.
       COPY LOANMAST.

       FD  loan-position-file.
       COPY LOANPOS.

       FD  loan-accrual-file.
       COPY LOANACCR.

       FD  provision-category-file.
       COPY PROVCAT.

       FD  loan-provision-file.
       COPY LOANPROV.

       FD  gl-feed-file.
       COPY GLFEED.

       FD  accrual-report-file.
       01  accrual-report-line  PIC X(90).

       WORKING-STORAGE SECTION.
       01  loan-master-status   PIC XX.
       01  loan-master-eof      PIC X VALUE "N".
       01  loan-position-status PIC XX.
       01  loan-position-eof    PIC X VALUE "N".
       01  loan-accrual-status  PIC XX.
       01  loan-accrual-eof     PIC X VALUE "N".
       01  provision-category-status PIC XX.
       01  provision-category-eof PIC X VALUE "N".
       01  loan-provision-status PIC XX.
       01  loan-provision-eof   PIC X VALUE "N".
       01  gl-feed-status       PIC XX.
       01  loan-position-table.
           03 lpt-entry OCCURS 50 TIMES INDEXED BY lpt-idx.
              05 tab-lp-loan      PIC 9(4).
              05 tab-lp-start     PIC 9(8).
              05 tab-lp-out       PIC 9(6)V99.
       01  loan-position-count  PIC 99 VALUE ZERO.
       01  position-found       PIC X.
       01  position-idx         PIC 99 VALUE ZERO.
       01  loan-accrual-table.
           03 lat-entry OCCURS 50 TIMES INDEXED BY lat-idx.
              05 tab-la-loan      PIC 9(4).
              05 tab-la-accrued   PIC 9(6)V99.
              05 tab-la-period    PIC 9(6).
       01  loan-accrual-count   PIC 99 VALUE ZERO.
       01  accrual-found        PIC X.
       01  accrual-idx          PIC 99 VALUE ZERO.
       01  category-table.
           03 cat-entry OCCURS 10 TIMES INDEXED BY cat-idx.
              05 tab-pc-category  PIC X(12).
              05 tab-pc-accruing  PIC X.
       01  category-count       PIC 99 VALUE ZERO.
      * each loan's classification at the latest provisioning run
       01  classification-table.
           03 cls-entry OCCURS 50 TIMES INDEXED BY cls-idx.
              05 tab-cls-loan     PIC 9(4).
              05 tab-cls-period   PIC 9(6).
              05 tab-cls-category PIC X(12).
       01  classification-count PIC 99 VALUE ZERO.
       01  classification-found PIC X.
       01  classification-idx   PIC 99 VALUE ZERO.
       01  run-date             PIC 9(8).
       01  accrual-period       PIC 9(6).
       01  date-work            PIC 9(8).
       01  date-parts REDEFINES date-work.
           03 dw-yyyy           PIC 9(4).
           03 dw-mm             PIC 99.
           03 FILLER            PIC 99.
       01  month-number         PIC 9(6).
       01  run-months           PIC 9(6).
       01  loan-year            PIC 99.
       01  loan-outstanding     PIC 9(6)V99.
       01  loan-rate            PIC 99V99.
       01  loan-category        PIC X(12).
       01  loan-accruing        PIC X.
       01  month-interest       PIC 9(6)V99.
       01  total-accrued        PIC 9(8)V99 VALUE ZERO.
       01  total-suspended      PIC 9(8)V99 VALUE ZERO.
       01  accrued-count        PIC 9(5) VALUE ZERO.
       01  suspended-count      PIC 9(5) VALUE ZERO.
       01  skipped-count        PIC 9(5) VALUE ZERO.
       01  report-heading.
           03 FILLER            PIC X(34) VALUE
                 "----- LOAN INTEREST ACCRUAL ".
           03 rh-period         PIC 9(6).
           03 FILLER            PIC X(6) VALUE " -----".
       01  report-columns.
           03 FILLER            PIC X(26) VALUE "LOAN BORROWER".
           03 FILLER            PIC X(12) VALUE " OUTSTANDING".
           03 FILLER            PIC X(7)  VALUE "   RATE".
           03 FILLER            PIC X(12) VALUE "    INTEREST".
           03 FILLER            PIC X(14) VALUE "    RECEIVABLE".
           03 FILLER            PIC X(13) VALUE " CATEGORY".
       01  report-detail.
           03 rd-loan           PIC 9(4).
           03 FILLER            PIC X VALUE SPACE.
           03 rd-borrower       PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 rd-out            PIC ZZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 rd-rate           PIC Z9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 rd-interest       PIC ZZZ,ZZ9.99.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 rd-receivable     PIC ZZZ,ZZ9.99.
           03 FILLER            PIC X(3) VALUE SPACES.
           03 rd-category       PIC X(12).
           03 FILLER            PIC X VALUE SPACE.
           03 rd-flag           PIC X(9).
       01  summary-line.
           03 sl-label          PIC X(30).
           03 sl-amount-out     PIC ZZZ,ZZZ,ZZ9.99.
       01  blank-line           PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       Loan-Accrual.
           DISPLAY "LOAN INTEREST ACCRUAL RUN"
           ACCEPT run-date FROM DATE YYYYMMDD
           MOVE run-date(1:6) TO accrual-period
           MOVE run-date TO date-work
           PERFORM Flatten-To-Months
           MOVE month-number TO run-months
           PERFORM Load-Loan-Positions
           PERFORM Load-Loan-Accruals
           PERFORM Load-Categories
           PERFORM Load-Classifications
           OPEN OUTPUT accrual-report-file
           MOVE accrual-period TO rh-period
           WRITE accrual-report-line FROM report-heading
           WRITE accrual-report-line FROM blank-line
           WRITE accrual-report-line FROM report-columns
           OPEN INPUT loan-master-file
           IF loan-master-status = "00"
              PERFORM Read-Loan-Master
              PERFORM Accrue-One-Loan
                 UNTIL loan-master-eof = "Y"
              CLOSE loan-master-file
           END-IF
           WRITE accrual-report-line FROM blank-line
           MOVE "INTEREST ACCRUED"     TO sl-label
           MOVE total-accrued          TO sl-amount-out
           WRITE accrual-report-line FROM summary-line
           DISPLAY summary-line
           MOVE "INTEREST SUSPENDED"   TO sl-label
           MOVE total-suspended        TO sl-amount-out
           WRITE accrual-report-line FROM summary-line
           DISPLAY summary-line
           CLOSE accrual-report-file
           IF accrued-count > ZERO OR suspended-count > ZERO
              PERFORM Save-Loan-Accruals
           END-IF
           PERFORM Write-Gl-Accrual
           DISPLAY "LOANS ACCRUED      : " accrued-count
           DISPLAY "LOANS SUSPENDED    : " suspended-count
           DISPLAY "ALREADY ACCRUED    : " skipped-count
           DISPLAY "REPORT WRITTEN TO data/LOANACCR.RPT"
           GOBACK.

      * a loan is accrued once a month - a second run in the
      * same month passes over the loans it has already done.
       Accrue-One-Loan.
           PERFORM Find-Loan-Accrual
           MOVE lm-balance-start TO loan-outstanding
           MOVE 1 TO loan-year
           PERFORM Find-Loan-Position
           IF position-found = "Y"
              SET lpt-idx TO position-idx
              MOVE tab-lp-out(lpt-idx) TO loan-outstanding
              MOVE tab-lp-start(lpt-idx) TO date-work
              PERFORM Flatten-To-Months
              COMPUTE loan-year = (run-months - month-number) / 12
                    + 1
           END-IF
           EVALUATE TRUE
              WHEN loan-outstanding = ZERO
                 CONTINUE
              WHEN accrual-found = "Y"
               AND tab-la-period(lat-idx) = accrual-period
                 ADD 1 TO skipped-count
              WHEN OTHER
                 PERFORM Work-Out-Month-Interest
           END-EVALUATE
           PERFORM Read-Loan-Master
           .

      * the rate change on the master takes effect from the start
      * of its year of the loan.
       Work-Out-Month-Interest.
           MOVE lm-interest-rate TO loan-rate
           IF lm-new-interest-rate > ZERO
              AND lm-rate-change-yr > ZERO
              AND loan-year NOT < lm-rate-change-yr
              MOVE lm-new-interest-rate TO loan-rate
           END-IF
           COMPUTE month-interest ROUNDED = loan-outstanding
                 * loan-rate / 1200
           PERFORM Find-Loan-Category
           IF accrual-found NOT = "Y"
              ADD 1 TO loan-accrual-count
              SET lat-idx TO loan-accrual-count
              MOVE lm-loan-id TO tab-la-loan(lat-idx)
              MOVE ZERO       TO tab-la-accrued(lat-idx)
           END-IF
           MOVE accrual-period TO tab-la-period(lat-idx)
           MOVE SPACES TO rd-flag
           IF loan-accruing = "N"
              ADD month-interest TO total-suspended
              ADD 1 TO suspended-count
              MOVE "SUSPENDED" TO rd-flag
           ELSE
              ADD month-interest TO tab-la-accrued(lat-idx)
              ADD month-interest TO total-accrued
              ADD 1 TO accrued-count
           END-IF
           MOVE lm-loan-id              TO rd-loan
           MOVE lm-borrower-name        TO rd-borrower
           MOVE loan-outstanding        TO rd-out
           MOVE loan-rate               TO rd-rate
           MOVE month-interest          TO rd-interest
           MOVE tab-la-accrued(lat-idx) TO rd-receivable
           MOVE loan-category           TO rd-category
           WRITE accrual-report-line FROM report-detail
           DISPLAY report-detail
           .

      * no classification yet means the loan has never been
      * provided against - it is performing.
       Find-Loan-Category.
           MOVE "PERFORMING" TO loan-category
           MOVE "Y" TO loan-accruing
           MOVE "N" TO classification-found
           PERFORM Check-One-Classification
                    VARYING cls-idx FROM 1 BY 1
                    UNTIL cls-idx > classification-count
                       OR classification-found = "Y"
           IF classification-found = "Y"
              SET cls-idx TO classification-idx
              MOVE tab-cls-category(cls-idx) TO loan-category
              PERFORM Check-Category-Accruing
                       VARYING cat-idx FROM 1 BY 1
                       UNTIL cat-idx > category-count
           END-IF
           .

       Check-One-Classification.
           IF tab-cls-loan(cls-idx) = lm-loan-id
              MOVE "Y" TO classification-found
              SET classification-idx TO cls-idx
           END-IF
           .

       Check-Category-Accruing.
           IF tab-pc-category(cat-idx) = loan-category
              MOVE tab-pc-accruing(cat-idx) TO loan-accruing
           END-IF
           .

       Write-Gl-Accrual.
           IF total-accrued > ZERO
              OPEN EXTEND gl-feed-file
              IF gl-feed-status = "35"
                 OPEN OUTPUT gl-feed-file
              END-IF
              MOVE "LOAN-ACCRUAL"  TO gf-source
              MOVE "INTEREST"      TO gf-total-type
              MOVE total-accrued   TO gf-amount
              MOVE run-date        TO gf-date
              MOVE SPACES          TO gf-department
              WRITE gl-feed-record
              CLOSE gl-feed-file
           END-IF
           .

       Flatten-To-Months.
           COMPUTE month-number = dw-yyyy * 12 + dw-mm
           .

       Read-Loan-Master.
           READ loan-master-file
              AT END MOVE "Y" TO loan-master-eof
           END-READ
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

       Find-Loan-Accrual.
           MOVE "N" TO accrual-found
           PERFORM Check-One-Accrual
                    VARYING lat-idx FROM 1 BY 1
                    UNTIL lat-idx > loan-accrual-count
                       OR accrual-found = "Y"
           IF accrual-found = "Y"
              SET lat-idx TO accrual-idx
           END-IF
           .

       Check-One-Accrual.
           IF tab-la-loan(lat-idx) = lm-loan-id
              MOVE "Y" TO accrual-found
              SET accrual-idx TO lat-idx
           END-IF
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
           MOVE lp-loan-id     TO tab-lp-loan(lpt-idx)
           MOVE lp-start-date  TO tab-lp-start(lpt-idx)
           MOVE lp-outstanding TO tab-lp-out(lpt-idx)
           PERFORM Read-Loan-Position
           .

       Load-Loan-Accruals.
           MOVE ZERO TO loan-accrual-count
           OPEN INPUT loan-accrual-file
           IF loan-accrual-status = "00"
              PERFORM Read-Loan-Accrual
              PERFORM Store-Loan-Accrual
                 UNTIL loan-accrual-eof = "Y"
              CLOSE loan-accrual-file
           END-IF
           .

       Read-Loan-Accrual.
           READ loan-accrual-file
              AT END MOVE "Y" TO loan-accrual-eof
           END-READ
           .

       Store-Loan-Accrual.
           ADD 1 TO loan-accrual-count
           SET lat-idx TO loan-accrual-count
           MOVE la-loan-id     TO tab-la-loan(lat-idx)
           MOVE la-accrued     TO tab-la-accrued(lat-idx)
           MOVE la-last-period TO tab-la-period(lat-idx)
           PERFORM Read-Loan-Accrual
           .

       Save-Loan-Accruals.
           OPEN OUTPUT loan-accrual-file
           PERFORM Write-Loan-Accrual
                    VARYING lat-idx FROM 1 BY 1
                    UNTIL lat-idx > loan-accrual-count
           CLOSE loan-accrual-file
           .

       Write-Loan-Accrual.
           MOVE tab-la-loan(lat-idx)    TO la-loan-id
           MOVE tab-la-accrued(lat-idx) TO la-accrued
           MOVE tab-la-period(lat-idx)  TO la-last-period
           WRITE loan-accrual-record
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
           MOVE pc-accruing TO tab-pc-accruing(cat-idx)
           PERFORM Read-Category
           .

      * the provision file is in period order, so the last row
      * read for a loan is its latest classification.
       Load-Classifications.
           MOVE ZERO TO classification-count
           OPEN INPUT loan-provision-file
           IF loan-provision-status = "00"
              PERFORM Read-Loan-Provision
              PERFORM Store-Classification
                 UNTIL loan-provision-eof = "Y"
              CLOSE loan-provision-file
           END-IF
           .

       Read-Loan-Provision.
           READ loan-provision-file
              AT END MOVE "Y" TO loan-provision-eof
           END-READ
           .

       Store-Classification.
           MOVE "N" TO classification-found
           PERFORM Match-Classification
                    VARYING cls-idx FROM 1 BY 1
                    UNTIL cls-idx > classification-count
                       OR classification-found = "Y"
           IF classification-found = "Y"
              SET cls-idx TO classification-idx
           ELSE
              ADD 1 TO classification-count
              SET cls-idx TO classification-count
              MOVE lv-loan-id TO tab-cls-loan(cls-idx)
           END-IF
           MOVE lv-period   TO tab-cls-period(cls-idx)
           MOVE lv-category TO tab-cls-category(cls-idx)
           PERFORM Read-Loan-Provision
           .

       Match-Classification.
           IF tab-cls-loan(cls-idx) = lv-loan-id
              MOVE "Y" TO classification-found
              SET classification-idx TO cls-idx
           END-IF
           .
