       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETIRE-PROJECT.
      * estimated retirement benefit statements for every employee
      * within five years of retirement. the retirement age is the
      * one RETIREMENT-AGE applies (60 for women, 65 for men) and
      * the benefit date is the birthday on which it is reached.
      * current pensionable pay is this year's PAYYTD gross taken
      * to a full year (the master's rate and standard hours over
      * 52 weeks when no run has been made this year), and the
      * accumulated contributions are the scheme contributions on
      * the pension history plus this year's superannuation on
      * PAYYTD. both are carried forward year by year to the
      * retirement date with the compounding INVESTIMENT uses -
      * the year's contribution goes in, then the growth is earned
      * on the balance - at the growth rate held on the control
      * file. a summary of the projected payouts by year of
      * retirement follows the statements.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
                  "data/EMPLOYEEMASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-ID
               FILE STATUS IS employee-master-status.
           SELECT ytd-earnings-file ASSIGN TO "data/PAYROLLYTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ytd-earnings-status.
           SELECT pension-history-file ASSIGN TO
                  "data/PENSIONHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pension-history-status.
           SELECT projection-control-file ASSIGN TO
                  "data/RETPROJCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS projection-control-status.
           SELECT projection-report-file ASSIGN TO
                  "data/RETIREPROJ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  ytd-earnings-file.
       COPY PAYYTD.

       FD  pension-history-file.
       COPY PENSHIST.

      * the yearly growth rate applied to pay and to the fund
       FD  projection-control-file.
       01  projection-control-record.
           03 pjc-growth-rate   PIC 99V9.

       FD  projection-report-file.
       01  projection-report-line PIC X(80).

       WORKING-STORAGE SECTION.
       01  employee-master-status PIC XX.
       01  employee-master-eof  PIC X VALUE "N".
       01  ytd-earnings-status  PIC XX.
       01  ytd-earnings-eof     PIC X VALUE "N".
       01  pension-history-status PIC XX.
       01  pension-history-eof  PIC X VALUE "N".
       01  projection-control-status PIC XX.
      * this year's PAYYTD figures per employee
       01  ytd-earnings-table.
           03 ytd-entry OCCURS 100 TIMES INDEXED BY ytd-idx.
              05 tab-ytd-emp-id     PIC 9(4).
              05 tab-ytd-gross      PIC 9(8)V99.
              05 tab-ytd-annual-pay PIC 9(7)V99.
       01  ytd-count            PIC 999 VALUE ZERO.
       01  ytd-found            PIC X.
       01  ytd-found-idx        PIC 999 VALUE ZERO.
      * scheme contributions to date per member
       01  member-table.
           03 mbr-entry OCCURS 100 TIMES INDEXED BY mbr-idx.
              05 tab-mb-emp-id     PIC 9(4).
              05 tab-mb-contributed PIC 9(8)V99.
       01  member-count         PIC 999 VALUE ZERO.
       01  member-found         PIC X.
       01  member-idx           PIC 999 VALUE ZERO.
      * one row per year in which someone retires
       01  payout-table.
           03 pay-entry OCCURS 6 TIMES INDEXED BY pay-idx.
              05 tab-po-year       PIC 9(4).
              05 tab-po-count      PIC 999.
              05 tab-po-amount     PIC 9(9)V99.
       01  date-today.
           03 date-in-yyyy      PIC 9(4).
           03 date-in-mm        PIC 99.
           03 date-in-dd        PIC 99.
       01  growth-rate          PIC 99V9 VALUE 5.
       01  retirement-threshold PIC 99.
       01  computed-age         PIC 99.
       01  years-to-retirement  PIC 99.
       01  birth-year           PIC 9(4).
       01  birth-mm             PIC 99.
       01  birth-dd             PIC 99.
       01  retirement-year      PIC 9(4).
       01  projection-year      PIC 9(4).
       01  projection-fields.
           03 annual-pay        PIC 9(8)V99.
           03 annual-super      PIC 9(7)V99.
           03 annual-contribution PIC 9(8)V99.
           03 accumulated       PIC 9(9)V99.
           03 fund-balance      PIC 9(9)V99.
           03 fund-growth       PIC 9(8)V99.
           03 temp              PIC 9(11)V99 USAGE IS PACKED-DECIMAL.
           03 current-period    PIC 99.
       01  statement-count      PIC 999 VALUE ZERO.
       01  total-payout         PIC 9(9)V99 VALUE ZERO.
       01  report-heading.
           03 FILLER PIC X(41) VALUE
                 "----- RETIREMENT BENEFIT PROJECTION -----".
       01  employee-line.
           03 FILLER            PIC X(10) VALUE "EMPLOYEE: ".
           03 el-emp-id         PIC 9(4).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 el-name           PIC X(20).
           03 FILLER            PIC X(9) VALUE " RETIRES ".
           03 el-dd             PIC 99/.
           03 el-mm             PIC 99/.
           03 el-yyyy           PIC 9999.
           03 FILLER            PIC X(8) VALUE " AT AGE ".
           03 el-age            PIC 99.
       01  amount-line.
           03 al-label          PIC X(36).
           03 al-amount-out     PIC $$$,$$$,$$9.99.
       01  rate-line.
           03 FILLER            PIC X(36) VALUE
                 "GROWTH RATE ASSUMED (% A YEAR)".
           03 rl-rate-out       PIC Z9.9.
       01  column-heading.
           03 FILLER PIC X(40) VALUE
                 "YEAR   PENSIONABLE PAY  CONTRIBUTION    ".
           03 FILLER PIC X(28) VALUE
                 "    GROWTH    FUND BALANCE".
       01  year-line.
           03 yl-year           PIC 9(4).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 yl-pay-out        PIC $$$,$$$,$$9.99.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 yl-contrib-out    PIC $$$,$$$,$$9.99.
           03 yl-growth-out     PIC $$$$,$$9.99.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 yl-balance-out    PIC $$$,$$$,$$9.99.
       01  summary-heading.
           03 FILLER PIC X(41) VALUE
                 "------ PROJECTED PAYOUTS BY YEAR --------".
       01  summary-column.
           03 FILLER PIC X(40) VALUE
                 "YEAR  RETIRING        PROJECTED PAYOUT ".
       01  summary-line.
           03 sl-year           PIC 9(4).
           03 FILLER            PIC X(4) VALUE SPACES.
           03 sl-count          PIC ZZ9.
           03 FILLER            PIC X(9) VALUE SPACES.
           03 sl-amount-out     PIC $$$,$$$,$$9.99.
       01  total-line.
           03 tl-label          PIC X(20).
           03 tl-count          PIC ZZ9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 tl-amount-out     PIC $$$,$$$,$$9.99.
       01  blank-line           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       Retire-Project.
           DISPLAY "RETIREMENT BENEFIT PROJECTIONS"
           ACCEPT date-today FROM DATE YYYYMMDD
           PERFORM Load-Projection-Control
           PERFORM Set-Up-Payout-Years
           PERFORM Load-Ytd-Earnings
           PERFORM Load-Pension-History
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF employee-master-status NOT = "00"
              DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - "
                      "NO PROJECTIONS"
              GOBACK
           END-IF
           OPEN OUTPUT projection-report-file
           PERFORM Read-Employee-Master
           PERFORM Project-One-Employee
                    UNTIL employee-master-eof = "Y"
           CLOSE EMPLOYEE-MASTER-FILE
           PERFORM Write-Payout-Summary
           CLOSE projection-report-file
           DISPLAY "STATEMENTS PRINTED: " statement-count
           MOVE total-payout TO tl-amount-out
           DISPLAY "PROJECTED PAYOUTS : " tl-amount-out
           DISPLAY "STATEMENTS WRITTEN TO data/RETIREPROJ.RPT"
           GOBACK.

       Load-Projection-Control.
           OPEN INPUT projection-control-file
           IF projection-control-status = "00"
              READ projection-control-file
                 NOT AT END
                    MOVE pjc-growth-rate TO growth-rate
              END-READ
              CLOSE projection-control-file
           END-IF
           .

       Set-Up-Payout-Years.
           PERFORM Set-Up-One-Year
                    VARYING pay-idx FROM 1 BY 1
                    UNTIL pay-idx > 6
           .

       Set-Up-One-Year.
           SET current-period TO pay-idx
           COMPUTE tab-po-year(pay-idx) =
                 date-in-yyyy + current-period - 1
           MOVE ZERO TO tab-po-count(pay-idx)
           MOVE ZERO TO tab-po-amount(pay-idx)
           .

       Load-Ytd-Earnings.
           OPEN INPUT ytd-earnings-file
           IF ytd-earnings-status = "00"
              PERFORM Read-Ytd-Earnings
              PERFORM Store-Ytd-Earnings
                 UNTIL ytd-earnings-eof = "Y"
              CLOSE ytd-earnings-file
           END-IF
           .

       Read-Ytd-Earnings.
           READ ytd-earnings-file
              AT END MOVE "Y" TO ytd-earnings-eof
           END-READ
           .

      * last year's totals are of no use for this year's pay
       Store-Ytd-Earnings.
           IF ytd-year = date-in-yyyy AND ytd-count < 100
              ADD 1 TO ytd-count
              SET ytd-idx TO ytd-count
              MOVE ytd-emp-id     TO tab-ytd-emp-id(ytd-idx)
              MOVE ytd-gross      TO tab-ytd-gross(ytd-idx)
              MOVE ytd-annual-pay TO tab-ytd-annual-pay(ytd-idx)
           END-IF
           PERFORM Read-Ytd-Earnings
           .

       Load-Pension-History.
           OPEN INPUT pension-history-file
           IF pension-history-status = "00"
              PERFORM Read-Pension-History
              PERFORM Total-One-Contribution
                 UNTIL pension-history-eof = "Y"
              CLOSE pension-history-file
           END-IF
           .

       Read-Pension-History.
           READ pension-history-file
              AT END MOVE "Y" TO pension-history-eof
           END-READ
           .

       Total-One-Contribution.
           MOVE "N" TO member-found
           PERFORM Find-Member
                    VARYING mbr-idx FROM 1 BY 1
                    UNTIL mbr-idx > member-count
                       OR member-found = "Y"
           IF member-found NOT = "Y"
              ADD 1 TO member-count
              MOVE member-count TO member-idx
              SET mbr-idx TO member-idx
              MOVE pnh-emp-id TO tab-mb-emp-id(mbr-idx)
              MOVE ZERO TO tab-mb-contributed(mbr-idx)
           END-IF
           SET mbr-idx TO member-idx
           ADD pnh-employee-share TO tab-mb-contributed(mbr-idx)
           ADD pnh-employer-share TO tab-mb-contributed(mbr-idx)
           PERFORM Read-Pension-History
           .

       Find-Member.
           IF tab-mb-emp-id(mbr-idx) = pnh-emp-id
              MOVE "Y" TO member-found
              SET member-idx TO mbr-idx
           END-IF
           .

       Read-Employee-Master.
           READ EMPLOYEE-MASTER-FILE
              AT END MOVE "Y" TO employee-master-eof
           END-READ
           .

      * the age is worked out the way RETIREMENT-AGE does it; an
      * employee already at the age is projected over no years.
      * otherwise the projection runs one year for each year end
      * between now and the year the age is reached.
       Project-One-Employee.
           IF EM-FEMALE
              MOVE 60 TO retirement-threshold
           ELSE
              MOVE 65 TO retirement-threshold
           END-IF
           MOVE EM-DATE-OF-BIRTH(1:4) TO birth-year
           MOVE EM-DATE-OF-BIRTH(5:2) TO birth-mm
           MOVE EM-DATE-OF-BIRTH(7:2) TO birth-dd
           COMPUTE computed-age = date-in-yyyy - birth-year
           IF date-in-mm < birth-mm
              SUBTRACT 1 FROM computed-age
           ELSE
              IF date-in-mm = birth-mm AND date-in-dd < birth-dd
                 SUBTRACT 1 FROM computed-age
              END-IF
           END-IF
           COMPUTE retirement-year = birth-year + retirement-threshold
           IF computed-age >= retirement-threshold
              OR retirement-year < date-in-yyyy
              MOVE ZERO TO years-to-retirement
              MOVE date-in-yyyy TO retirement-year
           ELSE
              COMPUTE years-to-retirement =
                    retirement-year - date-in-yyyy
           END-IF
           IF years-to-retirement NOT > 5
              PERFORM Write-Benefit-Statement
           END-IF
           PERFORM Read-Employee-Master
           .

       Write-Benefit-Statement.
           PERFORM Set-Starting-Figures
           ADD 1 TO statement-count
           WRITE projection-report-line FROM report-heading
           MOVE EM-ID                TO el-emp-id
           MOVE EM-NAME              TO el-name
           MOVE birth-dd             TO el-dd
           MOVE birth-mm             TO el-mm
           MOVE retirement-year      TO el-yyyy
           MOVE retirement-threshold TO el-age
           WRITE projection-report-line FROM employee-line
           WRITE projection-report-line FROM blank-line
           MOVE "CURRENT PENSIONABLE PAY (ANNUAL)" TO al-label
           MOVE annual-pay TO al-amount-out
           WRITE projection-report-line FROM amount-line
           MOVE "CONTRIBUTIONS THIS YEAR (ANNUAL)" TO al-label
           MOVE annual-contribution TO al-amount-out
           WRITE projection-report-line FROM amount-line
           MOVE "ACCUMULATED CONTRIBUTIONS TO DATE" TO al-label
           MOVE accumulated TO al-amount-out
           WRITE projection-report-line FROM amount-line
           MOVE growth-rate TO rl-rate-out
           WRITE projection-report-line FROM rate-line
           WRITE projection-report-line FROM blank-line
           MOVE accumulated TO fund-balance
           IF years-to-retirement > ZERO
              WRITE projection-report-line FROM column-heading
              MOVE date-in-yyyy TO projection-year
              PERFORM Project-One-Year
                       VARYING current-period FROM 1 BY 1
                       UNTIL current-period > years-to-retirement
              WRITE projection-report-line FROM blank-line
           END-IF
           MOVE "ESTIMATED BENEFIT AT RETIREMENT" TO al-label
           MOVE fund-balance TO al-amount-out
           WRITE projection-report-line FROM amount-line
           WRITE projection-report-line FROM blank-line
           PERFORM Add-To-Payouts
           .

      * this year's gross to date, taken to a full year, is the pay
      * the projection starts from.
       Set-Starting-Figures.
           MOVE ZERO TO annual-super
           MOVE "N" TO ytd-found
           PERFORM Find-Ytd-Earnings
                    VARYING ytd-idx FROM 1 BY 1
                    UNTIL ytd-idx > ytd-count
                       OR ytd-found = "Y"
           IF ytd-found NOT = "Y"
              COMPUTE annual-pay ROUNDED =
                    EM-PAY-RATE * EM-STANDARD-HOURS * 52
           END-IF
           MOVE ZERO TO accumulated
           MOVE "N" TO member-found
           PERFORM Match-Member
                    VARYING mbr-idx FROM 1 BY 1
                    UNTIL mbr-idx > member-count
                       OR member-found = "Y"
           IF ytd-found = "Y"
              SET ytd-idx TO ytd-found-idx
              ADD tab-ytd-annual-pay(ytd-idx) TO accumulated
           END-IF
           MOVE annual-super TO annual-contribution
           IF EM-IN-PENSION
              COMPUTE annual-contribution ROUNDED =
                    annual-super + annual-pay *
                    (EM-PENSION-EE-PCT + EM-PENSION-ER-PCT) / 100
           END-IF
           .

       Find-Ytd-Earnings.
           IF tab-ytd-emp-id(ytd-idx) = EM-ID
              MOVE "Y" TO ytd-found
              COMPUTE annual-pay ROUNDED =
                    tab-ytd-gross(ytd-idx) * 12 / date-in-mm
              COMPUTE annual-super ROUNDED =
                    tab-ytd-annual-pay(ytd-idx) * 12 / date-in-mm
              SET ytd-found-idx TO ytd-idx
           END-IF
           .

       Match-Member.
           IF tab-mb-emp-id(mbr-idx) = EM-ID
              MOVE "Y" TO member-found
              ADD tab-mb-contributed(mbr-idx) TO accumulated
           END-IF
           .

      * one year: the contribution goes in, growth is earned on the
      * balance, then pay and contributions rise by the same rate
      * for the year after.
       Project-One-Year.
           ADD 1 TO projection-year
           ADD annual-contribution TO fund-balance
           MULTIPLY fund-balance BY growth-rate
                 GIVING temp ROUNDED
           DIVIDE temp BY 100 GIVING fund-growth ROUNDED
           ADD fund-growth TO fund-balance
           MOVE projection-year     TO yl-year
           MOVE annual-pay          TO yl-pay-out
           MOVE annual-contribution TO yl-contrib-out
           MOVE fund-growth         TO yl-growth-out
           MOVE fund-balance        TO yl-balance-out
           WRITE projection-report-line FROM year-line
           COMPUTE annual-pay ROUNDED =
                 annual-pay + annual-pay * growth-rate / 100
           COMPUTE annual-contribution ROUNDED =
                 annual-contribution
                 + annual-contribution * growth-rate / 100
           .

       Add-To-Payouts.
           PERFORM Match-Payout-Year
                    VARYING pay-idx FROM 1 BY 1
                    UNTIL pay-idx > 6
           ADD fund-balance TO total-payout
           .

       Match-Payout-Year.
           IF tab-po-year(pay-idx) = retirement-year
              ADD 1 TO tab-po-count(pay-idx)
              ADD fund-balance TO tab-po-amount(pay-idx)
           END-IF
           .

       Write-Payout-Summary.
           WRITE projection-report-line FROM summary-heading
           WRITE projection-report-line FROM summary-column
           PERFORM Write-Payout-Year
                    VARYING pay-idx FROM 1 BY 1
                    UNTIL pay-idx > 6
           WRITE projection-report-line FROM blank-line
           MOVE "TOTAL" TO tl-label
           MOVE statement-count TO tl-count
           MOVE total-payout TO tl-amount-out
           WRITE projection-report-line FROM total-line
           .

       Write-Payout-Year.
           MOVE tab-po-year(pay-idx)   TO sl-year
           MOVE tab-po-count(pay-idx)  TO sl-count
           MOVE tab-po-amount(pay-idx) TO sl-amount-out
           WRITE projection-report-line FROM summary-line
           .
