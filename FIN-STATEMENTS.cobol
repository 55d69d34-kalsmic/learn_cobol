       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIN-STATEMENTS.
      * the monthly financial statements off the journal legs
      * GL-POST writes, laid out by the statement line each chart
      * account carries. the income statement shows revenue, cost
      * of sales, gross profit, expenses and net profit for the
      * month and the year to date beside the same month and year
      * to date last year. the balance sheet at the month end sets
      * assets against liabilities and equity, last year's month
      * end beside it, with the profit for the year and any profit
      * not yet closed to retained earnings carried into equity.
      * the statements are refused when a journal account has no
      * statement line or the balance sheet does not balance.
      * a year the year-end close has locked is read from the
      * journal history file, whose closing journal carries each
      * closed year's result into retained earnings; a later
      * year's balances start from the opening legs on the live
      * journal instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT gl-journal-file ASSIGN USING journal-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-journal-status.
           SELECT chart-account-file ASSIGN TO "data/CHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS chart-account-status.
           SELECT statement-file ASSIGN TO "data/FINSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT gl-year-file ASSIGN TO "data/GLYEAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-year-status.
           SELECT fx-control-file ASSIGN TO "data/FXCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fx-control-status.

       DATA DIVISION.
       FILE SECTION.
       FD  gl-journal-file.
       COPY GLJRNL.

       FD  chart-account-file.
       COPY CHART.

       FD  statement-file.
       01  statement-line       PIC X(100).

       FD  gl-year-file.
       COPY GLYEAR.

       FD  fx-control-file.
       COPY FXCTL.

       WORKING-STORAGE SECTION.
       01  gl-journal-status    PIC XX.
       01  gl-journal-eof       PIC X VALUE "N".
       01  journal-file-name    PIC X(25).
       01  reading-history      PIC X VALUE "N".
       01  gl-year-status       PIC XX.
       01  closed-year          PIC 9(4) VALUE ZERO.
       01  close-source         PIC X(16) VALUE "YEAR-END CLOSE".
       01  chart-account-status PIC XX.
       01  chart-account-eof    PIC X VALUE "N".
       01  fx-control-status    PIC XX.
       01  base-currency        PIC X(3) VALUE "UGX".
      * every chart account with its movements, debit positive:
      * this month, this year to date and the balance at the month
      * end, then the same three a year earlier
       01  chart-table.
           03 coa-entry OCCURS 100 TIMES INDEXED BY coa-idx.
              05 tab-coa-account PIC X(6).
              05 tab-coa-name    PIC X(20).
              05 tab-coa-fs-line PIC X.
              05 tab-month       PIC S9(9)V99.
              05 tab-ytd         PIC S9(9)V99.
              05 tab-balance     PIC S9(9)V99.
              05 tab-ly-month    PIC S9(9)V99.
              05 tab-ly-ytd      PIC S9(9)V99.
              05 tab-ly-balance  PIC S9(9)V99.
       01  chart-count          PIC 999 VALUE ZERO.
       01  chart-found          PIC X.
       01  chart-idx            PIC 999 VALUE ZERO.
       01  chosen-period        PIC 9(6).
       01  chosen-period-parts REDEFINES chosen-period.
           03 chosen-year       PIC 9(4).
           03 chosen-month      PIC 99.
       01  last-year-period     PIC 9(6).
       01  last-year-parts REDEFINES last-year-period.
           03 last-year         PIC 9(4).
           03 last-year-month   PIC 99.
       01  leg-period           PIC 9(6).
       01  leg-year             PIC 9(4).
       01  leg-amount           PIC S9(9)V99.
       01  unmapped-count       PIC 999 VALUE ZERO.
       01  print-switch         PIC X.
           88 print-now         VALUE "Y".
       01  statement-mode       PIC X.
           88 income-statement  VALUE "I".
       01  wanted-line          PIC X.
       01  sign-factor          PIC S9.
       01  col-idx              PIC 9.
      * one account's figures, or a section's totals, in the four
      * income-statement columns or the two balance-sheet columns
       01  account-columns.
           03 account-amount    PIC S9(9)V99 OCCURS 4 TIMES.
       01  section-columns.
           03 section-amount    PIC S9(9)V99 OCCURS 4 TIMES.
       01  account-printable    PIC X.
       01  statement-totals.
           03 revenue-total     PIC S9(9)V99 OCCURS 4 TIMES.
           03 cost-total        PIC S9(9)V99 OCCURS 4 TIMES.
           03 gross-profit      PIC S9(9)V99 OCCURS 4 TIMES.
           03 expense-total     PIC S9(9)V99 OCCURS 4 TIMES.
           03 net-profit        PIC S9(9)V99 OCCURS 4 TIMES.
           03 asset-total       PIC S9(9)V99 OCCURS 2 TIMES.
           03 liability-total   PIC S9(9)V99 OCCURS 2 TIMES.
           03 equity-total      PIC S9(9)V99 OCCURS 2 TIMES.
           03 profit-to-date    PIC S9(9)V99 OCCURS 2 TIMES.
           03 profit-brought-fwd PIC S9(9)V99 OCCURS 2 TIMES.
           03 profit-for-year   PIC S9(9)V99 OCCURS 2 TIMES.
           03 claims-total      PIC S9(9)V99 OCCURS 2 TIMES.
       01  balance-sheet-ok     PIC X.
       01  amount-out           PIC $$$,$$$,$$9.99-.
       01  income-heading.
           03 FILLER            PIC X(23) VALUE
                 "----- INCOME STATEMENT ".
           03 ih-period         PIC 9(6).
           03 FILLER            PIC X(6) VALUE " -----".
           03 FILLER            PIC X(4) VALUE " IN ".
           03 ih-base           PIC X(3).
       01  income-columns.
           03 FILLER            PIC X(27) VALUE SPACES.
           03 FILLER            PIC X(16) VALUE "           MONTH".
           03 FILLER            PIC X(16) VALUE "    YEAR TO DATE".
           03 FILLER            PIC X(16) VALUE " LAST YEAR MONTH".
           03 FILLER            PIC X(16) VALUE "   LAST YEAR YTD".
       01  balance-heading.
           03 FILLER            PIC X(30) VALUE
                 "----- BALANCE SHEET AT END OF ".
           03 bh-period         PIC 9(6).
           03 FILLER            PIC X(6) VALUE " -----".
           03 FILLER            PIC X(4) VALUE " IN ".
           03 bh-base           PIC X(3).
       01  balance-columns.
           03 FILLER            PIC X(27) VALUE SPACES.
           03 FILLER            PIC X(16) VALUE "      THIS MONTH".
           03 FILLER            PIC X(16) VALUE "  LAST YEAR SAME".
       01  section-heading      PIC X(27).
       01  statement-detail.
           03 sd-account        PIC X(6).
           03 FILLER            PIC X VALUE SPACE.
           03 sd-name           PIC X(20).
           03 sd-column OCCURS 4 TIMES.
              05 FILLER         PIC X VALUE SPACE.
              05 sd-amount-out  PIC $$$,$$$,$$9.99-.
       01  balance-detail.
           03 bd-account        PIC X(6).
           03 FILLER            PIC X VALUE SPACE.
           03 bd-name           PIC X(20).
           03 bd-column OCCURS 2 TIMES.
              05 FILLER         PIC X VALUE SPACE.
              05 bd-amount-out  PIC $$$,$$$,$$9.99-.
       01  blank-line           PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       Fin-Statements.
           DISPLAY "INCOME STATEMENT AND BALANCE SHEET"
           PERFORM Load-Chart
           PERFORM Load-Base-Currency
           PERFORM Load-Closed-Year
           DISPLAY "PERIOD (YYYYMM): " WITH NO ADVANCING
           ACCEPT chosen-period
           MOVE chosen-period TO last-year-period
           SUBTRACT 1 FROM last-year
           MOVE "data/GLJOURNAL.DAT" TO journal-file-name
           OPEN INPUT gl-journal-file
           IF gl-journal-status NOT = "00"
              DISPLAY "NO JOURNAL FILE - NOTHING TO REPORT"
           ELSE
              PERFORM Read-Journal-Leg
              PERFORM Tally-One-Leg
                 UNTIL gl-journal-eof = "Y"
              CLOSE gl-journal-file
              IF last-year <= closed-year
                 PERFORM Tally-Journal-History
              END-IF
              PERFORM Produce-Statements
           END-IF
           GOBACK.

       Tally-Journal-History.
           MOVE "data/GLJRNLHIST.DAT" TO journal-file-name
           MOVE "Y" TO reading-history
           MOVE "N" TO gl-journal-eof
           OPEN INPUT gl-journal-file
           IF gl-journal-status = "00"
              PERFORM Read-Journal-Leg
              PERFORM Tally-One-Leg
                 UNTIL gl-journal-eof = "Y"
              CLOSE gl-journal-file
           END-IF
           .

      * the statements are worked through once without printing to
      * prove the balance sheet, and printed only when it balances.
       Produce-Statements.
           MOVE "N" TO print-switch
           PERFORM Work-Statements
           PERFORM Prove-Balance-Sheet
           EVALUATE TRUE
              WHEN unmapped-count > ZERO
                 DISPLAY unmapped-count " JOURNAL ACCOUNTS HAVE NO "
                         "STATEMENT LINE - STATEMENTS NOT PRINTED"
              WHEN balance-sheet-ok NOT = "Y"
                 DISPLAY "BALANCE SHEET DOES NOT BALANCE - "
                         "STATEMENTS NOT PRINTED"
                 MOVE asset-total(1) TO amount-out
                 DISPLAY "ASSETS THIS YEAR     : " amount-out
                 MOVE claims-total(1) TO amount-out
                 DISPLAY "LIABS+EQUITY THIS YR : " amount-out
                 MOVE asset-total(2) TO amount-out
                 DISPLAY "ASSETS LAST YEAR     : " amount-out
                 MOVE claims-total(2) TO amount-out
                 DISPLAY "LIABS+EQUITY LAST YR : " amount-out
              WHEN OTHER
                 OPEN OUTPUT statement-file
                 MOVE "Y" TO print-switch
                 PERFORM Work-Statements
                 CLOSE statement-file
                 DISPLAY "STATEMENTS WRITTEN TO data/FINSTMT.RPT"
           END-EVALUATE
           .

       Read-Journal-Leg.
           READ gl-journal-file
              AT END MOVE "Y" TO gl-journal-eof
           END-READ
           .

      * a leg feeds this year's columns when it falls on or before
      * the chosen month, and last year's when it falls on or
      * before the same month a year earlier. the history serves
      * only a closed year - an open year's balances are complete
      * on the live journal from its opening legs. a closing leg
      * is never a movement of its own year, only a balance
      * brought into the years after it.
       Tally-One-Leg.
           MOVE gj-date(1:6) TO leg-period
           MOVE gj-date(1:4) TO leg-year
           IF leg-period <= chosen-period
              PERFORM Find-Leg-Account
              IF chart-found = "Y"
                 SET coa-idx TO chart-idx
                 IF gj-debit
                    MOVE gj-amount TO leg-amount
                 ELSE
                    COMPUTE leg-amount = ZERO - gj-amount
                 END-IF
                 IF reading-history NOT = "Y"
                    OR chosen-year <= closed-year
                    PERFORM Tally-This-Year
                 END-IF
                 IF leg-period <= last-year-period
                    AND (reading-history NOT = "Y"
                         OR last-year <= closed-year)
                    PERFORM Tally-Last-Year
                 END-IF
              END-IF
           END-IF
           PERFORM Read-Journal-Leg
           .

       Tally-This-Year.
           IF gj-source NOT = close-source
              OR leg-year < chosen-year
              ADD leg-amount TO tab-balance(coa-idx)
           END-IF
           IF gj-source NOT = close-source
              IF leg-year = chosen-year
                 ADD leg-amount TO tab-ytd(coa-idx)
              END-IF
              IF leg-period = chosen-period
                 ADD leg-amount TO tab-month(coa-idx)
              END-IF
           END-IF
           .

       Tally-Last-Year.
           IF gj-source NOT = close-source
              OR leg-year < last-year
              ADD leg-amount TO tab-ly-balance(coa-idx)
           END-IF
           IF gj-source NOT = close-source
              IF leg-year = last-year
                 ADD leg-amount TO tab-ly-ytd(coa-idx)
              END-IF
              IF leg-period = last-year-period
                 ADD leg-amount TO tab-ly-month(coa-idx)
              END-IF
           END-IF
           .

      * a leg on an account the chart does not carry, or one with
      * no statement line, would fall off the statements - it is
      * counted once per account and blocks the print.
       Find-Leg-Account.
           MOVE "N" TO chart-found
           PERFORM Check-One-Account
                    VARYING coa-idx FROM 1 BY 1
                    UNTIL coa-idx > chart-count
                       OR chart-found = "Y"
           IF chart-found NOT = "Y"
              IF chart-count < 100
                 ADD 1 TO chart-count
                 SET coa-idx TO chart-count
                 MOVE gj-account TO tab-coa-account(coa-idx)
                 MOVE "NOT ON CHART" TO tab-coa-name(coa-idx)
                 MOVE "?"        TO tab-coa-fs-line(coa-idx)
                 PERFORM Clear-Account-Figures
                 MOVE "Y" TO chart-found
                 SET chart-idx TO coa-idx
              END-IF
              ADD 1 TO unmapped-count
              DISPLAY "ACCOUNT " gj-account " NOT ON THE CHART"
           ELSE
              SET coa-idx TO chart-idx
              IF tab-coa-fs-line(coa-idx) = SPACE
                 MOVE "?" TO tab-coa-fs-line(coa-idx)
                 ADD 1 TO unmapped-count
                 DISPLAY "ACCOUNT " gj-account
                         " HAS NO STATEMENT LINE"
              END-IF
           END-IF
           .

       Check-One-Account.
           IF tab-coa-account(coa-idx) = gj-account
              MOVE "Y" TO chart-found
              SET chart-idx TO coa-idx
           END-IF
           .

       Work-Statements.
           PERFORM Work-Income-Statement
           PERFORM Work-Balance-Sheet
           .

       Work-Income-Statement.
           MOVE "I" TO statement-mode
           IF print-now
              MOVE chosen-period TO ih-period
              MOVE base-currency TO ih-base
              WRITE statement-line FROM income-heading
              WRITE statement-line FROM income-columns
              DISPLAY income-heading
              DISPLAY income-columns
           END-IF
           MOVE "REVENUE" TO section-heading
           MOVE "R" TO wanted-line
           MOVE -1 TO sign-factor
           PERFORM Work-One-Section
           PERFORM Keep-Revenue-Total
                    VARYING col-idx FROM 1 BY 1 UNTIL col-idx > 4
           MOVE "TOTAL REVENUE" TO sd-name
           PERFORM Print-Section-Total
           MOVE "COST OF SALES" TO section-heading
           MOVE "C" TO wanted-line
           MOVE 1 TO sign-factor
           PERFORM Work-One-Section
           PERFORM Keep-Cost-Total
                    VARYING col-idx FROM 1 BY 1 UNTIL col-idx > 4
           MOVE "TOTAL COST OF SALES" TO sd-name
           PERFORM Print-Section-Total
           PERFORM Work-Gross-Profit
                    VARYING col-idx FROM 1 BY 1 UNTIL col-idx > 4
           MOVE "GROSS PROFIT" TO sd-name
           PERFORM Print-Section-Total
           MOVE "EXPENSES" TO section-heading
           MOVE "X" TO wanted-line
           MOVE 1 TO sign-factor
           PERFORM Work-One-Section
           PERFORM Keep-Expense-Total
                    VARYING col-idx FROM 1 BY 1 UNTIL col-idx > 4
           MOVE "TOTAL EXPENSES" TO sd-name
           PERFORM Print-Section-Total
           PERFORM Work-Net-Profit
                    VARYING col-idx FROM 1 BY 1 UNTIL col-idx > 4
           MOVE "NET PROFIT" TO sd-name
           PERFORM Print-Section-Total
           .

       Keep-Revenue-Total.
           MOVE section-amount(col-idx) TO revenue-total(col-idx)
           .

       Keep-Cost-Total.
           MOVE section-amount(col-idx) TO cost-total(col-idx)
           .

       Keep-Expense-Total.
           MOVE section-amount(col-idx) TO expense-total(col-idx)
           .

       Work-Gross-Profit.
           COMPUTE gross-profit(col-idx) =
                 revenue-total(col-idx) - cost-total(col-idx)
           MOVE gross-profit(col-idx) TO section-amount(col-idx)
           .

       Work-Net-Profit.
           COMPUTE net-profit(col-idx) =
                 gross-profit(col-idx) - expense-total(col-idx)
           MOVE net-profit(col-idx) TO section-amount(col-idx)
           .

      * equity carries the profit the income statement shows for
      * the year to date, plus whatever earlier years' profit has
      * not yet been closed to retained earnings.
       Work-Balance-Sheet.
           MOVE "B" TO statement-mode
           IF print-now
              MOVE chosen-period TO bh-period
              MOVE base-currency TO bh-base
              WRITE statement-line FROM blank-line
              WRITE statement-line FROM balance-heading
              WRITE statement-line FROM balance-columns
              DISPLAY SPACE
              DISPLAY balance-heading
              DISPLAY balance-columns
           END-IF
           MOVE "ASSETS" TO section-heading
           MOVE "A" TO wanted-line
           MOVE 1 TO sign-factor
           PERFORM Work-One-Section
           MOVE section-amount(1) TO asset-total(1)
           MOVE section-amount(2) TO asset-total(2)
           MOVE "TOTAL ASSETS" TO bd-name
           PERFORM Print-Balance-Total
           MOVE "LIABILITIES" TO section-heading
           MOVE "L" TO wanted-line
           MOVE -1 TO sign-factor
           PERFORM Work-One-Section
           MOVE section-amount(1) TO liability-total(1)
           MOVE section-amount(2) TO liability-total(2)
           MOVE "TOTAL LIABILITIES" TO bd-name
           PERFORM Print-Balance-Total
           MOVE "EQUITY" TO section-heading
           MOVE "Q" TO wanted-line
           MOVE -1 TO sign-factor
           PERFORM Work-One-Section
           PERFORM Work-Profit-To-Date
           MOVE net-profit(2) TO profit-for-year(1)
           MOVE net-profit(4) TO profit-for-year(2)
           COMPUTE profit-brought-fwd(1) =
                 profit-to-date(1) - profit-for-year(1)
           COMPUTE profit-brought-fwd(2) =
                 profit-to-date(2) - profit-for-year(2)
           MOVE profit-brought-fwd(1) TO section-amount(1)
           MOVE profit-brought-fwd(2) TO section-amount(2)
           MOVE "PRIOR YEARS PROFIT" TO bd-name
           PERFORM Print-Balance-Total
           MOVE profit-for-year(1) TO section-amount(1)
           MOVE profit-for-year(2) TO section-amount(2)
           MOVE "PROFIT FOR THE YEAR" TO bd-name
           PERFORM Print-Balance-Total
           COMPUTE equity-total(1) = equity-total(1)
                 + profit-to-date(1)
           COMPUTE equity-total(2) = equity-total(2)
                 + profit-to-date(2)
           MOVE equity-total(1) TO section-amount(1)
           MOVE equity-total(2) TO section-amount(2)
           MOVE "TOTAL EQUITY" TO bd-name
           PERFORM Print-Balance-Total
           COMPUTE claims-total(1) =
                 liability-total(1) + equity-total(1)
           COMPUTE claims-total(2) =
                 liability-total(2) + equity-total(2)
           MOVE claims-total(1) TO section-amount(1)
           MOVE claims-total(2) TO section-amount(2)
           MOVE "TOTAL LIABS + EQUITY" TO bd-name
           PERFORM Print-Balance-Total
           .

      * the equity section's own accounts are totalled by
      * Work-One-Section; the profit to date is every income
      * statement account's balance at the month end, credit
      * positive.
       Work-Profit-To-Date.
           MOVE section-amount(1) TO equity-total(1)
           MOVE section-amount(2) TO equity-total(2)
           MOVE ZERO TO profit-to-date(1)
           MOVE ZERO TO profit-to-date(2)
           PERFORM Add-Account-Profit
                    VARYING coa-idx FROM 1 BY 1
                    UNTIL coa-idx > chart-count
           .

       Add-Account-Profit.
           IF tab-coa-fs-line(coa-idx) = "R"
              OR tab-coa-fs-line(coa-idx) = "C"
              OR tab-coa-fs-line(coa-idx) = "X"
              SUBTRACT tab-balance(coa-idx) FROM profit-to-date(1)
              SUBTRACT tab-ly-balance(coa-idx) FROM profit-to-date(2)
           END-IF
           .

       Prove-Balance-Sheet.
           IF asset-total(1) = claims-total(1)
              AND asset-total(2) = claims-total(2)
              MOVE "Y" TO balance-sheet-ok
           ELSE
              MOVE "N" TO balance-sheet-ok
           END-IF
           .

      * one statement line: its heading, every account on it with
      * a figure in any column, and its totals left in
      * section-columns for the caller to name and print.
       Work-One-Section.
           MOVE ZERO TO section-columns
           IF print-now
              WRITE statement-line FROM section-heading
              DISPLAY section-heading
           END-IF
           PERFORM Work-One-Account
                    VARYING coa-idx FROM 1 BY 1
                    UNTIL coa-idx > chart-count
           .

       Work-One-Account.
           IF tab-coa-fs-line(coa-idx) = wanted-line
              PERFORM Load-Account-Columns
              PERFORM Add-Account-Column
                       VARYING col-idx FROM 1 BY 1 UNTIL col-idx > 4
              IF print-now AND account-printable = "Y"
                 PERFORM Print-Account-Line
              END-IF
           END-IF
           .

       Load-Account-Columns.
           IF income-statement
              COMPUTE account-amount(1) =
                    tab-month(coa-idx) * sign-factor
              COMPUTE account-amount(2) =
                    tab-ytd(coa-idx) * sign-factor
              COMPUTE account-amount(3) =
                    tab-ly-month(coa-idx) * sign-factor
              COMPUTE account-amount(4) =
                    tab-ly-ytd(coa-idx) * sign-factor
           ELSE
              COMPUTE account-amount(1) =
                    tab-balance(coa-idx) * sign-factor
              COMPUTE account-amount(2) =
                    tab-ly-balance(coa-idx) * sign-factor
              MOVE ZERO TO account-amount(3)
              MOVE ZERO TO account-amount(4)
           END-IF
           IF account-amount(1) = ZERO AND account-amount(2) = ZERO
              AND account-amount(3) = ZERO
              AND account-amount(4) = ZERO
              MOVE "N" TO account-printable
           ELSE
              MOVE "Y" TO account-printable
           END-IF
           .

       Add-Account-Column.
           ADD account-amount(col-idx) TO section-amount(col-idx)
           .

       Print-Account-Line.
           IF income-statement
              MOVE tab-coa-account(coa-idx) TO sd-account
              MOVE tab-coa-name(coa-idx)    TO sd-name
              PERFORM Move-Account-Column
                       VARYING col-idx FROM 1 BY 1 UNTIL col-idx > 4
              WRITE statement-line FROM statement-detail
              DISPLAY statement-detail
           ELSE
              MOVE tab-coa-account(coa-idx) TO bd-account
              MOVE tab-coa-name(coa-idx)    TO bd-name
              MOVE account-amount(1) TO bd-amount-out(1)
              MOVE account-amount(2) TO bd-amount-out(2)
              WRITE statement-line FROM balance-detail
              DISPLAY balance-detail
           END-IF
           .

       Move-Account-Column.
           MOVE account-amount(col-idx) TO sd-amount-out(col-idx)
           .

       Print-Section-Total.
           IF print-now
              MOVE SPACES TO sd-account
              PERFORM Move-Section-Column
                       VARYING col-idx FROM 1 BY 1 UNTIL col-idx > 4
              WRITE statement-line FROM statement-detail
              WRITE statement-line FROM blank-line
              DISPLAY statement-detail
           END-IF
           .

       Move-Section-Column.
           MOVE section-amount(col-idx) TO sd-amount-out(col-idx)
           .

       Print-Balance-Total.
           IF print-now
              MOVE SPACES TO bd-account
              MOVE section-amount(1) TO bd-amount-out(1)
              MOVE section-amount(2) TO bd-amount-out(2)
              WRITE statement-line FROM balance-detail
              WRITE statement-line FROM blank-line
              DISPLAY balance-detail
           END-IF
           .

       Load-Base-Currency.
           OPEN INPUT fx-control-file
           IF fx-control-status = "00"
              READ fx-control-file
                 AT END CONTINUE
                 NOT AT END
                    MOVE fxc-base-currency TO base-currency
              END-READ
              CLOSE fx-control-file
           END-IF
           .

       Load-Closed-Year.
           OPEN INPUT gl-year-file
           IF gl-year-status = "00"
              READ gl-year-file
                 AT END CONTINUE
                 NOT AT END
                    MOVE gy-closed-year TO closed-year
              END-READ
              CLOSE gl-year-file
           END-IF
           .

       Load-Chart.
           MOVE ZERO TO chart-count
           OPEN INPUT chart-account-file
           IF chart-account-status = "00"
              PERFORM Read-Chart-Account
              PERFORM Store-Chart-Account
                 UNTIL chart-account-eof = "Y"
              CLOSE chart-account-file
           END-IF
           .

       Read-Chart-Account.
           READ chart-account-file
              AT END MOVE "Y" TO chart-account-eof
           END-READ
           .

       Store-Chart-Account.
           IF chart-count < 100
              ADD 1 TO chart-count
              SET coa-idx TO chart-count
              MOVE coa-account TO tab-coa-account(coa-idx)
              MOVE coa-name    TO tab-coa-name(coa-idx)
              MOVE coa-fs-line TO tab-coa-fs-line(coa-idx)
              PERFORM Clear-Account-Figures
           END-IF
           PERFORM Read-Chart-Account
           .

       Clear-Account-Figures.
           MOVE ZERO TO tab-month(coa-idx)
           MOVE ZERO TO tab-ytd(coa-idx)
           MOVE ZERO TO tab-balance(coa-idx)
           MOVE ZERO TO tab-ly-month(coa-idx)
           MOVE ZERO TO tab-ly-ytd(coa-idx)
           MOVE ZERO TO tab-ly-balance(coa-idx)
           .
