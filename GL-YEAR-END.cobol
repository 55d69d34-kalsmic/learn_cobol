       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-YEAR-END.
      * year-end close of the nominal ledger. once the trial
      * balance through the year end proves, every income and
      * expense account's balance for the year is reversed by a
      * closing journal dated the last day of the year, the net
      * result going to the retained earnings account the year
      * control names. the closed year's legs and the closing
      * journal move to the journal history file; the live journal
      * is rewritten to open with one opening leg per asset,
      * liability and equity account carrying its balance forward
      * to the first day of the new year, followed by any legs
      * already posted into the new year. the year control then
      * records the year as closed, and GL-POST refuses to post
      * into it. years are closed in order, and only once they
      * have ended.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT gl-year-file ASSIGN TO "data/GLYEAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-year-status.
           SELECT gl-journal-file ASSIGN TO "data/GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-journal-status.
           SELECT gl-history-file ASSIGN TO "data/GLJRNLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-history-status.
           SELECT chart-account-file ASSIGN TO "data/CHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS chart-account-status.
           SELECT year-end-report-file ASSIGN TO "data/YEAREND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  gl-year-file.
       COPY GLYEAR.

       FD  gl-journal-file.
       COPY GLJRNL.

       FD  gl-history-file.
       01  gl-history-record    PIC X(53).

       FD  chart-account-file.
       COPY CHART.

       FD  year-end-report-file.
       01  year-end-report-line PIC X(80).

       WORKING-STORAGE SECTION.
       01  gl-year-status       PIC XX.
       01  gl-journal-status    PIC XX.
       01  gl-journal-eof       PIC X VALUE "N".
       01  gl-history-status    PIC XX.
       01  chart-account-status PIC XX.
       01  chart-account-eof    PIC X VALUE "N".
       01  run-date             PIC 9(8).
       01  run-date-parts REDEFINES run-date.
           03 run-year          PIC 9(4).
           03 FILLER            PIC 9(4).
       01  last-closed-year     PIC 9(4).
       01  retained-account     PIC X(6).
       01  closing-year         PIC 9(4).
       01  opening-year         PIC 9(4).
       01  leg-year             PIC 9(4).
       01  leg-amount           PIC S9(9)V99.
       01  confirm-flag         PIC X.
      * every chart account with its balance through the year end,
      * debit positive
       01  chart-table.
           03 coa-entry OCCURS 100 TIMES INDEXED BY coa-idx.
              05 tab-coa-account PIC X(6).
              05 tab-coa-name    PIC X(20).
              05 tab-coa-type    PIC X.
              05 tab-balance     PIC S9(9)V99.
       01  chart-count          PIC 999 VALUE ZERO.
       01  chart-found          PIC X.
       01  chart-idx            PIC 999 VALUE ZERO.
       01  retained-idx         PIC 999 VALUE ZERO.
      * legs already posted into the new year ride through the
      * rewrite of the live journal behind the opening legs
       01  later-table.
           03 later-entry OCCURS 500 TIMES INDEXED BY later-idx.
              05 tab-later-leg  PIC X(53).
       01  later-count          PIC 9(5) VALUE ZERO.
       01  later-stored         PIC 9(5) VALUE ZERO.
       01  year-leg-count       PIC 9(5) VALUE ZERO.
       01  off-chart-count      PIC 9(5) VALUE ZERO.
       01  archived-count       PIC 9(5) VALUE ZERO.
       01  closing-count        PIC 9(5) VALUE ZERO.
       01  opening-count        PIC 9(5) VALUE ZERO.
       01  total-debits         PIC 9(10)V99 VALUE ZERO.
       01  total-credits        PIC 9(10)V99 VALUE ZERO.
       01  closing-net          PIC S9(9)V99 VALUE ZERO.
       01  net-result           PIC S9(9)V99 VALUE ZERO.
       01  close-source         PIC X(16) VALUE "YEAR-END CLOSE".
       01  open-source          PIC X(16) VALUE "YEAR-END OPEN".
       01  amount-out           PIC $$$,$$$,$$9.99-.
      * one closing or opening leg, built here and written to the
      * history or the live journal
       01  year-end-leg.
           03 yl-date           PIC 9(8).
           03 yl-account        PIC X(6).
           03 yl-debit-credit   PIC X.
           03 yl-amount         PIC 9(8)V99.
           03 yl-source         PIC X(16).
           03 yl-total-type     PIC X(12).
       01  year-end-leg-parts REDEFINES year-end-leg.
           03 yl-year           PIC 9(4).
           03 yl-month-day      PIC 9(4).
           03 FILLER            PIC X(45).
       01  year-end-heading.
           03 FILLER            PIC X(36) VALUE
                 "----- NOMINAL LEDGER YEAR-END CLOSE ".
           03 yh-year           PIC 9(4).
           03 FILLER            PIC X(6) VALUE " -----".
       01  year-end-detail.
           03 yd-date           PIC 9(8).
           03 FILLER            PIC X VALUE SPACE.
           03 yd-account        PIC X(6).
           03 FILLER            PIC X VALUE SPACE.
           03 yd-name           PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 yd-dc             PIC X.
           03 FILLER            PIC X VALUE SPACE.
           03 yd-amount-out     PIC $$,$$$,$$9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 yd-type           PIC X(12).
       01  year-end-total.
           03 yt-label          PIC X(22).
           03 yt-count          PIC Z(4)9.
           03 FILLER            PIC X VALUE SPACE.
           03 yt-amount-out     PIC $$$,$$$,$$9.99-.
       01  blank-line           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       Gl-Year-End.
           DISPLAY "NOMINAL LEDGER YEAR-END CLOSE"
           ACCEPT run-date FROM DATE YYYYMMDD
           OPEN INPUT gl-year-file
           IF gl-year-status NOT = "00"
              DISPLAY "NO LEDGER YEAR CONTROL FILE - NOTHING TO "
                      "CLOSE"
              GOBACK
           END-IF
           READ gl-year-file
              AT END
                 DISPLAY "LEDGER YEAR CONTROL FILE EMPTY"
                 CLOSE gl-year-file
                 GOBACK
           END-READ
           CLOSE gl-year-file
           MOVE gy-closed-year      TO last-closed-year
           MOVE gy-retained-account TO retained-account
           PERFORM Load-Chart
           PERFORM Find-Retained-Account
           IF last-closed-year NOT = ZERO
              DISPLAY "LAST YEAR CLOSED: " last-closed-year
           END-IF
           DISPLAY "YEAR TO CLOSE (YYYY): " WITH NO ADVANCING
           ACCEPT closing-year
           COMPUTE opening-year = closing-year + 1
           EVALUATE TRUE
              WHEN retained-idx = ZERO
                 DISPLAY "RETAINED EARNINGS ACCOUNT "
                         retained-account " NOT ON THE CHART - "
                         "YEAR NOT CLOSED"
              WHEN last-closed-year NOT = ZERO
                 AND closing-year NOT = last-closed-year + 1
                 DISPLAY "LAST YEAR CLOSED WAS " last-closed-year
                         " - YEARS ARE CLOSED IN ORDER"
              WHEN closing-year NOT < run-year
                 DISPLAY "YEAR " closing-year " HAS NOT ENDED - "
                         "YEAR NOT CLOSED"
              WHEN OTHER
                 PERFORM Prove-Closing-Year
           END-EVALUATE
           GOBACK.

      * the first pass proves the trial balance through the year
      * end and builds each account's closing balance; the close
      * goes ahead only when it proves and every leg's account is
      * on the chart.
       Prove-Closing-Year.
           MOVE "N" TO gl-journal-eof
           OPEN INPUT gl-journal-file
           IF gl-journal-status NOT = "00"
              DISPLAY "NO JOURNAL FILE - NOTHING TO CLOSE"
           ELSE
              PERFORM Read-Journal-Leg
              PERFORM Tally-One-Leg
                 UNTIL gl-journal-eof = "Y"
              CLOSE gl-journal-file
              EVALUATE TRUE
                 WHEN year-leg-count = ZERO
                    DISPLAY "NO JOURNAL LEGS IN " closing-year
                            " OR EARLIER - NOTHING TO CLOSE"
                 WHEN total-debits NOT = total-credits
                    DISPLAY "TRIAL BALANCE OUT OF BALANCE THROUGH "
                            closing-year " - YEAR NOT CLOSED"
                    MOVE total-debits TO amount-out
                    DISPLAY "TOTAL DEBITS  : " amount-out
                    MOVE total-credits TO amount-out
                    DISPLAY "TOTAL CREDITS : " amount-out
                 WHEN off-chart-count > ZERO
                    DISPLAY off-chart-count " LEGS ON ACCOUNTS NOT ON "
                            "THE CHART - YEAR NOT CLOSED"
                 WHEN later-count > 500
                    DISPLAY later-count " LEGS ALREADY IN "
                            opening-year " - TOO MANY TO CARRY, "
                            "YEAR NOT CLOSED"
                 WHEN OTHER
                    PERFORM Confirm-Close
              END-EVALUATE
           END-IF
           .

       Read-Journal-Leg.
           READ gl-journal-file
              AT END MOVE "Y" TO gl-journal-eof
           END-READ
           .

       Tally-One-Leg.
           MOVE gj-date(1:4) TO leg-year
           IF leg-year <= closing-year
              ADD 1 TO year-leg-count
              IF gj-debit
                 ADD gj-amount TO total-debits
                 MOVE gj-amount TO leg-amount
              ELSE
                 ADD gj-amount TO total-credits
                 COMPUTE leg-amount = ZERO - gj-amount
              END-IF
              PERFORM Find-Leg-Account
              IF chart-found = "Y"
                 SET coa-idx TO chart-idx
                 ADD leg-amount TO tab-balance(coa-idx)
              ELSE
                 ADD 1 TO off-chart-count
                 DISPLAY "ACCOUNT " gj-account " NOT ON THE CHART"
              END-IF
           ELSE
              ADD 1 TO later-count
           END-IF
           PERFORM Read-Journal-Leg
           .

       Find-Leg-Account.
           MOVE "N" TO chart-found
           PERFORM Check-One-Account
                    VARYING coa-idx FROM 1 BY 1
                    UNTIL coa-idx > chart-count
                       OR chart-found = "Y"
           .

       Check-One-Account.
           IF tab-coa-account(coa-idx) = gj-account
              MOVE "Y" TO chart-found
              SET chart-idx TO coa-idx
           END-IF
           .

       Find-Retained-Account.
           MOVE ZERO TO retained-idx
           PERFORM Check-Retained-Account
                    VARYING coa-idx FROM 1 BY 1
                    UNTIL coa-idx > chart-count
           .

       Check-Retained-Account.
           IF tab-coa-account(coa-idx) = retained-account
              SET retained-idx TO coa-idx
           END-IF
           .

      * the net result is the income and expense balances taken
      * together, credit positive - a profit closes as a credit
      * to retained earnings, a loss as a debit.
       Confirm-Close.
           MOVE ZERO TO net-result
           PERFORM Add-Account-Result
                    VARYING coa-idx FROM 1 BY 1
                    UNTIL coa-idx > chart-count
           MOVE net-result TO amount-out
           DISPLAY "YEAR " closing-year " PROVES - "
                   year-leg-count " LEGS, NET RESULT " amount-out
           DISPLAY "Close this year? (Y/N): " WITH NO ADVANCING
           ACCEPT confirm-flag
           IF confirm-flag = "Y" OR confirm-flag = "y"
              PERFORM Close-The-Year
              DISPLAY "YEAR " closing-year " CLOSED - POSTING "
                      "LOCKED, OPENING BALANCES DATED "
                      opening-year "0101"
              DISPLAY "REPORT WRITTEN TO data/YEAREND.RPT"
           ELSE
              DISPLAY "YEAR-END ABANDONED - YEAR LEFT OPEN"
           END-IF
           .

       Add-Account-Result.
           IF tab-coa-type(coa-idx) = "I"
              OR tab-coa-type(coa-idx) = "E"
              SUBTRACT tab-balance(coa-idx) FROM net-result
           END-IF
           .

      * the second pass moves the closed year to the history file
      * behind the closing journal, and keeps the new year's legs
      * to follow the opening legs on the rewritten live journal.
      * the opening legs the last close wrote are not archived -
      * the history already holds the legs they summarise.
       Close-The-Year.
           OPEN OUTPUT year-end-report-file
           MOVE closing-year TO yh-year
           WRITE year-end-report-line FROM year-end-heading
           DISPLAY year-end-heading
           OPEN EXTEND gl-history-file
           IF gl-history-status = "35"
              OPEN OUTPUT gl-history-file
           END-IF
           MOVE "N" TO gl-journal-eof
           OPEN INPUT gl-journal-file
           PERFORM Read-Journal-Leg
           PERFORM Archive-One-Leg
              UNTIL gl-journal-eof = "Y"
           CLOSE gl-journal-file
           PERFORM Write-Closing-Journal
           CLOSE gl-history-file
           WRITE year-end-report-line FROM blank-line
           PERFORM Write-Opening-Journal
           PERFORM Update-Year-Control
           WRITE year-end-report-line FROM blank-line
           MOVE "LEGS ARCHIVED" TO yt-label
           MOVE archived-count  TO yt-count
           MOVE ZERO            TO yt-amount-out
           PERFORM Write-Year-End-Total
           MOVE "CLOSING LEGS" TO yt-label
           MOVE closing-count  TO yt-count
           MOVE net-result     TO yt-amount-out
           PERFORM Write-Year-End-Total
           MOVE "OPENING LEGS" TO yt-label
           MOVE opening-count  TO yt-count
           MOVE ZERO           TO yt-amount-out
           PERFORM Write-Year-End-Total
           MOVE "NEW YEAR LEGS CARRIED" TO yt-label
           MOVE later-stored   TO yt-count
           MOVE ZERO           TO yt-amount-out
           PERFORM Write-Year-End-Total
           CLOSE year-end-report-file
           .

       Archive-One-Leg.
           MOVE gj-date(1:4) TO leg-year
           IF leg-year <= closing-year
              IF gj-source NOT = open-source
                 WRITE gl-history-record FROM gl-journal-record
                 ADD 1 TO archived-count
              END-IF
           ELSE
              ADD 1 TO later-stored
              SET later-idx TO later-stored
              MOVE gl-journal-record TO tab-later-leg(later-idx)
           END-IF
           PERFORM Read-Journal-Leg
           .

      * each income and expense account is reversed to nil; the
      * reversal's net lands on retained earnings.
       Write-Closing-Journal.
           MOVE ZERO TO closing-net
           PERFORM Close-One-Account
                    VARYING coa-idx FROM 1 BY 1
                    UNTIL coa-idx > chart-count
           IF closing-net NOT = ZERO
              SET coa-idx TO retained-idx
              MOVE closing-net TO leg-amount
              PERFORM Build-Closing-Leg
              WRITE gl-history-record FROM year-end-leg
              PERFORM Report-Year-End-Leg
              ADD closing-net TO tab-balance(coa-idx)
           END-IF
           .

       Close-One-Account.
           IF (tab-coa-type(coa-idx) = "I"
               OR tab-coa-type(coa-idx) = "E")
              AND tab-balance(coa-idx) NOT = ZERO
              COMPUTE leg-amount = ZERO - tab-balance(coa-idx)
              PERFORM Build-Closing-Leg
              WRITE gl-history-record FROM year-end-leg
              PERFORM Report-Year-End-Leg
              ADD tab-balance(coa-idx) TO closing-net
              MOVE ZERO TO tab-balance(coa-idx)
           END-IF
           .

       Build-Closing-Leg.
           MOVE closing-year TO yl-year
           MOVE 1231         TO yl-month-day
           MOVE close-source TO yl-source
           MOVE "CLOSING"    TO yl-total-type
           PERFORM Build-Leg-Amount
           ADD 1 TO closing-count
           .

      * leg-amount is debit positive
       Build-Leg-Amount.
           MOVE tab-coa-account(coa-idx) TO yl-account
           IF leg-amount < ZERO
              MOVE "C" TO yl-debit-credit
              COMPUTE yl-amount = ZERO - leg-amount
           ELSE
              MOVE "D" TO yl-debit-credit
              MOVE leg-amount TO yl-amount
           END-IF
           .

       Write-Opening-Journal.
           OPEN OUTPUT gl-journal-file
           PERFORM Open-One-Account
                    VARYING coa-idx FROM 1 BY 1
                    UNTIL coa-idx > chart-count
           PERFORM Write-One-Later-Leg
                    VARYING later-idx FROM 1 BY 1
                    UNTIL later-idx > later-stored
           CLOSE gl-journal-file
           .

       Open-One-Account.
           IF tab-coa-type(coa-idx) NOT = "I"
              AND tab-coa-type(coa-idx) NOT = "E"
              AND tab-balance(coa-idx) NOT = ZERO
              MOVE opening-year TO yl-year
              MOVE 0101         TO yl-month-day
              MOVE open-source  TO yl-source
              MOVE "OPENING"    TO yl-total-type
              MOVE tab-balance(coa-idx) TO leg-amount
              PERFORM Build-Leg-Amount
              WRITE gl-journal-record FROM year-end-leg
              PERFORM Report-Year-End-Leg
              ADD 1 TO opening-count
           END-IF
           .

       Write-One-Later-Leg.
           WRITE gl-journal-record FROM tab-later-leg(later-idx)
           .

       Report-Year-End-Leg.
           MOVE yl-date               TO yd-date
           MOVE yl-account            TO yd-account
           MOVE tab-coa-name(coa-idx) TO yd-name
           MOVE yl-debit-credit       TO yd-dc
           MOVE yl-amount             TO yd-amount-out
           MOVE yl-total-type         TO yd-type
           WRITE year-end-report-line FROM year-end-detail
           DISPLAY year-end-detail
           .

       Write-Year-End-Total.
           WRITE year-end-report-line FROM year-end-total
           DISPLAY year-end-total
           .

       Update-Year-Control.
           MOVE closing-year     TO gy-closed-year
           MOVE retained-account TO gy-retained-account
           MOVE run-date         TO gy-close-date
           OPEN OUTPUT gl-year-file
           WRITE gl-year-record
           CLOSE gl-year-file
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
              MOVE coa-type    TO tab-coa-type(coa-idx)
              MOVE ZERO        TO tab-balance(coa-idx)
           END-IF
           PERFORM Read-Chart-Account
           .
