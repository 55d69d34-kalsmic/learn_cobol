      * post through, electricity billed and late fees likewise,
      * arrears from the AR ledger as it stands, ledger movement
      * from the posted transactions, and the job-success record
      * from the EOD run history, and the staff figures from the
      * monthly headcount STAFF-TURNOVER keeps. run it after the
      * last EOD of the month and hand the owner one pack.
      * every money figure is in the base currency: ledger
      * movement on a foreign-currency account is converted at
      * the rate for its posting date, and the month-end
      * revaluation's gain and loss come off the journal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT run-history-file ASSIGN TO "data/RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS run-history-status.
           SELECT headcount-file ASSIGN TO "data/HEADCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS headcount-status.
           SELECT pack-file ASSIGN TO "data/MGMTPACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT fx-control-file ASSIGN TO "data/FXCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fx-control-status.
           SELECT fx-rate-file ASSIGN TO "data/FXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fx-rate-status.
           SELECT account-currency-file ASSIGN TO
                  "data/ACCTCCY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS account-currency-status.

       DATA DIVISION.
       FILE SECTION.
       FD  run-history-file.
       COPY RUNHIST.

       FD  headcount-file.
       COPY HEADCNT.

       FD  pack-file.
       01  pack-line            PIC X(70).

       FD  fx-control-file.
       COPY FXCTL.

       FD  fx-rate-file.
       COPY FXRATE.

       FD  account-currency-file.
       COPY ACCTCCY.

       WORKING-STORAGE SECTION.
       COPY FXRATEWS.
       01  gl-journal-status    PIC XX.
       01  ar-balance-status    PIC XX.
       01  ledger-status        PIC XX.
       01  ar-eof               PIC X VALUE "N".
       01  ledger-eof           PIC X VALUE "N".
       01  run-history-eof      PIC X VALUE "N".
       01  headcount-status     PIC XX.
       01  headcount-eof        PIC X VALUE "N".
       01  pack-period          PIC 9(6).
       01  pack-year            PIC 9(4).
       01  record-period        PIC 9(6).
      * one row per control total the journal carries, month and
      * year-to-date side by side
       01  journal-totals.
           03 jt-entry OCCURS 200 TIMES INDEXED BY jt-idx.
              05 tab-jt-source  PIC X(16).
              05 tab-jt-type    PIC X(12).
              05 tab-jt-month   PIC S9(9)V99.
              05 tab-jt-ytd     PIC S9(9)V99.
       01  jt-count             PIC 999 VALUE ZERO.
       01  jt-found             PIC X.
       01  jt-found-idx         PIC 999 VALUE ZERO.
       01  source-month-total   PIC S9(9)V99.
       01  source-ytd-total     PIC S9(9)V99.
       01  arrears-outstanding  PIC 9(9)V99 VALUE ZERO.
       01  arrears-accounts     PIC 9(5) VALUE ZERO.
       01  ledger-month-total   PIC S9(9)V99 VALUE ZERO.
       01  fails-month          PIC 9(5) VALUE ZERO.
       01  runs-ytd             PIC 9(5) VALUE ZERO.
       01  fails-ytd            PIC 9(5) VALUE ZERO.
      * the month's headcount row, and the year's movements to it
       01  staff-figures.
           03 staff-month-found PIC X VALUE "N".
           03 staff-opening     PIC 9(5) VALUE ZERO.
           03 staff-closing     PIC 9(5) VALUE ZERO.
           03 staff-starters    PIC 9(5) VALUE ZERO.
           03 staff-leavers     PIC 9(5) VALUE ZERO.
           03 staff-turnover    PIC 9(3)V99 VALUE ZERO.
           03 year-first-month  PIC 9(6) VALUE ZERO.
           03 year-opening      PIC 9(5) VALUE ZERO.
           03 year-starters     PIC 9(5) VALUE ZERO.
           03 year-leavers      PIC 9(5) VALUE ZERO.
           03 year-turnover     PIC 9(3)V99 VALUE ZERO.
           03 year-average      PIC 9(5)V9.
       01  pack-heading.
           03 FILLER            PIC X(34) VALUE
                 "===== MANAGEMENT PACK - PERIOD ".
           03 ph-period         PIC 9(6).
           03 FILLER            PIC X(6) VALUE " =====".
           03 FILLER            PIC X(4) VALUE " IN ".
           03 ph-base           PIC X(3).
       01  section-heading      PIC X(40).
       01  column-heading.
           03 FILLER            PIC X(30) VALUE SPACES.
           03 cd-month          PIC ZZZZZZZZZZZZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 cd-ytd            PIC ZZZZZZZZZZZZZ9.
       01  percent-detail.
           03 pd-label          PIC X(28).
           03 pd-month          PIC ZZZZZZZZZZZ9.99.
           03 pd-ytd            PIC ZZZZZZZZZZZ9.99.
       01  single-detail.
           03 sg-label          PIC X(28).
           03 sg-amount-out     PIC $$$,$$$,$$9.99-.
           DISPLAY "Pack period (YYYYMM): " WITH NO ADVANCING
           ACCEPT pack-period
           MOVE pack-period(1:4) TO pack-year
           PERFORM Load-Fx-Tables
           PERFORM Tally-Gl-Journal
           PERFORM Tally-Arrears
           PERFORM Tally-Ledger-Movement
           PERFORM Tally-Run-History
           PERFORM Tally-Headcount
           PERFORM Write-The-Pack
           DISPLAY "PACK WRITTEN TO data/MGMTPACK.RPT"
           GOBACK.
           END-READ
           .

      * the year-end opening legs bring balances forward and are
      * no part of the year's activity.
       Tally-One-Journal.
           IF gj-debit
              AND gj-source NOT = "YEAR-END OPEN"
              MOVE gj-date(1:6) TO record-period
              MOVE gj-date(1:4) TO record-year
              IF record-year = pack-year
                 AND record-period <= pack-period
                 PERFORM Find-Journal-Slot
                 IF jt-found-idx NOT = ZERO
                    SET jt-idx TO jt-found-idx
                    ADD gj-amount TO tab-jt-ytd(jt-idx)
                    IF record-period = pack-period
                       ADD gj-amount TO tab-jt-month(jt-idx)
                    END-IF
                 END-IF
              END-IF
           END-IF

       Find-Journal-Slot.
           MOVE "N" TO jt-found
           MOVE ZERO TO jt-found-idx
           PERFORM Match-One-Slot
                    VARYING jt-idx FROM 1 BY 1
                    UNTIL jt-idx > jt-count
                       OR jt-found = "Y"
           IF jt-found NOT = "Y"
              AND jt-count < 200
              ADD 1 TO jt-count
              MOVE jt-count TO jt-found-idx
              SET jt-idx TO jt-found-idx
           MOVE lt-post-date(1:4) TO record-year
           IF record-year = pack-year
              AND record-period <= pack-period
              MOVE lt-account-no TO fx-account
              PERFORM Find-Account-Currency
              MOVE lt-post-date  TO fx-on-date
              PERFORM Find-Fx-Rate
              MOVE lt-amount     TO fx-amount
              PERFORM Convert-To-Base
              ADD fx-base-amount TO ledger-ytd-total
              IF record-period = pack-period
                 ADD fx-base-amount TO ledger-month-total
              END-IF
           END-IF
           PERFORM Read-Ledger-Txn
           PERFORM Read-Run-History
           .

      * the month's own row gives its opening and closing; the
      * year-to-date movements add up the year's rows to the month,
      * with the year's opening from its earliest row.
       Tally-Headcount.
           OPEN INPUT headcount-file
           IF headcount-status = "00"
              PERFORM Read-Headcount
              PERFORM Tally-One-Headcount
                 UNTIL headcount-eof = "Y"
              CLOSE headcount-file
           END-IF
           COMPUTE year-average = (year-opening + staff-closing) / 2
           IF year-average > ZERO
              COMPUTE year-turnover ROUNDED =
                    year-leavers * 100 / year-average
           END-IF
           .

       Read-Headcount.
           READ headcount-file
              AT END MOVE "Y" TO headcount-eof
           END-READ
           .

       Tally-One-Headcount.
           MOVE hc-month(1:4) TO record-year
           IF record-year = pack-year
              AND hc-month <= pack-period
              ADD hc-starters TO year-starters
              ADD hc-leavers  TO year-leavers
              IF year-first-month = ZERO
                 OR hc-month < year-first-month
                 MOVE hc-month   TO year-first-month
                 MOVE hc-opening TO year-opening
              END-IF
              IF hc-month = pack-period
                 MOVE "Y"             TO staff-month-found
                 MOVE hc-opening      TO staff-opening
                 MOVE hc-closing      TO staff-closing
                 MOVE hc-starters     TO staff-starters
                 MOVE hc-leavers      TO staff-leavers
                 MOVE hc-turnover-pct TO staff-turnover
              END-IF
           END-IF
           PERFORM Read-Headcount
           .

       Write-The-Pack.
           OPEN OUTPUT pack-file
           MOVE pack-period TO ph-period
           MOVE fx-base-currency TO ph-base
           WRITE pack-line FROM pack-heading
           WRITE pack-line FROM column-heading

           MOVE ledger-ytd-total   TO ad-ytd-out
           WRITE pack-line FROM amount-detail
           DISPLAY amount-detail
           MOVE "FX-REVALUE" TO gj-source
           MOVE "GAIN" TO gj-total-type
           PERFORM Write-One-Journal-Row
           MOVE "LOSS" TO gj-total-type
           PERFORM Write-One-Journal-Row
           WRITE pack-line FROM blank-line

           MOVE "FIXED ASSETS" TO section-heading
           WRITE pack-line FROM section-heading
           MOVE "ASSET-ADDITION" TO gj-source
           PERFORM Write-One-Source-Row
           MOVE "DEPRECIATION" TO gj-source
           PERFORM Write-One-Source-Row
           WRITE pack-line FROM blank-line

           MOVE "END-OF-DAY RUNS" TO section-heading
           MOVE fails-ytd   TO cd-ytd
           WRITE pack-line FROM count-detail
           DISPLAY count-detail
           WRITE pack-line FROM blank-line

           MOVE "STAFF" TO section-heading
           WRITE pack-line FROM section-heading
           IF staff-month-found NOT = "Y"
              MOVE "  HEADCOUNT NOT RUN FOR THE MONTH"
                 TO section-heading
              WRITE pack-line FROM section-heading
              DISPLAY section-heading
           END-IF
           MOVE "OPENING HEADCOUNT" TO cd-label
           MOVE staff-opening TO cd-month
           MOVE year-opening  TO cd-ytd
           WRITE pack-line FROM count-detail
           DISPLAY count-detail
           MOVE "STARTERS" TO cd-label
           MOVE staff-starters TO cd-month
           MOVE year-starters  TO cd-ytd
           WRITE pack-line FROM count-detail
           DISPLAY count-detail
           MOVE "LEAVERS" TO cd-label
           MOVE staff-leavers TO cd-month
           MOVE year-leavers  TO cd-ytd
           WRITE pack-line FROM count-detail
           DISPLAY count-detail
           MOVE "CLOSING HEADCOUNT" TO cd-label
           MOVE staff-closing TO cd-month
           MOVE staff-closing TO cd-ytd
           WRITE pack-line FROM count-detail
           DISPLAY count-detail
           MOVE "STAFF TURNOVER %" TO pd-label
           MOVE staff-turnover TO pd-month
           MOVE year-turnover  TO pd-ytd
           WRITE pack-line FROM percent-detail
           DISPLAY percent-detail
           CLOSE pack-file
           .

           WRITE pack-line FROM amount-detail
           DISPLAY amount-detail
           .

      * one pack row totalling every type a source fed - the
      * asset runs feed one total per asset category.
       Write-One-Source-Row.
           MOVE ZERO TO source-month-total
           MOVE ZERO TO source-ytd-total
           PERFORM Add-One-Source-Slot
                    VARYING jt-idx FROM 1 BY 1
                    UNTIL jt-idx > jt-count
           MOVE SPACES TO ad-label
           STRING gj-source DELIMITED BY SPACE
                  " TOTAL"  DELIMITED BY SIZE
             INTO ad-label
           MOVE source-month-total TO ad-month-out
           MOVE source-ytd-total   TO ad-ytd-out
           WRITE pack-line FROM amount-detail
           DISPLAY amount-detail
           .

       Add-One-Source-Slot.
           IF tab-jt-source(jt-idx) = gj-source
              ADD tab-jt-month(jt-idx) TO source-month-total
              ADD tab-jt-ytd(jt-idx)   TO source-ytd-total
           END-IF
           .

       COPY FXRATECK.
