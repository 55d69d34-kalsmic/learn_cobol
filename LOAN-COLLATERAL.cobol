       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-COLLATERAL.
      * the register of security behind the loan portfolio: title
      * deeds, vehicle logbooks, cash deposits and guarantors, each
      * recorded against the loan it secures with its value, the
      * date it was valued and the expiry of the insurance over
      * it. the cover report sets each loan's security against
      * its true outstanding balance, and the diary lists the
      * insurance policies and valuations falling due, so they
      * are renewed before the cover lapses. the values are the
      * same ones the month-end provisioning deducts.

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
           SELECT cover-report-file ASSIGN TO "data/LOANCOVER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT diary-report-file ASSIGN TO "data/COLLDIARY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  loan-master-file.
       COPY LOANMAST.

       FD  loan-position-file.
       COPY LOANPOS.

       FD  loan-collateral-file.
       COPY LOANCOLL.

       FD  cover-report-file.
       01  cover-report-line    PIC X(100).

       FD  diary-report-file.
       01  diary-report-line    PIC X(100).

       WORKING-STORAGE SECTION.
       01  loan-master-status   PIC XX.
       01  loan-master-eof      PIC X VALUE "N".
       01  loan-position-status PIC XX.
       01  loan-position-eof    PIC X VALUE "N".
       01  loan-collateral-status PIC XX.
       01  loan-collateral-eof  PIC X VALUE "N".
       01  loan-master-table.
           03 lmt-entry OCCURS 50 TIMES INDEXED BY lmt-idx.
              05 tab-lm-loan      PIC 9(4).
              05 tab-lm-borrower  PIC X(20).
              05 tab-lm-start-bal PIC 9(6)V99.
       01  loan-master-count    PIC 99 VALUE ZERO.
       01  loan-found           PIC X.
       01  loan-idx             PIC 99 VALUE ZERO.
       01  loan-position-table.
           03 lpt-entry OCCURS 50 TIMES INDEXED BY lpt-idx.
              05 tab-lp-loan      PIC 9(4).
              05 tab-lp-out       PIC 9(6)V99.
       01  loan-position-count  PIC 99 VALUE ZERO.
       01  position-found       PIC X.
       01  position-idx         PIC 99 VALUE ZERO.
      * the register held in memory while the operator works on
      * it, written back whole on the way out
       01  collateral-table.
           03 col-entry OCCURS 200 TIMES INDEXED BY col-idx.
              05 tab-lc-loan      PIC 9(4).
              05 tab-lc-value     PIC 9(8)V99.
              05 tab-lc-item      PIC 99.
              05 tab-lc-type      PIC X(10).
              05 tab-lc-desc      PIC X(30).
              05 tab-lc-valued    PIC 9(8).
              05 tab-lc-insured   PIC 9(8).
              05 tab-lc-guarantor PIC X(20).
              05 tab-lc-guar-id   PIC X(14).
              05 tab-lc-guar-tel  PIC X(12).
              05 tab-lc-deleted   PIC X.
       01  collateral-count     PIC 999 VALUE ZERO.
       01  collateral-found     PIC X.
       01  collateral-found-idx PIC 999 VALUE ZERO.
       01  collateral-changed   PIC X VALUE "N".
       01  menu-action          PIC X.
           88 action-add        VALUE "A" "a".
           88 action-revalue    VALUE "V" "v".
           88 action-insurance  VALUE "I" "i".
           88 action-release    VALUE "R" "r".
           88 action-list       VALUE "L" "l".
           88 action-cover      VALUE "C" "c".
           88 action-diary      VALUE "D" "d".
           88 action-exit       VALUE "X" "x".
       01  work-item.
           03 wk-loan           PIC 9(4).
           03 wk-item           PIC 99.
           03 wk-next-item      PIC 99.
           03 wk-value          PIC 9(8)V99.
           03 wk-date           PIC 9(8).
       01  run-date             PIC 9(8).
       01  date-work            PIC 9(8).
       01  date-parts REDEFINES date-work.
           03 dw-yyyy           PIC 9(4).
           03 dw-mm             PIC 99.
           03 dw-dd             PIC 99.
       01  day-number           PIC 9(7).
       01  today-day-number     PIC 9(7).
       01  due-day-number       PIC 9(7).
       01  days-to-go           PIC S9(7).
       01  diary-days-ahead     PIC 999.
       01  valuation-life-months PIC 999.
       01  valuation-due-date   PIC 9(8).
       01  valuation-months     PIC 9(6).
       01  loan-outstanding     PIC 9(6)V99.
       01  loan-security        PIC 9(9)V99.
       01  loan-shortfall       PIC 9(9)V99.
       01  loan-cover-pct       PIC 9(5)V9.
       01  loan-items           PIC 999.
       01  under-secured-count  PIC 9(5) VALUE ZERO.
       01  diary-count          PIC 9(5) VALUE ZERO.
       01  value-out            PIC ZZ,ZZZ,ZZ9.99.
       01  cover-heading        PIC X(42) VALUE
             "----- SECURITY COVER BY LOAN -----".
       01  cover-columns.
           03 FILLER            PIC X(26) VALUE "LOAN BORROWER".
           03 FILLER            PIC X(12) VALUE " OUTSTANDING".
           03 FILLER            PIC X(6)  VALUE " ITEMS".
           03 FILLER            PIC X(15) VALUE "       SECURITY".
           03 FILLER            PIC X(9)  VALUE "  COVER %".
           03 FILLER            PIC X(15) VALUE "      SHORTFALL".
       01  cover-detail.
           03 cv-loan           PIC 9(4).
           03 FILLER            PIC X VALUE SPACE.
           03 cv-borrower       PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 cv-out            PIC ZZZ,ZZ9.99.
           03 FILLER            PIC X(3) VALUE SPACES.
           03 cv-items          PIC ZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 cv-security       PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 cv-cover          PIC ZZZZ9.9.
           03 FILLER            PIC X VALUE SPACE.
           03 cv-shortfall      PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 cv-flag           PIC X(13).
       01  diary-heading.
           03 FILLER            PIC X(34) VALUE
                 "----- COLLATERAL RENEWAL DIARY TO ".
           03 dh-to-date        PIC 9(8).
           03 FILLER            PIC X(6) VALUE " -----".
       01  diary-detail.
           03 dd-loan           PIC 9(4).
           03 FILLER            PIC X VALUE "/".
           03 dd-item           PIC 99.
           03 FILLER            PIC X VALUE SPACE.
           03 dd-type           PIC X(10).
           03 FILLER            PIC X VALUE SPACE.
           03 dd-desc           PIC X(30).
           03 FILLER            PIC X VALUE SPACE.
           03 dd-what           PIC X(10).
           03 FILLER            PIC X VALUE SPACE.
           03 dd-due            PIC 9(8).
           03 FILLER            PIC X VALUE SPACE.
           03 dd-status         PIC X(15).
       01  summary-line.
           03 sl-label          PIC X(30).
           03 sl-count          PIC ZZZZ9.
       01  blank-line           PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       Loan-Collateral.
           DISPLAY "LOAN COLLATERAL AND GUARANTOR REGISTER"
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Loan-Master
           IF loan-master-count = ZERO
              DISPLAY "NO LOAN MASTER ON FILE"
              GOBACK
           END-IF
           PERFORM Load-Loan-Positions
           PERFORM Load-Collateral
           PERFORM Collateral-One-Action WITH TEST AFTER
                    UNTIL action-exit
           IF collateral-changed = "Y"
              PERFORM Save-Collateral
              DISPLAY "COLLATERAL REGISTER SAVED"
           END-IF
           GOBACK.

       Collateral-One-Action.
           DISPLAY SPACE
           DISPLAY "Add, reValue, Insurance, Release, List, "
                   "Cover report, Diary or eXit? "
                   "(A/V/I/R/L/C/D/X): " WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-add       PERFORM Add-Collateral
              WHEN action-revalue   PERFORM Revalue-Collateral
              WHEN action-insurance PERFORM Renew-Insurance
              WHEN action-release   PERFORM Release-Collateral
              WHEN action-list      PERFORM List-Loan-Collateral
              WHEN action-cover     PERFORM Cover-Report
              WHEN action-diary     PERFORM Diary-Report
              WHEN action-exit      CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER A, V, I, R, L, C, D OR X"
           END-EVALUATE
           .

      * items are numbered within the loan, so a loan's security
      * can be named item by item on the committee papers.
       Add-Collateral.
           DISPLAY "LOAN: " WITH NO ADVANCING
           ACCEPT wk-loan
           PERFORM Find-Loan
           IF loan-found NOT = "Y"
              DISPLAY "NO LOAN " wk-loan
           ELSE
              PERFORM Key-New-Item
           END-IF
           .

       Key-New-Item.
           INITIALIZE loan-collateral-record
           MOVE wk-loan TO lc-loan-id
           DISPLAY "TYPE (DEEDS/LOGBOOK/GUARANTEE/DEPOSIT/OTHER): "
                   WITH NO ADVANCING
           ACCEPT lc-security-type
           DISPLAY "DESCRIPTION: " WITH NO ADVANCING
           ACCEPT lc-description
           DISPLAY "VALUE: " WITH NO ADVANCING
           ACCEPT lc-value
           DISPLAY "VALUATION DATE (ZERO FOR TODAY): "
                   WITH NO ADVANCING
           ACCEPT lc-valuation-date
           IF lc-valuation-date = ZERO
              MOVE run-date TO lc-valuation-date
           END-IF
           IF lc-guarantee
              DISPLAY "GUARANTOR NAME: " WITH NO ADVANCING
              ACCEPT lc-guarantor-name
              DISPLAY "GUARANTOR ID NUMBER: " WITH NO ADVANCING
              ACCEPT lc-guarantor-id
              DISPLAY "GUARANTOR PHONE: " WITH NO ADVANCING
              ACCEPT lc-guarantor-phone
           ELSE
              DISPLAY "INSURANCE EXPIRY (ZERO IF NONE): "
                      WITH NO ADVANCING
              ACCEPT lc-insurance-expiry
           END-IF
           EVALUATE TRUE
              WHEN NOT lc-known-type
                 DISPLAY "UNKNOWN SECURITY TYPE " lc-security-type
              WHEN lc-description = SPACES
                 DISPLAY "DESCRIPTION MUST BE GIVEN"
              WHEN lc-guarantee AND lc-guarantor-name = SPACES
                 DISPLAY "GUARANTOR NAME MUST BE GIVEN"
              WHEN collateral-count >= 200
                 DISPLAY "COLLATERAL REGISTER FULL"
              WHEN OTHER
                 PERFORM Store-New-Item
           END-EVALUATE
           .

       Store-New-Item.
           MOVE ZERO TO wk-next-item
           PERFORM Find-Highest-Item
                    VARYING col-idx FROM 1 BY 1
                    UNTIL col-idx > collateral-count
           ADD 1 TO wk-next-item
           MOVE wk-next-item TO lc-item-no
           ADD 1 TO collateral-count
           SET col-idx TO collateral-count
           PERFORM Record-To-Table
           MOVE "Y" TO collateral-changed
           MOVE lc-value TO value-out
           DISPLAY "LOAN " wk-loan " ITEM " wk-next-item " "
                   lc-security-type " VALUE " value-out
           .

       Find-Highest-Item.
           IF tab-lc-loan(col-idx) = wk-loan
              AND tab-lc-item(col-idx) > wk-next-item
              MOVE tab-lc-item(col-idx) TO wk-next-item
           END-IF
           .

       Revalue-Collateral.
           PERFORM Key-Loan-And-Item
           IF collateral-found = "Y"
              SET col-idx TO collateral-found-idx
              DISPLAY "NEW VALUE: " WITH NO ADVANCING
              ACCEPT wk-value
              DISPLAY "VALUATION DATE (ZERO FOR TODAY): "
                      WITH NO ADVANCING
              ACCEPT wk-date
              IF wk-date = ZERO
                 MOVE run-date TO wk-date
              END-IF
              MOVE wk-value TO tab-lc-value(col-idx)
              MOVE wk-date  TO tab-lc-valued(col-idx)
              MOVE "Y" TO collateral-changed
              MOVE wk-value TO value-out
              DISPLAY "REVALUED AT " value-out " ON " wk-date
           END-IF
           .

       Renew-Insurance.
           PERFORM Key-Loan-And-Item
           IF collateral-found = "Y"
              SET col-idx TO collateral-found-idx
              DISPLAY "NEW INSURANCE EXPIRY: " WITH NO ADVANCING
              ACCEPT wk-date
              IF wk-date NOT > run-date
                 DISPLAY "EXPIRY MUST BE AFTER TODAY"
              ELSE
                 MOVE wk-date TO tab-lc-insured(col-idx)
                 MOVE "Y" TO collateral-changed
                 DISPLAY "INSURED TO " wk-date
              END-IF
           END-IF
           .

      * released security is returned to the borrower and leaves
      * the register.
       Release-Collateral.
           PERFORM Key-Loan-And-Item
           IF collateral-found = "Y"
              SET col-idx TO collateral-found-idx
              MOVE "Y" TO tab-lc-deleted(col-idx)
              MOVE "Y" TO collateral-changed
              DISPLAY "LOAN " wk-loan " ITEM " wk-item " RELEASED"
           END-IF
           .

       Key-Loan-And-Item.
           DISPLAY "LOAN: " WITH NO ADVANCING
           ACCEPT wk-loan
           DISPLAY "ITEM: " WITH NO ADVANCING
           ACCEPT wk-item
           MOVE "N" TO collateral-found
           PERFORM Check-One-Item
                    VARYING col-idx FROM 1 BY 1
                    UNTIL col-idx > collateral-count
                       OR collateral-found = "Y"
           IF collateral-found NOT = "Y"
              DISPLAY "NO ITEM " wk-item " ON LOAN " wk-loan
           END-IF
           .

       Check-One-Item.
           IF tab-lc-loan(col-idx) = wk-loan
              AND tab-lc-item(col-idx) = wk-item
              AND tab-lc-deleted(col-idx) NOT = "Y"
              MOVE "Y" TO collateral-found
              SET collateral-found-idx TO col-idx
           END-IF
           .

       List-Loan-Collateral.
           DISPLAY "LOAN: " WITH NO ADVANCING
           ACCEPT wk-loan
           PERFORM List-One-Item
                    VARYING col-idx FROM 1 BY 1
                    UNTIL col-idx > collateral-count
           .

       List-One-Item.
           IF tab-lc-loan(col-idx) = wk-loan
              AND tab-lc-deleted(col-idx) NOT = "Y"
              MOVE tab-lc-value(col-idx) TO value-out
              DISPLAY tab-lc-item(col-idx) " "
                      tab-lc-type(col-idx) " "
                      tab-lc-desc(col-idx) " " value-out
              IF tab-lc-guarantor(col-idx) NOT = SPACES
                 DISPLAY "   GUARANTOR " tab-lc-guarantor(col-idx)
                         " ID " tab-lc-guar-id(col-idx)
                         " TEL " tab-lc-guar-tel(col-idx)
              ELSE
                 DISPLAY "   VALUED " tab-lc-valued(col-idx)
                         " INSURED TO " tab-lc-insured(col-idx)
              END-IF
           END-IF
           .

      * the loan's true outstanding comes off the position file;
      * a loan yet to take a receipt still owes its start balance.
       Cover-Report.
           MOVE ZERO TO under-secured-count
           OPEN OUTPUT cover-report-file
           WRITE cover-report-line FROM cover-heading
           WRITE cover-report-line FROM blank-line
           WRITE cover-report-line FROM cover-columns
           PERFORM Cover-One-Loan
                    VARYING lmt-idx FROM 1 BY 1
                    UNTIL lmt-idx > loan-master-count
           WRITE cover-report-line FROM blank-line
           MOVE "LOANS UNDER-SECURED" TO sl-label
           MOVE under-secured-count   TO sl-count
           WRITE cover-report-line FROM summary-line
           DISPLAY summary-line
           CLOSE cover-report-file
           DISPLAY "REPORT WRITTEN TO data/LOANCOVER.RPT"
           .

       Cover-One-Loan.
           MOVE tab-lm-loan(lmt-idx)      TO wk-loan
           MOVE tab-lm-start-bal(lmt-idx) TO loan-outstanding
           PERFORM Find-Loan-Position
           IF position-found = "Y"
              SET lpt-idx TO position-idx
              MOVE tab-lp-out(lpt-idx) TO loan-outstanding
           END-IF
           MOVE ZERO TO loan-security
           MOVE ZERO TO loan-items
           PERFORM Add-Item-To-Cover
                    VARYING col-idx FROM 1 BY 1
                    UNTIL col-idx > collateral-count
           IF loan-outstanding > ZERO
              COMPUTE loan-cover-pct ROUNDED = loan-security * 100
                    / loan-outstanding
                 ON SIZE ERROR
                    MOVE 99999.9 TO loan-cover-pct
              END-COMPUTE
           ELSE
              MOVE ZERO TO loan-cover-pct
           END-IF
           IF loan-security < loan-outstanding
              COMPUTE loan-shortfall = loan-outstanding
                    - loan-security
           ELSE
              MOVE ZERO TO loan-shortfall
           END-IF
           EVALUATE TRUE
              WHEN loan-outstanding = ZERO
                 MOVE "PAID OFF"      TO cv-flag
              WHEN loan-items = ZERO
                 MOVE "UNSECURED"     TO cv-flag
                 ADD 1 TO under-secured-count
              WHEN loan-shortfall > ZERO
                 MOVE "UNDER-SECURED" TO cv-flag
                 ADD 1 TO under-secured-count
              WHEN OTHER
                 MOVE SPACES          TO cv-flag
           END-EVALUATE
           MOVE wk-loan                  TO cv-loan
           MOVE tab-lm-borrower(lmt-idx) TO cv-borrower
           MOVE loan-outstanding         TO cv-out
           MOVE loan-items               TO cv-items
           MOVE loan-security            TO cv-security
           MOVE loan-cover-pct           TO cv-cover
           MOVE loan-shortfall           TO cv-shortfall
           WRITE cover-report-line FROM cover-detail
           DISPLAY cover-detail
           .

       Add-Item-To-Cover.
           IF tab-lc-loan(col-idx) = wk-loan
              AND tab-lc-deleted(col-idx) NOT = "Y"
              ADD tab-lc-value(col-idx) TO loan-security
              ADD 1 TO loan-items
           END-IF
           .

      * insurance expiring inside the look-ahead window, or
      * already lapsed, and valuations older than the policy's
      * valuation life. dates are compared on the 30-day month.
       Diary-Report.
           DISPLAY "DAYS AHEAD (ZERO FOR 60): " WITH NO ADVANCING
           ACCEPT diary-days-ahead
           IF diary-days-ahead = ZERO
              MOVE 60 TO diary-days-ahead
           END-IF
           DISPLAY "VALUATION LIFE IN MONTHS (ZERO FOR 36): "
                   WITH NO ADVANCING
           ACCEPT valuation-life-months
           IF valuation-life-months = ZERO
              MOVE 36 TO valuation-life-months
           END-IF
           MOVE ZERO TO diary-count
           MOVE run-date TO date-work
           PERFORM Flatten-To-Days
           MOVE day-number TO today-day-number
           COMPUTE due-day-number = today-day-number
                 + diary-days-ahead
           PERFORM Unflatten-Diary-End
           OPEN OUTPUT diary-report-file
           WRITE diary-report-line FROM diary-heading
           WRITE diary-report-line FROM blank-line
           PERFORM Diary-One-Item
                    VARYING col-idx FROM 1 BY 1
                    UNTIL col-idx > collateral-count
           WRITE diary-report-line FROM blank-line
           MOVE "ITEMS DUE FOR RENEWAL" TO sl-label
           MOVE diary-count             TO sl-count
           WRITE diary-report-line FROM summary-line
           DISPLAY summary-line
           CLOSE diary-report-file
           DISPLAY "REPORT WRITTEN TO data/COLLDIARY.RPT"
           .

       Unflatten-Diary-End.
           COMPUTE dw-yyyy = (due-day-number - 1) / 360
           COMPUTE dw-mm = (due-day-number - 1 - dw-yyyy * 360) / 30
           COMPUTE dw-dd = due-day-number - dw-yyyy * 360
                 - dw-mm * 30
           ADD 1 TO dw-mm
           MOVE date-work TO dh-to-date
           .

       Diary-One-Item.
           IF tab-lc-deleted(col-idx) NOT = "Y"
              IF tab-lc-insured(col-idx) NOT = ZERO
                 MOVE tab-lc-insured(col-idx) TO date-work
                 PERFORM Flatten-To-Days
                 COMPUTE days-to-go = day-number - today-day-number
                 IF days-to-go NOT > diary-days-ahead
                    MOVE "INSURANCE" TO dd-what
                    MOVE tab-lc-insured(col-idx) TO dd-due
                    PERFORM Write-Diary-Line
                 END-IF
              END-IF
              IF NOT (tab-lc-type(col-idx) = "GUARANTEE"
                      OR tab-lc-type(col-idx) = "DEPOSIT")
                 MOVE tab-lc-valued(col-idx) TO date-work
                 COMPUTE valuation-months = dw-yyyy * 12 + dw-mm
                       - 1 + valuation-life-months
                 DIVIDE valuation-months BY 12
                    GIVING dw-yyyy REMAINDER dw-mm
                 ADD 1 TO dw-mm
                 MOVE date-work TO valuation-due-date
                 PERFORM Flatten-To-Days
                 COMPUTE days-to-go = day-number - today-day-number
                 IF days-to-go NOT > diary-days-ahead
                    MOVE "VALUATION" TO dd-what
                    MOVE valuation-due-date TO dd-due
                    PERFORM Write-Diary-Line
                 END-IF
              END-IF
           END-IF
           .

       Write-Diary-Line.
           ADD 1 TO diary-count
           MOVE tab-lc-loan(col-idx) TO dd-loan
           MOVE tab-lc-item(col-idx) TO dd-item
           MOVE tab-lc-type(col-idx) TO dd-type
           MOVE tab-lc-desc(col-idx) TO dd-desc
           IF days-to-go < ZERO
              MOVE "LAPSED"     TO dd-status
           ELSE
              MOVE "DUE FOR RENEWAL" TO dd-status
           END-IF
           WRITE diary-report-line FROM diary-detail
           DISPLAY diary-detail
           .

       Flatten-To-Days.
           COMPUTE day-number = dw-yyyy * 360 + (dw-mm - 1) * 30
                 + dw-dd
           .

       Find-Loan.
           MOVE "N" TO loan-found
           PERFORM Check-One-Loan
                    VARYING lmt-idx FROM 1 BY 1
                    UNTIL lmt-idx > loan-master-count
                       OR loan-found = "Y"
           .

       Check-One-Loan.
           IF tab-lm-loan(lmt-idx) = wk-loan
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
           MOVE lm-loan-id       TO tab-lm-loan(lmt-idx)
           MOVE lm-borrower-name TO tab-lm-borrower(lmt-idx)
           MOVE lm-balance-start TO tab-lm-start-bal(lmt-idx)
           PERFORM Read-Loan-Master
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
           MOVE lp-outstanding TO tab-lp-out(lpt-idx)
           PERFORM Read-Loan-Position
           .

       Load-Collateral.
           MOVE ZERO TO collateral-count
           OPEN INPUT loan-collateral-file
           IF loan-collateral-status = "00"
              PERFORM Read-Collateral
              PERFORM Store-Collateral
                 UNTIL loan-collateral-eof = "Y"
              CLOSE loan-collateral-file
           END-IF
           .

       Read-Collateral.
           READ loan-collateral-file
              AT END MOVE "Y" TO loan-collateral-eof
           END-READ
           .

       Store-Collateral.
           ADD 1 TO collateral-count
           SET col-idx TO collateral-count
           PERFORM Record-To-Table
           PERFORM Read-Collateral
           .

       Record-To-Table.
           MOVE lc-loan-id          TO tab-lc-loan(col-idx)
           MOVE lc-value            TO tab-lc-value(col-idx)
           MOVE lc-item-no          TO tab-lc-item(col-idx)
           MOVE lc-security-type    TO tab-lc-type(col-idx)
           MOVE lc-description      TO tab-lc-desc(col-idx)
           MOVE lc-valuation-date   TO tab-lc-valued(col-idx)
           MOVE lc-insurance-expiry TO tab-lc-insured(col-idx)
           MOVE lc-guarantor-name   TO tab-lc-guarantor(col-idx)
           MOVE lc-guarantor-id     TO tab-lc-guar-id(col-idx)
           MOVE lc-guarantor-phone  TO tab-lc-guar-tel(col-idx)
           MOVE "N"                 TO tab-lc-deleted(col-idx)
           .

       Save-Collateral.
           OPEN OUTPUT loan-collateral-file
           PERFORM Write-Collateral
                    VARYING col-idx FROM 1 BY 1
                    UNTIL col-idx > collateral-count
           CLOSE loan-collateral-file
           .

       Write-Collateral.
           IF tab-lc-deleted(col-idx) NOT = "Y"
              MOVE tab-lc-loan(col-idx)      TO lc-loan-id
              MOVE tab-lc-value(col-idx)     TO lc-value
              MOVE tab-lc-item(col-idx)      TO lc-item-no
              MOVE tab-lc-type(col-idx)      TO lc-security-type
              MOVE tab-lc-desc(col-idx)      TO lc-description
              MOVE tab-lc-valued(col-idx)    TO lc-valuation-date
              MOVE tab-lc-insured(col-idx)   TO lc-insurance-expiry
              MOVE tab-lc-guarantor(col-idx) TO lc-guarantor-name
              MOVE tab-lc-guar-id(col-idx)   TO lc-guarantor-id
              MOVE tab-lc-guar-tel(col-idx)  TO lc-guarantor-phone
              WRITE loan-collateral-record
           END-IF
           .
