       IDENTIFICATION DIVISION.
       PROGRAM-ID. LARGE-CASH.
      * compliance's daily large-cash and structuring run over the
      * live ledger. every cash transaction (the descriptions the
      * tellers post cash under are listed on CASHDESCS.DAT) is
      * grouped to its client through the CLIENT-LINK link file,
      * and three kinds of hit are raised as numbered cases on
      * CASHCASES.DAT: a single cash transaction over the
      * threshold on CASHRPTCTL.DAT, and a client's cash going the
      * same way in several transactions each under the threshold
      * that together cross it - on one day, or within one week.
      * the compliance officer reviews and closes each case; a hit
      * whose case is closed is not reported again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cash-case-file ASSIGN TO "data/CASHCASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cash-case-status.
           SELECT cash-control-file ASSIGN TO
                  "data/CASHRPTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cash-control-status.
           SELECT cash-description-file ASSIGN TO
                  "data/CASHDESCS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cash-description-status.
           SELECT client-link-file ASSIGN TO
                  "data/CLIENTLINKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS client-link-status.
           SELECT ledger-file ASSIGN TO "data/LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ledger-status.
           SELECT current-operator-file ASSIGN TO
                  "data/CURRENTOP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS current-operator-status.
           SELECT cash-report-file ASSIGN TO "data/LARGECASH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  cash-case-file.
       01  cash-case-line       PIC X(99).

      * the cash amount above which a transaction, or a run of
      * smaller ones, is reported.
       FD  cash-control-file.
       01  cash-control-record.
           03 cr-threshold      PIC 9(7)V99.

       FD  cash-description-file.
       01  cash-description-record.
           03 cd-description    PIC X(20).

       FD  client-link-file.
       COPY CLIENTLNK.

       FD  ledger-file.
       COPY LEDGER.

       FD  current-operator-file.
       01  current-operator-record.
           03 co-operator-id    PIC X(8).

       FD  cash-report-file.
       01  cash-report-line     PIC X(80).

       WORKING-STORAGE SECTION.
      * a work copy of one case, packed into and out of the table
       COPY CASHCASE.
       01  cash-case-status     PIC XX.
       01  cash-case-eof        PIC X VALUE "N".
       01  cash-control-status  PIC XX.
       01  cash-description-status PIC XX.
       01  cash-description-eof PIC X VALUE "N".
       01  client-link-status   PIC XX.
       01  client-link-eof      PIC X VALUE "N".
       01  ledger-status        PIC XX.
       01  ledger-eof           PIC X VALUE "N".
       01  current-operator-status PIC XX.
       01  operator-stamp       PIC X(8) VALUE "CONSOLE".
       01  cash-threshold       PIC 9(7)V99 VALUE 10000.00.
       01  case-table.
           03 case-entry OCCURS 500 TIMES INDEXED BY case-idx.
              05 tab-cc-image        PIC X(99).
              05 tab-cc-fields REDEFINES tab-cc-image.
                 07 tab-cc-case-no   PIC 9(6).
                 07 tab-cc-kind      PIC X.
                 07 tab-cc-client    PIC 9(5).
                 07 tab-cc-account   PIC 9(4).
                 07 tab-cc-direction PIC X.
                 07 tab-cc-txn-date  PIC 9(8).
                 07 tab-cc-week-no   PIC 9(6).
                 07 FILLER           PIC X(3).
                 07 tab-cc-total     PIC 9(8)V99.
                 07 FILLER           PIC X(8).
                 07 tab-cc-status    PIC X.
                 07 FILLER           PIC X(46).
       01  case-count           PIC 999 VALUE ZERO.
       01  last-case-no         PIC 9(6) VALUE ZERO.
       01  case-found           PIC X.
       01  case-found-idx       PIC 999 VALUE ZERO.
       01  description-table.
           03 description-entry OCCURS 20 TIMES
                    INDEXED BY dsc-idx.
              05 tab-cd-description  PIC X(20).
       01  description-count    PIC 99 VALUE ZERO.
       01  description-found    PIC X.
       01  link-table.
           03 lnk-entry OCCURS 200 TIMES INDEXED BY lnk-idx.
              05 tab-cl-client       PIC 9(5).
              05 tab-cl-account      PIC 9(4).
       01  link-count           PIC 999 VALUE ZERO.
       01  link-found           PIC X.
       01  link-found-idx       PIC 999 VALUE ZERO.
      * every cash transaction on the ledger, with the client it
      * belongs to and the day and week it fell in
       01  cash-table.
           03 cash-entry OCCURS 500 TIMES INDEXED BY csh-idx.
              05 tab-cs-client       PIC 9(5).
              05 tab-cs-account      PIC 9(4).
              05 tab-cs-direction    PIC X.
              05 tab-cs-date         PIC 9(8).
              05 tab-cs-week         PIC 9(6).
              05 tab-cs-amount       PIC 9(7)V99.
       01  cash-count           PIC 999 VALUE ZERO.
      * the under-threshold cash gathered per client, direction
      * and day (kind D) or week (kind W)
       01  bucket-table.
           03 bucket-entry OCCURS 999 TIMES INDEXED BY bkt-idx.
              05 tab-bk-kind         PIC X.
              05 tab-bk-client       PIC 9(5).
              05 tab-bk-account      PIC 9(4).
              05 tab-bk-direction    PIC X.
              05 tab-bk-date         PIC 9(8).
              05 tab-bk-week         PIC 9(6).
              05 tab-bk-first        PIC 9(8).
              05 tab-bk-last         PIC 9(8).
              05 tab-bk-count        PIC 999.
              05 tab-bk-total        PIC 9(8)V99.
       01  bucket-count         PIC 999 VALUE ZERO.
       01  bucket-found         PIC X.
       01  bucket-found-idx     PIC 999 VALUE ZERO.
       01  menu-action          PIC X.
           88 action-scan       VALUE "S" "s".
           88 action-close      VALUE "C" "c".
           88 action-list       VALUE "L" "l".
           88 action-exit       VALUE "X" "x".
       01  wk-case-no           PIC 9(6).
       01  wk-kind              PIC X.
       01  wk-client            PIC 9(5).
       01  wk-account           PIC 9(4).
       01  wk-direction         PIC X.
       01  wk-date              PIC 9(8).
       01  wk-week              PIC 9(6).
       01  wk-count             PIC 999.
       01  wk-total             PIC 9(8)V99.
       01  wk-note              PIC X(30).
       01  run-date             PIC 9(8).
       01  date-work            PIC 9(8).
       01  date-parts REDEFINES date-work.
           03 dw-yyyy           PIC 9(4).
           03 dw-mm             PIC 99.
           03 dw-dd             PIC 99.
       01  day-number           PIC 9(8).
       01  cases-opened         PIC 999 VALUE ZERO.
       01  cases-still-open     PIC 999 VALUE ZERO.
       01  open-count           PIC 999 VALUE ZERO.
       01  report-heading.
           03 FILLER            PIC X(30) VALUE
                 "LARGE CASH AND STRUCTURING AT ".
           03 rh-date           PIC 9(8).
       01  threshold-line.
           03 FILLER            PIC X(20) VALUE
                 "REPORTING THRESHOLD ".
           03 th-threshold      PIC Z,ZZZ,ZZ9.99.
       01  report-columns.
           03 FILLER            PIC X(7) VALUE "CASE".
           03 FILLER            PIC X(14) VALUE "KIND".
           03 FILLER            PIC X(6) VALUE "CLIENT".
           03 FILLER            PIC X(5) VALUE "ACCT".
           03 FILLER            PIC X(4) VALUE "DIR".
           03 FILLER            PIC X(9) VALUE "DATE".
           03 FILLER            PIC X(4) VALUE "CNT".
           03 FILLER            PIC X(14) VALUE "        TOTAL".
           03 FILLER            PIC X(4) VALUE "CASE".
       01  report-detail.
           03 rp-case-no        PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 rp-kind           PIC X(13).
           03 FILLER            PIC X VALUE SPACE.
           03 rp-client         PIC 9(5).
           03 FILLER            PIC X VALUE SPACE.
           03 rp-account        PIC 9(4).
           03 FILLER            PIC X VALUE SPACE.
           03 rp-direction      PIC X(3).
           03 FILLER            PIC X VALUE SPACE.
           03 rp-date           PIC 9(8).
           03 FILLER            PIC X VALUE SPACE.
           03 rp-count          PIC ZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 rp-total          PIC ZZ,ZZZ,ZZ9.99.
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
       Large-Cash.
           DISPLAY "LARGE CASH AND STRUCTURING"
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Operator-Stamp
           PERFORM Load-Cash-Control
           PERFORM Load-Case-Register
           PERFORM Cash-One-Action WITH TEST AFTER
                    UNTIL action-exit
           GOBACK.

       Cash-One-Action.
           DISPLAY SPACE
           DISPLAY "Scan the ledger, Close a case, List open cases "
                   "or eXit? (S/C/L/X): " WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-scan   PERFORM Scan-Ledger-Cash
              WHEN action-close  PERFORM Close-Cash-Case
              WHEN action-list   PERFORM List-Open-Cases
              WHEN action-exit   CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER S, C, L OR X"
           END-EVALUATE
           .

      * the ledger's cash is read once into the cash table; each
      * transaction is judged on its own, and the ones under the
      * threshold are gathered by day and by week to be judged
      * together.
       Scan-Ledger-Cash.
           MOVE ZERO TO cases-opened
           MOVE ZERO TO cases-still-open
           PERFORM Load-Cash-Descriptions
           PERFORM Load-Client-Links
           PERFORM Load-Cash-Txns
           OPEN OUTPUT cash-report-file
           MOVE run-date TO rh-date
           WRITE cash-report-line FROM report-heading
           MOVE cash-threshold TO th-threshold
           WRITE cash-report-line FROM threshold-line
           WRITE cash-report-line FROM blank-line
           WRITE cash-report-line FROM report-columns
           MOVE ZERO TO bucket-count
           PERFORM Judge-One-Cash-Txn
                    VARYING csh-idx FROM 1 BY 1
                    UNTIL csh-idx > cash-count
           PERFORM Judge-One-Bucket
                    VARYING bkt-idx FROM 1 BY 1
                    UNTIL bkt-idx > bucket-count
           MOVE cases-opened     TO rt-opened
           MOVE cases-still-open TO rt-still-open
           WRITE cash-report-line FROM blank-line
           WRITE cash-report-line FROM report-total-line
           CLOSE cash-report-file
           IF cases-opened > ZERO
              PERFORM Save-Case-Register
           END-IF
           DISPLAY "CASH TRANSACTIONS SCANNED: " cash-count
           DISPLAY "NEW CASES: " cases-opened
                   "  FOUND AGAIN: " cases-still-open
           DISPLAY "REPORT WRITTEN TO data/LARGECASH.RPT"
           .

       Judge-One-Cash-Txn.
           IF tab-cs-amount(csh-idx) > cash-threshold
              MOVE "L"                     TO wk-kind
              MOVE tab-cs-client(csh-idx)  TO wk-client
              MOVE tab-cs-account(csh-idx) TO wk-account
              MOVE tab-cs-direction(csh-idx) TO wk-direction
              MOVE tab-cs-date(csh-idx)    TO wk-date
              MOVE tab-cs-week(csh-idx)    TO wk-week
              MOVE 1                       TO wk-count
              MOVE tab-cs-amount(csh-idx)  TO wk-total
              PERFORM Raise-Cash-Case
           ELSE
              MOVE "D" TO wk-kind
              PERFORM Gather-Into-Bucket
              MOVE "W" TO wk-kind
              PERFORM Gather-Into-Bucket
           END-IF
           .

      * a linked account's cash is gathered under its client, so
      * deposits split across a client's accounts add up; an
      * unlinked account stands alone.
       Gather-Into-Bucket.
           MOVE tab-cs-client(csh-idx)    TO wk-client
           IF wk-client = ZERO
              MOVE tab-cs-account(csh-idx) TO wk-account
           ELSE
              MOVE ZERO TO wk-account
           END-IF
           MOVE tab-cs-direction(csh-idx) TO wk-direction
           MOVE tab-cs-date(csh-idx)      TO wk-date
           MOVE tab-cs-week(csh-idx)      TO wk-week
           PERFORM Find-Bucket
           IF bucket-found = "Y"
              SET bkt-idx TO bucket-found-idx
           ELSE
              ADD 1 TO bucket-count
              SET bkt-idx TO bucket-count
              MOVE wk-kind      TO tab-bk-kind(bkt-idx)
              MOVE wk-client    TO tab-bk-client(bkt-idx)
              MOVE wk-account   TO tab-bk-account(bkt-idx)
              MOVE wk-direction TO tab-bk-direction(bkt-idx)
              MOVE wk-date      TO tab-bk-date(bkt-idx)
              MOVE wk-week      TO tab-bk-week(bkt-idx)
              MOVE wk-date      TO tab-bk-first(bkt-idx)
              MOVE wk-date      TO tab-bk-last(bkt-idx)
              MOVE ZERO         TO tab-bk-count(bkt-idx)
              MOVE ZERO         TO tab-bk-total(bkt-idx)
           END-IF
           ADD 1 TO tab-bk-count(bkt-idx)
           ADD tab-cs-amount(csh-idx) TO tab-bk-total(bkt-idx)
           IF wk-date < tab-bk-first(bkt-idx)
              MOVE wk-date TO tab-bk-first(bkt-idx)
           END-IF
           IF wk-date > tab-bk-last(bkt-idx)
              MOVE wk-date TO tab-bk-last(bkt-idx)
           END-IF
           .

       Find-Bucket.
           MOVE "N" TO bucket-found
           PERFORM Check-One-Bucket
                    VARYING bkt-idx FROM 1 BY 1
                    UNTIL bkt-idx > bucket-count
                       OR bucket-found = "Y"
           .

       Check-One-Bucket.
           IF tab-bk-kind(bkt-idx) = wk-kind
              AND tab-bk-client(bkt-idx) = wk-client
              AND tab-bk-account(bkt-idx) = wk-account
              AND tab-bk-direction(bkt-idx) = wk-direction
              IF (wk-kind = "D" AND tab-bk-date(bkt-idx) = wk-date)
                 OR (wk-kind = "W"
                     AND tab-bk-week(bkt-idx) = wk-week)
                 MOVE "Y" TO bucket-found
                 SET bucket-found-idx TO bkt-idx
              END-IF
           END-IF
           .

      * a week whose cash all fell on one day is the day's hit
      * already and is not raised twice.
       Judge-One-Bucket.
           IF tab-bk-count(bkt-idx) > 1
              AND tab-bk-total(bkt-idx) > cash-threshold
              IF tab-bk-kind(bkt-idx) = "D"
                 OR tab-bk-first(bkt-idx) NOT = tab-bk-last(bkt-idx)
                 MOVE tab-bk-kind(bkt-idx)      TO wk-kind
                 MOVE tab-bk-client(bkt-idx)    TO wk-client
                 MOVE tab-bk-account(bkt-idx)   TO wk-account
                 MOVE tab-bk-direction(bkt-idx) TO wk-direction
                 MOVE tab-bk-week(bkt-idx)      TO wk-week
                 MOVE tab-bk-last(bkt-idx)      TO wk-date
                 MOVE tab-bk-count(bkt-idx)     TO wk-count
                 MOVE tab-bk-total(bkt-idx)     TO wk-total
                 PERFORM Raise-Cash-Case
              END-IF
           END-IF
           .

      * a hit already on the register is reported as still open,
      * or not at all once compliance has closed it.
       Raise-Cash-Case.
           PERFORM Find-Matching-Case
           IF case-found = "Y"
              SET case-idx TO case-found-idx
              IF tab-cc-status(case-idx) = "O"
                 MOVE tab-cc-case-no(case-idx) TO rp-case-no
                 MOVE "STILL OPEN" TO rp-note
                 ADD 1 TO cases-still-open
                 PERFORM Write-Case-Detail
              END-IF
           ELSE
              ADD 1 TO last-case-no
              INITIALIZE cash-case-record
              MOVE last-case-no   TO cc-case-no
              MOVE wk-kind        TO cc-kind
              MOVE wk-client      TO cc-client-no
              MOVE wk-account     TO cc-account-no
              MOVE wk-direction   TO cc-direction
              MOVE wk-date        TO cc-txn-date
              MOVE wk-week        TO cc-week-no
              MOVE wk-count       TO cc-txn-count
              MOVE wk-total       TO cc-total
              MOVE run-date       TO cc-opened
              MOVE "O"            TO cc-status
              MOVE ZERO           TO cc-closed-date
              MOVE SPACES         TO cc-note
              MOVE SPACES         TO cc-officer
              ADD 1 TO case-count
              SET case-idx TO case-count
              MOVE cash-case-record TO tab-cc-image(case-idx)
              MOVE last-case-no TO rp-case-no
              MOVE "NEW" TO rp-note
              ADD 1 TO cases-opened
              PERFORM Write-Case-Detail
           END-IF
           .

       Write-Case-Detail.
           PERFORM Build-Case-Detail
           WRITE cash-report-line FROM report-detail
           .

      * a single transaction is the same hit only at the same
      * amount on the same day; a day's or week's run is the same
      * hit whatever it has grown to since.
       Find-Matching-Case.
           MOVE "N" TO case-found
           PERFORM Check-One-Matching-Case
                    VARYING case-idx FROM 1 BY 1
                    UNTIL case-idx > case-count
                       OR case-found = "Y"
           .

       Check-One-Matching-Case.
           IF tab-cc-kind(case-idx) = wk-kind
              AND tab-cc-client(case-idx) = wk-client
              AND tab-cc-account(case-idx) = wk-account
              AND tab-cc-direction(case-idx) = wk-direction
              EVALUATE wk-kind
                 WHEN "L"
                    IF tab-cc-txn-date(case-idx) = wk-date
                       AND tab-cc-total(case-idx) = wk-total
                       MOVE "Y" TO case-found
                    END-IF
                 WHEN "D"
                    IF tab-cc-txn-date(case-idx) = wk-date
                       MOVE "Y" TO case-found
                    END-IF
                 WHEN OTHER
                    IF tab-cc-week-no(case-idx) = wk-week
                       MOVE "Y" TO case-found
                    END-IF
              END-EVALUATE
              IF case-found = "Y"
                 SET case-found-idx TO case-idx
              END-IF
           END-IF
           .

      * the compliance officer's review closes the case, with the
      * officer's note and sign-on stamped on it.
       Close-Cash-Case.
           DISPLAY "CASE NUMBER: " WITH NO ADVANCING
           ACCEPT wk-case-no
           PERFORM Find-Case
           IF case-found NOT = "Y"
              DISPLAY "NO CASE " wk-case-no
           ELSE
              SET case-idx TO case-found-idx
              MOVE tab-cc-image(case-idx) TO cash-case-record
              IF NOT cc-open
                 DISPLAY "CASE " wk-case-no " IS ALREADY CLOSED"
              ELSE
                 DISPLAY "CLIENT " cc-client-no " ACCOUNT "
                         cc-account-no " KIND " cc-kind
                         " OPENED " cc-opened
                 DISPLAY "REVIEW NOTE: " WITH NO ADVANCING
                 ACCEPT wk-note
                 MOVE "C"            TO cc-status
                 MOVE run-date       TO cc-closed-date
                 MOVE wk-note        TO cc-note
                 MOVE operator-stamp TO cc-officer
                 MOVE cash-case-record TO tab-cc-image(case-idx)
                 PERFORM Save-Case-Register
                 DISPLAY "CASE " cc-case-no " CLOSED"
              END-IF
           END-IF
           .

       List-Open-Cases.
           MOVE ZERO TO open-count
           PERFORM List-One-Case
                    VARYING case-idx FROM 1 BY 1
                    UNTIL case-idx > case-count
           DISPLAY "OPEN CASES: " open-count
           .

       List-One-Case.
           IF tab-cc-status(case-idx) = "O"
              ADD 1 TO open-count
              MOVE tab-cc-image(case-idx) TO cash-case-record
              MOVE cc-kind       TO wk-kind
              MOVE cc-client-no  TO wk-client
              MOVE cc-account-no TO wk-account
              MOVE cc-direction  TO wk-direction
              MOVE cc-txn-date   TO wk-date
              MOVE cc-txn-count  TO wk-count
              MOVE cc-total      TO wk-total
              MOVE cc-case-no    TO rp-case-no
              MOVE SPACES        TO rp-note
              PERFORM Build-Case-Detail
              DISPLAY report-detail
           END-IF
           .

       Build-Case-Detail.
           EVALUATE wk-kind
              WHEN "L" MOVE "SINGLE LARGE"  TO rp-kind
              WHEN "D" MOVE "SPLIT IN DAY"  TO rp-kind
              WHEN OTHER MOVE "SPLIT IN WEEK" TO rp-kind
           END-EVALUATE
           MOVE wk-client  TO rp-client
           MOVE wk-account TO rp-account
           IF wk-direction = "I"
              MOVE "IN"  TO rp-direction
           ELSE
              MOVE "OUT" TO rp-direction
           END-IF
           MOVE wk-date    TO rp-date
           MOVE wk-count   TO rp-count
           MOVE wk-total   TO rp-total
           .

       Find-Case.
           MOVE "N" TO case-found
           PERFORM Check-One-Case
                    VARYING case-idx FROM 1 BY 1
                    UNTIL case-idx > case-count
                       OR case-found = "Y"
           .

       Check-One-Case.
           IF tab-cc-case-no(case-idx) = wk-case-no
              MOVE "Y" TO case-found
              SET case-found-idx TO case-idx
           END-IF
           .

      * a 360-day-year day count - near enough to put each day in
      * its week without leap-year arithmetic.
       Flatten-Date.
           COMPUTE day-number = dw-yyyy * 360 + dw-mm * 30 + dw-dd
           .

       Load-Cash-Txns.
           MOVE ZERO TO cash-count
           MOVE "N" TO ledger-eof
           OPEN INPUT ledger-file
           IF ledger-status = "00"
              PERFORM Read-Ledger-Txn
              PERFORM Store-Cash-Txn UNTIL ledger-eof = "Y"
              CLOSE ledger-file
           END-IF
           .

       Read-Ledger-Txn.
           READ ledger-file
              AT END MOVE "Y" TO ledger-eof
           END-READ
           .

       Store-Cash-Txn.
           IF ledger-txn-record(1:3) NOT = "HDR"
              AND ledger-txn-record(1:3) NOT = "TRL"
              PERFORM Find-Cash-Description
              IF description-found = "Y"
                 PERFORM Add-Cash-Txn
              END-IF
           END-IF
           PERFORM Read-Ledger-Txn
           .

       Add-Cash-Txn.
           ADD 1 TO cash-count
           SET csh-idx TO cash-count
           MOVE lt-account-no TO tab-cs-account(csh-idx)
           PERFORM Find-Client-Link
           IF link-found = "Y"
              SET lnk-idx TO link-found-idx
              MOVE tab-cl-client(lnk-idx) TO tab-cs-client(csh-idx)
           ELSE
              MOVE ZERO TO tab-cs-client(csh-idx)
           END-IF
           IF lt-amount < ZERO
              MOVE "O" TO tab-cs-direction(csh-idx)
              COMPUTE tab-cs-amount(csh-idx) = ZERO - lt-amount
           ELSE
              MOVE "I" TO tab-cs-direction(csh-idx)
              MOVE lt-amount TO tab-cs-amount(csh-idx)
           END-IF
           MOVE lt-txn-date TO tab-cs-date(csh-idx)
           MOVE lt-txn-date TO date-work
           PERFORM Flatten-Date
           COMPUTE tab-cs-week(csh-idx) = day-number / 7
           .

       Find-Cash-Description.
           MOVE "N" TO description-found
           PERFORM Check-One-Description
                    VARYING dsc-idx FROM 1 BY 1
                    UNTIL dsc-idx > description-count
                       OR description-found = "Y"
           .

       Check-One-Description.
           IF tab-cd-description(dsc-idx) = lt-description
              MOVE "Y" TO description-found
           END-IF
           .

       Find-Client-Link.
           MOVE "N" TO link-found
           PERFORM Check-One-Link
                    VARYING lnk-idx FROM 1 BY 1
                    UNTIL lnk-idx > link-count
                       OR link-found = "Y"
           .

       Check-One-Link.
           IF tab-cl-account(lnk-idx) = lt-account-no
              MOVE "Y" TO link-found
              SET link-found-idx TO lnk-idx
           END-IF
           .

       Load-Cash-Descriptions.
           MOVE ZERO TO description-count
           MOVE "N" TO cash-description-eof
           OPEN INPUT cash-description-file
           IF cash-description-status = "00"
              PERFORM Read-Cash-Description
              PERFORM Store-Cash-Description
                 UNTIL cash-description-eof = "Y"
              CLOSE cash-description-file
           END-IF
           .

       Read-Cash-Description.
           READ cash-description-file
              AT END MOVE "Y" TO cash-description-eof
           END-READ
           .

       Store-Cash-Description.
           ADD 1 TO description-count
           SET dsc-idx TO description-count
           MOVE cd-description TO tab-cd-description(dsc-idx)
           PERFORM Read-Cash-Description
           .

       Load-Client-Links.
           MOVE ZERO TO link-count
           MOVE "N" TO client-link-eof
           OPEN INPUT client-link-file
           IF client-link-status = "00"
              PERFORM Read-Client-Link
              PERFORM Store-Client-Link
                 UNTIL client-link-eof = "Y"
              CLOSE client-link-file
           END-IF
           .

       Read-Client-Link.
           READ client-link-file
              AT END MOVE "Y" TO client-link-eof
           END-READ
           .

       Store-Client-Link.
           ADD 1 TO link-count
           SET lnk-idx TO link-count
           MOVE cl-client-no  TO tab-cl-client(lnk-idx)
           MOVE cl-account-no TO tab-cl-account(lnk-idx)
           PERFORM Read-Client-Link
           .

       Load-Case-Register.
           MOVE ZERO TO case-count
           OPEN INPUT cash-case-file
           IF cash-case-status = "00"
              PERFORM Read-Case
              PERFORM Store-Case UNTIL cash-case-eof = "Y"
              CLOSE cash-case-file
           END-IF
           .

       Read-Case.
           READ cash-case-file INTO cash-case-record
              AT END MOVE "Y" TO cash-case-eof
           END-READ
           .

       Store-Case.
           ADD 1 TO case-count
           SET case-idx TO case-count
           MOVE cash-case-record TO tab-cc-image(case-idx)
           IF cc-case-no > last-case-no
              MOVE cc-case-no TO last-case-no
           END-IF
           PERFORM Read-Case
           .

       Save-Case-Register.
           OPEN OUTPUT cash-case-file
           PERFORM Write-Case
                    VARYING case-idx FROM 1 BY 1
                    UNTIL case-idx > case-count
           CLOSE cash-case-file
           .

       Write-Case.
           WRITE cash-case-line FROM tab-cc-image(case-idx)
           .

       Load-Cash-Control.
           OPEN INPUT cash-control-file
           IF cash-control-status = "00"
              READ cash-control-file
                 AT END CONTINUE
                 NOT AT END MOVE cr-threshold TO cash-threshold
              END-READ
              CLOSE cash-control-file
           END-IF
           .

      * whoever signed on at the menu is stamped on each closed
      * case - CONSOLE when the program is run on its own.
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
