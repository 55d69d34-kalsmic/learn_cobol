       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUE-ISSUE.
      * outward cheques - the books we issue to account holders,
      * the other side of CHEQUE-REG's deposited cheques. each
      * book is recorded against its account with the serial range
      * of its leaves; a stop-payment instruction records the
      * serials stopped and charges the fee in data/CHQSTOPFEE.DAT
      * to the account through the ledger. the presentation run
      * reads the clearing file of our customers' cheques and
      * debits the ledger for each one it pays, returning unpaid
      * any cheque that is stopped, outside the books issued to
      * the account, already paid, or beyond the money available
      * - the balance less uncleared cheques plus any authorised
      * overdraft. every outcome goes on the paid register so no
      * serial is paid twice, and the clearing file is emptied
      * once it has been worked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cheque-book-file ASSIGN TO "data/CHQBOOKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cheque-book-status.
           SELECT cheque-stop-file ASSIGN TO "data/CHQSTOPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cheque-stop-status.
           SELECT stop-fee-file ASSIGN TO "data/CHQSTOPFEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS stop-fee-status.
           SELECT cheque-paid-file ASSIGN TO "data/CHQPAID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cheque-paid-status.
           SELECT clearing-file ASSIGN TO "data/CHQCLEARING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS clearing-status.
           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO
                  "data/ACCOUNTBALANCES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-ACCOUNT-NO
               FILE STATUS IS account-balance-status.
           SELECT overdraft-limit-file ASSIGN TO
                  "data/ODLIMITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS overdraft-limit-status.
           SELECT cheque-register-file ASSIGN TO
                  "data/CHEQUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cheque-register-status.
           SELECT ledger-file ASSIGN TO "data/LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ledger-status.
           SELECT gl-feed-file ASSIGN TO "data/GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-feed-status.
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
           SELECT presentation-report-file ASSIGN TO
                  "data/CHQPRESENT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STEP-FILE ASSIGN TO "data/JOBSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  cheque-book-file.
       COPY CHQBOOK.

       FD  cheque-stop-file.
       COPY CHQSTOP.

       FD  stop-fee-file.
       01  stop-fee-record.
           03 sf-stop-fee       PIC 9(4)V99.

       FD  cheque-paid-file.
       COPY CHQPAID.

       FD  clearing-file.
       COPY CHQPRES.

       FD  ACCOUNT-BALANCE-FILE.
       COPY ACCTBAL.

       FD  overdraft-limit-file.
       COPY ODLIMIT.

       FD  cheque-register-file.
       COPY CHEQREG.

       FD  ledger-file.
       COPY LEDGER.

       FD  gl-feed-file.
       COPY GLFEED.

       FD  fx-control-file.
       COPY FXCTL.

       FD  fx-rate-file.
       COPY FXRATE.

       FD  account-currency-file.
       COPY ACCTCCY.

       FD  presentation-report-file.
       01  presentation-report-line PIC X(72).

       FD  JOB-STEP-FILE.
       COPY JOBSTEP.

       WORKING-STORAGE SECTION.
       01  cheque-book-status   PIC XX.
       01  cheque-book-eof      PIC X VALUE "N".
       01  cheque-stop-status   PIC XX.
       01  cheque-stop-eof      PIC X VALUE "N".
       01  stop-fee-status      PIC XX.
       01  cheque-paid-status   PIC XX.
       01  cheque-paid-eof      PIC X VALUE "N".
       01  clearing-status      PIC XX.
       01  clearing-eof         PIC X VALUE "N".
       01  account-balance-status PIC XX.
       01  overdraft-limit-status PIC XX.
       01  overdraft-limit-eof  PIC X VALUE "N".
       01  cheque-register-status PIC XX.
       01  cheque-register-eof  PIC X VALUE "N".
       01  ledger-status        PIC XX.
       01  ledger-eof           PIC X VALUE "N".
       01  gl-feed-status       PIC XX.
       01  stop-fee             PIC 9(4)V99 VALUE 10.00.
       01  account-stop-fee     PIC 9(4)V99.
       01  book-table.
           03 bk-entry OCCURS 200 TIMES INDEXED BY bk-idx.
              05 tab-cb-account  PIC 9(4).
              05 tab-cb-first    PIC 9(6).
              05 tab-cb-last     PIC 9(6).
              05 tab-cb-issued   PIC 9(8).
       01  book-count           PIC 999 VALUE ZERO.
       01  book-found           PIC X.
       01  book-found-idx       PIC 999 VALUE ZERO.
       01  books-changed        PIC X VALUE "N".
       01  stop-table.
           03 stp-entry OCCURS 200 TIMES INDEXED BY stp-idx.
              05 tab-cs-account  PIC 9(4).
              05 tab-cs-first    PIC 9(6).
              05 tab-cs-last     PIC 9(6).
              05 tab-cs-date     PIC 9(8).
              05 tab-cs-fee      PIC 9(4)V99.
              05 tab-cs-reason   PIC X(12).
       01  stop-count           PIC 999 VALUE ZERO.
       01  stop-found           PIC X.
       01  stops-changed        PIC X VALUE "N".
      * serials already paid - the register's paid rows plus what
      * this run pays
       01  paid-table.
           03 pd-entry OCCURS 500 TIMES INDEXED BY pd-idx.
              05 tab-pd-account  PIC 9(4).
              05 tab-pd-serial   PIC 9(6).
       01  paid-count           PIC 999 VALUE ZERO.
       01  paid-found           PIC X.
       01  overdraft-table.
           03 od-entry OCCURS 200 TIMES INDEXED BY odl-idx.
              05 tab-od-account  PIC 9(4).
              05 tab-od-limit    PIC 9(6)V99.
       01  overdraft-count      PIC 999 VALUE ZERO.
      * uncleared cheque credits per account - in the balance but
      * not yet available to pay a cheque from
       01  uncleared-table.
           03 unc-entry OCCURS 100 TIMES INDEXED BY unc-idx.
              05 tab-unc-account PIC 9(4).
              05 tab-unc-amount  PIC 9(7)V99.
       01  uncleared-count      PIC 999 VALUE ZERO.
      * what this run has already paid from each account, so two
      * cheques on one account cannot both spend the same money
      * before BALANCE next runs
       01  debited-table.
           03 dbt-entry OCCURS 200 TIMES INDEXED BY dbt-idx.
              05 tab-dbt-account PIC 9(4).
              05 tab-dbt-amount  PIC 9(8)V99.
       01  debited-count        PIC 999 VALUE ZERO.
       01  debited-found        PIC X.
       01  debited-found-idx    PIC 999 VALUE ZERO.
      * the whole live ledger rides through a posting so the file
      * can be rewritten with a fresh header and trailer
       01  ledger-table.
           03 lt-entry OCCURS 500 TIMES INDEXED BY lt-idx.
              05 tab-lt-record   PIC X(60).
       01  ledger-count         PIC 999 VALUE ZERO.
       01  ledger-hash          PIC S9(9)V99 VALUE ZERO.
       01  envelope-header.
           03 FILLER            PIC X(3) VALUE "HDR".
           03 ev-hdr-file-id    PIC X(12).
           03 ev-hdr-date       PIC 9(8).
       01  envelope-trailer.
           03 FILLER            PIC X(3) VALUE "TRL".
           03 ev-trl-count      PIC 9(5).
           03 ev-trl-hash       PIC S9(9)V99 SIGN IS TRAILING
                                              SEPARATE.
       01  menu-action          PIC X.
           88 action-issue      VALUE "I" "i".
           88 action-stop       VALUE "S" "s".
           88 action-present    VALUE "P" "p".
           88 action-list       VALUE "L" "l".
           88 action-exit       VALUE "X" "x".
       01  work-cheque.
           03 wk-account        PIC 9(4).
           03 wk-first-serial   PIC 9(6).
           03 wk-last-serial    PIC 9(6).
           03 wk-leaves         PIC 999.
           03 wk-serial         PIC 9(6).
           03 wk-reason         PIC X(12).
       01  cheque-description.
           03 FILLER            PIC X(4) VALUE "CHQ ".
           03 cd-serial         PIC 9(6).
           03 FILLER            PIC X    VALUE SPACE.
           03 cd-action         PIC X(7).
           03 FILLER            PIC XX   VALUE SPACES.
       01  run-date             PIC 9(8).
       01  account-found        PIC X.
       01  available-balance    PIC S9(8)V99.
       01  return-reason        PIC X(16).
       01  presented-count      PIC 9(5) VALUE ZERO.
       01  paid-run-count       PIC 9(5) VALUE ZERO.
       01  returned-count       PIC 9(5) VALUE ZERO.
       01  paid-total           PIC 9(8)V99 VALUE ZERO.
       01  returned-total       PIC 9(8)V99 VALUE ZERO.
       01  amount-out           PIC $$$$,$$9.99.
       01  report-heading.
           03 FILLER            PIC X(36) VALUE
                 "----- CHEQUES PRESENTED FOR PAYMENT".
           03 rh-date           PIC 9(8).
           03 FILLER            PIC X(6) VALUE " -----".
       01  report-columns.
           03 FILLER            PIC X(8)  VALUE "ACCOUNT".
           03 FILLER            PIC X(8)  VALUE "SERIAL".
           03 FILLER            PIC X(12) VALUE "      AMOUNT".
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 FILLER            PIC X(16) VALUE "RESULT".
       01  report-detail.
           03 rd-account        PIC 9(4).
           03 FILLER            PIC X(4) VALUE SPACES.
           03 rd-serial         PIC 9(6).
           03 FILLER            PIC X(3) VALUE SPACES.
           03 rd-amount-out     PIC $$$$,$$9.99.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 rd-result         PIC X(24).
       01  summary-line.
           03 sl-label          PIC X(26).
           03 sl-count          PIC ZZZZ9.
           03 FILLER            PIC XX VALUE SPACES.
           03 sl-amount-out     PIC $$,$$$,$$9.99.
       01  blank-line           PIC X(72) VALUE SPACES.
       COPY FXRATEWS.
       COPY RUNLOCKWS.

       LINKAGE SECTION.
       01  LK-CALLED-IN-BATCH   PIC X.

       PROCEDURE DIVISION.
       Cheque-Issue.
           DISPLAY "CHEQUE BOOKS AND STOP PAYMENTS"
           PERFORM Claim-Balance-Lock
           IF NOT rl-granted
              GOBACK
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Stop-Fee
           PERFORM Load-Fx-Tables
           PERFORM Load-Cheque-Books
           PERFORM Load-Cheque-Stops
           PERFORM Cheque-Issue-One-Action WITH TEST AFTER
                    UNTIL action-exit
           PERFORM Save-Changed-Files
           PERFORM Release-Run-Lock
           GOBACK.

      * called by EOD-DRIVER - the day's clearing file is worked
      * with nobody at the console.
       Cheque-Issue-Batch-Entry.
           ENTRY "CHEQUE-ISSUE-BATCH" USING LK-CALLED-IN-BATCH
           MOVE "Y" TO rl-batch
           PERFORM Claim-Balance-Lock
           IF NOT rl-granted
              GOBACK
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Stop-Fee
           PERFORM Load-Fx-Tables
           PERFORM Load-Cheque-Books
           PERFORM Load-Cheque-Stops
           PERFORM Presentation-Run
           MOVE "CHEQUE-ISSUE"    TO JS-STEP-NAME
           MOVE presented-count   TO JS-RECORD-COUNT
           MOVE "Y"               TO JS-SUCCESS-FLAG
           OPEN OUTPUT JOB-STEP-FILE
           WRITE JOB-STEP-RECORD
           CLOSE JOB-STEP-FILE
           PERFORM Release-Run-Lock
           GOBACK.

      * stop fees and paid cheques rewrite the live ledger, so the
      * balances set is held for the whole run - the menu and the
      * EOD step must never rewrite it alongside BALANCE. a
      * refused batch claim is logged as a failed step by RUN-LOCK.
       Claim-Balance-Lock.
           MOVE "BALANCES"     TO rl-lock-set
           MOVE "CHEQUE-ISSUE" TO rl-program
           PERFORM Claim-Run-Lock
           .

       Cheque-Issue-One-Action.
           DISPLAY SPACE
           DISPLAY "Issue book, Stop payment, Presentation run, "
                   "List account or eXit? (I/S/P/L/X): "
                   WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-issue   PERFORM Issue-Cheque-Book
              WHEN action-stop    PERFORM Stop-Payment
              WHEN action-present PERFORM Presentation-Run
              WHEN action-list    PERFORM List-Account-Cheques
              WHEN action-exit    CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER I, S, P, L OR X"
           END-EVALUATE
           .

       Save-Changed-Files.
           IF books-changed = "Y"
              PERFORM Save-Cheque-Books
           END-IF
           IF stops-changed = "Y"
              PERFORM Save-Cheque-Stops
           END-IF
           .

      * a book goes only to an account on the balance file, and
      * its serials may not overlap a book the account already has.
       Issue-Cheque-Book.
           DISPLAY "ACCOUNT: " WITH NO ADVANCING
           ACCEPT wk-account
           DISPLAY "FIRST SERIAL: " WITH NO ADVANCING
           ACCEPT wk-first-serial
           DISPLAY "NUMBER OF LEAVES: " WITH NO ADVANCING
           ACCEPT wk-leaves
           PERFORM Check-Account-Exists
           COMPUTE wk-last-serial = wk-first-serial + wk-leaves - 1
           MOVE "N" TO book-found
           PERFORM Check-Book-Overlap
                    VARYING bk-idx FROM 1 BY 1
                    UNTIL bk-idx > book-count
                       OR book-found = "Y"
           EVALUATE TRUE
              WHEN account-found NOT = "Y"
                 DISPLAY "NO ACCOUNT " wk-account
              WHEN wk-leaves = ZERO OR wk-first-serial = ZERO
                 DISPLAY "SERIAL AND LEAVES MUST NOT BE ZERO"
              WHEN book-found = "Y"
                 DISPLAY "SERIALS OVERLAP A BOOK ALREADY ISSUED"
              WHEN OTHER
                 ADD 1 TO book-count
                 SET bk-idx TO book-count
                 MOVE wk-account      TO tab-cb-account(bk-idx)
                 MOVE wk-first-serial TO tab-cb-first(bk-idx)
                 MOVE wk-last-serial  TO tab-cb-last(bk-idx)
                 MOVE run-date        TO tab-cb-issued(bk-idx)
                 MOVE "Y" TO books-changed
                 DISPLAY "BOOK ISSUED TO " wk-account " SERIALS "
                         wk-first-serial " TO " wk-last-serial
           END-EVALUATE
           .

       Check-Book-Overlap.
           IF tab-cb-account(bk-idx) = wk-account
              AND tab-cb-first(bk-idx) NOT > wk-last-serial
              AND tab-cb-last(bk-idx) NOT < wk-first-serial
              MOVE "Y" TO book-found
           END-IF
           .

       Check-Account-Exists.
           MOVE "N" TO account-found
           OPEN INPUT ACCOUNT-BALANCE-FILE
           IF account-balance-status = "00"
              MOVE wk-account TO AB-ACCOUNT-NO
              READ ACCOUNT-BALANCE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO account-found
              END-READ
              CLOSE ACCOUNT-BALANCE-FILE
           END-IF
           .

      * the serials stopped must lie inside one book issued to the
      * account; a single cheque already paid cannot be stopped.
      * the fee is taken from the account through the ledger.
       Stop-Payment.
           DISPLAY "ACCOUNT: " WITH NO ADVANCING
           ACCEPT wk-account
           DISPLAY "FIRST SERIAL TO STOP: " WITH NO ADVANCING
           ACCEPT wk-first-serial
           DISPLAY "LAST SERIAL (ZERO FOR ONE CHEQUE): "
                   WITH NO ADVANCING
           ACCEPT wk-last-serial
           IF wk-last-serial = ZERO
              MOVE wk-first-serial TO wk-last-serial
           END-IF
           MOVE wk-first-serial TO wk-serial
           PERFORM Find-Issued-Book
           MOVE "N" TO paid-found
           IF wk-first-serial = wk-last-serial
              PERFORM Load-Paid-Register
              PERFORM Find-Paid-Serial
           END-IF
           EVALUATE TRUE
              WHEN wk-last-serial < wk-first-serial
                 DISPLAY "LAST SERIAL IS BEFORE THE FIRST"
              WHEN book-found NOT = "Y"
                 DISPLAY "SERIAL " wk-first-serial
                         " NOT ISSUED TO ACCOUNT " wk-account
              WHEN wk-last-serial >
                   tab-cb-last(book-found-idx)
                 DISPLAY "RANGE RUNS PAST THE END OF THE BOOK"
              WHEN paid-found = "Y"
                 DISPLAY "CHEQUE " wk-first-serial
                         " ALREADY PAID - CANNOT BE STOPPED"
              WHEN OTHER
                 DISPLAY "REASON: " WITH NO ADVANCING
                 ACCEPT wk-reason
                 PERFORM Record-Stop
           END-EVALUATE
           .

      * the stop fee is set in the base currency and charged to a
      * foreign account converted at the day's rate; with no rate
      * for its currency the stop is still recorded, free.
       Record-Stop.
           PERFORM Find-Account-Stop-Fee
           ADD 1 TO stop-count
           SET stp-idx TO stop-count
           MOVE wk-account      TO tab-cs-account(stp-idx)
           MOVE wk-first-serial TO tab-cs-first(stp-idx)
           MOVE wk-last-serial  TO tab-cs-last(stp-idx)
           MOVE run-date        TO tab-cs-date(stp-idx)
           MOVE account-stop-fee TO tab-cs-fee(stp-idx)
           MOVE wk-reason       TO tab-cs-reason(stp-idx)
           MOVE "Y" TO stops-changed
           IF account-stop-fee > ZERO
              PERFORM Load-Live-Ledger
              MOVE wk-account     TO lt-account-no
              MOVE "CHQ STOP FEE" TO lt-description
              COMPUTE lt-amount = ZERO - account-stop-fee
              MOVE run-date       TO lt-txn-date
              MOVE run-date       TO lt-post-date
              PERFORM Append-Live-Ledger
              PERFORM Rewrite-Live-Ledger
              MOVE "STOP FEES" TO gf-total-type
              MOVE stop-fee    TO gf-amount
              PERFORM Write-Gl-Feed
           END-IF
           MOVE account-stop-fee TO amount-out
           DISPLAY "STOP RECORDED - FEE " amount-out " " fx-currency
           .

       Find-Account-Stop-Fee.
           MOVE wk-account TO fx-account
           PERFORM Find-Account-Currency
           MOVE run-date TO fx-on-date
           PERFORM Find-Fx-Rate
           IF fx-rate-found = "Y"
              MOVE stop-fee TO fx-base-amount
              PERFORM Convert-From-Base
              MOVE fx-amount TO account-stop-fee
           ELSE
              MOVE ZERO TO account-stop-fee
              DISPLAY "NO RATE FOR " fx-currency
                      " - STOP FEE NOT CHARGED"
           END-IF
           .

       List-Account-Cheques.
           DISPLAY "ACCOUNT: " WITH NO ADVANCING
           ACCEPT wk-account
           PERFORM List-One-Book
                    VARYING bk-idx FROM 1 BY 1
                    UNTIL bk-idx > book-count
           PERFORM List-One-Stop
                    VARYING stp-idx FROM 1 BY 1
                    UNTIL stp-idx > stop-count
           .

       List-One-Book.
           IF tab-cb-account(bk-idx) = wk-account
              DISPLAY "BOOK " tab-cb-first(bk-idx) " TO "
                      tab-cb-last(bk-idx) " ISSUED "
                      tab-cb-issued(bk-idx)
           END-IF
           .

       List-One-Stop.
           IF tab-cs-account(stp-idx) = wk-account
              DISPLAY "STOP " tab-cs-first(stp-idx) " TO "
                      tab-cs-last(stp-idx) " ON "
                      tab-cs-date(stp-idx) " "
                      tab-cs-reason(stp-idx)
           END-IF
           .

       Find-Issued-Book.
           MOVE "N" TO book-found
           PERFORM Check-One-Book
                    VARYING bk-idx FROM 1 BY 1
                    UNTIL bk-idx > book-count
                       OR book-found = "Y"
           .

       Check-One-Book.
           IF tab-cb-account(bk-idx) = wk-account
              AND wk-serial NOT < tab-cb-first(bk-idx)
              AND wk-serial NOT > tab-cb-last(bk-idx)
              MOVE "Y" TO book-found
              SET book-found-idx TO bk-idx
           END-IF
           .

       Find-Stop.
           MOVE "N" TO stop-found
           PERFORM Check-One-Stop
                    VARYING stp-idx FROM 1 BY 1
                    UNTIL stp-idx > stop-count
                       OR stop-found = "Y"
           .

       Check-One-Stop.
           IF tab-cs-account(stp-idx) = wk-account
              AND wk-serial NOT < tab-cs-first(stp-idx)
              AND wk-serial NOT > tab-cs-last(stp-idx)
              MOVE "Y" TO stop-found
           END-IF
           .

       Find-Paid-Serial.
           MOVE "N" TO paid-found
           PERFORM Check-One-Paid
                    VARYING pd-idx FROM 1 BY 1
                    UNTIL pd-idx > paid-count
                       OR paid-found = "Y"
           .

       Check-One-Paid.
           IF tab-pd-account(pd-idx) = wk-account
              AND tab-pd-serial(pd-idx) = wk-serial
              MOVE "Y" TO paid-found
           END-IF
           .

      * each presented cheque is paid or returned, in that order
      * of tests: issued, not stopped, not already paid, a live
      * account, and money enough to meet it.
       Presentation-Run.
           MOVE ZERO TO presented-count
           MOVE ZERO TO paid-run-count
           MOVE ZERO TO returned-count
           MOVE ZERO TO paid-total
           MOVE ZERO TO returned-total
           MOVE ZERO TO debited-count
           PERFORM Load-Paid-Register
           PERFORM Load-Overdraft-Limits
           PERFORM Load-Uncleared-Cheques
           PERFORM Load-Live-Ledger
           OPEN OUTPUT presentation-report-file
           MOVE run-date TO rh-date
           WRITE presentation-report-line FROM report-heading
           WRITE presentation-report-line FROM blank-line
           WRITE presentation-report-line FROM report-columns
           MOVE "N" TO clearing-eof
           OPEN INPUT clearing-file
           IF clearing-status = "00"
              OPEN INPUT ACCOUNT-BALANCE-FILE
              OPEN EXTEND cheque-paid-file
              IF cheque-paid-status = "35"
                 OPEN OUTPUT cheque-paid-file
              END-IF
              PERFORM Read-Presented-Cheque
              PERFORM Judge-Presented-Cheque
                 UNTIL clearing-eof = "Y"
              CLOSE cheque-paid-file
              CLOSE ACCOUNT-BALANCE-FILE
              CLOSE clearing-file
              OPEN OUTPUT clearing-file
              CLOSE clearing-file
           END-IF
           IF paid-run-count > ZERO
              PERFORM Rewrite-Live-Ledger
              MOVE "PAID"     TO gf-total-type
              MOVE paid-total TO gf-amount
              PERFORM Write-Gl-Feed
           END-IF
           PERFORM Write-Presentation-Summary
           CLOSE presentation-report-file
           DISPLAY "PRESENTATION REPORT WRITTEN TO data/CHQPRESENT.RPT"
           .

       Read-Presented-Cheque.
           READ clearing-file
              AT END MOVE "Y" TO clearing-eof
           END-READ
           .

       Judge-Presented-Cheque.
           ADD 1 TO presented-count
           MOVE cp-account-no TO wk-account
           MOVE cp-serial     TO wk-serial
           MOVE SPACES TO return-reason
           PERFORM Find-Issued-Book
           PERFORM Find-Stop
           PERFORM Find-Paid-Serial
           PERFORM Find-Available-Balance
           EVALUATE TRUE
              WHEN book-found NOT = "Y"
                 MOVE "NOT ISSUED"         TO return-reason
              WHEN stop-found = "Y"
                 MOVE "PAYMENT STOPPED"    TO return-reason
              WHEN paid-found = "Y"
                 MOVE "ALREADY PAID"       TO return-reason
              WHEN account-found NOT = "Y"
                 MOVE "NO ACCOUNT"         TO return-reason
              WHEN AB-DORMANT
                 MOVE "ACCOUNT DORMANT"    TO return-reason
              WHEN available-balance < cp-amount
                 MOVE "INSUFFICIENT FUNDS" TO return-reason
           END-EVALUATE
           IF return-reason = SPACES
              PERFORM Pay-Presented-Cheque
           ELSE
              PERFORM Return-Presented-Cheque
           END-IF
           PERFORM Read-Presented-Cheque
           .

      * what the account can pay from: the balance, less uncleared
      * cheque credits, less what this run has already paid, plus
      * the authorised overdraft.
       Find-Available-Balance.
           MOVE "N" TO account-found
           MOVE ZERO TO available-balance
           MOVE wk-account TO AB-ACCOUNT-NO
           READ ACCOUNT-BALANCE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO account-found
                 MOVE AB-BALANCE TO available-balance
           END-READ
           IF account-found = "Y"
              PERFORM Hold-Back-Uncleared
                       VARYING unc-idx FROM 1 BY 1
                       UNTIL unc-idx > uncleared-count
              PERFORM Add-Overdraft-Limit
                       VARYING odl-idx FROM 1 BY 1
                       UNTIL odl-idx > overdraft-count
              PERFORM Find-Debited-Row
              IF debited-found = "Y"
                 SET dbt-idx TO debited-found-idx
                 SUBTRACT tab-dbt-amount(dbt-idx)
                    FROM available-balance
              END-IF
           END-IF
           .

       Hold-Back-Uncleared.
           IF tab-unc-account(unc-idx) = wk-account
              SUBTRACT tab-unc-amount(unc-idx)
                 FROM available-balance
           END-IF
           .

       Add-Overdraft-Limit.
           IF tab-od-account(odl-idx) = wk-account
              ADD tab-od-limit(odl-idx) TO available-balance
           END-IF
           .

       Find-Debited-Row.
           MOVE "N" TO debited-found
           PERFORM Check-One-Debited
                    VARYING dbt-idx FROM 1 BY 1
                    UNTIL dbt-idx > debited-count
                       OR debited-found = "Y"
           .

       Check-One-Debited.
           IF tab-dbt-account(dbt-idx) = wk-account
              MOVE "Y" TO debited-found
              SET debited-found-idx TO dbt-idx
           END-IF
           .

       Pay-Presented-Cheque.
           ADD 1 TO paid-run-count
           PERFORM Convert-Cheque-To-Base
           ADD fx-base-amount TO paid-total
           MOVE cp-serial TO cd-serial
           MOVE "PAID"    TO cd-action
           MOVE wk-account TO lt-account-no
           MOVE cheque-description TO lt-description
           COMPUTE lt-amount = ZERO - cp-amount
           MOVE cp-cheque-date TO lt-txn-date
           MOVE run-date       TO lt-post-date
           PERFORM Append-Live-Ledger
           IF debited-found = "Y"
              SET dbt-idx TO debited-found-idx
           ELSE
              ADD 1 TO debited-count
              SET dbt-idx TO debited-count
              MOVE wk-account TO tab-dbt-account(dbt-idx)
              MOVE ZERO       TO tab-dbt-amount(dbt-idx)
           END-IF
           ADD cp-amount TO tab-dbt-amount(dbt-idx)
           ADD 1 TO paid-count
           SET pd-idx TO paid-count
           MOVE wk-account TO tab-pd-account(pd-idx)
           MOVE wk-serial  TO tab-pd-serial(pd-idx)
           MOVE "P"    TO pd-result
           MOVE SPACES TO pd-reason
           PERFORM Write-Paid-Register
           MOVE "PAID" TO rd-result
           PERFORM Write-Presentation-Detail
           .

      * nothing is posted - the cheque goes back through the
      * clearing with its reason.
       Return-Presented-Cheque.
           ADD 1 TO returned-count
           PERFORM Convert-Cheque-To-Base
           ADD fx-base-amount TO returned-total
           MOVE "R"           TO pd-result
           MOVE return-reason TO pd-reason
           PERFORM Write-Paid-Register
           MOVE SPACES TO rd-result
           STRING "RETURNED - "  DELIMITED BY SIZE
                  return-reason  DELIMITED BY SIZE
             INTO rd-result
           PERFORM Write-Presentation-Detail
           .

      * the cheque is drawn in the account's currency; the run
      * totals and the GL feed are kept in the base currency.
       Convert-Cheque-To-Base.
           MOVE wk-account TO fx-account
           PERFORM Find-Account-Currency
           MOVE run-date TO fx-on-date
           PERFORM Find-Fx-Rate
           MOVE cp-amount TO fx-amount
           PERFORM Convert-To-Base
           .

       Write-Paid-Register.
           MOVE wk-account TO pd-account-no
           MOVE wk-serial  TO pd-serial
           MOVE cp-amount  TO pd-amount
           MOVE run-date   TO pd-presented-date
           WRITE cheque-paid-record
           .

       Write-Presentation-Detail.
           MOVE wk-account TO rd-account
           MOVE wk-serial  TO rd-serial
           MOVE cp-amount  TO rd-amount-out
           WRITE presentation-report-line FROM report-detail
           DISPLAY report-detail
           .

       Write-Presentation-Summary.
           WRITE presentation-report-line FROM blank-line
           MOVE "CHEQUES PAID"       TO sl-label
           MOVE paid-run-count       TO sl-count
           MOVE paid-total           TO sl-amount-out
           WRITE presentation-report-line FROM summary-line
           DISPLAY summary-line
           MOVE "CHEQUES RETURNED"   TO sl-label
           MOVE returned-count       TO sl-count
           MOVE returned-total       TO sl-amount-out
           WRITE presentation-report-line FROM summary-line
           DISPLAY summary-line
           .

       Write-Gl-Feed.
           OPEN EXTEND gl-feed-file
           IF gl-feed-status = "35"
              OPEN OUTPUT gl-feed-file
           END-IF
           MOVE "CHEQUE-ISSUE" TO gf-source
           MOVE SPACES         TO gf-department
           MOVE run-date       TO gf-date
           WRITE gl-feed-record
           CLOSE gl-feed-file
           .

       Load-Stop-Fee.
           OPEN INPUT stop-fee-file
           IF stop-fee-status = "00"
              READ stop-fee-file
                 AT END CONTINUE
                 NOT AT END MOVE sf-stop-fee TO stop-fee
              END-READ
              CLOSE stop-fee-file
           END-IF
           .

       Load-Cheque-Books.
           MOVE ZERO TO book-count
           MOVE "N" TO cheque-book-eof
           OPEN INPUT cheque-book-file
           IF cheque-book-status = "00"
              PERFORM Read-Cheque-Book
              PERFORM Store-Cheque-Book
                 UNTIL cheque-book-eof = "Y"
              CLOSE cheque-book-file
           END-IF
           .

       Read-Cheque-Book.
           READ cheque-book-file
              AT END MOVE "Y" TO cheque-book-eof
           END-READ
           .

       Store-Cheque-Book.
           ADD 1 TO book-count
           SET bk-idx TO book-count
           MOVE cb-account-no   TO tab-cb-account(bk-idx)
           MOVE cb-first-serial TO tab-cb-first(bk-idx)
           MOVE cb-last-serial  TO tab-cb-last(bk-idx)
           MOVE cb-issue-date   TO tab-cb-issued(bk-idx)
           PERFORM Read-Cheque-Book
           .

       Save-Cheque-Books.
           OPEN OUTPUT cheque-book-file
           PERFORM Write-Cheque-Book
                    VARYING bk-idx FROM 1 BY 1
                    UNTIL bk-idx > book-count
           CLOSE cheque-book-file
           .

       Write-Cheque-Book.
           MOVE tab-cb-account(bk-idx) TO cb-account-no
           MOVE tab-cb-first(bk-idx)   TO cb-first-serial
           MOVE tab-cb-last(bk-idx)    TO cb-last-serial
           MOVE tab-cb-issued(bk-idx)  TO cb-issue-date
           WRITE cheque-book-record
           .

       Load-Cheque-Stops.
           MOVE ZERO TO stop-count
           MOVE "N" TO cheque-stop-eof
           OPEN INPUT cheque-stop-file
           IF cheque-stop-status = "00"
              PERFORM Read-Cheque-Stop
              PERFORM Store-Cheque-Stop
                 UNTIL cheque-stop-eof = "Y"
              CLOSE cheque-stop-file
           END-IF
           .

       Read-Cheque-Stop.
           READ cheque-stop-file
              AT END MOVE "Y" TO cheque-stop-eof
           END-READ
           .

       Store-Cheque-Stop.
           ADD 1 TO stop-count
           SET stp-idx TO stop-count
           MOVE cs-account-no   TO tab-cs-account(stp-idx)
           MOVE cs-first-serial TO tab-cs-first(stp-idx)
           MOVE cs-last-serial  TO tab-cs-last(stp-idx)
           MOVE cs-stop-date    TO tab-cs-date(stp-idx)
           MOVE cs-fee          TO tab-cs-fee(stp-idx)
           MOVE cs-reason       TO tab-cs-reason(stp-idx)
           PERFORM Read-Cheque-Stop
           .

       Save-Cheque-Stops.
           OPEN OUTPUT cheque-stop-file
           PERFORM Write-Cheque-Stop
                    VARYING stp-idx FROM 1 BY 1
                    UNTIL stp-idx > stop-count
           CLOSE cheque-stop-file
           .

       Write-Cheque-Stop.
           MOVE tab-cs-account(stp-idx) TO cs-account-no
           MOVE tab-cs-first(stp-idx)   TO cs-first-serial
           MOVE tab-cs-last(stp-idx)    TO cs-last-serial
           MOVE tab-cs-date(stp-idx)    TO cs-stop-date
           MOVE tab-cs-fee(stp-idx)     TO cs-fee
           MOVE tab-cs-reason(stp-idx)  TO cs-reason
           WRITE cheque-stop-record
           .

      * only cheques actually paid block a serial - a returned
      * cheque may come back through the clearing and be paid.
       Load-Paid-Register.
           MOVE ZERO TO paid-count
           MOVE "N" TO cheque-paid-eof
           OPEN INPUT cheque-paid-file
           IF cheque-paid-status = "00"
              PERFORM Read-Paid-Register
              PERFORM Store-Paid-Register
                 UNTIL cheque-paid-eof = "Y"
              CLOSE cheque-paid-file
           END-IF
           .

       Read-Paid-Register.
           READ cheque-paid-file
              AT END MOVE "Y" TO cheque-paid-eof
           END-READ
           .

       Store-Paid-Register.
           IF pd-paid
              ADD 1 TO paid-count
              SET pd-idx TO paid-count
              MOVE pd-account-no TO tab-pd-account(pd-idx)
              MOVE pd-serial     TO tab-pd-serial(pd-idx)
           END-IF
           PERFORM Read-Paid-Register
           .

       Load-Overdraft-Limits.
           MOVE ZERO TO overdraft-count
           MOVE "N" TO overdraft-limit-eof
           OPEN INPUT overdraft-limit-file
           IF overdraft-limit-status = "00"
              PERFORM Read-Overdraft-Limit
              PERFORM Store-Overdraft-Limit
                 UNTIL overdraft-limit-eof = "Y"
              CLOSE overdraft-limit-file
           END-IF
           .

       Read-Overdraft-Limit.
           READ overdraft-limit-file
              AT END MOVE "Y" TO overdraft-limit-eof
           END-READ
           .

       Store-Overdraft-Limit.
           ADD 1 TO overdraft-count
           SET odl-idx TO overdraft-count
           MOVE od-account-no TO tab-od-account(odl-idx)
           MOVE od-limit      TO tab-od-limit(odl-idx)
           PERFORM Read-Overdraft-Limit
           .

       Load-Uncleared-Cheques.
           MOVE ZERO TO uncleared-count
           MOVE "N" TO cheque-register-eof
           OPEN INPUT cheque-register-file
           IF cheque-register-status = "00"
              PERFORM Read-Uncleared-Cheque
              PERFORM Store-Uncleared-Cheque
                 UNTIL cheque-register-eof = "Y"
              CLOSE cheque-register-file
           END-IF
           .

       Read-Uncleared-Cheque.
           READ cheque-register-file
              AT END MOVE "Y" TO cheque-register-eof
           END-READ
           .

       Store-Uncleared-Cheque.
           IF cq-uncleared
              ADD 1 TO uncleared-count
              SET unc-idx TO uncleared-count
              MOVE cq-account-no TO tab-unc-account(unc-idx)
              MOVE cq-amount     TO tab-unc-amount(unc-idx)
           END-IF
           PERFORM Read-Uncleared-Cheque
           .

      * existing transactions ride through whole; the feed's old
      * envelope is dropped and rebuilt around the grown file.
       Load-Live-Ledger.
           MOVE ZERO TO ledger-count
           MOVE ZERO TO ledger-hash
           MOVE "N" TO ledger-eof
           OPEN INPUT ledger-file
           IF ledger-status = "00"
              PERFORM Read-Ledger-Txn
              PERFORM Store-Ledger-Txn UNTIL ledger-eof = "Y"
              CLOSE ledger-file
           END-IF
           .

       Read-Ledger-Txn.
           READ ledger-file
              AT END MOVE "Y" TO ledger-eof
           END-READ
           .

       Store-Ledger-Txn.
           IF ledger-txn-record(1:3) NOT = "HDR"
              AND ledger-txn-record(1:3) NOT = "TRL"
              ADD 1 TO ledger-count
              SET lt-idx TO ledger-count
              MOVE ledger-txn-record TO tab-lt-record(lt-idx)
              ADD lt-amount TO ledger-hash
           END-IF
           PERFORM Read-Ledger-Txn
           .

       Append-Live-Ledger.
           ADD 1 TO ledger-count
           SET lt-idx TO ledger-count
           MOVE ledger-txn-record TO tab-lt-record(lt-idx)
           ADD lt-amount TO ledger-hash
           .

       Rewrite-Live-Ledger.
           OPEN OUTPUT ledger-file
           MOVE "LEDGER"  TO ev-hdr-file-id
           MOVE run-date  TO ev-hdr-date
           WRITE ledger-txn-record FROM envelope-header
           PERFORM Write-One-Ledger-Txn
                    VARYING lt-idx FROM 1 BY 1
                    UNTIL lt-idx > ledger-count
           MOVE ledger-count TO ev-trl-count
           MOVE ledger-hash  TO ev-trl-hash
           WRITE ledger-txn-record FROM envelope-trailer
           CLOSE ledger-file
           .

       Write-One-Ledger-Txn.
           MOVE tab-lt-record(lt-idx) TO ledger-txn-record
           WRITE ledger-txn-record
           .

       COPY FXRATECK.

       COPY RUNLOCKCK.
