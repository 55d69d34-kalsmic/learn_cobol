       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELEC-DISPUTES.
      * the billing disputes register. a disputed bill is logged
      * against the account with the bill date, the amount in
      * dispute and the customer's reason; while it stays open the
      * collections run, the billing run's late fee and the aged
      * receivables report all hold that amount out. resolving a
      * dispute closes it and may allow a credit, which comes off
      * the account's AR balance and goes to the GL feed as a
      * revenue credit. the weekly report lists every dispute left
      * open longer than the days set on DISPUTECTL.DAT, so none is
      * quietly forgotten.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT dispute-file ASSIGN TO "data/DISPUTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS dispute-status.
           SELECT dispute-control-file ASSIGN TO
                  "data/DISPUTECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS dispute-control-status.
           SELECT elec-customer-file ASSIGN TO "data/ELECCUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS elec-customer-status.
           SELECT billing-history-file ASSIGN TO
                  "data/ELECBILLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS billing-history-status.
           SELECT ar-balance-file ASSIGN TO "data/ARBALANCE.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ar-account
               FILE STATUS IS ar-balance-status.
           SELECT gl-feed-file ASSIGN TO "data/GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-feed-status.
           SELECT current-operator-file ASSIGN TO
                  "data/CURRENTOP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS current-operator-status.
           SELECT dispute-report-file ASSIGN TO
                  "data/DISPUTES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  dispute-file.
       01  dispute-line         PIC X(91).

      * how many days a dispute may stay open before the weekly
      * report names it
       FD  dispute-control-file.
       01  dispute-control-record.
           03 dc-overdue-days   PIC 999.

       FD  elec-customer-file.
       COPY ELECCUST.

       FD  billing-history-file.
       COPY BILLHIST.

       FD  ar-balance-file.
       COPY ARBALANCE.

       FD  gl-feed-file.
       COPY GLFEED.

       FD  current-operator-file.
       01  current-operator-record.
           03 co-operator-id    PIC X(8).

       FD  dispute-report-file.
       01  dispute-report-line  PIC X(80).

       WORKING-STORAGE SECTION.
      * a work copy of one dispute, packed into and out of the
      * register table
       COPY DISPUTE.
       01  dispute-status       PIC XX.
       01  dispute-eof          PIC X VALUE "N".
       01  dispute-control-status PIC XX.
       01  elec-customer-status PIC XX.
       01  elec-customer-eof    PIC X VALUE "N".
       01  billing-history-status PIC XX.
       01  billing-history-eof  PIC X VALUE "N".
       01  ar-balance-status    PIC XX.
       01  ar-found             PIC X VALUE "N".
       01  gl-feed-status       PIC XX.
       01  current-operator-status PIC XX.
       01  operator-stamp       PIC X(8) VALUE "CONSOLE".
       01  overdue-days         PIC 999 VALUE 30.
       01  register-table.
           03 register-entry OCCURS 300 TIMES
                    INDEXED BY reg-idx.
              05 tab-rg-image        PIC X(91).
              05 tab-rg-fields REDEFINES tab-rg-image.
                 07 tab-rg-no        PIC 9(6).
                 07 tab-rg-account   PIC 9(6).
                 07 tab-rg-bill-date PIC 9(8).
                 07 tab-rg-amount    PIC 9(6)V99.
                 07 tab-rg-reason    PIC X(30).
                 07 tab-rg-opened    PIC 9(8).
                 07 FILLER           PIC X(8).
                 07 tab-rg-status    PIC X.
                 07 FILLER           PIC X(16).
       01  register-count       PIC 999 VALUE ZERO.
       01  last-dispute-no      PIC 9(6) VALUE ZERO.
       01  register-found       PIC X.
       01  register-found-idx   PIC 999 VALUE ZERO.
       01  elec-customer-table.
           03 customer-entry OCCURS 50 TIMES
                    INDEXED BY cust-idx.
              05 tab-ec-account  PIC 9(6).
              05 tab-ec-name     PIC X(20).
       01  customer-count       PIC 99 VALUE ZERO.
       01  customer-found       PIC X.
       01  cust-found-idx       PIC 99 VALUE ZERO.
       01  menu-action          PIC X.
           88 action-log        VALUE "L" "l".
           88 action-resolve    VALUE "R" "r".
           88 action-weekly     VALUE "W" "w".
           88 action-exit       VALUE "X" "x".
       01  work-dispute.
           03 wk-dispute-no     PIC 9(6).
           03 wk-account        PIC 9(6).
           03 wk-bill-date      PIC 9(8).
           03 wk-amount         PIC 9(6)V99.
           03 wk-reason         PIC X(30).
           03 wk-credit         PIC 9(6)V99.
       01  bill-found           PIC X.
       01  billed-amount        PIC 9(6)V99.
       01  run-date             PIC 9(8).
       01  run-date-parts REDEFINES run-date.
           03 run-yyyy          PIC 9(4).
           03 run-mm            PIC 99.
           03 run-dd            PIC 99.
       01  opened-date          PIC 9(8).
       01  opened-date-parts REDEFINES opened-date.
           03 opn-yyyy          PIC 9(4).
           03 opn-mm            PIC 99.
           03 opn-dd            PIC 99.
       01  days-open            PIC S9(5).
       01  overdue-count        PIC 9(5).
       01  overdue-amount       PIC 9(8)V99.
       01  amount-out           PIC $$$$,$$9.99.
       01  report-heading.
           03 FILLER            PIC X(30) VALUE
                 "DISPUTES OPEN LONGER THAN ".
           03 rh-days           PIC ZZ9.
           03 FILLER            PIC X(9) VALUE " DAYS AT ".
           03 rh-date           PIC 9(8).
       01  report-columns.
           03 FILLER            PIC X(36) VALUE
                 "NUMBER ACCT   NAME                  ".
           03 FILLER            PIC X(26) VALUE
                 "BILL DATE   DISPUTED DAYS".
       01  report-detail.
           03 rd-dispute-no     PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 rd-account        PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 rd-name           PIC X(20).
           03 FILLER            PIC XX VALUE SPACES.
           03 rd-bill-date      PIC 9(8).
           03 FILLER            PIC X VALUE SPACE.
           03 rd-amount         PIC $$$$,$$9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 rd-days           PIC ZZZ9.
       01  report-reason-line.
           03 FILLER            PIC X(8) VALUE SPACES.
           03 rr-reason         PIC X(30).
       01  report-total-line.
           03 FILLER            PIC X(6) VALUE "TOTAL ".
           03 rt-count          PIC ZZZZ9.
           03 FILLER            PIC X(32) VALUE " DISPUTES".
           03 rt-amount         PIC $$$$,$$9.99.
       01  blank-line           PIC X(80) VALUE SPACES.
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Elec-Disputes.
           DISPLAY "BILLING DISPUTES REGISTER"
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Operator-Stamp
           PERFORM Load-Dispute-Control
           PERFORM Load-Elec-Customers
           PERFORM Load-Register
           PERFORM Dispute-One-Action WITH TEST AFTER
                    UNTIL action-exit
           GOBACK.

       Dispute-One-Action.
           DISPLAY SPACE
           DISPLAY "Log a dispute, Resolve one, Weekly overdue "
                   "report or eXit? (L/R/W/X): " WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-log     PERFORM Log-Dispute
              WHEN action-resolve PERFORM Resolve-Dispute
              WHEN action-weekly  PERFORM Overdue-Report
              WHEN action-exit    CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER L, R, W OR X"
           END-EVALUATE
           .

      * a dispute must name a bill the account was actually sent,
      * and cannot dispute more than that bill charged.
       Log-Dispute.
           DISPLAY "ACCOUNT: " WITH NO ADVANCING
           ACCEPT wk-account
           PERFORM Find-Elec-Customer
           IF customer-found NOT = "Y"
              DISPLAY "ACCOUNT " wk-account
                      " NOT ON CUSTOMER MASTER"
           ELSE
              DISPLAY tab-ec-name(cust-found-idx)
              DISPLAY "BILL DATE (YYYYMMDD): " WITH NO ADVANCING
              ACCEPT wk-bill-date
              PERFORM Find-Bill
              IF bill-found NOT = "Y"
                 DISPLAY "NO BILL ON " wk-bill-date
                         " FOR ACCOUNT " wk-account
              ELSE
                 PERFORM Take-Dispute-Details
              END-IF
           END-IF
           .

       Take-Dispute-Details.
           PERFORM Find-Open-For-Bill
           IF register-found = "Y"
              SET reg-idx TO register-found-idx
              DISPLAY "DISPUTE " tab-rg-no(reg-idx)
                      " IS ALREADY OPEN ON THIS BILL"
           ELSE
              MOVE billed-amount TO amount-out
              DISPLAY "BILL CHARGED " amount-out
              DISPLAY "AMOUNT DISPUTED: " WITH NO ADVANCING
              ACCEPT wk-amount
              IF wk-amount = ZERO OR wk-amount > billed-amount
                 DISPLAY "AMOUNT MUST BE MORE THAN ZERO AND NO "
                         "MORE THAN THE BILL"
              ELSE
                 DISPLAY "REASON: " WITH NO ADVANCING
                 ACCEPT wk-reason
                 PERFORM Add-Dispute
              END-IF
           END-IF
           .

       Add-Dispute.
           ADD 1 TO last-dispute-no
           INITIALIZE dispute-record
           MOVE last-dispute-no TO dp-dispute-no
           MOVE wk-account      TO dp-account
           MOVE wk-bill-date    TO dp-bill-date
           MOVE wk-amount       TO dp-amount
           MOVE wk-reason       TO dp-reason
           MOVE run-date        TO dp-opened
           MOVE operator-stamp  TO dp-operator
           MOVE "O"             TO dp-status
           MOVE ZERO            TO dp-resolved-date
           MOVE ZERO            TO dp-credit
           ADD 1 TO register-count
           SET reg-idx TO register-count
           MOVE dispute-record TO tab-rg-image(reg-idx)
           PERFORM Save-Register
           MOVE wk-amount TO amount-out
           DISPLAY "DISPUTE " last-dispute-no " OPENED - "
                   amount-out " HELD FROM COLLECTIONS"
           .

      * a credit allowed on resolution is the disputed amount at
      * most; it comes off the AR balance at once and is fed to
      * the GL against revenue.
       Resolve-Dispute.
           DISPLAY "DISPUTE NUMBER: " WITH NO ADVANCING
           ACCEPT wk-dispute-no
           PERFORM Find-Dispute
           IF register-found NOT = "Y"
              DISPLAY "NO DISPUTE " wk-dispute-no
           ELSE
              SET reg-idx TO register-found-idx
              MOVE tab-rg-image(reg-idx) TO dispute-record
              IF NOT dp-open
                 DISPLAY "DISPUTE " wk-dispute-no
                         " IS ALREADY RESOLVED"
              ELSE
                 PERFORM Take-Resolution
              END-IF
           END-IF
           .

       Take-Resolution.
           MOVE dp-amount TO amount-out
           DISPLAY "ACCOUNT " dp-account " BILL " dp-bill-date
                   " DISPUTED " amount-out
           DISPLAY dp-reason
           DISPLAY "CREDIT TO ALLOW (0 FOR NONE): "
                   WITH NO ADVANCING
           ACCEPT wk-credit
           IF wk-credit > dp-amount
              DISPLAY "CREDIT CANNOT BE MORE THAN THE AMOUNT "
                      "DISPUTED"
           ELSE
              IF wk-credit > ZERO
                 PERFORM Resolve-With-Credit
              ELSE
                 PERFORM Close-Dispute
              END-IF
           END-IF
           .

      * a credit is posted under the receivables lock; refused the
      * lock, the dispute stays open to be resolved again later.
       Resolve-With-Credit.
           MOVE "ELEC-AR"       TO rl-lock-set
           MOVE "ELEC-DISPUTES" TO rl-program
           PERFORM Claim-Run-Lock
           IF rl-granted
              PERFORM Post-Credit-Adjustment
              PERFORM Release-Run-Lock
              PERFORM Close-Dispute
           ELSE
              DISPLAY "DISPUTE " dp-dispute-no " LEFT OPEN"
           END-IF
           .

       Close-Dispute.
           MOVE "R"       TO dp-status
           MOVE run-date  TO dp-resolved-date
           MOVE wk-credit TO dp-credit
           MOVE dispute-record TO tab-rg-image(reg-idx)
           PERFORM Save-Register
           DISPLAY "DISPUTE " dp-dispute-no " RESOLVED"
           .

       Post-Credit-Adjustment.
           OPEN I-O ar-balance-file
           MOVE "N" TO ar-found
           MOVE dp-account TO ar-account
           READ ar-balance-file
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO ar-found
           END-READ
           IF ar-found = "Y"
              SUBTRACT wk-credit FROM ar-balance
              IF ar-balance NOT > ZERO
                 MOVE ZERO TO ar-arrears-periods
              END-IF
              REWRITE ar-balance-record
           ELSE
              MOVE dp-account TO ar-account
              COMPUTE ar-balance = ZERO - wk-credit
              MOVE ZERO TO ar-last-paid
              MOVE ZERO TO ar-arrears-periods
              WRITE ar-balance-record
           END-IF
           CLOSE ar-balance-file
           PERFORM Write-Gl-Feed
           MOVE wk-credit TO amount-out
           DISPLAY "CREDIT OF " amount-out " POSTED TO ACCOUNT "
                   dp-account
           .

       Write-Gl-Feed.
           OPEN EXTEND gl-feed-file
           IF gl-feed-status = "35"
              OPEN OUTPUT gl-feed-file
           END-IF
           MOVE "ELEC-DISPUTES" TO gf-source
           MOVE "CREDITS"       TO gf-total-type
           MOVE SPACES          TO gf-department
           MOVE run-date        TO gf-date
           MOVE wk-credit       TO gf-amount
           WRITE gl-feed-record
           CLOSE gl-feed-file
           .

      * the weekly chase list - disputes open past the limit, so
      * the revenue office settles them instead of letting them
      * shelter arrears indefinitely.
       Overdue-Report.
           MOVE ZERO TO overdue-count
           MOVE ZERO TO overdue-amount
           OPEN OUTPUT dispute-report-file
           MOVE overdue-days TO rh-days
           MOVE run-date     TO rh-date
           WRITE dispute-report-line FROM report-heading
           WRITE dispute-report-line FROM blank-line
           WRITE dispute-report-line FROM report-columns
           PERFORM Report-One-Dispute
                    VARYING reg-idx FROM 1 BY 1
                    UNTIL reg-idx > register-count
           MOVE overdue-count  TO rt-count
           MOVE overdue-amount TO rt-amount
           WRITE dispute-report-line FROM blank-line
           WRITE dispute-report-line FROM report-total-line
           CLOSE dispute-report-file
           DISPLAY report-total-line
           DISPLAY "REPORT WRITTEN TO data/DISPUTES.RPT"
           .

       Report-One-Dispute.
           IF tab-rg-status(reg-idx) = "O"
              MOVE tab-rg-opened(reg-idx) TO opened-date
              PERFORM Compute-Days-Open
              IF days-open > overdue-days
                 PERFORM Write-Overdue-Line
              END-IF
           END-IF
           .

      * 30/360 day-count, as the aged receivables report uses
       Compute-Days-Open.
           COMPUTE days-open = (run-yyyy - opn-yyyy) * 360
                 + (run-mm - opn-mm) * 30
                 + (run-dd - opn-dd)
           .

       Write-Overdue-Line.
           ADD 1 TO overdue-count
           ADD tab-rg-amount(reg-idx) TO overdue-amount
           MOVE tab-rg-account(reg-idx) TO wk-account
           PERFORM Find-Elec-Customer
           MOVE tab-rg-no(reg-idx)        TO rd-dispute-no
           MOVE tab-rg-account(reg-idx)   TO rd-account
           IF customer-found = "Y"
              MOVE tab-ec-name(cust-found-idx) TO rd-name
           ELSE
              MOVE SPACES TO rd-name
           END-IF
           MOVE tab-rg-bill-date(reg-idx) TO rd-bill-date
           MOVE tab-rg-amount(reg-idx)    TO rd-amount
           MOVE days-open                 TO rd-days
           WRITE dispute-report-line FROM report-detail
           MOVE tab-rg-reason(reg-idx)    TO rr-reason
           WRITE dispute-report-line FROM report-reason-line
           .

       Find-Bill.
           MOVE "N" TO bill-found
           MOVE ZERO TO billed-amount
           MOVE "N" TO billing-history-eof
           OPEN INPUT billing-history-file
           IF billing-history-status = "00"
              PERFORM Read-Billing-History
              PERFORM Check-One-Bill
                 UNTIL billing-history-eof = "Y"
              CLOSE billing-history-file
           END-IF
           .

      * the account may have been billed twice on the date (a
      * reading and a correction) - the disputable amount is
      * everything charged that day
       Check-One-Bill.
           IF bh-account = wk-account
              AND bh-date = wk-bill-date
              MOVE "Y" TO bill-found
              ADD bh-amount TO billed-amount
           END-IF
           PERFORM Read-Billing-History
           .

       Read-Billing-History.
           READ billing-history-file
              AT END MOVE "Y" TO billing-history-eof
           END-READ
           .

       Find-Open-For-Bill.
           MOVE "N" TO register-found
           PERFORM Check-One-Open-Bill
                    VARYING reg-idx FROM 1 BY 1
                    UNTIL reg-idx > register-count
                       OR register-found = "Y"
           .

       Check-One-Open-Bill.
           IF tab-rg-account(reg-idx) = wk-account
              AND tab-rg-bill-date(reg-idx) = wk-bill-date
              AND tab-rg-status(reg-idx) = "O"
              MOVE "Y" TO register-found
              SET register-found-idx TO reg-idx
           END-IF
           .

       Find-Dispute.
           MOVE "N" TO register-found
           PERFORM Check-One-Dispute
                    VARYING reg-idx FROM 1 BY 1
                    UNTIL reg-idx > register-count
                       OR register-found = "Y"
           .

       Check-One-Dispute.
           IF tab-rg-no(reg-idx) = wk-dispute-no
              MOVE "Y" TO register-found
              SET register-found-idx TO reg-idx
           END-IF
           .

       Load-Register.
           MOVE ZERO TO register-count
           OPEN INPUT dispute-file
           IF dispute-status = "00"
              PERFORM Read-Register
              PERFORM Store-Register UNTIL dispute-eof = "Y"
              CLOSE dispute-file
           END-IF
           .

       Read-Register.
           READ dispute-file INTO dispute-record
              AT END MOVE "Y" TO dispute-eof
           END-READ
           .

       Store-Register.
           ADD 1 TO register-count
           SET reg-idx TO register-count
           MOVE dispute-record TO tab-rg-image(reg-idx)
           IF dp-dispute-no > last-dispute-no
              MOVE dp-dispute-no TO last-dispute-no
           END-IF
           PERFORM Read-Register
           .

       Save-Register.
           OPEN OUTPUT dispute-file
           PERFORM Write-Register
                    VARYING reg-idx FROM 1 BY 1
                    UNTIL reg-idx > register-count
           CLOSE dispute-file
           .

       Write-Register.
           WRITE dispute-line FROM tab-rg-image(reg-idx)
           .

       Load-Dispute-Control.
           OPEN INPUT dispute-control-file
           IF dispute-control-status = "00"
              READ dispute-control-file
                 AT END CONTINUE
                 NOT AT END MOVE dc-overdue-days TO overdue-days
              END-READ
              CLOSE dispute-control-file
           END-IF
           .

       Find-Elec-Customer.
           MOVE "N" TO customer-found
           PERFORM Check-One-Customer
                    VARYING cust-idx FROM 1 BY 1
                    UNTIL cust-idx > customer-count
                       OR customer-found = "Y"
           .

       Check-One-Customer.
           IF tab-ec-account(cust-idx) = wk-account
              MOVE "Y" TO customer-found
              SET cust-found-idx TO cust-idx
           END-IF
           .

       Load-Elec-Customers.
           MOVE ZERO TO customer-count
           OPEN INPUT elec-customer-file
           IF elec-customer-status = "00"
              PERFORM Read-Elec-Customer
              PERFORM Store-Elec-Customer
                 UNTIL elec-customer-eof = "Y"
              CLOSE elec-customer-file
           END-IF
           .

       Read-Elec-Customer.
           READ elec-customer-file
              AT END MOVE "Y" TO elec-customer-eof
           END-READ
           .

       Store-Elec-Customer.
           ADD 1 TO customer-count
           SET cust-idx TO customer-count
           MOVE ec-account TO tab-ec-account(cust-idx)
           MOVE ec-name    TO tab-ec-name(cust-idx)
           PERFORM Read-Elec-Customer
           .

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

       COPY RUNLOCKCK.
