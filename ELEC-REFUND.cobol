       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELEC-REFUND.
      * pays back credit balances on the electricity ledger. an
      * overpayment leaves a negative ar-balance that the next bill
      * uses up; a credit at or above the refund threshold
      * (REFUNDCTL.DAT) is worth returning instead. the approval
      * list prints every such credit for the revenue office to
      * sign off, and the pay run goes through them one by one -
      * each approved credit is cleared from the AR ledger, logged
      * on the refund register, and the run's total sent to the GL
      * feed as money leaving the bank against debtors.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT elec-customer-file ASSIGN TO "data/ELECCUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS elec-customer-status.
           SELECT ar-balance-file ASSIGN TO "data/ARBALANCE.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ar-account
               FILE STATUS IS ar-balance-status.
           SELECT refund-control-file ASSIGN TO "data/REFUNDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS refund-control-status.
           SELECT refund-register-file ASSIGN TO
                  "data/ELECREFUNDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS refund-register-status.
           SELECT gl-feed-file ASSIGN TO "data/GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-feed-status.
           SELECT current-operator-file ASSIGN TO
                  "data/CURRENTOP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS current-operator-status.
           SELECT refund-report-file ASSIGN TO
                  "data/REFUNDS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  elec-customer-file.
       COPY ELECCUST.

       FD  ar-balance-file.
       COPY ARBALANCE.

      * the smallest credit worth paying back - anything less is
      * left on the account for the next bill to use up
       FD  refund-control-file.
       01  refund-control-record.
           03 rc-threshold      PIC 9(4)V99.

       FD  refund-register-file.
       COPY ELECREFUND.

       FD  gl-feed-file.
       COPY GLFEED.

       FD  current-operator-file.
       01  current-operator-record.
           03 co-operator-id    PIC X(8).

       FD  refund-report-file.
       01  refund-report-line   PIC X(80).

       WORKING-STORAGE SECTION.
       01  elec-customer-status PIC XX.
       01  elec-customer-eof    PIC X VALUE "N".
       01  ar-balance-status    PIC XX.
       01  ar-eof               PIC X VALUE "N".
       01  refund-control-status PIC XX.
       01  refund-register-status PIC XX.
       01  gl-feed-status       PIC XX.
       01  current-operator-status PIC XX.
       01  operator-stamp       PIC X(8) VALUE "CONSOLE".
       01  refund-threshold     PIC 9(4)V99 VALUE 10.00.
       01  elec-customer-table.
           03 customer-entry OCCURS 50 TIMES
                    INDEXED BY cust-idx.
              05 tab-ec-account  PIC 9(6).
              05 tab-ec-name     PIC X(20).
       01  customer-count       PIC 99 VALUE ZERO.
       01  customer-found       PIC X.
       01  cust-found-idx       PIC 99 VALUE ZERO.
       01  menu-action          PIC X.
           88 action-list       VALUE "L" "l".
           88 action-pay        VALUE "P" "p".
           88 action-exit       VALUE "X" "x".
       01  refund-approved      PIC X.
       01  run-date             PIC 9(8).
       01  credit-amount        PIC 9(7)V99.
       01  customer-name        PIC X(20).
       01  refund-totals.
           03 listed-count      PIC 9(5).
           03 listed-amount     PIC 9(8)V99.
           03 paid-count        PIC 9(5).
           03 paid-amount       PIC 9(8)V99.
           03 held-count        PIC 9(5).
       01  amount-out           PIC $$$,$$$,$$9.99.
       01  list-heading.
           03 FILLER            PIC X(34) VALUE
                 "CREDIT BALANCES FOR REFUND - OVER ".
           03 lh-threshold      PIC $$,$$9.99.
       01  pay-heading.
           03 FILLER            PIC X(24) VALUE
                 "CREDIT REFUNDS PAID ON ".
           03 ph-date           PIC 9(8).
       01  refund-columns       PIC X(44) VALUE
             "ACCOUNT  NAME                        CREDIT".
       01  refund-detail.
           03 rd-account        PIC 9(6).
           03 FILLER            PIC XXX VALUE SPACES.
           03 rd-name           PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 rd-amount         PIC $$$,$$$,$$9.99.
       01  refund-total-line.
           03 FILLER            PIC X(6) VALUE "TOTAL ".
           03 rt-count          PIC ZZZZ9.
           03 FILLER            PIC X(19) VALUE " ACCOUNTS".
           03 rt-amount         PIC $$$,$$$,$$9.99.
       01  blank-line           PIC X(80) VALUE SPACES.
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Elec-Refund.
           DISPLAY "ELECTRICITY CREDIT REFUNDS"
           PERFORM Load-Operator-Stamp
           PERFORM Load-Refund-Control
           PERFORM Load-Elec-Customers
           PERFORM Refund-One-Action WITH TEST AFTER
                    UNTIL action-exit
           GOBACK.

       Refund-One-Action.
           DISPLAY SPACE
           DISPLAY "List credits for approval, Pay refunds or eXit? "
                   "(L/P/X): " WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-list PERFORM Approval-List
              WHEN action-pay  PERFORM Pay-Refunds
              WHEN action-exit CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER L, P OR X"
           END-EVALUATE
           .

      * every credit at or over the threshold, for sign-off before
      * the pay run - nothing on the ledger changes here.
       Approval-List.
           MOVE ZERO TO listed-count
           MOVE ZERO TO listed-amount
           OPEN OUTPUT refund-report-file
           MOVE refund-threshold TO lh-threshold
           WRITE refund-report-line FROM list-heading
           WRITE refund-report-line FROM blank-line
           WRITE refund-report-line FROM refund-columns
           MOVE "N" TO ar-eof
           OPEN INPUT ar-balance-file
           IF ar-balance-status = "00"
              PERFORM Read-Ar-Balance
              PERFORM List-One-Credit UNTIL ar-eof = "Y"
              CLOSE ar-balance-file
           END-IF
           MOVE listed-count  TO rt-count
           MOVE listed-amount TO rt-amount
           WRITE refund-report-line FROM blank-line
           WRITE refund-report-line FROM refund-total-line
           DISPLAY refund-total-line
           CLOSE refund-report-file
           DISPLAY "REPORT WRITTEN TO data/REFUNDS.RPT"
           .

       List-One-Credit.
           IF ar-balance < ZERO
              COMPUTE credit-amount = ZERO - ar-balance
              IF credit-amount NOT < refund-threshold
                 ADD 1 TO listed-count
                 ADD credit-amount TO listed-amount
                 PERFORM Write-Refund-Detail
              END-IF
           END-IF
           PERFORM Read-Ar-Balance
           .

      * each credit on the list is put to the operator in turn;
      * an approved one is cleared from the ledger and registered,
      * one held back stays on the account for the next bill.
       Pay-Refunds.
           MOVE "ELEC-AR"     TO rl-lock-set
           MOVE "ELEC-REFUND" TO rl-program
           PERFORM Claim-Run-Lock
           IF rl-granted
              PERFORM Pay-Refund-Run
              PERFORM Release-Run-Lock
           END-IF
           .

       Pay-Refund-Run.
           ACCEPT run-date FROM DATE YYYYMMDD
           MOVE ZERO TO paid-count
           MOVE ZERO TO paid-amount
           MOVE ZERO TO held-count
           OPEN OUTPUT refund-report-file
           MOVE run-date TO ph-date
           WRITE refund-report-line FROM pay-heading
           WRITE refund-report-line FROM blank-line
           WRITE refund-report-line FROM refund-columns
           MOVE "N" TO ar-eof
           OPEN I-O ar-balance-file
           IF ar-balance-status = "00"
              PERFORM Read-Ar-Balance
              PERFORM Offer-One-Refund UNTIL ar-eof = "Y"
              CLOSE ar-balance-file
           END-IF
           MOVE paid-count  TO rt-count
           MOVE paid-amount TO rt-amount
           WRITE refund-report-line FROM blank-line
           WRITE refund-report-line FROM refund-total-line
           CLOSE refund-report-file
           DISPLAY refund-total-line
           IF held-count NOT = ZERO
              DISPLAY "HELD BACK: " held-count
                      " (CREDIT LEFT ON THE ACCOUNT)"
           END-IF
           IF paid-amount > ZERO
              PERFORM Write-Gl-Feed
           END-IF
           DISPLAY "REPORT WRITTEN TO data/REFUNDS.RPT"
           .

       Offer-One-Refund.
           IF ar-balance < ZERO
              COMPUTE credit-amount = ZERO - ar-balance
              IF credit-amount NOT < refund-threshold
                 PERFORM Approve-One-Refund
              END-IF
           END-IF
           PERFORM Read-Ar-Balance
           .

       Approve-One-Refund.
           PERFORM Find-Elec-Customer
           MOVE credit-amount TO amount-out
           DISPLAY ar-account " " customer-name " CREDIT "
                   amount-out
           DISPLAY "Approve refund? (Y/N): " WITH NO ADVANCING
           ACCEPT refund-approved
           IF refund-approved = "Y" OR refund-approved = "y"
              PERFORM Pay-One-Refund
           ELSE
              ADD 1 TO held-count
           END-IF
           .

      * the credit is cleared before the register line is written
      * so a rerun cannot pay the same credit twice.
       Pay-One-Refund.
           MOVE ZERO TO ar-balance
           MOVE ZERO TO ar-arrears-periods
           REWRITE ar-balance-record
           ADD 1 TO paid-count
           ADD credit-amount TO paid-amount
           MOVE ar-account     TO rf-account
           MOVE run-date       TO rf-date
           MOVE credit-amount  TO rf-amount
           MOVE operator-stamp TO rf-operator
           OPEN EXTEND refund-register-file
           IF refund-register-status = "35"
              OPEN OUTPUT refund-register-file
           END-IF
           WRITE elec-refund-record
           CLOSE refund-register-file
           PERFORM Write-Refund-Detail
           .

       Write-Refund-Detail.
           PERFORM Find-Elec-Customer
           MOVE ar-account    TO rd-account
           MOVE customer-name TO rd-name
           MOVE credit-amount TO rd-amount
           WRITE refund-report-line FROM refund-detail
           .

      * the credit sat in debtors; paying it takes it out of the
      * bank.
       Write-Gl-Feed.
           OPEN EXTEND gl-feed-file
           IF gl-feed-status = "35"
              OPEN OUTPUT gl-feed-file
           END-IF
           MOVE "ELEC-REFUND"   TO gf-source
           MOVE "PAID"          TO gf-total-type
           MOVE SPACES          TO gf-department
           MOVE run-date        TO gf-date
           MOVE paid-amount     TO gf-amount
           WRITE gl-feed-record
           CLOSE gl-feed-file
           .

       Read-Ar-Balance.
           READ ar-balance-file
              AT END MOVE "Y" TO ar-eof
           END-READ
           .

       Load-Refund-Control.
           OPEN INPUT refund-control-file
           IF refund-control-status = "00"
              READ refund-control-file
                 AT END CONTINUE
                 NOT AT END MOVE rc-threshold TO refund-threshold
              END-READ
              CLOSE refund-control-file
           END-IF
           .

       Find-Elec-Customer.
           MOVE "N" TO customer-found
           MOVE SPACES TO customer-name
           PERFORM Check-One-Customer
                    VARYING cust-idx FROM 1 BY 1
                    UNTIL cust-idx > customer-count
                       OR customer-found = "Y"
           IF customer-found = "Y"
              SET cust-idx TO cust-found-idx
              MOVE tab-ec-name(cust-idx) TO customer-name
           END-IF
           .

       Check-One-Customer.
           IF tab-ec-account(cust-idx) = ar-account
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
