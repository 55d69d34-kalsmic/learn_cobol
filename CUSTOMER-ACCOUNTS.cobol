       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ACCOUNTS.
      * the shop's credit customers: local businesses that sign
      * for their goods at the till instead of paying. each has
      * a credit limit the till holds it to and a ledger of the
      * receipts charged and the payments it has made. payments
      * are posted here and fed to GL-POST, a statement is
      * printed for every customer at month end listing the
      * month's receipts and payments between the balance brought
      * forward and the balance owed, and the aged debtors list
      * shows how long the money has been outstanding.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT credit-account-file ASSIGN TO
                  "data/CREDACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS credit-account-status.
           SELECT customer-ledger-file ASSIGN TO
                  "data/CUSTLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS customer-ledger-status.
           SELECT statement-file ASSIGN TO "data/CUSTSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT debtors-report-file ASSIGN TO
                  "data/DEBTAGED.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT gl-feed-file ASSIGN TO "data/GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-feed-status.

       DATA DIVISION.
       FILE SECTION.
       FD  credit-account-file.
       COPY CREDACCT.

       FD  customer-ledger-file.
       COPY CUSTLEDG.

       FD  statement-file.
       01  statement-line       PIC X(70).

       FD  debtors-report-file.
       01  debtors-report-line  PIC X(90).

       FD  gl-feed-file.
       COPY GLFEED.

       WORKING-STORAGE SECTION.
       01  credit-account-status PIC XX.
       01  credit-account-eof   PIC X VALUE "N".
       01  customer-ledger-status PIC XX.
       01  customer-ledger-eof  PIC X VALUE "N".
       01  gl-feed-status       PIC XX.
       01  credit-account-table.
           03 acct-entry OCCURS 100 TIMES INDEXED BY acct-idx.
              05 tab-ca-account  PIC 9(6).
              05 tab-ca-name     PIC X(20).
              05 tab-ca-limit    PIC 9(6)V99.
              05 tab-ca-balance  PIC S9(7)V99.
       01  credit-account-count PIC 999 VALUE ZERO.
       01  account-found        PIC X.
       01  account-idx          PIC 999 VALUE ZERO.
       01  customer-ledger-table.
           03 cl-entry OCCURS 2000 TIMES.
              05 tab-cl-account  PIC 9(6).
              05 tab-cl-date     PIC 9(8).
              05 tab-cl-type     PIC X.
              05 tab-cl-reference PIC 9(6).
              05 tab-cl-amount   PIC S9(7)V99.
       01  ledger-count         PIC 9(4) VALUE ZERO.
       01  ledger-sub           PIC 9(4).
       01  menu-action          PIC X.
           88 action-maintain   VALUE "M" "m".
           88 action-payment    VALUE "P" "p".
           88 action-ledger     VALUE "L" "l".
           88 action-statements VALUE "S" "s".
           88 action-debtors    VALUE "D" "d".
           88 action-exit       VALUE "X" "x".
       01  work-account.
           03 wk-account-no     PIC 9(6).
           03 wk-name           PIC X(20).
           03 wk-limit          PIC 9(6)V99.
           03 wk-amount         PIC 9(7)V99.
           03 wk-reference      PIC 9(6).
           03 wk-date           PIC 9(8).
           03 wk-confirm        PIC X.
       01  run-date             PIC 9(8).
       01  date-work            PIC 9(8).
       01  date-parts REDEFINES date-work.
           03 dw-yyyy           PIC 9(4).
           03 dw-mm             PIC 99.
           03 dw-dd             PIC 99.
       01  day-number           PIC 9(7).
       01  today-day-number     PIC 9(7).
       01  days-outstanding     PIC S9(7).
       01  statement-month      PIC 9(6).
       01  entry-month          PIC 9(6).
       01  opening-balance      PIC S9(7)V99.
       01  running-balance      PIC S9(7)V99.
       01  month-charges        PIC S9(7)V99.
       01  month-payments       PIC S9(7)V99.
       01  month-movements      PIC 9(4).
       01  statements-printed   PIC 9(5) VALUE ZERO.
       01  left-to-age          PIC S9(7)V99.
       01  aged-part            PIC S9(7)V99.
       01  amount-out           PIC -,---,--9.99.
       01  ledger-type-name     PIC X(8).
       01  ledger-enquiry-line.
           03 le-date           PIC 9(8).
           03 FILLER            PIC X VALUE SPACE.
           03 le-type           PIC X(8).
           03 FILLER            PIC X VALUE SPACE.
           03 le-reference      PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 le-amount         PIC -,---,--9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 le-balance        PIC -,---,--9.99.
       01  statement-heading.
           03 FILLER            PIC X(30) VALUE
                 "----- STATEMENT OF ACCOUNT -- ".
           03 sm-month          PIC 9(6).
           03 FILLER            PIC X(6) VALUE " -----".
       01  statement-account-line.
           03 FILLER            PIC X(9) VALUE "ACCOUNT: ".
           03 sa-account        PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 sa-name           PIC X(20).
       01  statement-columns.
           03 FILLER            PIC X(24) VALUE
                 "DATE     DETAIL   REF".
           03 FILLER            PIC X(13) VALUE "      CHARGES".
           03 FILLER            PIC X(13) VALUE "     PAYMENTS".
           03 FILLER            PIC X(13) VALUE "      BALANCE".
       01  statement-detail.
           03 sd-date           PIC 9(8).
           03 FILLER            PIC X VALUE SPACE.
           03 sd-type           PIC X(8).
           03 FILLER            PIC X VALUE SPACE.
           03 sd-reference      PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 sd-charges        PIC Z,ZZZ,ZZ9.99
                                BLANK WHEN ZERO.
           03 FILLER            PIC X VALUE SPACE.
           03 sd-payments       PIC Z,ZZZ,ZZ9.99
                                BLANK WHEN ZERO.
           03 FILLER            PIC X VALUE SPACE.
           03 sd-balance        PIC -,---,--9.99.
       01  statement-total-line.
           03 st-label          PIC X(25).
           03 st-charges        PIC Z,ZZZ,ZZ9.99
                                BLANK WHEN ZERO.
           03 FILLER            PIC X VALUE SPACE.
           03 st-payments       PIC Z,ZZZ,ZZ9.99
                                BLANK WHEN ZERO.
           03 FILLER            PIC X VALUE SPACE.
           03 st-balance        PIC -,---,--9.99.
       01  statement-limit-line.
           03 FILLER            PIC X(25) VALUE "CREDIT LIMIT".
           03 FILLER            PIC X(26) VALUE SPACES.
           03 sl-limit          PIC -,---,--9.99.
       01  debtors-heading.
           03 FILLER            PIC X(25) VALUE
                 "----- AGED DEBTORS AS AT ".
           03 dh-date           PIC 9(8).
           03 FILLER            PIC X(6) VALUE " -----".
       01  debtors-columns.
           03 FILLER            PIC X(27) VALUE "ACCOUNT NAME".
           03 FILLER            PIC X(12) VALUE "  0-30 DAYS".
           03 FILLER            PIC X(12) VALUE " 31-60 DAYS".
           03 FILLER            PIC X(12) VALUE " 61-90 DAYS".
           03 FILLER            PIC X(12) VALUE "     OVER 90".
           03 FILLER            PIC X(12) VALUE "       TOTAL".
       01  aging-buckets.
           03 ab-bucket OCCURS 5 TIMES PIC S9(8)V99.
       01  aging-totals.
           03 at-bucket OCCURS 5 TIMES PIC S9(8)V99.
       01  bucket-idx           PIC 9.
       01  debtors-detail.
           03 dd-account        PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 dd-name           PIC X(20).
           03 dd-bucket OCCURS 5 TIMES.
              05 FILLER         PIC X.
              05 dd-amount      PIC ----,--9.99.
       01  over-limit-count     PIC 9(5).
       01  blank-line           PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       Customer-Accounts.
           DISPLAY "CUSTOMER ACCOUNTS"
           ACCEPT run-date FROM DATE YYYYMMDD
           MOVE run-date TO date-work
           PERFORM Flatten-To-Days
           MOVE day-number TO today-day-number
           PERFORM Load-Credit-Accounts
           PERFORM Load-Customer-Ledger
           PERFORM Accounts-One-Action WITH TEST AFTER
                    UNTIL action-exit
           GOBACK.

       Accounts-One-Action.
           DISPLAY SPACE
           DISPLAY "Maintain account, Payment, Ledger, Statements, "
                   "Debtors or eXit? (M/P/L/S/D/X): "
                   WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-maintain   PERFORM Maintain-Account
              WHEN action-payment    PERFORM Post-Payment
              WHEN action-ledger     PERFORM Account-Ledger
              WHEN action-statements PERFORM Month-End-Statements
              WHEN action-debtors    PERFORM Aged-Debtors
              WHEN action-exit       CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER M, P, L, S, D OR X"
           END-EVALUATE
           .

      * a new account opens with nothing owed; an existing one can
      * have its name or limit changed. lowering the limit below
      * the balance stops further credit until it is paid down.
       Maintain-Account.
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT wk-account-no
           IF wk-account-no = ZERO
              DISPLAY "NO ACCOUNT NUMBER - NOTHING CHANGED"
           ELSE
              PERFORM Find-Credit-Account
              IF account-found = "Y"
                 PERFORM Change-Account
              ELSE
                 PERFORM Open-Account
              END-IF
           END-IF
           .

       Change-Account.
           SET acct-idx TO account-idx
           MOVE tab-ca-balance(acct-idx) TO amount-out
           DISPLAY tab-ca-name(acct-idx) " OWES " amount-out
           MOVE tab-ca-limit(acct-idx) TO amount-out
           DISPLAY "CREDIT LIMIT " amount-out
           DISPLAY "NEW NAME (spaces to keep): " WITH NO ADVANCING
           ACCEPT wk-name
           IF wk-name NOT = SPACES
              MOVE wk-name TO tab-ca-name(acct-idx)
           END-IF
           DISPLAY "NEW CREDIT LIMIT (zero to keep): "
                   WITH NO ADVANCING
           ACCEPT wk-limit
           IF wk-limit NOT = ZERO
              MOVE wk-limit TO tab-ca-limit(acct-idx)
              IF tab-ca-balance(acct-idx) > wk-limit
                 DISPLAY "BALANCE IS OVER THE NEW LIMIT - NO MORE "
                         "CREDIT UNTIL IT IS PAID DOWN"
              END-IF
           END-IF
           PERFORM Save-Credit-Accounts
           DISPLAY "ACCOUNT " wk-account-no " UPDATED"
           .

       Open-Account.
           IF credit-account-count = 100
              DISPLAY "ACCOUNT FILE FULL - ACCOUNT NOT OPENED"
           ELSE
              DISPLAY "NEW ACCOUNT - CUSTOMER NAME: "
                      WITH NO ADVANCING
              ACCEPT wk-name
              DISPLAY "CREDIT LIMIT: " WITH NO ADVANCING
              ACCEPT wk-limit
              IF wk-name = SPACES OR wk-limit = ZERO
                 DISPLAY "NAME AND LIMIT ARE BOTH NEEDED - ACCOUNT "
                         "NOT OPENED"
              ELSE
                 ADD 1 TO credit-account-count
                 SET acct-idx TO credit-account-count
                 MOVE wk-account-no TO tab-ca-account(acct-idx)
                 MOVE wk-name       TO tab-ca-name(acct-idx)
                 MOVE wk-limit      TO tab-ca-limit(acct-idx)
                 MOVE ZERO          TO tab-ca-balance(acct-idx)
                 PERFORM Save-Credit-Accounts
                 DISPLAY "ACCOUNT " wk-account-no " OPENED"
              END-IF
           END-IF
           .

      * money the customer brings or sends in against the account.
      * paying more than is owed leaves the account in credit,
      * which the next charges use up.
       Post-Payment.
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT wk-account-no
           PERFORM Find-Credit-Account
           IF account-found NOT = "Y"
              DISPLAY "ACCOUNT " wk-account-no " NOT ON FILE"
           ELSE
              SET acct-idx TO account-idx
              MOVE tab-ca-balance(acct-idx) TO amount-out
              DISPLAY tab-ca-name(acct-idx) " OWES " amount-out
              DISPLAY "AMOUNT PAID: " WITH NO ADVANCING
              ACCEPT wk-amount
              DISPLAY "CHEQUE OR SLIP NUMBER: " WITH NO ADVANCING
              ACCEPT wk-reference
              DISPLAY "DATE PAID (ZERO FOR TODAY): "
                      WITH NO ADVANCING
              ACCEPT wk-date
              IF wk-date = ZERO
                 MOVE run-date TO wk-date
              END-IF
              MOVE "Y" TO wk-confirm
              IF wk-amount > tab-ca-balance(acct-idx)
                 DISPLAY "PAYMENT IS MORE THAN IS OWED - POST IT "
                         "AS A CREDIT (Y/N): " WITH NO ADVANCING
                 ACCEPT wk-confirm
              END-IF
              EVALUATE TRUE
                 WHEN wk-amount = ZERO
                    DISPLAY "NO AMOUNT - NOTHING POSTED"
                 WHEN wk-confirm NOT = "Y" AND wk-confirm NOT = "y"
                    DISPLAY "PAYMENT NOT POSTED"
                 WHEN ledger-count = 2000
                    DISPLAY "LEDGER FULL - PAYMENT NOT POSTED"
                 WHEN OTHER
                    PERFORM Add-Payment
              END-EVALUATE
           END-IF
           .

       Add-Payment.
           SET acct-idx TO account-idx
           ADD 1 TO ledger-count
           MOVE ledger-count  TO ledger-sub
           MOVE wk-account-no TO tab-cl-account(ledger-sub)
           MOVE wk-date       TO tab-cl-date(ledger-sub)
           MOVE "P"           TO tab-cl-type(ledger-sub)
           MOVE wk-reference  TO tab-cl-reference(ledger-sub)
           COMPUTE tab-cl-amount(ledger-sub) = ZERO - wk-amount
           SUBTRACT wk-amount FROM tab-ca-balance(acct-idx)
           OPEN EXTEND customer-ledger-file
           IF customer-ledger-status = "35"
              OPEN OUTPUT customer-ledger-file
           END-IF
           MOVE wk-account-no TO cl-account-no
           MOVE wk-date       TO cl-date
           MOVE "P"           TO cl-type
           MOVE wk-reference  TO cl-reference
           MOVE tab-cl-amount(ledger-sub) TO cl-amount
           WRITE customer-ledger-record
           CLOSE customer-ledger-file
           PERFORM Save-Credit-Accounts
           MOVE "ACCOUNT-PAYMT" TO gf-source
           MOVE "RECEIVED"      TO gf-total-type
           MOVE wk-amount       TO gf-amount
           MOVE wk-date         TO gf-date
           PERFORM Write-Gl-Feed
           MOVE tab-ca-balance(acct-idx) TO amount-out
           DISPLAY "PAYMENT POSTED - BALANCE NOW " amount-out
           .

       Account-Ledger.
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT wk-account-no
           PERFORM Find-Credit-Account
           IF account-found NOT = "Y"
              DISPLAY "ACCOUNT " wk-account-no " NOT ON FILE"
           ELSE
              SET acct-idx TO account-idx
              DISPLAY "LEDGER FOR " wk-account-no " "
                      tab-ca-name(acct-idx)
              MOVE ZERO TO running-balance
              PERFORM Ledger-One-Entry
                       VARYING ledger-sub FROM 1 BY 1
                       UNTIL ledger-sub > ledger-count
              MOVE tab-ca-balance(acct-idx) TO amount-out
              DISPLAY "BALANCE OWED " amount-out
              MOVE tab-ca-limit(acct-idx) TO amount-out
              DISPLAY "CREDIT LIMIT " amount-out
           END-IF
           .

       Ledger-One-Entry.
           IF tab-cl-account(ledger-sub) = wk-account-no
              ADD tab-cl-amount(ledger-sub) TO running-balance
              PERFORM Name-Ledger-Type
              MOVE tab-cl-date(ledger-sub)      TO le-date
              MOVE ledger-type-name             TO le-type
              MOVE tab-cl-reference(ledger-sub) TO le-reference
              MOVE tab-cl-amount(ledger-sub)    TO le-amount
              MOVE running-balance              TO le-balance
              DISPLAY ledger-enquiry-line
           END-IF
           .

       Name-Ledger-Type.
           EVALUATE tab-cl-type(ledger-sub)
              WHEN "S"
                 MOVE "RECEIPT" TO ledger-type-name
              WHEN "R"
                 MOVE "REFUND"  TO ledger-type-name
              WHEN OTHER
                 MOVE "PAYMENT" TO ledger-type-name
           END-EVALUATE
           .

      * one statement per customer for the month keyed: the
      * balance brought forward from everything before the month,
      * each receipt, refund and payment in it, and what is owed
      * at the end. a customer with nothing owed and nothing
      * moving in the month gets no statement.
       Month-End-Statements.
           DISPLAY "STATEMENT MONTH (YYYYMM): " WITH NO ADVANCING
           ACCEPT statement-month
           MOVE ZERO TO statements-printed
           OPEN OUTPUT statement-file
           PERFORM Statement-One-Account
                    VARYING acct-idx FROM 1 BY 1
                    UNTIL acct-idx > credit-account-count
           CLOSE statement-file
           DISPLAY "STATEMENTS PRINTED: " statements-printed
           DISPLAY "STATEMENTS WRITTEN TO data/CUSTSTMT.RPT"
           .

       Statement-One-Account.
           MOVE tab-ca-account(acct-idx) TO wk-account-no
           MOVE ZERO TO opening-balance
           MOVE ZERO TO month-charges
           MOVE ZERO TO month-payments
           MOVE ZERO TO month-movements
           PERFORM Sum-One-Statement-Entry
                    VARYING ledger-sub FROM 1 BY 1
                    UNTIL ledger-sub > ledger-count
           COMPUTE running-balance = opening-balance
                 + month-charges - month-payments
           IF month-movements > ZERO OR running-balance NOT = ZERO
              PERFORM Print-Statement
           END-IF
           .

       Sum-One-Statement-Entry.
           IF tab-cl-account(ledger-sub) = wk-account-no
              DIVIDE tab-cl-date(ledger-sub) BY 100
                 GIVING entry-month
              EVALUATE TRUE
                 WHEN entry-month < statement-month
                    ADD tab-cl-amount(ledger-sub) TO opening-balance
                 WHEN entry-month = statement-month
                    ADD 1 TO month-movements
                    IF tab-cl-amount(ledger-sub) < ZERO
                       SUBTRACT tab-cl-amount(ledger-sub)
                          FROM month-payments
                    ELSE
                       ADD tab-cl-amount(ledger-sub)
                          TO month-charges
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

       Print-Statement.
           ADD 1 TO statements-printed
           MOVE statement-month TO sm-month
           WRITE statement-line FROM statement-heading
           MOVE wk-account-no          TO sa-account
           MOVE tab-ca-name(acct-idx)  TO sa-name
           WRITE statement-line FROM statement-account-line
           WRITE statement-line FROM blank-line
           WRITE statement-line FROM statement-columns
           MOVE "BALANCE BROUGHT FORWARD" TO st-label
           MOVE ZERO            TO st-charges
           MOVE ZERO            TO st-payments
           MOVE opening-balance TO st-balance
           WRITE statement-line FROM statement-total-line
           MOVE opening-balance TO running-balance
           PERFORM Print-One-Statement-Entry
                    VARYING ledger-sub FROM 1 BY 1
                    UNTIL ledger-sub > ledger-count
           WRITE statement-line FROM blank-line
           MOVE "TOTALS / BALANCE OWED" TO st-label
           MOVE month-charges   TO st-charges
           MOVE month-payments  TO st-payments
           MOVE running-balance TO st-balance
           WRITE statement-line FROM statement-total-line
           MOVE tab-ca-limit(acct-idx) TO sl-limit
           WRITE statement-line FROM statement-limit-line
           WRITE statement-line FROM blank-line
           .

       Print-One-Statement-Entry.
           IF tab-cl-account(ledger-sub) = wk-account-no
              DIVIDE tab-cl-date(ledger-sub) BY 100
                 GIVING entry-month
              IF entry-month = statement-month
                 ADD tab-cl-amount(ledger-sub) TO running-balance
                 PERFORM Name-Ledger-Type
                 MOVE tab-cl-date(ledger-sub)      TO sd-date
                 MOVE ledger-type-name             TO sd-type
                 MOVE tab-cl-reference(ledger-sub) TO sd-reference
                 IF tab-cl-amount(ledger-sub) < ZERO
                    MOVE ZERO TO sd-charges
                    MOVE tab-cl-amount(ledger-sub) TO sd-payments
                 ELSE
                    MOVE tab-cl-amount(ledger-sub) TO sd-charges
                    MOVE ZERO TO sd-payments
                 END-IF
                 MOVE running-balance TO sd-balance
                 WRITE statement-line FROM statement-detail
              END-IF
           END-IF
           .

      * what each customer owes, by the age of the receipts that
      * make it up. payments are taken to clear the oldest
      * receipts first, so the balance is made of the newest -
      * it is aged by walking the receipts back from the latest
      * until the balance is used up. a credit balance shows as
      * current.
       Aged-Debtors.
           INITIALIZE aging-totals
           MOVE ZERO TO over-limit-count
           OPEN OUTPUT debtors-report-file
           MOVE run-date TO dh-date
           WRITE debtors-report-line FROM debtors-heading
           WRITE debtors-report-line FROM blank-line
           WRITE debtors-report-line FROM debtors-columns
           PERFORM Age-One-Account
                    VARYING acct-idx FROM 1 BY 1
                    UNTIL acct-idx > credit-account-count
           WRITE debtors-report-line FROM blank-line
           MOVE SPACES TO debtors-detail
           MOVE "TOTAL DEBTORS" TO dd-name
           PERFORM Move-One-Total
                    VARYING bucket-idx FROM 1 BY 1
                    UNTIL bucket-idx > 5
           WRITE debtors-report-line FROM debtors-detail
           DISPLAY debtors-detail
           CLOSE debtors-report-file
           IF over-limit-count > ZERO
              DISPLAY "ACCOUNTS OVER THEIR LIMIT: " over-limit-count
           END-IF
           DISPLAY "REPORT WRITTEN TO data/DEBTAGED.RPT"
           .

       Age-One-Account.
           IF tab-ca-balance(acct-idx) NOT = ZERO
              INITIALIZE aging-buckets
              MOVE tab-ca-account(acct-idx) TO wk-account-no
              MOVE tab-ca-balance(acct-idx) TO left-to-age
              IF left-to-age < ZERO
                 MOVE left-to-age TO ab-bucket(1)
                 MOVE ZERO TO left-to-age
              END-IF
              PERFORM Age-One-Charge
                       VARYING ledger-sub FROM ledger-count BY -1
                       UNTIL ledger-sub < 1 OR left-to-age = ZERO
      * anything left over predates the ledger and counts as the
      * oldest money owed
              IF left-to-age > ZERO
                 ADD left-to-age TO ab-bucket(4)
              END-IF
              MOVE tab-ca-balance(acct-idx) TO ab-bucket(5)
              IF tab-ca-balance(acct-idx) > tab-ca-limit(acct-idx)
                 ADD 1 TO over-limit-count
              END-IF
              MOVE SPACES                TO debtors-detail
              MOVE wk-account-no         TO dd-account
              MOVE tab-ca-name(acct-idx) TO dd-name
              PERFORM Move-One-Bucket
                       VARYING bucket-idx FROM 1 BY 1
                       UNTIL bucket-idx > 5
              WRITE debtors-report-line FROM debtors-detail
              DISPLAY debtors-detail
           END-IF
           .

       Age-One-Charge.
           IF tab-cl-account(ledger-sub) = wk-account-no
              AND tab-cl-type(ledger-sub) = "S"
              IF tab-cl-amount(ledger-sub) < left-to-age
                 MOVE tab-cl-amount(ledger-sub) TO aged-part
              ELSE
                 MOVE left-to-age TO aged-part
              END-IF
              SUBTRACT aged-part FROM left-to-age
              MOVE tab-cl-date(ledger-sub) TO date-work
              PERFORM Flatten-To-Days
              COMPUTE days-outstanding = today-day-number
                    - day-number
              EVALUATE TRUE
                 WHEN days-outstanding < 31
                    MOVE 1 TO bucket-idx
                 WHEN days-outstanding < 61
                    MOVE 2 TO bucket-idx
                 WHEN days-outstanding < 91
                    MOVE 3 TO bucket-idx
                 WHEN OTHER
                    MOVE 4 TO bucket-idx
              END-EVALUATE
              ADD aged-part TO ab-bucket(bucket-idx)
           END-IF
           .

       Move-One-Bucket.
           MOVE ab-bucket(bucket-idx) TO dd-amount(bucket-idx)
           ADD ab-bucket(bucket-idx) TO at-bucket(bucket-idx)
           .

       Move-One-Total.
           MOVE at-bucket(bucket-idx) TO dd-amount(bucket-idx)
           .

       Write-Gl-Feed.
           OPEN EXTEND gl-feed-file
           IF gl-feed-status = "35"
              OPEN OUTPUT gl-feed-file
           END-IF
           MOVE SPACES TO gf-department
           WRITE gl-feed-record
           CLOSE gl-feed-file
           .

       Flatten-To-Days.
           COMPUTE day-number = dw-yyyy * 360 + (dw-mm - 1) * 30
                 + dw-dd
           .

       Find-Credit-Account.
           MOVE "N" TO account-found
           PERFORM Check-One-Credit-Account
                    VARYING acct-idx FROM 1 BY 1
                    UNTIL acct-idx > credit-account-count
                       OR account-found = "Y"
           .

       Check-One-Credit-Account.
           IF tab-ca-account(acct-idx) = wk-account-no
              MOVE "Y" TO account-found
              SET account-idx TO acct-idx
           END-IF
           .

       Load-Credit-Accounts.
           MOVE ZERO TO credit-account-count
           OPEN INPUT credit-account-file
           IF credit-account-status = "00"
              PERFORM Read-Credit-Account
              PERFORM Store-Credit-Account
                 UNTIL credit-account-eof = "Y"
              CLOSE credit-account-file
           END-IF
           .

       Read-Credit-Account.
           READ credit-account-file
              AT END MOVE "Y" TO credit-account-eof
           END-READ
           .

       Store-Credit-Account.
           ADD 1 TO credit-account-count
           SET acct-idx TO credit-account-count
           MOVE ca-account-no   TO tab-ca-account(acct-idx)
           MOVE ca-name         TO tab-ca-name(acct-idx)
           MOVE ca-credit-limit TO tab-ca-limit(acct-idx)
           MOVE ca-balance      TO tab-ca-balance(acct-idx)
           PERFORM Read-Credit-Account
           .

       Save-Credit-Accounts.
           OPEN OUTPUT credit-account-file
           PERFORM Write-Credit-Account
                    VARYING acct-idx FROM 1 BY 1
                    UNTIL acct-idx > credit-account-count
           CLOSE credit-account-file
           .

       Write-Credit-Account.
           MOVE tab-ca-account(acct-idx) TO ca-account-no
           MOVE tab-ca-name(acct-idx)    TO ca-name
           MOVE tab-ca-limit(acct-idx)   TO ca-credit-limit
           MOVE tab-ca-balance(acct-idx) TO ca-balance
           WRITE credit-account-record
           .

       Load-Customer-Ledger.
           MOVE ZERO TO ledger-count
           OPEN INPUT customer-ledger-file
           IF customer-ledger-status = "00"
              PERFORM Read-Customer-Ledger
              PERFORM Store-Customer-Ledger
                 UNTIL customer-ledger-eof = "Y"
              CLOSE customer-ledger-file
           END-IF
           .

       Read-Customer-Ledger.
           READ customer-ledger-file
              AT END MOVE "Y" TO customer-ledger-eof
           END-READ
           .

       Store-Customer-Ledger.
           IF ledger-count < 2000
              ADD 1 TO ledger-count
              MOVE ledger-count TO ledger-sub
              MOVE cl-account-no TO tab-cl-account(ledger-sub)
              MOVE cl-date       TO tab-cl-date(ledger-sub)
              MOVE cl-type       TO tab-cl-type(ledger-sub)
              MOVE cl-reference  TO tab-cl-reference(ledger-sub)
              MOVE cl-amount     TO tab-cl-amount(ledger-sub)
           END-IF
           PERFORM Read-Customer-Ledger
           .
