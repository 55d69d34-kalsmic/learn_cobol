                  "data/CURRENTOP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS current-operator-status.
           SELECT operator-file ASSIGN TO "data/OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS operator-file-status.
           SELECT credit-account-file ASSIGN TO
                  "data/CREDACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS credit-account-status.
           SELECT customer-ledger-file ASSIGN TO
                  "data/CUSTLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS customer-ledger-status.

       DATA DIVISION.
       FILE SECTION.
       01  current-operator-record.
           03 co-operator-id    PIC X(8).

       FD  operator-file.
       COPY OPERATOR.

       FD  credit-account-file.
       COPY CREDACCT.

       FD  customer-ledger-file.
       COPY CUSTLEDG.

       WORKING-STORAGE SECTION.
       01  item-desc      PIC X(20).
       01  item-cost      PIC 99V99.
              05 tab-im-stock   PIC S9(5).
              05 tab-im-reorder PIC 9(5).
              05 tab-im-cost    PIC 99V99.
              05 tab-im-perishable PIC X.
              05 tab-im-unit-of-sale PIC X(9).
       01  master-count   PIC 99 VALUE ZERO.
       01  master-found   PIC X.
       01  master-found-idx PIC 99 VALUE ZERO.
       01  keyed-auth-code PIC X(8).
       01  supervisor-code PIC X(8) VALUE SPACES.
       01  refund-authorised PIC X.
       01  refund-supervisor PIC X(8) VALUE SPACES.
       01  operator-file-status PIC XX.
       01  operator-eof   PIC X.
       01  supervisor-found PIC X.
       01  shopping-item-status PIC XX.
       01  gl-feed-status PIC XX.
       COPY FSCHKWS.
       01  redeem-out     PIC $$,$$9.99.
       01  operator-stamp PIC X(8) VALUE "CONSOLE".
       01  current-operator-status PIC XX.
       01  credit-account-status PIC XX.
       01  credit-account-eof PIC X VALUE "N".
       01  customer-ledger-status PIC XX.
      * the businesses that buy on account, with their limits and
      * what they owe
       01  credit-account-table.
           03 acct-entry OCCURS 100 TIMES INDEXED BY acct-idx.
              05 tab-ca-account PIC 9(6).
              05 tab-ca-name    PIC X(20).
              05 tab-ca-limit   PIC 9(6)V99.
              05 tab-ca-balance PIC S9(7)V99.
       01  credit-account-count PIC 999 VALUE ZERO.
       01  account-found  PIC X VALUE "N".
       01  account-idx    PIC 999 VALUE ZERO.
       01  this-account-no PIC 9(6) VALUE ZERO.
       01  orig-account-no PIC 9(6) VALUE ZERO.
       01  orig-trailer-found PIC X.
       01  orig-account-charged PIC S9(5)V99 VALUE ZERO.
       01  account-changed PIC X VALUE "N".
       01  sale-refused   PIC X VALUE "N".
       01  account-headroom PIC S9(7)V99.
       01  headroom-out   PIC $$$$,$$9.99-.
      * how the receipt is paid - several tenders may settle one
      * receipt, and only cash gives change
       01  tender-type    PIC X.
           88 tender-cash    VALUE "C" "c".
           88 tender-card    VALUE "D" "d".
           88 tender-mobile  VALUE "M" "m".
           88 tender-account VALUE "A" "a".
           88 tender-cancel  VALUE "X" "x".
       01  tender-amount  PIC 9(5)V99.
       01  amount-due     PIC S9(5)V99.
       01  cash-tendered  PIC S9(5)V99 VALUE ZERO.
       01  card-tendered  PIC S9(5)V99 VALUE ZERO.
       01  mobile-tendered PIC S9(5)V99 VALUE ZERO.
       01  account-tendered PIC S9(5)V99 VALUE ZERO.
       01  change-given   PIC 9(5)V99 VALUE ZERO.
       01  account-vat    PIC S9(5)V99.
       01  tender-out     PIC $$,$$9.99.

       LINKAGE SECTION.
       01  LK-CALLED-IN-BATCH PIC X.
           PERFORM load-item-master
           PERFORM load-promotions
           PERFORM load-loyalty-members
           PERFORM load-credit-accounts
           PERFORM load-operator-stamp
           EVALUATE TRUE
              WHEN mode-flag = "B" OR mode-flag = "b"
           IF loyalty-changed = "Y"
              PERFORM save-loyalty-members
           END-IF
           IF account-changed = "Y"
              PERFORM save-credit-accounts
           END-IF
           GOBACK.

      * called from the operator menu with the mode already
           PERFORM load-item-master
           PERFORM load-promotions
           PERFORM load-loyalty-members
           PERFORM load-credit-accounts
           PERFORM load-operator-stamp
           EVALUATE TRUE
              WHEN mode-flag = "B" OR mode-flag = "b"
           IF loyalty-changed = "Y"
              PERFORM save-loyalty-members
           END-IF
           IF account-changed = "Y"
              PERFORM save-credit-accounts
           END-IF
           GOBACK.

      * called by EOD-DRIVER to run the batch step without prompting
       Shopping-Bill-Batch-Entry.
           ENTRY "SHOPPING-BILL-BATCH" USING LK-CALLED-IN-BATCH
           MOVE "SHOPPING-BILL" TO eh-program
           MOVE "B" TO mode-flag
           PERFORM load-discount-brackets
           PERFORM batch-shopping-bill
           GOBACK.

       verify-original-receipt.
           MOVE "N" TO orig-receipt-found
           MOVE "N" TO orig-trailer-found
           MOVE ZERO TO orig-account-no
           MOVE ZERO TO orig-account-charged
           OPEN INPUT sales-history-file
           IF sales-history-status = "00"
              PERFORM read-sales-history
              PERFORM match-original-receipt
                 UNTIL sales-history-eof = "Y"
                    OR orig-receipt-found = "Y"
              PERFORM find-original-trailer
                 UNTIL sales-history-eof = "Y"
                    OR orig-trailer-found = "Y"
              CLOSE sales-history-file
           END-IF
           .
           END-IF
           .

      * a receipt charged to an account is refunded to the same
      * account, up to what was charged, so the original's
      * trailer is read for it too
       find-original-trailer.
           PERFORM read-sales-history
           IF sales-history-eof NOT = "Y"
              AND sh-trailer AND sh-receipt-no = orig-receipt-no
              MOVE "Y" TO orig-trailer-found
              IF sh-account-no NUMERIC
                 MOVE sh-account-no TO orig-account-no
                 IF sh-tender-account NUMERIC
                    MOVE sh-tender-account TO orig-account-charged
                 ELSE
                    MOVE sh-total TO orig-account-charged
                 END-IF
              END-IF
           END-IF
           .

       get-supervisor-auth.
           MOVE "N" TO refund-authorised
           OPEN INPUT supervisor-auth-file
                      WITH NO ADVANCING
              ACCEPT keyed-auth-code
              IF keyed-auth-code = supervisor-code
                 PERFORM get-authorising-supervisor
              END-IF
           END-IF
           .

      * the code proves a supervisor was at the till; the id says
      * which one, and goes on the refund for the access review.
       get-authorising-supervisor.
           DISPLAY "Authorising supervisor id: " WITH NO ADVANCING
           ACCEPT refund-supervisor
           MOVE "N" TO supervisor-found
           MOVE "N" TO operator-eof
           OPEN INPUT operator-file
           IF operator-file-status = "00"
              PERFORM match-supervisor-id WITH TEST AFTER
                 UNTIL operator-eof = "Y" OR supervisor-found = "Y"
              CLOSE operator-file
           END-IF
           IF supervisor-found = "Y"
              MOVE "Y" TO refund-authorised
           ELSE
              DISPLAY refund-supervisor
                      " IS NOT A SUPERVISOR-LEVEL OPERATOR"
           END-IF
           .

       match-supervisor-id.
           READ operator-file
              AT END MOVE "Y" TO operator-eof
              NOT AT END
                 IF op-id = refund-supervisor
                    AND op-supervisor-level
                    MOVE "Y" TO supervisor-found
                 END-IF
           END-READ
           .

       batch-shopping-bill.
           OPEN INPUT shopping-item-file
           MOVE "SHOPPINGITEMS"      TO eh-file
           ELSE
              MOVE ZERO TO tab-im-cost(master-count)
           END-IF
           MOVE im-perishable TO tab-im-perishable(master-count)
           MOVE im-unit-of-sale TO tab-im-unit-of-sale(master-count)
           PERFORM read-item-master
           .

           END-IF
           MOVE tab-im-reorder(master-idx) TO im-reorder-level
           MOVE tab-im-cost(master-idx)    TO im-cost
           MOVE tab-im-perishable(master-idx) TO im-perishable
           MOVE tab-im-unit-of-sale(master-idx) TO im-unit-of-sale
           WRITE item-master-record
           .

           COMPUTE receipt-total = discounted-bill + vat-amount
           MOVE receipt-total TO total-bill-out
           DISPLAY "Total Bill is " total-bill-out
      * the total is settled in one or more tenders. a refund
      * goes back on the account the sale was charged to, or out
      * of the drawer; a batch bill is taken as cash.
           MOVE "N" TO sale-refused
           MOVE ZERO TO this-account-no
           MOVE ZERO TO cash-tendered
           MOVE ZERO TO card-tendered
           MOVE ZERO TO mobile-tendered
           MOVE ZERO TO account-tendered
           MOVE ZERO TO change-given
           EVALUATE TRUE
              WHEN refund-mode = "Y"
                 PERFORM Refund-Tenders
              WHEN mode-flag = "B" OR mode-flag = "b"
                 MOVE receipt-total TO cash-tendered
              WHEN OTHER
                 PERFORM Take-Tenders
           END-EVALUATE
           IF sale-refused = "Y"
              PERFORM Void-Sale
           END-IF
           PERFORM Earn-Loyalty-Points
           PERFORM Write-Sales-History
           .

       Take-Tenders.
           MOVE receipt-total TO amount-due
           PERFORM Take-One-Tender
                    UNTIL amount-due NOT > ZERO
                       OR sale-refused = "Y"
           IF sale-refused NOT = "Y"
              PERFORM Show-Tenders
           END-IF
           .

       Take-One-Tender.
           MOVE amount-due TO tender-out
           DISPLAY "Balance due          " tender-out
           DISPLAY "Pay by Cash, carD, Mobile money, Account or "
                   "X to cancel (C/D/M/A/X): " WITH NO ADVANCING
           ACCEPT tender-type
           EVALUATE TRUE
              WHEN tender-cancel
                 MOVE "Y" TO sale-refused
              WHEN tender-account
                 PERFORM Tender-To-Account
              WHEN tender-cash OR tender-card OR tender-mobile
                 DISPLAY "Amount (zero for the balance due): "
                         WITH NO ADVANCING
                 ACCEPT tender-amount
                 IF tender-amount = ZERO
                    MOVE amount-due TO tender-amount
                 END-IF
                 PERFORM Apply-Tender
              WHEN OTHER
                 DISPLAY "ENTER C, D, M, A OR X"
           END-EVALUATE
           .

      * cash handed over beyond the balance due comes back as
      * change; card and mobile money are taken for no more than
      * is due.
       Apply-Tender.
           EVALUATE TRUE
              WHEN tender-cash AND tender-amount > amount-due
                 COMPUTE change-given = tender-amount - amount-due
                 ADD amount-due TO cash-tendered
                 MOVE ZERO TO amount-due
              WHEN tender-cash
                 ADD tender-amount TO cash-tendered
                 SUBTRACT tender-amount FROM amount-due
              WHEN tender-amount > amount-due
                 DISPLAY "MORE THAN IS DUE - CHANGE IS GIVEN ONLY "
                         "FROM CASH"
              WHEN tender-card
                 ADD tender-amount TO card-tendered
                 SUBTRACT tender-amount FROM amount-due
              WHEN OTHER
                 ADD tender-amount TO mobile-tendered
                 SUBTRACT tender-amount FROM amount-due
           END-EVALUATE
           .

      * a business on account signs for all or part of the
      * receipt instead of paying - but never beyond the limit it
      * was given. one account per receipt.
       Tender-To-Account.
           IF this-account-no = ZERO
              DISPLAY "Account number: " WITH NO ADVANCING
              ACCEPT this-account-no
              PERFORM Find-Credit-Account
              IF account-found NOT = "Y"
                 DISPLAY "ACCOUNT " this-account-no
                         " NOT ON FILE - TAKE ANOTHER TENDER"
                 MOVE ZERO TO this-account-no
              END-IF
           END-IF
           IF this-account-no NOT = ZERO
              DISPLAY "Amount to charge (zero for the balance due): "
                      WITH NO ADVANCING
              ACCEPT tender-amount
              IF tender-amount = ZERO
                 MOVE amount-due TO tender-amount
              END-IF
              PERFORM Charge-Account-Tender
           END-IF
           .

       Charge-Account-Tender.
           SET acct-idx TO account-idx
           COMPUTE account-headroom = tab-ca-limit(acct-idx)
                 - tab-ca-balance(acct-idx) - account-tendered
           EVALUATE TRUE
              WHEN tender-amount > amount-due
                 DISPLAY "MORE THAN IS DUE - CHANGE IS GIVEN ONLY "
                         "FROM CASH"
              WHEN tender-amount > account-headroom
                 MOVE account-headroom TO headroom-out
                 DISPLAY "ACCOUNT " this-account-no " "
                         tab-ca-name(acct-idx)
                 DISPLAY "OVER CREDIT LIMIT - ONLY " headroom-out
                         " AVAILABLE - CHARGE REFUSED"
                 IF account-tendered = ZERO
                    MOVE ZERO TO this-account-no
                 END-IF
              WHEN OTHER
                 ADD tender-amount TO account-tendered
                 SUBTRACT tender-amount FROM amount-due
                 DISPLAY "CHARGED TO ACCOUNT " this-account-no " "
                         tab-ca-name(acct-idx)
           END-EVALUATE
           .

       Show-Tenders.
           IF cash-tendered NOT = ZERO
              COMPUTE tender-out = cash-tendered + change-given
              DISPLAY "Cash                 " tender-out
           END-IF
           IF card-tendered NOT = ZERO
              MOVE card-tendered TO tender-out
              DISPLAY "Card                 " tender-out
           END-IF
           IF mobile-tendered NOT = ZERO
              MOVE mobile-tendered TO tender-out
              DISPLAY "Mobile money         " tender-out
           END-IF
           IF account-tendered NOT = ZERO
              MOVE account-tendered TO tender-out
              DISPLAY "On account           " tender-out
           END-IF
           IF change-given NOT = ZERO
              MOVE change-given TO tender-out
              DISPLAY "Change               " tender-out
           END-IF
           .

       Refund-Tenders.
           MOVE receipt-total TO cash-tendered
           IF orig-account-no NOT = ZERO
              MOVE orig-account-no TO this-account-no
              PERFORM Find-Credit-Account
              IF account-found = "Y"
                 SET acct-idx TO account-idx
                 IF receipt-total > orig-account-charged
                    MOVE orig-account-charged TO account-tendered
                 ELSE
                    MOVE receipt-total TO account-tendered
                 END-IF
                 SUBTRACT account-tendered FROM cash-tendered
                 DISPLAY "REFUND CREDITED TO ACCOUNT "
                         this-account-no " " tab-ca-name(acct-idx)
              ELSE
                 DISPLAY "ACCOUNT " this-account-no
                         " NO LONGER ON FILE - REFUND FROM THE "
                         "DRAWER"
                 MOVE ZERO TO this-account-no
              END-IF
           END-IF
           .

      * a refused sale is undone: the goods go back on the shelf,
      * any points redeemed go back to the member, and nothing
      * reaches the sales history.
       Void-Sale.
           PERFORM Restore-One-Item VARYING item-idx FROM 1 BY 1
                    UNTIL item-idx > item-count
           IF redeem-amount > ZERO
              SET loy-idx TO member-idx
              ADD redeem-points TO tab-ly-points(loy-idx)
           END-IF
           MOVE ZERO TO item-count
           MOVE "N" TO member-found
           MOVE ZERO TO this-account-no
           DISPLAY "SALE CANCELLED - NOTHING RECORDED"
           IF card-tendered NOT = ZERO OR mobile-tendered NOT = ZERO
              DISPLAY "REVERSE THE CARD AND MOBILE MONEY PAYMENTS "
                      "ALREADY TAKEN"
           END-IF
           .

       Restore-One-Item.
           MOVE tab-item-code(item-idx) TO item-code
           PERFORM Find-Item-Master
           IF master-found = "Y"
              SET master-idx TO master-found-idx
              ADD tab-item-qty(item-idx) TO tab-im-stock(master-idx)
           END-IF
           .

       Find-Credit-Account.
           MOVE "N" TO account-found
           PERFORM Check-One-Credit-Account
                    VARYING acct-idx FROM 1 BY 1
                    UNTIL acct-idx > credit-account-count
                       OR account-found = "Y"
           .

       Check-One-Credit-Account.
           IF tab-ca-account(acct-idx) = this-account-no
              MOVE "Y" TO account-found
              SET account-idx TO acct-idx
           END-IF
           .

      * the charge or refund joins the customer's ledger, the
      * balance moves, and the sale reaches GL-POST against
      * trade debtors rather than the bank.
       Post-To-Account.
           SET acct-idx TO account-idx
           MOVE this-account-no TO cl-account-no
           MOVE receipt-date    TO cl-date
           MOVE receipt-no      TO cl-reference
           IF refund-mode = "Y"
              MOVE "R" TO cl-type
              COMPUTE cl-amount = ZERO - account-tendered
           ELSE
              MOVE "S" TO cl-type
              MOVE account-tendered TO cl-amount
           END-IF
           ADD cl-amount TO tab-ca-balance(acct-idx)
           MOVE "Y" TO account-changed
           OPEN EXTEND customer-ledger-file
           IF customer-ledger-status = "35"
              OPEN OUTPUT customer-ledger-file
           END-IF
           WRITE customer-ledger-record
           CLOSE customer-ledger-file
           OPEN EXTEND gl-feed-file
           IF gl-feed-status = "35"
              OPEN OUTPUT gl-feed-file
           END-IF
           MOVE "ACCOUNT-SALE"  TO gf-source
           MOVE SPACES          TO gf-department
           MOVE "SALES"         TO gf-total-type
           MOVE receipt-date    TO gf-date
      * the receipt's VAT is shared across its tenders, so part
      * of a receipt charged carries its part of the VAT
           COMPUTE account-vat ROUNDED = vat-amount
                 * account-tendered / receipt-total
           IF refund-mode = "Y"
              COMPUTE gf-amount = account-vat - account-tendered
           ELSE
              COMPUTE gf-amount = account-tendered - account-vat
           END-IF
           WRITE gl-feed-record
           MOVE "VAT"           TO gf-total-type
           IF refund-mode = "Y"
              COMPUTE gf-amount = ZERO - account-vat
           ELSE
              MOVE account-vat TO gf-amount
           END-IF
           WRITE gl-feed-record
           CLOSE gl-feed-file
           .

       Ask-Loyalty-Member.
           MOVE ZERO TO redeem-amount
           MOVE "N" TO member-found
              MOVE receipt-date TO sh-date
              IF refund-mode = "Y"
                 MOVE orig-receipt-no TO sh-refund-of
                 MOVE refund-supervisor TO sh-approved-by
              ELSE
                 MOVE ZERO TO sh-refund-of
              END-IF
                 MOVE receipt-total TO sh-total
              END-IF
              MOVE this-member-no TO sh-member-no
              MOVE this-account-no TO sh-account-no
              IF refund-mode = "Y"
                 COMPUTE sh-tender-cash = ZERO - cash-tendered
                 COMPUTE sh-tender-card = ZERO - card-tendered
                 COMPUTE sh-tender-mobile = ZERO - mobile-tendered
                 COMPUTE sh-tender-account = ZERO - account-tendered
              ELSE
                 MOVE cash-tendered    TO sh-tender-cash
                 MOVE card-tendered    TO sh-tender-card
                 MOVE mobile-tendered  TO sh-tender-mobile
                 MOVE account-tendered TO sh-tender-account
              END-IF
              MOVE change-given TO sh-change-given
              WRITE sales-history-record
              CLOSE sales-history-file
              IF this-account-no NOT = ZERO
                 PERFORM Post-To-Account
              END-IF
           END-IF
           .

           END-IF
           .

       load-credit-accounts.
           MOVE ZERO TO credit-account-count
           OPEN INPUT credit-account-file
           IF credit-account-status = "00"
              PERFORM read-credit-account
              PERFORM store-credit-account
                 UNTIL credit-account-eof = "Y"
              CLOSE credit-account-file
           END-IF
           .

       read-credit-account.
           READ credit-account-file
              AT END MOVE "Y" TO credit-account-eof
           END-READ
           .

       store-credit-account.
           ADD 1 TO credit-account-count
           SET acct-idx TO credit-account-count
           MOVE ca-account-no   TO tab-ca-account(acct-idx)
           MOVE ca-name         TO tab-ca-name(acct-idx)
           MOVE ca-credit-limit TO tab-ca-limit(acct-idx)
           MOVE ca-balance      TO tab-ca-balance(acct-idx)
           PERFORM read-credit-account
           .

       save-credit-accounts.
           OPEN OUTPUT credit-account-file
           PERFORM write-credit-account
                    VARYING acct-idx FROM 1 BY 1
                    UNTIL acct-idx > credit-account-count
           CLOSE credit-account-file
           .

       write-credit-account.
           MOVE tab-ca-account(acct-idx) TO ca-account-no
           MOVE tab-ca-name(acct-idx)    TO ca-name
           MOVE tab-ca-limit(acct-idx)   TO ca-credit-limit
           MOVE tab-ca-balance(acct-idx) TO ca-balance
           WRITE credit-account-record
           .

      * whoever signed on at the menu is stamped on each receipt
      * header - CONSOLE when the till is run on its own.
       load-operator-stamp.
