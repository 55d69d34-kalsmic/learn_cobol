      * stock finally goes UP through the system: a delivery is
      * keyed against a supplier on the master with quantities and
      * cost prices per item code, the quantities post onto
      * im-stock, the item's cost is re-averaged over the stock,
      * unknown item codes go to an exception list instead of
      * vanishing, and a goods-received note is printed for the
      * storeman to sign - so the reorder report stops lying the
      * morning after a delivery. a delivery comes in against the
      * purchase order it answers: lines not on the order are
      * refused, an over-delivery or a cost different from the
      * order price is flagged on the note and the exception
      * list, and a short delivery leaves its balance on order.
      * each delivery is numbered and its lines kept on GRNLINES
      * for the supplier's invoice to be matched against. a
      * perishable item's delivery is kept as a batch with the
      * expiry date off the goods, for the shelf to be sold and
      * written off oldest first.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT item-master-file ASSIGN TO "data/ITEMMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS item-master-status.
           SELECT purchase-order-file ASSIGN TO
                  "data/PURCHORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS purchase-order-status.
           SELECT grn-line-file ASSIGN TO "data/GRNLINES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS grn-line-status.
           SELECT stock-batch-file ASSIGN TO "data/STOCKBATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS stock-batch-status.
           SELECT grn-note-file ASSIGN TO "data/GRN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS grn-note-status.
       FD  item-master-file.
       COPY ITEMMAST.

       FD  purchase-order-file.
       COPY PURCHORD.

       FD  grn-line-file.
       COPY GRNLINE.

       FD  stock-batch-file.
       COPY STKBATCH.

       FD  grn-note-file.
       01  grn-note-line        PIC X(70).

       FD  grn-exception-file.
       01  grn-exception-line   PIC X(70).

       WORKING-STORAGE SECTION.
       01  supplier-status      PIC XX.
       01  supplier-eof         PIC X VALUE "N".
       01  item-master-status   PIC XX.
       01  item-master-eof      PIC X VALUE "N".
       01  purchase-order-status PIC XX.
       01  purchase-order-eof   PIC X VALUE "N".
       01  grn-line-status      PIC XX.
       01  grn-line-eof         PIC X VALUE "N".
       01  last-grn-number      PIC 9(6) VALUE ZERO.
       01  stock-batch-status   PIC XX.
       01  expiry-date          PIC 9(8).
       01  grn-note-status      PIC XX.
       01  grn-exception-status PIC XX.
       01  supplier-table.
              05 tab-su-code     PIC 9(4).
              05 tab-su-name     PIC X(20).
              05 tab-su-phone    PIC X(12).
              05 tab-su-terms    PIC 999.
              05 tab-su-bank     PIC 9(4).
              05 tab-su-branch   PIC 9(4).
              05 tab-su-account  PIC 9(10).
       01  supplier-count       PIC 99 VALUE ZERO.
       01  supplier-found       PIC X.
       01  supplier-idx         PIC 99 VALUE ZERO.
              05 tab-im-stock   PIC 9(5).
              05 tab-im-reorder PIC 9(5).
              05 tab-im-cost    PIC 99V99.
              05 tab-im-perishable PIC X.
              05 tab-im-unit-of-sale PIC X(9).
       01  master-count         PIC 99 VALUE ZERO.
       01  master-found         PIC X.
       01  master-found-idx     PIC 99 VALUE ZERO.
       01  purchase-order-table.
           03 pot-entry OCCURS 500 TIMES INDEXED BY pot-idx.
              05 tab-po-number   PIC 9(6).
              05 tab-po-line     PIC 99.
              05 tab-po-supplier PIC 9(4).
              05 tab-po-date     PIC 9(8).
              05 tab-po-item     PIC 9(4).
              05 tab-po-quantity PIC 9(5).
              05 tab-po-cost     PIC 99V99.
              05 tab-po-received PIC 9(5).
              05 tab-po-status   PIC X.
       01  purchase-order-count PIC 999 VALUE ZERO.
       01  order-found          PIC X.
       01  order-open-lines     PIC 99.
       01  order-line-found     PIC X.
       01  order-line-idx       PIC 999 VALUE ZERO.
       01  balance-quantity     PIC 9(5).
       01  over-quantity        PIC 9(5).
       01  orders-changed       PIC X VALUE "N".
       01  menu-action          PIC X.
           88 action-supplier   VALUE "S" "s".
           88 action-receive    VALUE "G" "g".
           88 action-exit       VALUE "X" "x".
       01  work-grn.
           03 wk-order-number   PIC 9(6).
           03 wk-supplier       PIC 9(4).
           03 wk-item-code      PIC 9(4).
           03 wk-quantity       PIC 9(5).
           03 wk-su-code        PIC 9(4).
           03 wk-su-name        PIC X(20).
           03 wk-su-phone       PIC X(12).
           03 wk-su-terms       PIC 999.
           03 wk-su-bank        PIC 9(4).
           03 wk-su-branch      PIC 9(4).
           03 wk-su-account     PIC 9(10).
       01  lines-posted         PIC 9(5) VALUE ZERO.
       01  lines-rejected       PIC 9(5) VALUE ZERO.
       01  run-date             PIC 9(8).
       01  stock-changed        PIC X VALUE "N".
       01  suppliers-changed    PIC X VALUE "N".
       01  cost-out             PIC $$9.99.
       01  stock-value-held     PIC 9(8)V99.
       01  stock-after-receipt  PIC 9(6).
       01  grn-heading.
           03 FILLER            PIC X(26) VALUE
                 "----- GOODS RECEIVED ".
           03 gs-code           PIC 9(4).
           03 FILLER            PIC X VALUE SPACE.
           03 gs-name           PIC X(20).
           03 FILLER            PIC X(7) VALUE " ORDER ".
           03 gs-order          PIC 9(6).
           03 FILLER            PIC X(5) VALUE " GRN ".
           03 gs-grn            PIC 9(6).
       01  grn-detail.
           03 gd-item-code      PIC 9(4).
           03 FILLER            PIC X VALUE SPACE.
           03 gd-quantity       PIC ZZZZ9.
           03 FILLER            PIC X(6) VALUE " COST ".
           03 gd-cost-out       PIC $$9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 gd-flag           PIC X(20).
       01  grn-sign-line        PIC X(40) VALUE
             "STOREMAN SIGNATURE: ....................".
       01  exception-detail.
           03 xg-order          PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 xg-item-code      PIC 9(4).
           03 FILLER            PIC X(5) VALUE " QTY ".
           03 xg-quantity       PIC ZZZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 xg-reason         PIC X(40).
       01  quantity-out         PIC ZZZZ9.
       01  blank-line           PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Suppliers
           PERFORM Load-Item-Master
           PERFORM Load-Purchase-Orders
           PERFORM Load-Last-Grn-Number
           PERFORM Grn-One-Action WITH TEST AFTER
                    UNTIL action-exit
           IF suppliers-changed = "Y"
              PERFORM Save-Item-Master
              DISPLAY "ITEM MASTER UPDATED"
           END-IF
           IF orders-changed = "Y"
              PERFORM Save-Purchase-Orders
           END-IF
           GOBACK.

       Grn-One-Action.
           ACCEPT wk-su-name
           DISPLAY "PHONE: " WITH NO ADVANCING
           ACCEPT wk-su-phone
           DISPLAY "PAYMENT TERMS (DAYS, ZERO FOR 30): "
                   WITH NO ADVANCING
           ACCEPT wk-su-terms
           IF wk-su-terms = ZERO
              MOVE 30 TO wk-su-terms
           END-IF
           DISPLAY "BANK CODE: " WITH NO ADVANCING
           ACCEPT wk-su-bank
           DISPLAY "BRANCH CODE: " WITH NO ADVANCING
           ACCEPT wk-su-branch
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT wk-su-account
           MOVE wk-su-code TO wk-supplier
           PERFORM Find-Supplier
           IF supplier-found NOT = "Y"
           MOVE wk-su-code  TO tab-su-code(sup-idx)
           MOVE wk-su-name  TO tab-su-name(sup-idx)
           MOVE wk-su-phone TO tab-su-phone(sup-idx)
           MOVE wk-su-terms   TO tab-su-terms(sup-idx)
           MOVE wk-su-bank    TO tab-su-bank(sup-idx)
           MOVE wk-su-branch  TO tab-su-branch(sup-idx)
           MOVE wk-su-account TO tab-su-account(sup-idx)
           MOVE "Y" TO suppliers-changed
           DISPLAY "SUPPLIER " wk-su-code " RECORDED"
           .

      * the delivery must answer an order still open, from a
      * supplier the master knows, before a single line is keyed.
       Receive-Delivery.
           DISPLAY "PURCHASE ORDER NUMBER: " WITH NO ADVANCING
           ACCEPT wk-order-number
           PERFORM Find-Order
           IF order-found = "Y"
              PERFORM Find-Supplier
           END-IF
           EVALUATE TRUE
              WHEN order-found NOT = "Y"
                 DISPLAY "NO ORDER " wk-order-number
                         " - DELIVERY REFUSED"
              WHEN order-open-lines = ZERO
                 DISPLAY "ORDER " wk-order-number
                         " ALREADY DELIVERED IN FULL - DELIVERY "
                         "REFUSED"
              WHEN supplier-found NOT = "Y"
                 DISPLAY "SUPPLIER " wk-supplier
                         " NOT ON MASTER - DELIVERY REFUSED"
              WHEN OTHER
                 PERFORM Receive-Order-Lines
           END-EVALUATE
           .

       Receive-Order-Lines.
           SET sup-idx TO supplier-idx
           DISPLAY "ORDER " wk-order-number " FROM "
                   tab-su-name(sup-idx)
           MOVE ZERO TO lines-posted
           MOVE ZERO TO lines-rejected
           ADD 1 TO last-grn-number
           OPEN EXTEND grn-line-file
           IF grn-line-status = "35"
              OPEN OUTPUT grn-line-file
           END-IF
           PERFORM Open-Grn-Note
           PERFORM Receive-One-Line WITH TEST AFTER
                    UNTIL wk-item-code = ZERO
           PERFORM Close-Grn-Note
           CLOSE grn-line-file
           DISPLAY "GOODS-RECEIVED NOTE " last-grn-number
           DISPLAY "LINES POSTED  : " lines-posted
           IF lines-rejected NOT = ZERO
              DISPLAY "LINES REJECTED: " lines-rejected
                      " - SEE data/GRNEXC.RPT"
           END-IF
           PERFORM Find-Order
           IF order-open-lines > ZERO
              DISPLAY "ORDER " wk-order-number " STILL HAS "
                      order-open-lines " LINES TO COME"
           ELSE
              DISPLAY "ORDER " wk-order-number
                      " NOW DELIVERED IN FULL"
           END-IF
           .


       Post-One-Line.
           PERFORM Find-Item-Master
           PERFORM Find-Order-Line
           EVALUATE TRUE
              WHEN master-found NOT = "Y"
                 ADD 1 TO lines-rejected
                 MOVE "UNKNOWN ITEM CODE" TO xg-reason
                 PERFORM Write-Grn-Exception
                 DISPLAY "UNKNOWN ITEM CODE " wk-item-code
                         " - LINE TO EXCEPTION LIST"
              WHEN order-line-found NOT = "Y"
                 ADD 1 TO lines-rejected
                 MOVE "NOT ON ORDER OR ALREADY DELIVERED"
                   TO xg-reason
                 PERFORM Write-Grn-Exception
                 DISPLAY "ITEM " wk-item-code " NOT DUE ON ORDER "
                         wk-order-number " - LINE TO EXCEPTION LIST"
              WHEN OTHER
                 PERFORM Post-Order-Line
           END-EVALUATE
           .

      * the stock that arrived goes on the shelf whatever the
      * order said; the differences are for the buyer to take up
      * with the supplier.
       Post-Order-Line.
           SET pot-idx TO order-line-idx
           COMPUTE balance-quantity = tab-po-quantity(pot-idx)
                 - tab-po-received(pot-idx)
           MOVE SPACES TO gd-flag
           IF wk-cost NOT = tab-po-cost(pot-idx)
              MOVE "PRICE DIFFERS" TO gd-flag
              MOVE SPACES TO xg-reason
              MOVE tab-po-cost(pot-idx) TO cost-out
              STRING "PRICE DIFFERS - ORDERED AT " DELIMITED BY SIZE
                     cost-out DELIMITED BY SIZE
                INTO xg-reason
              PERFORM Write-Grn-Exception
              DISPLAY "COST DIFFERS FROM ORDER PRICE " cost-out
           END-IF
           IF wk-quantity > balance-quantity
              COMPUTE over-quantity = wk-quantity - balance-quantity
              MOVE "OVER-DELIVERED" TO gd-flag
              MOVE over-quantity TO quantity-out
              MOVE SPACES TO xg-reason
              STRING "OVER-DELIVERED BY " DELIMITED BY SIZE
                     quantity-out DELIMITED BY SIZE
                INTO xg-reason
              PERFORM Write-Grn-Exception
              DISPLAY "OVER-DELIVERED BY " quantity-out
           END-IF
           IF wk-quantity < balance-quantity
              MOVE "SHORT - BALANCE OPEN" TO gd-flag
           END-IF
           ADD wk-quantity TO tab-po-received(pot-idx)
           IF tab-po-received(pot-idx) >= tab-po-quantity(pot-idx)
              MOVE "C" TO tab-po-status(pot-idx)
           END-IF
           MOVE "Y" TO orders-changed
           PERFORM Post-To-Stock
           IF tab-im-perishable(master-idx) = "Y"
              PERFORM Record-Stock-Batch
           END-IF
           MOVE last-grn-number        TO gr-grn-number
           MOVE wk-order-number        TO gr-order-number
           MOVE tab-po-line(pot-idx)   TO gr-order-line
           MOVE wk-supplier            TO gr-supplier
           MOVE run-date               TO gr-date
           MOVE wk-item-code           TO gr-item-code
           MOVE wk-quantity            TO gr-quantity
           MOVE wk-cost                TO gr-cost
           MOVE tab-po-cost(pot-idx)   TO gr-order-cost
           MOVE SPACES                 TO gr-invoice-no
           WRITE grn-line-record
           .

      * the expiry date is the one printed on the goods; a date
      * already past is not taken.
       Record-Stock-Batch.
           PERFORM Key-Expiry-Date WITH TEST AFTER
                    UNTIL expiry-date > run-date
           MOVE wk-item-code    TO sb-item-code
           MOVE last-grn-number TO sb-grn-number
           MOVE run-date        TO sb-received-date
           MOVE expiry-date     TO sb-expiry-date
           MOVE wk-quantity     TO sb-quantity
           MOVE wk-quantity     TO sb-remaining
           MOVE "O"             TO sb-status
           OPEN EXTEND stock-batch-file
           IF stock-batch-status = "35"
              OPEN OUTPUT stock-batch-file
           END-IF
           WRITE stock-batch-record
           CLOSE stock-batch-file
           DISPLAY "BATCH RECORDED, EXPIRES " expiry-date
           .

       Key-Expiry-Date.
           DISPLAY "PERISHABLE - EXPIRY DATE (YYYYMMDD): "
                   WITH NO ADVANCING
           ACCEPT expiry-date
           IF expiry-date NOT > run-date
              DISPLAY "EXPIRY DATE MUST BE AFTER " run-date
           END-IF
           .

       Write-Grn-Exception.
           MOVE wk-order-number TO xg-order
           MOVE wk-item-code    TO xg-item-code
           MOVE wk-quantity     TO xg-quantity
           OPEN EXTEND grn-exception-file
           IF grn-exception-status = "35"
              OPEN OUTPUT grn-exception-file
           END-IF
           WRITE grn-exception-line FROM exception-detail
           CLOSE grn-exception-file
           .

      * the item's cost is the weighted average of the stock
      * already on the shelf at its cost and the delivery at the
      * price paid, so one supplier's price change moves it only
      * in proportion to how much came in.
       Post-To-Stock.
           SET master-idx TO master-found-idx
           IF tab-im-stock(master-idx) = ZERO
              OR tab-im-cost(master-idx) = ZERO
              MOVE wk-cost TO tab-im-cost(master-idx)
           ELSE
              COMPUTE stock-value-held = tab-im-stock(master-idx)
                    * tab-im-cost(master-idx)
              COMPUTE stock-after-receipt = tab-im-stock(master-idx)
                    + wk-quantity
              COMPUTE tab-im-cost(master-idx) ROUNDED =
                    (stock-value-held + wk-quantity * wk-cost)
                    / stock-after-receipt
           END-IF
           ADD wk-quantity TO tab-im-stock(master-idx)
           MOVE "Y" TO stock-changed
           ADD 1 TO lines-posted
           MOVE wk-item-code TO gd-item-code
           MOVE tab-im-desc(master-idx) TO gd-desc
           MOVE wk-quantity  TO gd-quantity
           MOVE wk-cost      TO gd-cost-out
           WRITE grn-note-line FROM grn-detail
           MOVE wk-cost TO cost-out
           DISPLAY tab-im-desc(master-idx) " +" wk-quantity
                   " AT " cost-out
           .

       Open-Grn-Note.
           SET sup-idx TO supplier-idx
           MOVE tab-su-code(sup-idx) TO gs-code
           MOVE tab-su-name(sup-idx) TO gs-name
           MOVE wk-order-number      TO gs-order
           MOVE last-grn-number      TO gs-grn
           WRITE grn-note-line FROM grn-supplier-line
           .

           DISPLAY "GOODS-RECEIVED NOTE WRITTEN TO data/GRN.RPT"
           .

      * the order's supplier and how many of its lines are still
      * to come.
       Find-Order.
           MOVE "N" TO order-found
           MOVE ZERO TO order-open-lines
           PERFORM Check-One-Order
                    VARYING pot-idx FROM 1 BY 1
                    UNTIL pot-idx > purchase-order-count
           .

       Check-One-Order.
           IF tab-po-number(pot-idx) = wk-order-number
              MOVE "Y" TO order-found
              MOVE tab-po-supplier(pot-idx) TO wk-supplier
              IF tab-po-status(pot-idx) = "O"
                 ADD 1 TO order-open-lines
              END-IF
           END-IF
           .

      * the open line for the item on this order - failing that a
      * delivered one, so a further delivery shows as over.
       Find-Order-Line.
           MOVE "N" TO order-line-found
           PERFORM Check-One-Order-Line
                    VARYING pot-idx FROM 1 BY 1
                    UNTIL pot-idx > purchase-order-count
                       OR order-line-found = "Y"
           .

       Check-One-Order-Line.
           IF tab-po-number(pot-idx) = wk-order-number
              AND tab-po-item(pot-idx) = wk-item-code
              AND tab-po-status(pot-idx) = "O"
              MOVE "Y" TO order-line-found
              SET order-line-idx TO pot-idx
           END-IF
           .

       Find-Supplier.
           MOVE "N" TO supplier-found
           PERFORM Check-One-Supplier
           MOVE su-code  TO tab-su-code(sup-idx)
           MOVE su-name  TO tab-su-name(sup-idx)
           MOVE su-phone TO tab-su-phone(sup-idx)
           IF su-terms-days NUMERIC AND su-terms-days > ZERO
              MOVE su-terms-days  TO tab-su-terms(sup-idx)
              MOVE su-bank-code   TO tab-su-bank(sup-idx)
              MOVE su-branch-code TO tab-su-branch(sup-idx)
              MOVE su-account-no  TO tab-su-account(sup-idx)
           ELSE
              MOVE 30   TO tab-su-terms(sup-idx)
              MOVE ZERO TO tab-su-bank(sup-idx)
              MOVE ZERO TO tab-su-branch(sup-idx)
              MOVE ZERO TO tab-su-account(sup-idx)
           END-IF
           PERFORM Read-Supplier
           .

           .

       Write-Supplier.
           MOVE tab-su-code(sup-idx)    TO su-code
           MOVE tab-su-name(sup-idx)    TO su-name
           MOVE tab-su-phone(sup-idx)   TO su-phone
           MOVE tab-su-terms(sup-idx)   TO su-terms-days
           MOVE tab-su-bank(sup-idx)    TO su-bank-code
           MOVE tab-su-branch(sup-idx)  TO su-branch-code
           MOVE tab-su-account(sup-idx) TO su-account-no
           WRITE supplier-record
           .

           ELSE
              MOVE ZERO TO tab-im-cost(master-count)
           END-IF
           MOVE im-perishable TO tab-im-perishable(master-count)
           MOVE im-unit-of-sale TO tab-im-unit-of-sale(master-count)
           PERFORM Read-Item-Master
           .

           MOVE tab-im-stock(master-idx)   TO im-stock
           MOVE tab-im-reorder(master-idx) TO im-reorder-level
           MOVE tab-im-cost(master-idx)    TO im-cost
           MOVE tab-im-perishable(master-idx) TO im-perishable
           MOVE tab-im-unit-of-sale(master-idx) TO im-unit-of-sale
           WRITE item-master-record
           .

      * notes are numbered on from the highest already kept.
       Load-Last-Grn-Number.
           OPEN INPUT grn-line-file
           IF grn-line-status = "00"
              PERFORM Read-Grn-Line
              PERFORM Check-Grn-Number UNTIL grn-line-eof = "Y"
              CLOSE grn-line-file
           END-IF
           .

       Read-Grn-Line.
           READ grn-line-file
              AT END MOVE "Y" TO grn-line-eof
           END-READ
           .

       Check-Grn-Number.
           IF gr-grn-number > last-grn-number
              MOVE gr-grn-number TO last-grn-number
           END-IF
           PERFORM Read-Grn-Line
           .

       Load-Purchase-Orders.
           MOVE ZERO TO purchase-order-count
           OPEN INPUT purchase-order-file
           IF purchase-order-status = "00"
              PERFORM Read-Purchase-Order
              PERFORM Store-Purchase-Order
                 UNTIL purchase-order-eof = "Y"
              CLOSE purchase-order-file
           END-IF
           .

       Read-Purchase-Order.
           READ purchase-order-file
              AT END MOVE "Y" TO purchase-order-eof
           END-READ
           .

       Store-Purchase-Order.
           ADD 1 TO purchase-order-count
           SET pot-idx TO purchase-order-count
           MOVE po-number     TO tab-po-number(pot-idx)
           MOVE po-line-no    TO tab-po-line(pot-idx)
           MOVE po-supplier   TO tab-po-supplier(pot-idx)
           MOVE po-order-date TO tab-po-date(pot-idx)
           MOVE po-item-code  TO tab-po-item(pot-idx)
           MOVE po-quantity   TO tab-po-quantity(pot-idx)
           MOVE po-cost       TO tab-po-cost(pot-idx)
           MOVE po-received   TO tab-po-received(pot-idx)
           MOVE po-status     TO tab-po-status(pot-idx)
           PERFORM Read-Purchase-Order
           .

       Save-Purchase-Orders.
           OPEN OUTPUT purchase-order-file
           PERFORM Write-Purchase-Order
                    VARYING pot-idx FROM 1 BY 1
                    UNTIL pot-idx > purchase-order-count
           CLOSE purchase-order-file
           .

       Write-Purchase-Order.
           MOVE tab-po-number(pot-idx)   TO po-number
           MOVE tab-po-line(pot-idx)     TO po-line-no
           MOVE tab-po-supplier(pot-idx) TO po-supplier
           MOVE tab-po-date(pot-idx)     TO po-order-date
           MOVE tab-po-item(pot-idx)     TO po-item-code
           MOVE tab-po-quantity(pot-idx) TO po-quantity
           MOVE tab-po-cost(pot-idx)     TO po-cost
           MOVE tab-po-received(pot-idx) TO po-received
           MOVE tab-po-status(pot-idx)   TO po-status
           WRITE purchase-order-record
           .
