       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHASE-ORDERS.
      * buying off the reorder list instead of the telephone: an
      * order is raised against a supplier on the master from the
      * items at or below their reorder level - the shortfall as
      * the quantity and the item's latest cost as the price,
      * either changeable line by line - and the order document is
      * printed for the supplier. goods received then takes
      * deliveries in against the order number, and whatever is
      * still to come shows on the outstanding-orders report by
      * supplier.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT supplier-file ASSIGN TO "data/SUPPLIERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS supplier-status.
           SELECT item-master-file ASSIGN TO "data/ITEMMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS item-master-status.
           SELECT purchase-order-file ASSIGN TO
                  "data/PURCHORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS purchase-order-status.
           SELECT order-document-file ASSIGN TO "data/PO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS order-document-status.
           SELECT outstanding-report-file ASSIGN TO
                  "data/POOPEN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  supplier-file.
       COPY SUPPLIER.

       FD  item-master-file.
       COPY ITEMMAST.

       FD  purchase-order-file.
       COPY PURCHORD.

       FD  order-document-file.
       01  order-document-line  PIC X(70).

       FD  outstanding-report-file.
       01  outstanding-report-line PIC X(80).

       WORKING-STORAGE SECTION.
       01  supplier-status      PIC XX.
       01  supplier-eof         PIC X VALUE "N".
       01  item-master-status   PIC XX.
       01  item-master-eof      PIC X VALUE "N".
       01  purchase-order-status PIC XX.
       01  purchase-order-eof   PIC X VALUE "N".
       01  order-document-status PIC XX.
       01  supplier-table.
           03 sup-entry OCCURS 50 TIMES INDEXED BY sup-idx.
              05 tab-su-code     PIC 9(4).
              05 tab-su-name     PIC X(20).
              05 tab-su-phone    PIC X(12).
       01  supplier-count       PIC 99 VALUE ZERO.
       01  supplier-found       PIC X.
       01  supplier-idx         PIC 99 VALUE ZERO.
       01  item-master-table.
           03 master-entry OCCURS 50 TIMES
                    INDEXED BY master-idx.
              05 tab-im-code    PIC 9(4).
              05 tab-im-desc    PIC X(20).
              05 tab-im-stock   PIC 9(5).
              05 tab-im-reorder PIC 9(5).
              05 tab-im-cost    PIC 99V99.
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
       01  on-order-found       PIC X.
       01  on-order-number      PIC 9(6).
       01  last-order-number    PIC 9(6) VALUE ZERO.
       01  menu-action          PIC X.
           88 action-raise      VALUE "R" "r".
           88 action-print      VALUE "P" "p".
           88 action-outstanding VALUE "O" "o".
           88 action-exit       VALUE "X" "x".
       01  work-order.
           03 wk-supplier       PIC 9(4).
           03 wk-item-code      PIC 9(4).
           03 wk-order-number   PIC 9(6).
           03 wk-quantity       PIC 9(5).
           03 wk-cost           PIC 99V99.
           03 wk-answer         PIC X.
              88 answer-order   VALUE "Y" "y".
              88 answer-change  VALUE "C" "c".
       01  order-line-count     PIC 99 VALUE ZERO.
       01  order-total          PIC 9(7)V99 VALUE ZERO.
       01  line-value           PIC 9(7)V99.
       01  balance-quantity     PIC 9(5).
       01  supplier-total       PIC 9(7)V99.
       01  grand-total          PIC 9(7)V99.
       01  supplier-lines       PIC 999.
       01  open-line-count      PIC 9(5).
       01  run-date             PIC 9(8).
       01  cost-out             PIC $$9.99.
       01  quantity-out         PIC ZZZZ9.
       01  doc-heading.
           03 FILLER            PIC X(21) VALUE
                 "----- PURCHASE ORDER ".
           03 dh-number         PIC 9(6).
           03 FILLER            PIC X(7) VALUE " DATED ".
           03 dh-date           PIC 9(8).
           03 FILLER            PIC X(6) VALUE " -----".
       01  doc-supplier-line.
           03 FILLER            PIC X(11) VALUE "SUPPLIER : ".
           03 ds-code           PIC 9(4).
           03 FILLER            PIC X VALUE SPACE.
           03 ds-name           PIC X(20).
           03 FILLER            PIC X(7) VALUE " PHONE ".
           03 ds-phone          PIC X(12).
       01  doc-columns.
           03 FILLER            PIC X(29) VALUE
                 "LN ITEM DESCRIPTION".
           03 FILLER            PIC X(26) VALUE
                 "  QTY   COST        VALUE".
       01  doc-detail.
           03 dd-line           PIC 99.
           03 FILLER            PIC X VALUE SPACE.
           03 dd-item           PIC 9(4).
           03 FILLER            PIC X VALUE SPACE.
           03 dd-desc           PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 dd-quantity       PIC ZZZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 dd-cost           PIC $$9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 dd-value          PIC $,$$$,$$9.99.
       01  doc-total-line.
           03 FILLER            PIC X(42) VALUE
                 "ORDER TOTAL".
           03 dt-total          PIC $,$$$,$$9.99.
       01  doc-sign-line        PIC X(40) VALUE
             "AUTHORISED BY: .........................".
       01  open-heading.
           03 FILLER            PIC X(40) VALUE
                 "----- OUTSTANDING PURCHASE ORDERS AS AT ".
           03 oh-date           PIC 9(8).
           03 FILLER            PIC X(6) VALUE " -----".
       01  open-columns.
           03 FILLER            PIC X(43) VALUE
                 "ORDER  LN ORDERED  ITEM DESCRIPTION".
           03 FILLER            PIC X(35) VALUE
                 "ORDERED RECEIVED   DUE        VALUE".
       01  open-supplier-line.
           03 FILLER            PIC X(9) VALUE "SUPPLIER ".
           03 os-code           PIC 9(4).
           03 FILLER            PIC X VALUE SPACE.
           03 os-name           PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 os-phone          PIC X(12).
       01  open-detail.
           03 od-number         PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 od-line           PIC 99.
           03 FILLER            PIC X VALUE SPACE.
           03 od-date           PIC 9(8).
           03 FILLER            PIC X VALUE SPACE.
           03 od-item           PIC 9(4).
           03 FILLER            PIC X VALUE SPACE.
           03 od-desc           PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 od-ordered        PIC ZZZZ9.
           03 FILLER            PIC X(3) VALUE SPACES.
           03 od-received       PIC ZZZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 od-due            PIC ZZZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 od-value          PIC $,$$$,$$9.99.
       01  open-total-line.
           03 ot-label          PIC X(65).
           03 ot-total          PIC $,$$$,$$9.99.
       01  blank-line           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       Purchase-Orders.
           DISPLAY "PURCHASE ORDERS"
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Suppliers
           PERFORM Load-Item-Master
           PERFORM Load-Purchase-Orders
           PERFORM Order-One-Action WITH TEST AFTER
                    UNTIL action-exit
           GOBACK.

       Order-One-Action.
           DISPLAY SPACE
           DISPLAY "Raise an order, Print an order, Outstanding "
                   "orders or eXit? (R/P/O/X): " WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-raise       PERFORM Raise-Order
              WHEN action-print       PERFORM Reprint-Order
              WHEN action-outstanding PERFORM Outstanding-Report
              WHEN action-exit        CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER R, P, O OR X"
           END-EVALUATE
           .

      * the reorder list is walked item by item; the buyer takes,
      * changes or passes over each line. an item already on an
      * open order is not ordered twice.
       Raise-Order.
           DISPLAY "SUPPLIER CODE: " WITH NO ADVANCING
           ACCEPT wk-supplier
           PERFORM Find-Supplier
           IF supplier-found NOT = "Y"
              DISPLAY "SUPPLIER " wk-supplier
                      " NOT ON MASTER - ORDER REFUSED"
           ELSE
              COMPUTE wk-order-number = last-order-number + 1
              MOVE ZERO TO order-line-count
              PERFORM Offer-One-Item
                       VARYING master-idx FROM 1 BY 1
                       UNTIL master-idx > master-count
                          OR order-line-count = 99
              IF order-line-count = ZERO
                 DISPLAY "NO LINES TAKEN - ORDER NOT RAISED"
              ELSE
                 MOVE wk-order-number TO last-order-number
                 PERFORM Save-Purchase-Orders
                 PERFORM Print-Order
                 DISPLAY "ORDER " wk-order-number " RAISED - "
                         order-line-count " LINES"
              END-IF
           END-IF
           .

       Offer-One-Item.
           IF tab-im-stock(master-idx) <= tab-im-reorder(master-idx)
              MOVE tab-im-code(master-idx) TO wk-item-code
              PERFORM Find-On-Order
              IF on-order-found = "Y"
                 DISPLAY tab-im-code(master-idx) " "
                         tab-im-desc(master-idx) " ON ORDER "
                         on-order-number " - PASSED OVER"
              ELSE
                 PERFORM Key-One-Line
              END-IF
           END-IF
           .

       Key-One-Line.
           COMPUTE wk-quantity = tab-im-reorder(master-idx)
                 - tab-im-stock(master-idx)
           MOVE tab-im-cost(master-idx) TO wk-cost
           MOVE wk-quantity TO quantity-out
           MOVE wk-cost TO cost-out
           DISPLAY tab-im-code(master-idx) " "
                   tab-im-desc(master-idx) " STOCK "
                   tab-im-stock(master-idx) " SHORT " quantity-out
                   " AT " cost-out
           DISPLAY "ORDER (Y), CHANGE QTY/COST (C) OR PASS (N): "
                   WITH NO ADVANCING
           ACCEPT wk-answer
           IF answer-change
              DISPLAY "QUANTITY: " WITH NO ADVANCING
              ACCEPT wk-quantity
              DISPLAY "COST PRICE EACH: " WITH NO ADVANCING
              ACCEPT wk-cost
           END-IF
           EVALUATE TRUE
              WHEN NOT answer-order AND NOT answer-change
                 CONTINUE
              WHEN wk-quantity = ZERO
                 DISPLAY "NOTHING TO ORDER - LINE PASSED OVER"
              WHEN purchase-order-count = 500
                 DISPLAY "ORDER FILE FULL - LINE NOT TAKEN"
              WHEN OTHER
                 PERFORM Add-Order-Line
           END-EVALUATE
           .

       Add-Order-Line.
           ADD 1 TO order-line-count
           ADD 1 TO purchase-order-count
           SET pot-idx TO purchase-order-count
           MOVE wk-order-number  TO tab-po-number(pot-idx)
           MOVE order-line-count TO tab-po-line(pot-idx)
           MOVE wk-supplier      TO tab-po-supplier(pot-idx)
           MOVE run-date         TO tab-po-date(pot-idx)
           MOVE wk-item-code     TO tab-po-item(pot-idx)
           MOVE wk-quantity      TO tab-po-quantity(pot-idx)
           MOVE wk-cost          TO tab-po-cost(pot-idx)
           MOVE ZERO             TO tab-po-received(pot-idx)
           MOVE "O"              TO tab-po-status(pot-idx)
           .

       Find-On-Order.
           MOVE "N" TO on-order-found
           PERFORM Check-One-On-Order
                    VARYING pot-idx FROM 1 BY 1
                    UNTIL pot-idx > purchase-order-count
                       OR on-order-found = "Y"
           .

       Check-One-On-Order.
           IF tab-po-item(pot-idx) = wk-item-code
              AND tab-po-status(pot-idx) = "O"
              MOVE "Y" TO on-order-found
              MOVE tab-po-number(pot-idx) TO on-order-number
           END-IF
           .

       Reprint-Order.
           DISPLAY "ORDER NUMBER: " WITH NO ADVANCING
           ACCEPT wk-order-number
           MOVE "N" TO on-order-found
           PERFORM Check-One-Order-Number
                    VARYING pot-idx FROM 1 BY 1
                    UNTIL pot-idx > purchase-order-count
                       OR on-order-found = "Y"
           IF on-order-found NOT = "Y"
              DISPLAY "NO ORDER " wk-order-number
           ELSE
              PERFORM Find-Supplier
              PERFORM Print-Order
           END-IF
           .

       Check-One-Order-Number.
           IF tab-po-number(pot-idx) = wk-order-number
              MOVE "Y" TO on-order-found
              MOVE tab-po-supplier(pot-idx) TO wk-supplier
              MOVE tab-po-date(pot-idx) TO dh-date
           END-IF
           .

      * the document the supplier is sent, added to the day's
      * order print the way delivery notes are added to GRN.RPT.
       Print-Order.
           OPEN EXTEND order-document-file
           IF order-document-status = "35"
              OPEN OUTPUT order-document-file
           END-IF
           MOVE wk-order-number TO dh-number
           IF action-raise
              MOVE run-date TO dh-date
           END-IF
           WRITE order-document-line FROM doc-heading
           SET sup-idx TO supplier-idx
           MOVE tab-su-code(sup-idx)  TO ds-code
           MOVE tab-su-name(sup-idx)  TO ds-name
           MOVE tab-su-phone(sup-idx) TO ds-phone
           WRITE order-document-line FROM doc-supplier-line
           WRITE order-document-line FROM blank-line
           WRITE order-document-line FROM doc-columns
           MOVE ZERO TO order-total
           PERFORM Print-One-Order-Line
                    VARYING pot-idx FROM 1 BY 1
                    UNTIL pot-idx > purchase-order-count
           WRITE order-document-line FROM blank-line
           MOVE order-total TO dt-total
           WRITE order-document-line FROM doc-total-line
           WRITE order-document-line FROM blank-line
           WRITE order-document-line FROM doc-sign-line
           WRITE order-document-line FROM blank-line
           CLOSE order-document-file
           DISPLAY doc-total-line
           DISPLAY "ORDER DOCUMENT WRITTEN TO data/PO.RPT"
           .

       Print-One-Order-Line.
           IF tab-po-number(pot-idx) = wk-order-number
              MOVE tab-po-item(pot-idx) TO wk-item-code
              PERFORM Find-Item-Master
              MOVE SPACES TO dd-desc
              IF master-found = "Y"
                 SET master-idx TO master-found-idx
                 MOVE tab-im-desc(master-idx) TO dd-desc
              END-IF
              COMPUTE line-value = tab-po-quantity(pot-idx)
                    * tab-po-cost(pot-idx)
              ADD line-value TO order-total
              MOVE tab-po-line(pot-idx)     TO dd-line
              MOVE tab-po-item(pot-idx)     TO dd-item
              MOVE tab-po-quantity(pot-idx) TO dd-quantity
              MOVE tab-po-cost(pot-idx)     TO dd-cost
              MOVE line-value               TO dd-value
              WRITE order-document-line FROM doc-detail
           END-IF
           .

      * every line with a balance still to come, grouped under its
      * supplier, valued at the order price.
       Outstanding-Report.
           MOVE ZERO TO grand-total
           MOVE ZERO TO open-line-count
           OPEN OUTPUT outstanding-report-file
           MOVE run-date TO oh-date
           WRITE outstanding-report-line FROM open-heading
           WRITE outstanding-report-line FROM blank-line
           WRITE outstanding-report-line FROM open-columns
           PERFORM Report-One-Supplier
                    VARYING sup-idx FROM 1 BY 1
                    UNTIL sup-idx > supplier-count
           WRITE outstanding-report-line FROM blank-line
           MOVE "TOTAL ON ORDER" TO ot-label
           MOVE grand-total TO ot-total
           WRITE outstanding-report-line FROM open-total-line
           CLOSE outstanding-report-file
           DISPLAY "OPEN ORDER LINES: " open-line-count
           MOVE grand-total TO ot-total
           DISPLAY "TOTAL ON ORDER  : " ot-total
           DISPLAY "REPORT WRITTEN TO data/POOPEN.RPT"
           .

       Report-One-Supplier.
           MOVE ZERO TO supplier-total
           MOVE ZERO TO supplier-lines
           PERFORM Report-One-Open-Line
                    VARYING pot-idx FROM 1 BY 1
                    UNTIL pot-idx > purchase-order-count
           IF supplier-lines > ZERO
              MOVE SPACES TO ot-label
              STRING "  TOTAL DUE FROM " DELIMITED BY SIZE
                     tab-su-name(sup-idx) DELIMITED BY SIZE
                INTO ot-label
              MOVE supplier-total TO ot-total
              WRITE outstanding-report-line FROM open-total-line
              ADD supplier-total TO grand-total
           END-IF
           .

       Report-One-Open-Line.
           IF tab-po-supplier(pot-idx) = tab-su-code(sup-idx)
              AND tab-po-status(pot-idx) = "O"
              IF supplier-lines = ZERO
                 MOVE tab-su-code(sup-idx)  TO os-code
                 MOVE tab-su-name(sup-idx)  TO os-name
                 MOVE tab-su-phone(sup-idx) TO os-phone
                 WRITE outstanding-report-line FROM blank-line
                 WRITE outstanding-report-line
                    FROM open-supplier-line
              END-IF
              ADD 1 TO supplier-lines
              ADD 1 TO open-line-count
              COMPUTE balance-quantity = tab-po-quantity(pot-idx)
                    - tab-po-received(pot-idx)
              COMPUTE line-value = balance-quantity
                    * tab-po-cost(pot-idx)
              ADD line-value TO supplier-total
              MOVE tab-po-item(pot-idx) TO wk-item-code
              PERFORM Find-Item-Master
              MOVE SPACES TO od-desc
              IF master-found = "Y"
                 SET master-idx TO master-found-idx
                 MOVE tab-im-desc(master-idx) TO od-desc
              END-IF
              MOVE tab-po-number(pot-idx)   TO od-number
              MOVE tab-po-line(pot-idx)     TO od-line
              MOVE tab-po-date(pot-idx)     TO od-date
              MOVE tab-po-item(pot-idx)     TO od-item
              MOVE tab-po-quantity(pot-idx) TO od-ordered
              MOVE tab-po-received(pot-idx) TO od-received
              MOVE balance-quantity         TO od-due
              MOVE line-value               TO od-value
              WRITE outstanding-report-line FROM open-detail
              DISPLAY open-detail
           END-IF
           .

       Find-Supplier.
           MOVE "N" TO supplier-found
           PERFORM Check-One-Supplier
                    VARYING sup-idx FROM 1 BY 1
                    UNTIL sup-idx > supplier-count
                       OR supplier-found = "Y"
           .

       Check-One-Supplier.
           IF tab-su-code(sup-idx) = wk-supplier
              MOVE "Y" TO supplier-found
              SET supplier-idx TO sup-idx
           END-IF
           .

       Find-Item-Master.
           MOVE "N" TO master-found
           PERFORM Check-One-Master-Item
                    VARYING master-idx FROM 1 BY 1
                    UNTIL master-idx > master-count
                       OR master-found = "Y"
           .

       Check-One-Master-Item.
           IF tab-im-code(master-idx) = wk-item-code
              MOVE "Y" TO master-found
              SET master-found-idx TO master-idx
           END-IF
           .

       Load-Suppliers.
           MOVE ZERO TO supplier-count
           OPEN INPUT supplier-file
           IF supplier-status = "00"
              PERFORM Read-Supplier
              PERFORM Store-Supplier UNTIL supplier-eof = "Y"
              CLOSE supplier-file
           END-IF
           .

       Read-Supplier.
           READ supplier-file
              AT END MOVE "Y" TO supplier-eof
           END-READ
           .

       Store-Supplier.
           ADD 1 TO supplier-count
           SET sup-idx TO supplier-count
           MOVE su-code  TO tab-su-code(sup-idx)
           MOVE su-name  TO tab-su-name(sup-idx)
           MOVE su-phone TO tab-su-phone(sup-idx)
           PERFORM Read-Supplier
           .

       Load-Item-Master.
           MOVE ZERO TO master-count
           OPEN INPUT item-master-file
           IF item-master-status = "00"
              PERFORM Read-Item-Master
              PERFORM Store-Item-Master
                 UNTIL item-master-eof = "Y"
              CLOSE item-master-file
           END-IF
           .

       Read-Item-Master.
           READ item-master-file
              AT END MOVE "Y" TO item-master-eof
           END-READ
           .

       Store-Item-Master.
           ADD 1 TO master-count
           MOVE im-code          TO tab-im-code(master-count)
           MOVE im-desc          TO tab-im-desc(master-count)
           MOVE im-stock         TO tab-im-stock(master-count)
           MOVE im-reorder-level TO tab-im-reorder(master-count)
           IF im-cost NUMERIC
              MOVE im-cost TO tab-im-cost(master-count)
           ELSE
              MOVE ZERO TO tab-im-cost(master-count)
           END-IF
           PERFORM Read-Item-Master
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
           IF po-number > last-order-number
              MOVE po-number TO last-order-number
           END-IF
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
