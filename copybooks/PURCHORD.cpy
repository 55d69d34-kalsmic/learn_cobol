      * one line of a purchase order raised against a supplier on
      * the master: the item and quantity ordered at the cost the
      * order was placed at, and how much of it goods received has
      * taken in so far. a line stays open until the full quantity
      * has been delivered - a short delivery leaves its balance
      * on order.
       01  purchase-order-record.
           03 po-number         PIC 9(6).
           03 po-line-no        PIC 99.
           03 po-supplier       PIC 9(4).
           03 po-order-date     PIC 9(8).
           03 po-item-code      PIC 9(4).
           03 po-quantity       PIC 9(5).
           03 po-cost           PIC 99V99.
           03 po-received       PIC 9(5).
           03 po-status         PIC X.
              88 po-line-open   VALUE "O".
              88 po-line-closed VALUE "C".
