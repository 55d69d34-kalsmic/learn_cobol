      * one line of a delivery goods received took in against a
      * purchase order: the goods-received note number it was
      * printed under, the order line it answered, the quantity
      * taken into stock, the cost the delivery came at and the
      * price the order was placed at. gr-invoice-no stays spaces
      * until the supplier's invoice for the note is captured on
      * the payables ledger.
       01  grn-line-record.
           03 gr-grn-number     PIC 9(6).
           03 gr-order-number   PIC 9(6).
           03 gr-order-line     PIC 99.
           03 gr-supplier       PIC 9(4).
           03 gr-date           PIC 9(8).
           03 gr-item-code      PIC 9(4).
           03 gr-quantity       PIC 9(5).
           03 gr-cost           PIC 99V99.
           03 gr-order-cost     PIC 99V99.
           03 gr-invoice-no     PIC X(12).
