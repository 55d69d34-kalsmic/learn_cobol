      * one batch of a perishable item: the delivery it came in on,
      * its expiry date, how many were received and how many are
      * still on the shelf. sales take the oldest batch first; a
      * batch left past its expiry date is written off.
       01  stock-batch-record.
           03 sb-item-code      PIC 9(4).
           03 sb-grn-number     PIC 9(6).
           03 sb-received-date  PIC 9(8).
           03 sb-expiry-date    PIC 9(8).
           03 sb-quantity       PIC 9(5).
           03 sb-remaining      PIC 9(5).
           03 sb-status         PIC X.
              88 sb-open        VALUE "O".
              88 sb-sold-out    VALUE "S".
              88 sb-written-off VALUE "W".
