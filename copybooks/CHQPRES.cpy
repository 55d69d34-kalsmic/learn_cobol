      * one of our customers' cheques presented through the
      * clearing for payment: the drawing account, the cheque
      * serial, the amount and the date written on the cheque.
       01  cheque-presented-record.
           03 cp-account-no     PIC 9(4).
           03 cp-serial         PIC 9(6).
           03 cp-amount         PIC 9(7)V99.
           03 cp-cheque-date    PIC 9(8).
