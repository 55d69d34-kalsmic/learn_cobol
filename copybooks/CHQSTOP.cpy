      * one stop-payment instruction: the account and the serial
      * range stopped (a single cheque is a range of one, a lost
      * book the whole book), when it was taken, the fee charged
      * for it and the customer's reason. a stopped cheque is
      * returned unpaid when it is presented.
       01  cheque-stop-record.
           03 cs-account-no     PIC 9(4).
           03 cs-first-serial   PIC 9(6).
           03 cs-last-serial    PIC 9(6).
           03 cs-stop-date      PIC 9(8).
           03 cs-fee            PIC 9(4)V99.
           03 cs-reason         PIC X(12).
