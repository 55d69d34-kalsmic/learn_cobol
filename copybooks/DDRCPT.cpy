      * one direct-debit collection, written by the collection run
      * after the balance account has been debited and consumed by
      * ELEC-PAYMENTS, which posts it against the electricity AR
      * balance like a keyed receipt: the electricity account, the
      * collection date and amount, the balance account it came
      * from and the collection reference.
       01  dd-receipt-record.
           03 dr-account        PIC 9(6).
           03 dr-date           PIC 9(8).
           03 dr-amount         PIC 9(6)V99.
           03 dr-bank-account   PIC 9(4).
           03 dr-reference      PIC X(12).
