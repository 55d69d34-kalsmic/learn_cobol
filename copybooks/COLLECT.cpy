      * one payment line on a collection agent's file, between the
      * HDR and TRL control records: the account the customer
      * quoted, the date paid, the amount, and the agent's own
      * transaction reference.
       01  collection-record.
           03 cl-account        PIC 9(6).
           03 cl-date           PIC 9(8).
           03 cl-amount         PIC 9(6)V99.
           03 cl-reference      PIC X(12).
