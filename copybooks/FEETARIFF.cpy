      * one account type's fee tariff: the flat monthly maintenance
      * fee, how many transactions a month go free, the charge for
      * each one above that, and the fee for each cheque paid in
      * that bounced. the month-end fee run reads the whole table;
      * an account with no type on file is charged as type ST.
       01  fee-tariff-record.
           03 ft-account-type   PIC XX.
           03 ft-monthly-fee    PIC 9(4)V99.
           03 ft-free-txns      PIC 999.
           03 ft-txn-fee        PIC 9(3)V99.
           03 ft-bounce-fee     PIC 9(4)V99.
           03 ft-description    PIC X(20).
