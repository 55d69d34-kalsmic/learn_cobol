      * one deduction NET-PAY took under a court order, written
      * beside the year-to-date file. the monthly remittance list
      * groups a month's lines by beneficiary so each court or
      * maintenance payee is paid one amount with its order
      * references listed.
       01  garnishment-history-record.
           03 gh-emp-id         PIC 9(4).
           03 gh-order-ref      PIC X(12).
           03 gh-beneficiary    PIC X(20).
           03 gh-pay-date       PIC 9(8).
           03 gh-amount         PIC 9(6)V99.
