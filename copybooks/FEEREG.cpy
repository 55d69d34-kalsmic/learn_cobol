      * one fee on the fee register: the account, the month it was
      * for, which fee (M=monthly maintenance, T=transactions over
      * the free allowance, B=bounced cheques), how many it covers,
      * the amount and whether it was charged to the ledger or
      * waived, with the reason. written by the month-end fee run
      * and read back to answer a customer's query about a charge.
       01  fee-register-record.
           03 fr-account-no     PIC 9(4).
           03 fr-period         PIC 9(6).
           03 fr-fee-kind       PIC X.
               88 fr-maintenance   VALUE "M".
               88 fr-transactions  VALUE "T".
               88 fr-bounced       VALUE "B".
           03 fr-quantity       PIC 999.
           03 fr-amount         PIC 9(5)V99.
           03 fr-status         PIC X.
               88 fr-charged       VALUE "C".
               88 fr-waived        VALUE "W".
           03 fr-waive-reason   PIC X(8).
           03 fr-post-date      PIC 9(8).
