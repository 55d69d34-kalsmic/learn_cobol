      * one loan's interest receivable: the interest accrued at
      * each month-end and not yet met by a repayment, and the
      * last month accrued - a loan is accrued once a month.
      * LOAN-REPAY clears it first out of every receipt, before
      * any of the money reduces the principal outstanding.
       01  loan-accrual-record.
           03 la-loan-id        PIC 9(4).
           03 la-accrued        PIC 9(6)V99.
           03 la-last-period    PIC 9(6).
