      * one credit balance paid back to an electricity customer:
      * the account, the day it was paid, the amount taken off the
      * AR ledger, and the operator who approved it at the refund
      * run. the register is only ever appended to.
       01  elec-refund-record.
           03 rf-account        PIC 9(6).
           03 rf-date           PIC 9(8).
           03 rf-amount         PIC 9(7)V99.
           03 rf-operator       PIC X(8).
