      * the outcome of one presented cheque, kept so the same
      * serial can never be paid twice: the account, serial,
      * amount, the date it was presented, P paid (debited to the
      * ledger) or R returned unpaid, and the return reason.
       01  cheque-paid-record.
           03 pd-account-no     PIC 9(4).
           03 pd-serial         PIC 9(6).
           03 pd-amount         PIC 9(7)V99.
           03 pd-presented-date PIC 9(8).
           03 pd-result         PIC X.
               88 pd-paid          VALUE "P".
               88 pd-returned      VALUE "R".
           03 pd-reason         PIC X(16).
