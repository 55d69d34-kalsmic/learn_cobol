      * one file set held by a running program: the set's name,
      * the program that claimed it, the operator it ran for (EOD
      * for a batch step) and when the claim was made. RUN-LOCK
      * adds the row when a run starts and drops it when the run
      * ends; a row left behind is a run that never finished, and
      * only the supervisor's LOCK-CLEAR removes it.
      *   BALANCES  the account balance master
      *   ELEC-AR   the electricity accounts-receivable balances
      *   PAYROLL   the pay-period control, payslips and year-to-date
       01  run-lock-record.
           03 lck-lock-set      PIC X(8).
           03 lck-program       PIC X(16).
           03 lck-operator      PIC X(8).
           03 lck-date          PIC 9(8).
           03 lck-time          PIC 9(6).
