      * the cash-flow forecast's settings: the lowest balance the
      * bank account should ever be allowed to reach, and the day
      * of the month the NSSF and PAYE remittances for the month
      * before fall due.
       01  cash-forecast-control.
           03 cfc-minimum-balance PIC 9(9)V99.
           03 cfc-nssf-due-day  PIC 99.
           03 cfc-paye-due-day  PIC 99.
