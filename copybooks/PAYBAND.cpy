      * one pay band per job grade: the lowest, the midpoint and
      * the highest hourly rate the grade should earn. EMPLOYEE-MAINT
      * and PAY-RATES hold a rate outside its grade's band for the
      * operator to confirm, and the pay-equity report measures each
      * employee's compa-ratio against the midpoint.
       01  pay-band-record.
           03 pb-job-grade      PIC 9.
           03 pb-minimum        PIC 9(3)V99.
           03 pb-midpoint       PIC 9(3)V99.
           03 pb-maximum        PIC 9(3)V99.
