      * one PAYE return filed with the tax authority, kept by
      * PAYE-RETURN so the month's figures can be proved against
      * the movement in year-to-date tax and the year's returns
      * proved against the TAX-CERT pack. rt-ytd-tax is the
      * year-to-date tax on the payroll when the return was filed
      * - the next month's movement is measured from it. re-filing
      * a month replaces its record.
       01  paye-return-record.
           03 rt-month          PIC 9(6).
           03 rt-reference      PIC X(24).
           03 rt-employee-count PIC 9(5).
           03 rt-taxable-gross  PIC 9(8)V99.
           03 rt-tax            PIC 9(8)V99.
           03 rt-ytd-tax        PIC 9(8)V99.
           03 rt-filed-date     PIC 9(8).
