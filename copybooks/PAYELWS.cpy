      * working storage used while loading the pay-element file
      * and working out one employee's elements for the period -
      * the caller sets element-emp-id, element-basic-pay and
      * element-date and reads back the taxable and non-taxable
      * totals and the list of elements applied, for the payslip.
       01  pay-element-status   PIC XX.
       01  pay-element-eof      PIC X VALUE "N".
       01  pay-element-table.
           03 pel-entry OCCURS 200 TIMES INDEXED BY pel-idx.
              05 tab-pe-emp-id      PIC 9(4).
              05 tab-pe-code        PIC X(4).
              05 tab-pe-description PIC X(14).
              05 tab-pe-basis       PIC X.
              05 tab-pe-amount      PIC 9(6)V99.
              05 tab-pe-percent     PIC 99V99.
              05 tab-pe-taxable     PIC X.
              05 tab-pe-start       PIC 9(8).
              05 tab-pe-end         PIC 9(8).
       01  pay-element-count    PIC 999 VALUE ZERO.
       01  element-emp-id       PIC 9(4).
       01  element-date         PIC 9(8).
       01  element-basic-pay    PIC 9(6)V99.
       01  element-amount       PIC 9(6)V99.
       01  element-taxable      PIC 9(6)V99.
       01  element-non-taxable  PIC 9(6)V99.
       01  applied-element-table.
           03 ael-entry OCCURS 10 TIMES INDEXED BY ael-idx.
              05 tab-ae-code        PIC X(4).
              05 tab-ae-description PIC X(14).
              05 tab-ae-taxable     PIC X.
              05 tab-ae-amount      PIC 9(6)V99.
       01  applied-element-count PIC 99 VALUE ZERO.
