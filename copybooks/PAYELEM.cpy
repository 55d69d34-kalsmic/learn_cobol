      * one recurring pay element against an employee on the
      * shared master - a housing, transport or responsibility
      * allowance paid every period it is in force instead of
      * being keyed through SUPP-PAY as a one-off. the element is
      * either a fixed amount per period or a percentage of the
      * period's basic pay, and only taxable elements go through
      * the tax bands. an end date of zero means open-ended.
       01  pay-element-record.
           03 pe-emp-id         PIC 9(4).
           03 pe-code           PIC X(4).
           03 pe-description    PIC X(14).
           03 pe-basis          PIC X.
              88 pe-fixed          VALUE "F".
              88 pe-percentage     VALUE "P".
           03 pe-amount         PIC 9(6)V99.
           03 pe-percent        PIC 99V99.
           03 pe-taxable        PIC X.
              88 pe-is-taxable     VALUE "Y".
           03 pe-start-date     PIC 9(8).
           03 pe-end-date       PIC 9(8).
