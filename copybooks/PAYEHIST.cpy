      * one line of PAYE history per payment the payroll actually
      * made - written alongside the year-to-date update by every
      * program that withholds income tax (NET-PAY for the weekly
      * and monthly streams, SUPP-PAY and FINAL-PAY for off-cycle
      * payments), so the monthly PAYE return is built from what
      * was paid and not from a payslip feed that is overwritten
      * every period. diverted payslips never reach this file.
       01  paye-history-record.
           03 ph-emp-id         PIC 9(4).
           03 ph-pay-date       PIC 9(8).
           03 ph-stream         PIC X.
              88 ph-weekly      VALUE "W".
              88 ph-monthly     VALUE "M".
              88 ph-supplementary VALUE "S".
              88 ph-final       VALUE "F".
           03 ph-taxable-gross  PIC 9(6)V99.
           03 ph-tax            PIC 9(6)V99.
