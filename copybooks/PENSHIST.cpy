      * one member's contribution to the company pension scheme
      * for one payslip NET-PAY paid - the employee's share taken
      * off the pay and the employer's share paid on top, both
      * worked on the period's pensionable (basic) pay. the file
      * is cumulative: the monthly schedule for the fund
      * administrator takes one month's lines, the annual member
      * statements take everything up to the statement year.
       01  pension-history-record.
           03 pnh-emp-id          PIC 9(4).
           03 pnh-pay-date        PIC 9(8).
           03 pnh-stream          PIC X.
           03 pnh-pensionable-pay PIC 9(6)V99.
           03 pnh-employee-share  PIC 9(6)V99.
           03 pnh-employer-share  PIC 9(6)V99.
