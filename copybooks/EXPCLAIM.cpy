      * one staff expense claim against an employee on the shared
      * master: the category it is claimed under, the amount, the
      * receipt it is backed by, and who keyed and who approved it.
      * a supervisor other than the keying operator approves it,
      * and the next NET-PAY run reimburses it on the payslip
      * (never taxed) and through the bank credit file, then marks
      * it paid so it can never be paid twice.
       01  expense-claim-record.
           03 ec-claim-no       PIC 9(6).
           03 ec-emp-id         PIC 9(4).
           03 ec-category       PIC X(4).
           03 ec-amount         PIC 9(6)V99.
           03 ec-receipt-ref    PIC X(12).
           03 ec-claim-date     PIC 9(8).
           03 ec-keyed-by       PIC X(8).
           03 ec-approved-by    PIC X(8).
           03 ec-status         PIC X.
              88 ec-keyed          VALUE "K".
              88 ec-approved       VALUE "A".
              88 ec-rejected       VALUE "R".
              88 ec-paid           VALUE "P".
           03 ec-paid-date      PIC 9(8).
