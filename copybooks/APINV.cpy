      * one supplier invoice on the payables ledger, captured
      * against the goods-received note it bills. the amount was
      * matched against the note's quantities at the order price:
      * within tolerance the invoice is open for payment, outside
      * it the invoice is held until the buyer releases it. the
      * payment run settles it in full and dates the settlement.
       01  ap-invoice-record.
           03 ai-supplier       PIC 9(4).
           03 ai-invoice-no     PIC X(12).
           03 ai-invoice-date   PIC 9(8).
           03 ai-due-date       PIC 9(8).
           03 ai-grn-number     PIC 9(6).
           03 ai-amount         PIC 9(7)V99.
           03 ai-matched-value  PIC 9(7)V99.
           03 ai-status         PIC X.
              88 ai-open        VALUE "O".
              88 ai-held        VALUE "H".
              88 ai-paid        VALUE "P".
           03 ai-paid-date      PIC 9(8).
