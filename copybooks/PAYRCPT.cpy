      * one electricity arrears instalment NET-PAY took from pay
      * under an agreed deduction order (order reference ELEC and
      * the account), written as the deduction is made and consumed
      * by ELEC-PAYMENTS, which posts it against the electricity AR
      * balance like a keyed receipt: the electricity account, the
      * pay date and amount, the employee it came from and the
      * order reference.
       01  pay-receipt-record.
           03 py-account        PIC 9(6).
           03 py-date           PIC 9(8).
           03 py-amount         PIC 9(6)V99.
           03 py-emp-id         PIC 9(4).
           03 py-reference      PIC X(12).
