      * one movement on a credit customer's account: a receipt
      * charged at the till (S), a refund against one (R) or a
      * payment the customer made (P). charges are positive,
      * refunds and payments negative, so the ledger sums to the
      * balance on the account master. the reference is the till
      * receipt number, or the customer's cheque or slip number
      * for a payment.
       01  customer-ledger-record.
           03 cl-account-no     PIC 9(6).
           03 cl-date           PIC 9(8).
           03 cl-type           PIC X.
              88 cl-sale        VALUE "S".
              88 cl-refund      VALUE "R".
              88 cl-payment     VALUE "P".
           03 cl-reference      PIC 9(6).
           03 cl-amount         PIC S9(7)V99 SIGN IS TRAILING
                                              SEPARATE.
