      * business date, one line (L) per item sold with quantity
      * and unit price (negative quantities are refunds), and a
      * trailer (T) carrying the receipt's discount, VAT and
      * total and how it was paid. the receipt number ties the
      * three together.
       01  sales-history-record.
           03 sh-record-type    PIC X.
               88 sh-header        VALUE "H".
               88 sh-line          VALUE "L".
               88 sh-trailer       VALUE "T".
           03 sh-receipt-no     PIC 9(6).
           03 sh-detail         PIC X(80).
           03 sh-header-detail REDEFINES sh-detail.
              05 sh-date        PIC 9(8).
      * zero for an ordinary sale; for a refund, the receipt the
      * the signed-on operator who rang the receipt - what the
      * cash-up proves a till session against
              05 sh-operator    PIC X(8).
      * for a refund, the supervisor who authorised it - spaces
      * on a sale and on refunds taken before it was kept
              05 sh-approved-by PIC X(8).
              05 FILLER         PIC X(50).
           03 sh-line-detail REDEFINES sh-detail.
              05 sh-item-desc   PIC X(20).
              05 sh-item-qty    PIC S999 SIGN IS TRAILING
                                          SEPARATE.
              05 sh-item-cost   PIC 99V99.
              05 FILLER         PIC X(52).
           03 sh-trailer-detail REDEFINES sh-detail.
              05 sh-discount    PIC 9(4)V99.
              05 sh-vat         PIC 9(4)V99.
      * the loyalty member the sale was rung to - zeros for a
      * customer not in the scheme
              05 sh-member-no   PIC 9(6).
      * the credit customer the receipt was charged to - zeros,
      * or spaces on older receipts, for a sale paid at the till
              05 sh-account-no  PIC 9(6).
      * the tenders the total was settled in: the cash kept in
      * the drawer (handed over less the change), card, mobile
      * money and the amount charged to the account. change is
      * only ever given from cash. a refund's tenders are
      * negative like its total. receipts rung before tenders
      * were kept carry spaces here and were all cash, or all
      * on account when an account is shown.
              05 sh-tender-cash PIC S9(5)V99 SIGN IS TRAILING
                                              SEPARATE.
              05 sh-tender-card PIC S9(5)V99 SIGN IS TRAILING
                                              SEPARATE.
              05 sh-tender-mobile PIC S9(5)V99 SIGN IS TRAILING
                                              SEPARATE.
              05 sh-tender-account PIC S9(5)V99 SIGN IS TRAILING
                                              SEPARATE.
              05 sh-change-given PIC 9(5)V99.
              05 FILLER         PIC X(9).
