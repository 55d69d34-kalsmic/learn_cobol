      * one restructure of a loan agreed by the credit committee:
      * the loan's terms and position as they stood before the
      * change, kept for good, and the terms it carries from the
      * effective date - the balance outstanding then plus the
      * arrears capitalised into it, the new term, rate and
      * monthly repayment. the loan keeps its lm-loan-id.
       01  loan-restructure-record.
           03 rs-loan-id          PIC 9(4).
           03 rs-effective-date   PIC 9(8).
           03 rs-reference        PIC X(12).
           03 rs-operator         PIC X(8).
           03 rs-original-terms.
              05 rs-old-balance-start  PIC 9(6)V99.
              05 rs-old-years          PIC 99.
              05 rs-old-repayment      PIC 999V99.
              05 rs-old-interest-rate  PIC 99V99.
              05 rs-old-extra-payment  PIC 9(6)V99.
              05 rs-old-extra-payment-yr PIC 99.
              05 rs-old-new-interest-rate PIC 99V99.
              05 rs-old-rate-change-yr PIC 99.
              05 rs-old-start-date     PIC 9(8).
              05 rs-old-paid-to-date   PIC 9(8)V99.
           03 rs-outstanding      PIC 9(6)V99.
           03 rs-capitalised      PIC 9(6)V99.
           03 rs-new-terms.
              05 rs-new-balance        PIC 9(6)V99.
              05 rs-new-years          PIC 99.
              05 rs-new-repayment      PIC 999V99.
              05 rs-new-interest-rate  PIC 99V99.
