      * one item of security held against a loan. a loan may be
      * secured by several items; their values are added together
      * for the cover the loan enjoys. a guarantee carries the
      * amount the guarantor stands behind as its value, and the
      * guarantor's particulars; a title deed or logbook carries
      * its last valuation and the expiry of the insurance over
      * it (zero where none is held).
       01  loan-collateral-record.
           03 lc-loan-id        PIC 9(4).
           03 lc-value          PIC 9(8)V99.
           03 lc-item-no        PIC 99.
           03 lc-security-type  PIC X(10).
              88 lc-title-deed     VALUE "DEEDS".
              88 lc-logbook        VALUE "LOGBOOK".
              88 lc-guarantee      VALUE "GUARANTEE".
              88 lc-cash-deposit   VALUE "DEPOSIT".
              88 lc-other-security VALUE "OTHER".
              88 lc-known-type     VALUE "DEEDS" "LOGBOOK"
                                         "GUARANTEE" "DEPOSIT"
                                         "OTHER".
           03 lc-description    PIC X(30).
           03 lc-valuation-date PIC 9(8).
           03 lc-insurance-expiry PIC 9(8).
           03 lc-guarantor-name PIC X(20).
           03 lc-guarantor-id   PIC X(14).
           03 lc-guarantor-phone PIC X(12).
