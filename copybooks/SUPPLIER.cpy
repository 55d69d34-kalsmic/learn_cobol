           03 su-code           PIC 9(4).
           03 su-name           PIC X(20).
           03 su-phone          PIC X(12).
      * what the payables ledger needs: the days' credit the
      * supplier gives (an invoice falls due that long after its
      * date - 30 when none was agreed) and the bank account the
      * payment run credits.
           03 su-terms-days     PIC 999.
           03 su-bank-code      PIC 9(4).
           03 su-branch-code    PIC 9(4).
           03 su-account-no     PIC 9(10).
