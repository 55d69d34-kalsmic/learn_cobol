      * one foreign-currency account's month-end revaluation: the
      * balance in the account's currency, the closing rate, its
      * base-currency value and the unrealised gain or loss on the
      * balance carried from the previous revaluation (positive a
      * loss - the bank owes the customer more in base currency).
       01  fx-revaluation-record.
           03 fxv-account-no    PIC 9(4).
           03 fxv-currency      PIC X(3).
           03 fxv-period        PIC 9(6).
           03 fxv-balance       PIC S9(7)V99 SIGN IS TRAILING
                                              SEPARATE.
           03 fxv-rate          PIC 9(4)V9(6).
           03 fxv-base-value    PIC S9(9)V99 SIGN IS TRAILING
                                              SEPARATE.
           03 fxv-movement      PIC S9(9)V99 SIGN IS TRAILING
                                              SEPARATE.
