      * the base currency the nominal ledger, the trial balance
      * and the management pack are kept in.
       01  fx-control-record.
           03 fxc-base-currency PIC X(3).
