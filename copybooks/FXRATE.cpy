      * one day's exchange rate for a foreign currency: the base-
      * currency units one unit of the currency buys on that date.
      * a posting, a statement or a revaluation takes the latest
      * rate on or before its own date.
       01  fx-rate-record.
           03 fxr-currency      PIC X(3).
           03 fxr-rate-date     PIC 9(8).
           03 fxr-rate          PIC 9(4)V9(6).
