      * working storage for the currency lookups (FXRATECK): the
      * base currency, each foreign account's currency and the
      * daily rate table. the caller sets fx-account and reads
      * back fx-currency and fx-foreign, sets fx-on-date to find
      * fx-rate-used, and converts with fx-amount (account
      * currency) and fx-base-amount (base currency).
       01  fx-control-status    PIC XX.
       01  fx-rate-status       PIC XX.
       01  fx-rate-eof          PIC X VALUE "N".
       01  account-currency-status PIC XX.
       01  account-currency-eof PIC X VALUE "N".
       01  fx-base-currency     PIC X(3) VALUE "UGX".
       01  fx-currency-table.
           03 fx-ccy-entry OCCURS 100 TIMES INDEXED BY fx-ccy-idx.
              05 tab-acy-account PIC 9(4).
              05 tab-acy-currency PIC X(3).
       01  fx-currency-count    PIC 999 VALUE ZERO.
       01  fx-rate-table.
           03 fx-rate-entry OCCURS 500 TIMES INDEXED BY fx-rate-idx.
              05 tab-fxr-currency PIC X(3).
              05 tab-fxr-date    PIC 9(8).
              05 tab-fxr-rate    PIC 9(4)V9(6).
       01  fx-rate-count        PIC 999 VALUE ZERO.
       01  fx-account           PIC 9(4).
       01  fx-currency          PIC X(3).
       01  fx-foreign           PIC X.
       01  fx-on-date           PIC 9(8).
       01  fx-rate-used         PIC 9(4)V9(6).
       01  fx-rate-date-used    PIC 9(8).
       01  fx-rate-found        PIC X.
       01  fx-amount            PIC S9(9)V99.
       01  fx-base-amount       PIC S9(9)V99.
