      * the currency a balance-file account is held in. every
      * ledger posting, balance and overdraft limit on the account
      * is in this currency; an account with no row here is held
      * in the base currency.
       01  account-currency-record.
           03 acy-account-no    PIC 9(4).
           03 acy-currency      PIC X(3).
