      * periods the account has carried arrears - the collections
      * run's escalation ladder climbs on it, and the billing run
      * resets it to zero when the arrears are cleared.
      * a negative ar-balance is a credit - the customer paid more
      * than was owed. the next bill uses it up, and the refund
      * run pays out credits large enough to be worth returning.
       01  ar-balance-record.
           03 ar-account          PIC 9(6).
           03 ar-balance          PIC S9(7)V99 SIGN IS TRAILING
                                                SEPARATE.
           03 ar-last-paid        PIC 9(6)V99.
           03 ar-arrears-periods  PIC 99.
