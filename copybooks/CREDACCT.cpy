      * a business that buys from the shop on account: the credit
      * limit the manager agreed, and what it owes now - charges
      * at the till less the payments posted against it. the
      * till refuses a sale that would take the balance over the
      * limit.
       01  credit-account-record.
           03 ca-account-no     PIC 9(6).
           03 ca-name           PIC X(20).
           03 ca-credit-limit   PIC 9(6)V99.
           03 ca-balance        PIC S9(7)V99 SIGN IS TRAILING
                                              SEPARATE.
