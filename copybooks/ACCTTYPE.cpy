      * one balance-file account's type, which picks its row on the
      * fee tariff. kept beside the balance file rather than in it
      * so the indexed record every posting program shares does
      * not change shape.
       01  account-type-record.
           03 at-account-no     PIC 9(4).
           03 at-account-type   PIC XX.
