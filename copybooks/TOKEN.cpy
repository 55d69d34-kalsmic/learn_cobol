      * one prepaid token sold at ELEC-VEND: the token number the
      * customer keys into the meter, the account and when it was
      * sold, and how the amount paid was split - the slice kept
      * back against old post-paid arrears, the VAT, and the
      * energy value converted to units through the customer's
      * tariff tiers. the day's sales report and GL totals are
      * built from these records.
       01  token-record.
           03 tk-token-no       PIC 9(10).
           03 tk-account        PIC 9(6).
           03 tk-date           PIC 9(8).
           03 tk-time           PIC 9(8).
           03 tk-operator       PIC X(8).
           03 tk-amount         PIC 9(6)V99.
           03 tk-recovery       PIC 9(6)V99.
           03 tk-vat            PIC 9(5)V99.
           03 tk-energy         PIC 9(6)V99.
           03 tk-units          PIC 9(5).
