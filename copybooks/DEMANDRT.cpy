      * the demand charge for a tariff class: each kVA of the
      * period's billable maximum demand is charged at dr-rate.
      * dr-ratchet-pct is the ratchet - the billable demand is never
      * less than that percentage of the highest demand the account
      * registered in the last twelve months. dated like the rate
      * tiers: the row in force is the one with the latest
      * effective date on or before the billing date. a class with
      * no row pays no demand charge.
       01  demand-rate-record.
           03 dr-class          PIC X.
           03 dr-rate           PIC 9(3)V99.
           03 dr-ratchet-pct    PIC 999.
           03 dr-effective      PIC 9(8).
