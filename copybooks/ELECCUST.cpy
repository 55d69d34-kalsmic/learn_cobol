           03 ec-budget-instalment PIC 9(4)V99.
           03 ec-budget-variance   PIC S9(6)V99 SIGN IS TRAILING
                                                  SEPARATE.
      * Y for a customer exporting rooftop-solar power to the
      * grid: the billing run reads the export register too and
      * credits the exported units against the import charge.
      * credit beyond the period's import charge is carried in
      * ec-export-credit to the next bill rather than billing a
      * negative amount. rows from before the columns existed read
      * as spaces - not net-metered, no credit carried.
           03 ec-net-metering      PIC X.
               88 ec-net-metered   VALUE "Y".
           03 ec-export-credit     PIC 9(6)V99.
      * P for a prepaid meter: the customer buys tokens at
      * ELEC-VEND instead of being read and billed, so the billing
      * run, the route book and the dunning ladder all pass the
      * account by. anything else is a post-paid account.
           03 ec-payment-type      PIC X.
               88 ec-prepaid       VALUE "P".
      * the distribution transformer (or feeder) the service is
      * connected from - the loss analysis sets what the
      * customers behind it were billed against its check meter.
      * spaces until the account has been linked.
           03 ec-transformer       PIC X(6).
