      * an over-estimate leaves its leftover here to offset the
      * next period instead of raising an unsigned credit.
           03 mh-estimated-units  PIC 9(5).
      * the export register of a net-metered account - its last
      * reading, and the units exported last period that the
      * export plausibility check measures a new reading against.
      * zero on accounts that export nothing.
           03 mh-export-reading   PIC 9(5).
           03 mh-last-export      PIC 9(5).
