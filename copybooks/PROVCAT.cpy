      * one loan classification for month-end provisioning: the
      * category, the days in arrears from which a loan falls into
      * it and the percentage of the unsecured balance provided
      * against it. the file is kept in ascending order of days -
      * a loan takes the last category whose threshold it has
      * reached. pc-accruing "N" marks a non-performing category:
      * interest on its loans is suspended, not accrued.
       01  provision-category-record.
           03 pc-category       PIC X(12).
           03 pc-min-days       PIC 9(4).
           03 pc-percent        PIC 9(3)V99.
           03 pc-accruing       PIC X.
