      * one changed field on a payroll master: the before and the
      * after image, who made the change and when, and which
      * maintenance program made it. EMPLOYEE-MAINT, BANK-DETAILS
      * and PAY-RATES each append a record per field that actually
      * changed, so an auditor can see exactly what was altered -
      * the audit log only shows that the program ran. an add
      * carries a blank before image and a termination a blank
      * after image. PREPAY-REVIEW lists the file before the gross
      * run is released.
       01  change-history-record.
           03 ch-date           PIC 9(8).
           03 ch-time           PIC 9(8).
           03 ch-operator       PIC X(8).
           03 ch-program        PIC X(16).
           03 ch-emp-id         PIC 9(4).
           03 ch-action         PIC X.
               88 ch-added         VALUE "A".
               88 ch-changed       VALUE "C".
               88 ch-removed       VALUE "D".
           03 ch-field          PIC X(16).
           03 ch-before         PIC X(20).
           03 ch-after          PIC X(20).
