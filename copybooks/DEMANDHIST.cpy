      * one account's maximum demand for one billing month, kept by
      * the billing run so the demand ratchet can look back twelve
      * months. rows older than that are dropped when the file is
      * written back.
       01  demand-history-record.
           03 dh-account        PIC 9(6).
           03 dh-month          PIC 9(6).
           03 dh-kva            PIC 9(4)V9.
