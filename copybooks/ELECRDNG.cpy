       01  electricity-reading-record.
           03 er-account-number   PIC 9(6).
           03 er-present-reading  PIC 9(5).
      * the maximum-demand register, read on accounts billed a
      * demand charge. spaces on feeds cut before the column
      * existed and on meters without the register - no demand.
           03 er-demand-kva       PIC 9(4)V9.
      * the export register on a net-metered account - spaces
      * where the customer exports nothing.
           03 er-export-reading   PIC 9(5).
