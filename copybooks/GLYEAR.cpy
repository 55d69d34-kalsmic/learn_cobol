      * the nominal ledger's year-end control: the last financial
      * year closed by GL-YEAR-END (zero until the first close),
      * the equity account the year's net result is closed to, and
      * the date the close ran. GL-POST refuses to post into a
      * closed year; its legs live on the journal history file.
       01  gl-year-record.
           03 gy-closed-year    PIC 9(4).
           03 gy-retained-account PIC X(6).
           03 gy-close-date     PIC 9(8).
