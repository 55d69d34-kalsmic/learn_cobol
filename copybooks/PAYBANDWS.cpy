      * working storage used while loading the pay-band file and
      * judging one rate against its grade's band - the caller sets
      * band-grade and band-rate and reads back band-result and the
      * band's figures for the message.
       01  pay-band-status      PIC XX.
       01  pay-band-eof         PIC X VALUE "N".
       01  pay-band-table.
           03 pbd-entry OCCURS 9 TIMES INDEXED BY pbd-idx.
              05 tab-pb-grade    PIC 9.
              05 tab-pb-minimum  PIC 9(3)V99.
              05 tab-pb-midpoint PIC 9(3)V99.
              05 tab-pb-maximum  PIC 9(3)V99.
       01  pay-band-count       PIC 9 VALUE ZERO.
       01  band-grade           PIC 9.
       01  band-rate            PIC 9(3)V99.
       01  band-minimum         PIC 9(3)V99.
       01  band-midpoint        PIC 9(3)V99.
       01  band-maximum         PIC 9(3)V99.
       01  band-result          PIC X.
           88 band-within          VALUE "Y".
           88 band-below           VALUE "L".
           88 band-above           VALUE "H".
           88 band-not-set         VALUE "N".
