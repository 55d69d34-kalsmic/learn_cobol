      * working storage for the meter register routines (METERCK).
      * the caller sets meter-serial or meter-account, and for a
      * draw or return the meter-date and meter-return-status,
      * then reads back meter-found / meter-drawn.
       01  meter-register-status PIC XX.
       01  meter-register-eof   PIC X VALUE "N".
       01  meter-register-table.
           03 meter-entry OCCURS 500 TIMES INDEXED BY mtr-idx.
              05 tab-mr-serial      PIC X(12).
              05 tab-mr-make        PIC X(12).
              05 tab-mr-type        PIC X(4).
              05 tab-mr-status      PIC X.
              05 tab-mr-account     PIC 9(6).
              05 tab-mr-installed   PIC 9(8).
              05 tab-mr-last-test   PIC 9(8).
       01  meter-count          PIC 999 VALUE ZERO.
       01  meter-serial         PIC X(12).
       01  meter-account        PIC 9(6).
       01  meter-date           PIC 9(8).
       01  meter-return-status  PIC X.
       01  meter-found          PIC X.
       01  meter-found-idx      PIC 999 VALUE ZERO.
       01  meter-drawn          PIC X.
