      * working storage for the open-disputes lookup (DISPUTECK):
      * the amount under open dispute per account, summed over all
      * that account's open disputes. the caller sets
      * disputed-account and reads back disputed-amount.
       01  dispute-status       PIC XX.
       01  dispute-eof          PIC X VALUE "N".
       01  disputed-table.
           03 dsp-entry OCCURS 100 TIMES INDEXED BY dsp-idx.
              05 tab-dsp-account PIC 9(6).
              05 tab-dsp-amount  PIC 9(7)V99.
       01  disputed-count       PIC 999 VALUE ZERO.
       01  disputed-account     PIC 9(6).
       01  disputed-amount      PIC 9(7)V99.
       01  disputed-found       PIC X.
       01  disputed-row         PIC 999 VALUE ZERO.
