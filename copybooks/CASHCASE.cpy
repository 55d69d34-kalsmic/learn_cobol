      * one compliance case raised by the large-cash run: the kind
      * of hit (L=single cash transaction over the threshold,
      * D=several under it on one day, W=several under it in one
      * week, together over it), the client (zero when the account
      * is linked to no client, the account then standing alone),
      * whether the cash went in or out, the day or week it was
      * found in, how many transactions and their total, and the
      * officer's review. a closed case is never raised again for
      * the same hit.
       01  cash-case-record.
           03 cc-case-no        PIC 9(6).
           03 cc-kind           PIC X.
               88 cc-single-large  VALUE "L".
               88 cc-split-day     VALUE "D".
               88 cc-split-week    VALUE "W".
           03 cc-client-no      PIC 9(5).
           03 cc-account-no     PIC 9(4).
           03 cc-direction      PIC X.
               88 cc-cash-in       VALUE "I".
               88 cc-cash-out      VALUE "O".
           03 cc-txn-date       PIC 9(8).
           03 cc-week-no        PIC 9(6).
           03 cc-txn-count      PIC 999.
           03 cc-total          PIC 9(8)V99.
           03 cc-opened         PIC 9(8).
           03 cc-status         PIC X.
               88 cc-open          VALUE "O".
               88 cc-closed        VALUE "C".
           03 cc-closed-date    PIC 9(8).
           03 cc-note           PIC X(30).
           03 cc-officer        PIC X(8).
