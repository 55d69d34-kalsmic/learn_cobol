      * the supplier credit-transfer file the weekly payment run
      * hands to the bank: one detail record per supplier paid,
      * carrying the supplier's bank details off the master, and
      * a trailer with the record count and the control total so
      * the bank can prove the file before crediting anything.
       01  ap-payment-detail.
           03 apd-record-type   PIC X.
               88 apd-detail       VALUE "D".
           03 apd-supplier      PIC 9(4).
           03 apd-supplier-name PIC X(20).
           03 apd-amount        PIC 9(8)V99.
           03 apd-bank-code     PIC 9(4).
           03 apd-branch-code   PIC 9(4).
           03 apd-account-no    PIC 9(10).
       01  ap-payment-trailer.
           03 apt-record-type   PIC X.
               88 apt-trailer      VALUE "T".
           03 apt-record-count  PIC 9(5).
           03 apt-total-amount  PIC 9(8)V99.
