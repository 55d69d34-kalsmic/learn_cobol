      * a collection-agent payment that could not be posted: the
      * agent, its reference, the account the customer quoted, the
      * date and amount, and why - U the account is not on the
      * customer master, C the account is closed. ua-disposition
      * is P while the money waits on the queue and A once the
      * clearing screen has applied it, with the account it went
      * to. applied items stay on the file as the record of where
      * the money went.
       01  unapplied-record.
           03 ua-agent          PIC X(4).
           03 ua-reference      PIC X(12).
           03 ua-account        PIC 9(6).
           03 ua-date           PIC 9(8).
           03 ua-amount         PIC 9(6)V99.
           03 ua-reason         PIC X.
               88 ua-unknown       VALUE "U".
               88 ua-closed        VALUE "C".
           03 ua-disposition    PIC X.
               88 ua-pending       VALUE "P".
               88 ua-applied       VALUE "A".
           03 ua-applied-account PIC 9(6).
