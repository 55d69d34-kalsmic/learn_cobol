      * one cheque book issued to an account holder: the balance-
      * file account it draws on and the serial range of its
      * leaves. the presentation run pays only a cheque whose
      * serial falls inside a book issued to the drawing account.
       01  cheque-book-record.
           03 cb-account-no     PIC 9(4).
           03 cb-first-serial   PIC 9(6).
           03 cb-last-serial    PIC 9(6).
           03 cb-issue-date     PIC 9(8).
