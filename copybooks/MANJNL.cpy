      * one line of a manual journal keyed into the nominal ledger:
      * the journal number and date, the account, debit or credit,
      * amount and a memo saying why, the date the journal is to
      * reverse on (zero for none), who keyed it and the different
      * supervisor who approved or rejected it. a journal posts to
      * the live journal file only once approved, and its lines
      * then carry the posting date.
       01  manual-journal-record.
           03 mj-journal-no     PIC 9(6).
           03 mj-line-no        PIC 99.
           03 mj-date           PIC 9(8).
           03 mj-account        PIC X(6).
           03 mj-debit-credit   PIC X.
               88 mj-debit         VALUE "D".
               88 mj-credit        VALUE "C".
           03 mj-amount         PIC 9(8)V99.
           03 mj-memo           PIC X(30).
           03 mj-reverse-date   PIC 9(8).
           03 mj-keyed-by       PIC X(8).
           03 mj-approved-by    PIC X(8).
           03 mj-status         PIC X.
               88 mj-keyed         VALUE "K".
               88 mj-posted        VALUE "P".
               88 mj-rejected      VALUE "R".
           03 mj-posted-date    PIC 9(8).
