      * one party - a person known to the business once, whatever
      * part of it they deal with: the party's own number, the
      * name and address as the party has confirmed them, and the
      * status. each subsystem keeps its own record and its own
      * spelling; the party link file ties those records here so
      * the inquiry can show everything the party holds with us
      * and owes us, and the duplicate-suspect report can find the
      * same person entered twice under different spellings.
       01  party-record.
           03 pm-party-no       PIC 9(6).
           03 pm-name           PIC X(30).
           03 pm-address        PIC X(30).
           03 pm-status         PIC X.
               88 pm-active        VALUE "A".
