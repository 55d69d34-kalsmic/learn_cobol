      * one month's headcount summary as STAFF-TURNOVER last worked
      * it out - rewritten each time the month is reported, and
      * read by MGMT-PACK for its staff section.
       01  headcount-record.
           03 hc-month          PIC 9(6).
           03 hc-opening        PIC 9(5).
           03 hc-starters       PIC 9(5).
           03 hc-leavers        PIC 9(5).
           03 hc-closing        PIC 9(5).
           03 hc-turnover-pct   PIC 9(3)V99.
