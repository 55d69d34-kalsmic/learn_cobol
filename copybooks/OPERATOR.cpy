      * one operator allowed at the terminal: the id and password
      * checked at sign-on, and the authority level enforced
      * before sensitive functions run - 1 can look, 2 can post,
      * 3 can do the supervisor-only work. the password date is
      * when the password was last changed (zero when never) -
      * past the configured age it must be changed at sign-on.
       01  operator-record.
           03 op-id             PIC X(8).
           03 op-password       PIC X(8).
               88 op-inquiry-level    VALUE 1.
               88 op-posting-level    VALUE 2.
               88 op-supervisor-level VALUE 3.
           03 op-password-date  PIC 9(8).
