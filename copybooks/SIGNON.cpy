      * one successful sign-on at the menu: when, and the id that
      * signed on - what the access review measures use against.
       01  signon-log-record.
           03 sg-date           PIC 9(8).
           03 sg-time           PIC 9(8).
           03 sg-operator       PIC X(8).
