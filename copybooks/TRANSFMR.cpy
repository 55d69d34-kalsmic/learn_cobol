      * one distribution transformer (or feeder) carrying a check
      * meter, and its two latest check-meter readings with the
      * days they were taken. the units between them are the
      * energy that passed through it in the period, which the
      * loss analysis sets against what its customers were billed.
      * capturing a new reading moves the present one back to
      * previous.
       01  transformer-record.
           03 tf-code             PIC X(6).
           03 tf-name             PIC X(20).
           03 tf-feeder           PIC X(6).
           03 tf-previous-reading PIC 9(7).
           03 tf-previous-date    PIC 9(8).
           03 tf-present-reading  PIC 9(7).
           03 tf-present-date     PIC 9(8).
