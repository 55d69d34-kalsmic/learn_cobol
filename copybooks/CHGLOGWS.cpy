      * working fields for the change-history paragraphs in
      * CHGLOG - the program loads the employee, field name and
      * the two images, then performs Log-Field-Change.
       01  change-history-status PIC XX.
       01  change-program       PIC X(16).
       01  change-emp-id        PIC 9(4).
       01  change-action        PIC X.
       01  change-field         PIC X(16).
       01  change-before        PIC X(20).
       01  change-after         PIC X(20).
       01  change-count         PIC 9(4) VALUE ZERO.
