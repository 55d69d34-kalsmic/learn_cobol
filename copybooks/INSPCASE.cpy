      * one revenue-protection inspection case: opened by the
      * suspicious-consumption scan against the account and the
      * pattern that tripped it, and closed when the field team's
      * finding is keyed in. only one case per account and pattern
      * is open at a time - a later scan that finds the same thing
      * again points at the case already with the field team.
       01  inspection-case-record.
           03 ic-case-no        PIC 9(6).
           03 ic-account        PIC 9(6).
           03 ic-reason         PIC X.
               88 ic-advancing-disconnected VALUE "A".
               88 ic-zero-usage             VALUE "Z".
               88 ic-sharp-drop             VALUE "S".
               88 ic-unordered-reconnection VALUE "R".
           03 ic-detail         PIC X(30).
           03 ic-opened         PIC 9(8).
           03 ic-status         PIC X.
               88 ic-open           VALUE "O".
               88 ic-closed         VALUE "C".
      * the field finding: T meter tampered, I illegally
      * reconnected, F faulty meter, N nothing found
           03 ic-result         PIC X.
               88 ic-valid-result   VALUE "T" "I" "F" "N".
           03 ic-result-date    PIC 9(8).
           03 ic-result-note    PIC X(30).
           03 ic-operator       PIC X(8).
