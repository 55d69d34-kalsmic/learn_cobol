      * working storage for the fee-clearance check (FEECLRCK):
      * each student's balance on the fees ledger, held by student
      * number, and whether a supervisor has overridden the check
      * for them. the caller sets CLEARANCE-STUDENT and reads back
      * CLEARANCE-BALANCE and STUDENT-CLEARED.
       01  FEE-LEDGER-STATUS    PIC XX.
       01  FEE-LEDGER-EOF       PIC X VALUE "N".
       01  FEE-TOLERANCE-STATUS PIC XX.
       01  FEE-OVERRIDE-STATUS  PIC XX.
       01  FEE-OVERRIDE-EOF     PIC X VALUE "N".
       01  FEE-BALANCE-TABLE.
           03 FEE-BALANCE-ENTRY OCCURS 99 TIMES.
              05 TAB-FB-BALANCE  PIC S9(7)V99.
              05 TAB-FB-OVERRIDE PIC X.
       01  FEE-TOLERANCE        PIC 9(6)V99 VALUE ZERO.
       01  CLEARANCE-STUDENT    PIC 99.
       01  CLEARANCE-BALANCE    PIC S9(7)V99.
       01  STUDENT-CLEARED      PIC X.
       01  CLEARED-BY-OVERRIDE  PIC X.
