      * one movement on a student's fee account: a C record is a
      * termly charge the billing run raised, a P record a payment
      * the bursar receipted. the billing run also credits the
      * sibling discount (D), the school's own awards (A) and the
      * portion a sponsor covers (S) against the charge, and the
      * library charges its overdue and lost-book fines (F). the
      * statement shows both sides and the balance; the arrears
      * list totals what is still owed.
       01  FEE-LEDGER-RECORD.
           03 FL-STUDENT-NO     PIC 99.
           03 FL-ACAD-YEAR      PIC 9(4).
           03 FL-TYPE           PIC X.
               88 FL-CHARGE        VALUE "C".
               88 FL-PAYMENT       VALUE "P".
               88 FL-DISCOUNT      VALUE "D".
               88 FL-AWARD         VALUE "A".
               88 FL-SPONSORED     VALUE "S".
               88 FL-FINE          VALUE "F".
               88 FL-DEBIT         VALUE "C" "F".
           03 FL-AMOUNT         PIC 9(6)V99.
           03 FL-DATE           PIC 9(8).
