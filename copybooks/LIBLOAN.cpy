      * one library loan: the book and the student it went to, the
      * date it was issued and is due back, and whether it is
      * still out, came back, or was lost - with any fine charged
      * to the student's fee account when it was closed.
       01  LIBRARY-LOAN-RECORD.
           03 LL-ACCESSION-NO   PIC 9(6).
           03 LL-STUDENT-NO     PIC 99.
           03 LL-ISSUE-DATE     PIC 9(8).
           03 LL-DUE-DATE       PIC 9(8).
           03 LL-RETURN-DATE    PIC 9(8).
           03 LL-STATUS         PIC X.
               88 LL-ON-LOAN       VALUE "O".
               88 LL-RETURNED      VALUE "R".
               88 LL-LOST          VALUE "L".
           03 LL-FINE           PIC 9(5)V99.
