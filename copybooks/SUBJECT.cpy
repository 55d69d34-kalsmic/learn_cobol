      * one subject on the subject master: its code and name, the
      * credit hours its mark carries in the weighted average, and
      * whether its marks are the papers keyed through STUDENT-
      * MARKS onto the student master rather than graded through
      * PROCESS-MARKS.
       01  SUBJECT-RECORD.
           03 SJ-SUBJECT-CODE   PIC X(4).
           03 SJ-SUBJECT-NAME   PIC X(20).
           03 SJ-CREDIT-HOURS   PIC 9.
           03 SJ-PAPER-MARKS    PIC X.
               88 SJ-ON-STUDENT-MASTER VALUE "Y".
