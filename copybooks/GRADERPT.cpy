      * average and the class they landed in, plus the subject
      * marks and credit hours behind the average so the end-of-
      * term analysis can show which subjects drag the weighted
      * totals down. unused subject slots are zero. the student
      * number, academic year and term, and the subject code of
      * each slot, tie the line back to the subject enrolments.
       01  STUDENT-GRADE-RECORD.
           03 SGR-STUDENT-NAME  PIC X(20).
           03 SGR-AVERAGE       PIC 999V9.
           03 SGR-SUBJECT OCCURS 10 TIMES.
              05 SGR-SUBJECT-MARKS        PIC 999.
              05 SGR-SUBJECT-CREDIT-HOURS PIC 9.
           03 SGR-STUDENT-NO    PIC 99.
           03 SGR-ACAD-YEAR     PIC 9(4).
           03 SGR-TERM          PIC 9.
           03 SGR-SUBJECT-CODE  PIC X(4) OCCURS 10 TIMES.
