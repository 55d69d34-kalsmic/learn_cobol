      * one student taking one subject for one academic year and
      * term, and the teacher who teaches them. marks entry takes
      * marks only for a subject the student is enrolled in, and
      * the marks-outstanding report chases each teacher for the
      * enrolments with no mark yet.
       01  SUBJECT-ENROL-RECORD.
           03 SE-STUDENT-NO     PIC 99.
           03 SE-ACAD-YEAR      PIC 9(4).
           03 SE-TERM           PIC 9.
           03 SE-SUBJECT-CODE   PIC X(4).
           03 SE-TEACHER-CODE   PIC X(4).
