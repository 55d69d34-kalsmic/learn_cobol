      * one student's biographical master record, behind the
      * student numbers the marks subsystem uses: name, date of
      * birth, guardian and contact, enrolment date, status and
      * the class the student sits in.
      * maintained by STUDENT-BIO with the same field-validation
      * discipline the employee maintenance applies, and read by
      * the transcripts, attendance register and marks entry so a
           03 SB-STATUS         PIC X.
               88 SB-ACTIVE        VALUE "A".
               88 SB-LEFT          VALUE "L".
           03 SB-CLASS          PIC X(4).
