      * one supplementary or resit attempt at a failed subject: the
      * first-attempt mark off the grade report is kept alongside
      * the resit mark and the mark credited for it, which the
      * school caps at the pass mark. the grade report line carries
      * the credited mark; this record is the history behind it.
       01  RESIT-RECORD.
           03 RS-STUDENT-NO     PIC 99.
           03 RS-ACAD-YEAR      PIC 9(4).
           03 RS-TERM           PIC 9.
           03 RS-SUBJECT-CODE   PIC X(4).
           03 RS-FIRST-MARK     PIC 999.
           03 RS-RESIT-MARK     PIC 999.
           03 RS-CREDITED-MARK  PIC 999.
           03 RS-RESIT-DATE     PIC 9(8).
