      * one teacher on the teacher master, by the code the
      * timetable uses.
       01  TEACHER-RECORD.
           03 TC-TEACHER-CODE   PIC X(4).
           03 TC-TEACHER-NAME   PIC X(20).
