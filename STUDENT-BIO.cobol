              05 TAB-SB-CONTACT  PIC X(12).
              05 TAB-SB-ENROLLED PIC 9(8).
              05 TAB-SB-STATUS   PIC X.
              05 TAB-SB-CLASS    PIC X(4).
       01  BIO-COUNT             PIC 99 VALUE ZERO.
       01  BIO-FOUND             PIC X.
       01  BIO-FOUND-INDEX       PIC 99 VALUE ZERO.
           03 WK-DOB             PIC 9(8).
           03 WK-GUARDIAN        PIC X(20).
           03 WK-CONTACT         PIC X(12).
           03 WK-CLASS           PIC X(4).
       01  DOB-PARTS.
           03 DOB-YYYY           PIC 9(4).
           03 DOB-MM             PIC 99.
           PERFORM GET-STUDENT-NAME
           PERFORM GET-DATE-OF-BIRTH
           PERFORM GET-GUARDIAN
           PERFORM GET-CLASS
           ADD 1 TO BIO-COUNT
           MOVE BIO-COUNT TO BIO-FOUND-INDEX
           PERFORM MOVE-WORK-TO-TABLE
              MOVE TAB-SB-DOB(BIO-INDEX)      TO WK-DOB
              MOVE TAB-SB-GUARDIAN(BIO-INDEX) TO WK-GUARDIAN
              MOVE TAB-SB-CONTACT(BIO-INDEX)  TO WK-CONTACT
              MOVE TAB-SB-CLASS(BIO-INDEX)    TO WK-CLASS
              DISPLAY "CHANGING " WK-NAME
              PERFORM GET-STUDENT-NAME
              PERFORM GET-DATE-OF-BIRTH
              PERFORM GET-GUARDIAN
              PERFORM GET-CLASS
              PERFORM MOVE-WORK-TO-TABLE
              MOVE "Y" TO CHANGES-MADE
              DISPLAY "STUDENT " WK-STUDENT-NO " CHANGED"
       LIST-ONE-STUDENT.
           DISPLAY TAB-SB-STUDENT(BIO-INDEX) " "
                   TAB-SB-NAME(BIO-INDEX) " "
                   TAB-SB-CLASS(BIO-INDEX) " "
                   TAB-SB-STATUS(BIO-INDEX)
           .

           END-IF
           .

       GET-CLASS.
           PERFORM PROMPT-CLASS WITH TEST AFTER
                    UNTIL WK-CLASS NOT = SPACES
           .

       PROMPT-CLASS.
           DISPLAY "CLASS: " WITH NO ADVANCING
           ACCEPT WK-CLASS
           IF WK-CLASS = SPACES
              DISPLAY "CLASS MUST NOT BE BLANK"
           END-IF
           .

       MOVE-WORK-TO-TABLE.
           SET BIO-INDEX TO BIO-FOUND-INDEX
           MOVE WK-STUDENT-NO TO TAB-SB-STUDENT(BIO-INDEX)
           MOVE WK-DOB        TO TAB-SB-DOB(BIO-INDEX)
           MOVE WK-GUARDIAN   TO TAB-SB-GUARDIAN(BIO-INDEX)
           MOVE WK-CONTACT    TO TAB-SB-CONTACT(BIO-INDEX)
           MOVE WK-CLASS      TO TAB-SB-CLASS(BIO-INDEX)
           .

       LOAD-BIO-MASTER.
           MOVE SB-CONTACT       TO TAB-SB-CONTACT(BIO-INDEX)
           MOVE SB-ENROLLED      TO TAB-SB-ENROLLED(BIO-INDEX)
           MOVE SB-STATUS        TO TAB-SB-STATUS(BIO-INDEX)
           MOVE SB-CLASS         TO TAB-SB-CLASS(BIO-INDEX)
           PERFORM READ-BIO-RECORD
           .

           MOVE TAB-SB-CONTACT(BIO-INDEX)  TO SB-CONTACT
           MOVE TAB-SB-ENROLLED(BIO-INDEX) TO SB-ENROLLED
           MOVE TAB-SB-STATUS(BIO-INDEX)   TO SB-STATUS
           MOVE TAB-SB-CLASS(BIO-INDEX)    TO SB-CLASS
           WRITE STUDENT-BIO-RECORD
           .
