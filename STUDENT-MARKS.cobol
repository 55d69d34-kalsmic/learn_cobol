           SELECT STUDENT-BIO-FILE ASSIGN TO "data/STUDENTBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUDENT-BIO-STATUS.
           SELECT SUBJECT-FILE ASSIGN TO "data/SUBJECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-STATUS.
           SELECT SUBJECT-ENROL-FILE ASSIGN TO "data/SUBJENROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-ENROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-BIO-FILE.
       COPY STUDBIO.

       FD  SUBJECT-FILE.
       COPY SUBJECT.

       FD  SUBJECT-ENROL-FILE.
       COPY SUBJENROL.

       WORKING-STORAGE SECTION.
       01  STUDENT-MASTER-STATUS PIC XX.
       01  CHOSEN-YEAR           PIC 9(4).
           03 BIO-STUDENT OCCURS 5 TIMES.
              05 BIO-NAME        PIC X(20).
              05 BIO-ON-FILE     PIC X.
       01  SUBJECT-STATUS        PIC XX.
       01  SUBJECT-EOF           PIC X VALUE "N".
       01  SUBJECT-ENROL-STATUS  PIC XX.
       01  SUBJECT-ENROL-EOF     PIC X VALUE "N".
      * the subject whose marks are keyed here as papers, and who
      * is enrolled in it for the chosen term - marks entry refuses
      * a student not enrolled, the same way it refuses a ghost
       01  PAPER-SUBJECT-CODE    PIC X(4) VALUE SPACES.
       01  PAPER-SUBJECT-NAME    PIC X(20) VALUE SPACES.
       01  ENROLLED-LIST.
           03 ENROLLED-IN-PAPER  OCCURS 5 TIMES PIC X.
       01  STUDENT-MASTER-EOF    PIC X VALUE "N".
       01  CHECKPOINT-STATUS     PIC XX.
       01  RESUME-STUDENT-INDEX  PIC 99 VALUE ZERO.
           ACCEPT CHOSEN-TERM
           PERFORM LOAD-ATTENDANCE
           PERFORM LOAD-STUDENT-BIO
           PERFORM LOAD-PAPER-SUBJECT
           PERFORM LOAD-ENROLMENTS
      * a student never touched by LOAD-MARKS or by INPUT-ONE-PAPER
      * must still hold a valid zero value, or SAVE-MARKS' WRITE of
      * that student's record fails with a bad-data file status and
              PERFORM SAVE-MARKS
              PERFORM WRITE-CHECKPOINT
           ELSE
              IF ENROLLED-IN-PAPER(STUDENT-INDEX) NOT = "Y"
                 DISPLAY "STUDENT" STUDENT-INDEX
                         " NOT ENROLLED IN " PAPER-SUBJECT-CODE
                         " - MARKS ENTRY REFUSED"
                 PERFORM SAVE-MARKS
                 PERFORM WRITE-CHECKPOINT
              ELSE
                 PERFORM INPUT-KNOWN-STUDENT
              END-IF
           END-IF
       .
       END-INPUT-MARKS.
           PERFORM READ-STUDENT-BIO
           .

      * the subject flagged on the subject master as keyed on the
      * student master; with none flagged nobody can be enrolled
      * in it and every student is refused.
       LOAD-PAPER-SUBJECT.
           OPEN INPUT SUBJECT-FILE
           IF SUBJECT-STATUS = "00"
              PERFORM READ-SUBJECT
              PERFORM CHECK-PAPER-SUBJECT
                 UNTIL SUBJECT-EOF = "Y"
              CLOSE SUBJECT-FILE
           END-IF
           IF PAPER-SUBJECT-CODE = SPACES
              DISPLAY "NO SUBJECT IS SET UP AS KEYED ON THE "
                      "STUDENT MASTER"
           ELSE
              DISPLAY "SUBJECT: " PAPER-SUBJECT-CODE " "
                      PAPER-SUBJECT-NAME
           END-IF
           .

       READ-SUBJECT.
           READ SUBJECT-FILE
              AT END MOVE "Y" TO SUBJECT-EOF
           END-READ
           .

       CHECK-PAPER-SUBJECT.
           IF SJ-ON-STUDENT-MASTER AND PAPER-SUBJECT-CODE = SPACES
              MOVE SJ-SUBJECT-CODE TO PAPER-SUBJECT-CODE
              MOVE SJ-SUBJECT-NAME TO PAPER-SUBJECT-NAME
           END-IF
           PERFORM READ-SUBJECT
           .

       LOAD-ENROLMENTS.
           MOVE ALL "N" TO ENROLLED-LIST
           OPEN INPUT SUBJECT-ENROL-FILE
           IF SUBJECT-ENROL-STATUS = "00"
              PERFORM READ-ENROLMENT
              PERFORM STORE-ENROLMENT
                 UNTIL SUBJECT-ENROL-EOF = "Y"
              CLOSE SUBJECT-ENROL-FILE
           END-IF
           .

       READ-ENROLMENT.
           READ SUBJECT-ENROL-FILE
              AT END MOVE "Y" TO SUBJECT-ENROL-EOF
           END-READ
           .

       STORE-ENROLMENT.
           IF SE-ACAD-YEAR = CHOSEN-YEAR AND SE-TERM = CHOSEN-TERM
              AND SE-SUBJECT-CODE = PAPER-SUBJECT-CODE
              AND SE-STUDENT-NO >= 1
              AND SE-STUDENT-NO <= MAX-STUDENTS
              MOVE "Y" TO ENROLLED-IN-PAPER(SE-STUDENT-NO)
           END-IF
           PERFORM READ-ENROLMENT
           .

       LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-STATUS = "00"
