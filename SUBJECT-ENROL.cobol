       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJECT-ENROL.
      * the subject master, the teacher master and each term's
      * enrolment of a student into a subject with the teacher who
      * teaches it. marks entry - STUDENT-MARKS for the papers on
      * the student master, PROCESS-MARKS for the graded subjects -
      * refuses a mark for a subject the student is not enrolled
      * in, and the marks-outstanding report here tells each
      * teacher which of their class still has no mark before
      * GRADE-ANALYSIS is run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJECT-FILE ASSIGN TO "data/SUBJECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-STATUS.
           SELECT TEACHER-FILE ASSIGN TO "data/TEACHERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEACHER-STATUS.
           SELECT SUBJECT-ENROL-FILE ASSIGN TO "data/SUBJENROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-ENROL-STATUS.
           SELECT STUDENT-BIO-FILE ASSIGN TO "data/STUDENTBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUDENT-BIO-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "data/STUDENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT STUDENT-GRADE-REPORT ASSIGN TO
                  "data/GRADEREPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-REPORT-STATUS.
           SELECT OUTSTANDING-REPORT-FILE ASSIGN TO
                  "data/MARKSOUT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBJECT-FILE.
       COPY SUBJECT.

       FD  TEACHER-FILE.
       COPY TEACHER.

       FD  SUBJECT-ENROL-FILE.
       COPY SUBJENROL.

       FD  STUDENT-BIO-FILE.
       COPY STUDBIO.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  STUDENT-GRADE-REPORT.
       COPY GRADERPT.

       FD  OUTSTANDING-REPORT-FILE.
       01  OUTSTANDING-REPORT-LINE PIC X(70).

       WORKING-STORAGE SECTION.
       01  SUBJECT-STATUS       PIC XX.
       01  SUBJECT-EOF          PIC X VALUE "N".
       01  TEACHER-STATUS       PIC XX.
       01  TEACHER-EOF          PIC X VALUE "N".
       01  SUBJECT-ENROL-STATUS PIC XX.
       01  SUBJECT-ENROL-EOF    PIC X VALUE "N".
       01  STUDENT-BIO-STATUS   PIC XX.
       01  STUDENT-BIO-EOF      PIC X VALUE "N".
       01  STUDENT-MASTER-STATUS PIC XX.
       01  STUDENT-MASTER-EOF   PIC X VALUE "N".
       01  GRADE-REPORT-STATUS  PIC XX.
       01  GRADE-REPORT-EOF     PIC X VALUE "N".
       01  MAX-STUDENTS         PIC 99 VALUE 99.
       01  BIO-TABLE.
           03 BIO-ENTRY OCCURS 99 TIMES.
              05 BIO-ON-FILE     PIC X.
              05 BIO-NAME        PIC X(20).
              05 BIO-STATUS      PIC X.
              05 BIO-PAPER-MARKED PIC X.
       01  SUBJECT-TABLE.
           03 SUBJ-ENTRY OCCURS 50 TIMES INDEXED BY SUBJ-INDEX.
              05 TAB-SJ-CODE     PIC X(4).
              05 TAB-SJ-NAME     PIC X(20).
              05 TAB-SJ-HOURS    PIC 9.
              05 TAB-SJ-PAPER    PIC X.
       01  SUBJECT-COUNT        PIC 99 VALUE ZERO.
       01  SUBJECT-FOUND        PIC X.
       01  SUBJECT-INDEX-SAVE   PIC 99 VALUE ZERO.
       01  TEACHER-TABLE.
           03 TCHR-ENTRY OCCURS 50 TIMES INDEXED BY TCHR-INDEX.
              05 TAB-TC-CODE     PIC X(4).
              05 TAB-TC-NAME     PIC X(20).
       01  TEACHER-COUNT        PIC 99 VALUE ZERO.
       01  TEACHER-FOUND        PIC X.
       01  TEACHER-INDEX-SAVE   PIC 99 VALUE ZERO.
       01  ENROL-TABLE.
           03 ENROL-ENTRY OCCURS 999 TIMES INDEXED BY ENROL-INDEX.
              05 TAB-SE-STUDENT  PIC 99.
              05 TAB-SE-PERIOD.
                 07 TAB-SE-YEAR  PIC 9(4).
                 07 TAB-SE-TERM  PIC 9.
              05 TAB-SE-SUBJECT  PIC X(4).
              05 TAB-SE-TEACHER  PIC X(4).
       01  ENROL-COUNT          PIC 9(3) VALUE ZERO.
       01  ENROL-FOUND          PIC X.
       01  ENROL-INDEX-SAVE     PIC 9(3) VALUE ZERO.
       01  GRADED-TABLE.
           03 GRADED-ENTRY OCCURS 999 TIMES INDEXED BY GRADED-INDEX.
              05 TAB-GR-STUDENT  PIC 99.
              05 TAB-GR-SUBJECT  PIC X(4).
       01  GRADED-COUNT         PIC 9(3) VALUE ZERO.
       01  MARK-FOUND           PIC X.
       01  MENU-ACTION          PIC X.
           88 ACTION-SUBJECT    VALUE "S" "s".
           88 ACTION-TEACHER    VALUE "T" "t".
           88 ACTION-ENROL      VALUE "E" "e".
           88 ACTION-DROP       VALUE "D" "d".
           88 ACTION-LIST       VALUE "L" "l".
           88 ACTION-OUTSTANDING VALUE "O" "o".
           88 ACTION-EXIT       VALUE "X" "x".
       01  WORK-ENROL.
           03 WK-STUDENT-NO     PIC 99.
           03 WK-PERIOD.
              05 WK-ACAD-YEAR   PIC 9(4).
              05 WK-TERM        PIC 9.
           03 WK-SUBJECT-CODE   PIC X(4).
           03 WK-SUBJECT-NAME   PIC X(20).
           03 WK-CREDIT-HOURS   PIC 9.
           03 WK-PAPER-MARKS    PIC X.
           03 WK-TEACHER-CODE   PIC X(4).
           03 WK-TEACHER-NAME   PIC X(20).
       01  GROUP-ENROLLED       PIC 9(3).
       01  GROUP-OUTSTANDING    PIC 9(3).
       01  TOTAL-OUTSTANDING    PIC 9(4) VALUE ZERO.
       01  OUTSTANDING-HEADING.
           03 FILLER            PIC X(25) VALUE
                 "----- MARKS OUTSTANDING ".
           03 OH-YEAR           PIC 9(4).
           03 FILLER            PIC X(6) VALUE " TERM ".
           03 OH-TERM           PIC 9.
           03 FILLER            PIC X(6) VALUE " -----".
       01  GROUP-HEADING.
           03 GH-TEACHER-CODE   PIC X(4).
           03 FILLER            PIC X VALUE SPACE.
           03 GH-TEACHER-NAME   PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 GH-SUBJECT-CODE   PIC X(4).
           03 FILLER            PIC X VALUE SPACE.
           03 GH-SUBJECT-NAME   PIC X(20).
       01  OUTSTANDING-DETAIL.
           03 FILLER            PIC X(4) VALUE SPACES.
           03 OD-STUDENT        PIC 99.
           03 FILLER            PIC X VALUE SPACE.
           03 OD-NAME           PIC X(20).
           03 FILLER            PIC X(14) VALUE " NO MARK YET".
       01  GROUP-TOTAL-LINE.
           03 FILLER            PIC X(4) VALUE SPACES.
           03 GT-OUTSTANDING    PIC ZZ9.
           03 FILLER            PIC X(4) VALUE " OF ".
           03 GT-ENROLLED       PIC ZZ9.
           03 FILLER            PIC X(18) VALUE
                 " MARKS OUTSTANDING".
       01  ENROL-LIST-LINE.
           03 EL-SUBJECT-CODE   PIC X(4).
           03 FILLER            PIC X VALUE SPACE.
           03 EL-SUBJECT-NAME   PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 EL-TEACHER-CODE   PIC X(4).
           03 FILLER            PIC X VALUE SPACE.
           03 EL-TEACHER-NAME   PIC X(20).
       01  BLANK-LINE           PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.
       Subject-Enrol.
           DISPLAY "SUBJECT ENROLMENT"
           PERFORM LOAD-STUDENT-BIO
           PERFORM LOAD-SUBJECTS
           PERFORM LOAD-TEACHERS
           PERFORM LOAD-ENROLMENTS
           PERFORM ENROL-ONE-ACTION WITH TEST AFTER
                    UNTIL ACTION-EXIT
           GOBACK.

       ENROL-ONE-ACTION.
           DISPLAY SPACE
           DISPLAY "Subject, Teacher, Enrol, Drop, List, "
                   "marks Outstanding or eXit?"
           DISPLAY "(S/T/E/D/L/O/X): " WITH NO ADVANCING
           ACCEPT MENU-ACTION
           EVALUATE TRUE
              WHEN ACTION-SUBJECT     PERFORM MAINTAIN-SUBJECT
              WHEN ACTION-TEACHER     PERFORM MAINTAIN-TEACHER
              WHEN ACTION-ENROL       PERFORM ENROL-STUDENT
              WHEN ACTION-DROP        PERFORM DROP-ENROLMENT
              WHEN ACTION-LIST        PERFORM LIST-ENROLMENTS
              WHEN ACTION-OUTSTANDING PERFORM MARKS-OUTSTANDING
              WHEN ACTION-EXIT        CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER S, T, E, D, L, O OR X"
           END-EVALUATE
           .

      * a new code adds the subject; an existing one is changed.
       MAINTAIN-SUBJECT.
           DISPLAY "SUBJECT CODE: " WITH NO ADVANCING
           ACCEPT WK-SUBJECT-CODE
           DISPLAY "SUBJECT NAME: " WITH NO ADVANCING
           ACCEPT WK-SUBJECT-NAME
           DISPLAY "CREDIT HOURS (1-9): " WITH NO ADVANCING
           ACCEPT WK-CREDIT-HOURS
           DISPLAY "MARKS KEYED AS PAPERS ON THE STUDENT MASTER? "
                   "(Y/N): " WITH NO ADVANCING
           ACCEPT WK-PAPER-MARKS
           PERFORM FIND-SUBJECT
           EVALUATE TRUE
              WHEN WK-SUBJECT-CODE = SPACES
                 DISPLAY "SUBJECT CODE MUST NOT BE BLANK"
              WHEN WK-SUBJECT-NAME = SPACES
                 DISPLAY "SUBJECT NAME MUST NOT BE BLANK"
              WHEN WK-CREDIT-HOURS NOT NUMERIC
                   OR WK-CREDIT-HOURS = ZERO
                 DISPLAY "CREDIT HOURS MUST BE 1 TO 9"
              WHEN SUBJECT-FOUND NOT = "Y" AND SUBJECT-COUNT NOT < 50
                 DISPLAY "SUBJECT MASTER FULL"
              WHEN OTHER
                 IF SUBJECT-FOUND NOT = "Y"
                    ADD 1 TO SUBJECT-COUNT
                    MOVE SUBJECT-COUNT TO SUBJECT-INDEX-SAVE
                 END-IF
                 SET SUBJ-INDEX TO SUBJECT-INDEX-SAVE
                 MOVE WK-SUBJECT-CODE TO TAB-SJ-CODE(SUBJ-INDEX)
                 MOVE WK-SUBJECT-NAME TO TAB-SJ-NAME(SUBJ-INDEX)
                 MOVE WK-CREDIT-HOURS TO TAB-SJ-HOURS(SUBJ-INDEX)
                 IF WK-PAPER-MARKS = "Y" OR WK-PAPER-MARKS = "y"
                    MOVE "Y" TO TAB-SJ-PAPER(SUBJ-INDEX)
                 ELSE
                    MOVE "N" TO TAB-SJ-PAPER(SUBJ-INDEX)
                 END-IF
                 PERFORM SAVE-SUBJECTS
                 DISPLAY "SUBJECT " WK-SUBJECT-CODE " SAVED"
           END-EVALUATE
           .

       MAINTAIN-TEACHER.
           DISPLAY "TEACHER CODE: " WITH NO ADVANCING
           ACCEPT WK-TEACHER-CODE
           DISPLAY "TEACHER NAME: " WITH NO ADVANCING
           ACCEPT WK-TEACHER-NAME
           PERFORM FIND-TEACHER
           EVALUATE TRUE
              WHEN WK-TEACHER-CODE = SPACES
                 DISPLAY "TEACHER CODE MUST NOT BE BLANK"
              WHEN WK-TEACHER-NAME = SPACES
                 DISPLAY "TEACHER NAME MUST NOT BE BLANK"
              WHEN TEACHER-FOUND NOT = "Y" AND TEACHER-COUNT NOT < 50
                 DISPLAY "TEACHER MASTER FULL"
              WHEN OTHER
                 IF TEACHER-FOUND NOT = "Y"
                    ADD 1 TO TEACHER-COUNT
                    MOVE TEACHER-COUNT TO TEACHER-INDEX-SAVE
                 END-IF
                 SET TCHR-INDEX TO TEACHER-INDEX-SAVE
                 MOVE WK-TEACHER-CODE TO TAB-TC-CODE(TCHR-INDEX)
                 MOVE WK-TEACHER-NAME TO TAB-TC-NAME(TCHR-INDEX)
                 PERFORM SAVE-TEACHERS
                 DISPLAY "TEACHER " WK-TEACHER-CODE " SAVED"
           END-EVALUATE
           .

      * enrolling a student already in the subject for the term
      * moves them to the teacher keyed.
       ENROL-STUDENT.
           PERFORM KEY-STUDENT-TERM
           DISPLAY "SUBJECT CODE: " WITH NO ADVANCING
           ACCEPT WK-SUBJECT-CODE
           DISPLAY "TEACHER CODE: " WITH NO ADVANCING
           ACCEPT WK-TEACHER-CODE
           PERFORM FIND-SUBJECT
           PERFORM FIND-TEACHER
           PERFORM FIND-ENROLMENT
           EVALUATE TRUE
              WHEN WK-STUDENT-NO = ZERO
                 DISPLAY "STUDENT " WK-STUDENT-NO
                         " NOT ON THE BIO MASTER"
              WHEN BIO-ON-FILE(WK-STUDENT-NO) NOT = "Y"
                 DISPLAY "STUDENT " WK-STUDENT-NO
                         " NOT ON THE BIO MASTER"
              WHEN BIO-STATUS(WK-STUDENT-NO) = "L"
                 DISPLAY "STUDENT HAS LEFT - NOT ENROLLED"
              WHEN WK-TERM < 1 OR WK-TERM > 3
                 DISPLAY "TERM MUST BE 1 TO 3"
              WHEN SUBJECT-FOUND NOT = "Y"
                 DISPLAY "SUBJECT NOT ON THE SUBJECT MASTER"
              WHEN TEACHER-FOUND NOT = "Y"
                 DISPLAY "TEACHER NOT ON THE TEACHER MASTER"
              WHEN ENROL-FOUND = "Y"
                 SET ENROL-INDEX TO ENROL-INDEX-SAVE
                 MOVE WK-TEACHER-CODE TO TAB-SE-TEACHER(ENROL-INDEX)
                 PERFORM SAVE-ENROLMENTS
                 DISPLAY "TEACHER CHANGED"
              WHEN ENROL-COUNT NOT < 999
                 DISPLAY "ENROLMENT FILE FULL"
              WHEN OTHER
                 ADD 1 TO ENROL-COUNT
                 SET ENROL-INDEX TO ENROL-COUNT
                 MOVE WK-STUDENT-NO   TO TAB-SE-STUDENT(ENROL-INDEX)
                 MOVE WK-PERIOD       TO TAB-SE-PERIOD(ENROL-INDEX)
                 MOVE WK-SUBJECT-CODE TO TAB-SE-SUBJECT(ENROL-INDEX)
                 MOVE WK-TEACHER-CODE TO TAB-SE-TEACHER(ENROL-INDEX)
                 PERFORM SAVE-ENROLMENTS
                 DISPLAY BIO-NAME(WK-STUDENT-NO) " ENROLLED IN "
                         WK-SUBJECT-CODE
           END-EVALUATE
           .

       DROP-ENROLMENT.
           PERFORM KEY-STUDENT-TERM
           DISPLAY "SUBJECT CODE: " WITH NO ADVANCING
           ACCEPT WK-SUBJECT-CODE
           PERFORM FIND-ENROLMENT
           IF ENROL-FOUND = "Y"
              SET ENROL-INDEX TO ENROL-INDEX-SAVE
              MOVE ZERO TO TAB-SE-STUDENT(ENROL-INDEX)
              PERFORM SAVE-ENROLMENTS
              DISPLAY "ENROLMENT DROPPED"
           ELSE
              DISPLAY "STUDENT NOT ENROLLED IN THAT SUBJECT "
                      "FOR THE TERM"
           END-IF
           .

       LIST-ENROLMENTS.
           PERFORM KEY-STUDENT-TERM
           IF WK-STUDENT-NO > ZERO
              DISPLAY "SUBJECTS FOR " BIO-NAME(WK-STUDENT-NO)
           END-IF
           PERFORM LIST-ONE-ENROLMENT
                    VARYING ENROL-INDEX FROM 1 BY 1
                    UNTIL ENROL-INDEX > ENROL-COUNT
           .

       LIST-ONE-ENROLMENT.
           IF TAB-SE-STUDENT(ENROL-INDEX) = WK-STUDENT-NO
              AND TAB-SE-PERIOD(ENROL-INDEX) = WK-PERIOD
              MOVE TAB-SE-SUBJECT(ENROL-INDEX) TO WK-SUBJECT-CODE
              MOVE TAB-SE-TEACHER(ENROL-INDEX) TO WK-TEACHER-CODE
              PERFORM FIND-SUBJECT
              PERFORM FIND-TEACHER
              MOVE WK-SUBJECT-CODE TO EL-SUBJECT-CODE
              MOVE SPACES          TO EL-SUBJECT-NAME
              IF SUBJECT-FOUND = "Y"
                 MOVE TAB-SJ-NAME(SUBJECT-INDEX-SAVE)
                   TO EL-SUBJECT-NAME
              END-IF
              MOVE WK-TEACHER-CODE TO EL-TEACHER-CODE
              MOVE SPACES          TO EL-TEACHER-NAME
              IF TEACHER-FOUND = "Y"
                 MOVE TAB-TC-NAME(TEACHER-INDEX-SAVE)
                   TO EL-TEACHER-NAME
              END-IF
              DISPLAY ENROL-LIST-LINE
           END-IF
           .

       KEY-STUDENT-TERM.
           DISPLAY "STUDENT NUMBER: " WITH NO ADVANCING
           ACCEPT WK-STUDENT-NO
           DISPLAY "ACADEMIC YEAR (YYYY): " WITH NO ADVANCING
           ACCEPT WK-ACAD-YEAR
           DISPLAY "TERM (1-3): " WITH NO ADVANCING
           ACCEPT WK-TERM
           .

      * for every teacher and every subject they teach in the term,
      * the enrolled students with no mark: the papers on the
      * student master for the paper subject, the grade report
      * lines from PROCESS-MARKS for the rest.
       MARKS-OUTSTANDING.
           DISPLAY "ACADEMIC YEAR (YYYY): " WITH NO ADVANCING
           ACCEPT WK-ACAD-YEAR
           DISPLAY "TERM (1-3): " WITH NO ADVANCING
           ACCEPT WK-TERM
           PERFORM LOAD-PAPER-MARKS
           PERFORM LOAD-GRADED-MARKS
           MOVE ZERO TO TOTAL-OUTSTANDING
           OPEN OUTPUT OUTSTANDING-REPORT-FILE
           MOVE WK-ACAD-YEAR TO OH-YEAR
           MOVE WK-TERM      TO OH-TERM
           WRITE OUTSTANDING-REPORT-LINE FROM OUTSTANDING-HEADING
           PERFORM OUTSTANDING-ONE-TEACHER
                    VARYING TCHR-INDEX FROM 1 BY 1
                    UNTIL TCHR-INDEX > TEACHER-COUNT
           CLOSE OUTSTANDING-REPORT-FILE
           DISPLAY "MARKS OUTSTANDING: " TOTAL-OUTSTANDING
           DISPLAY "REPORT WRITTEN TO data/MARKSOUT.RPT"
           .

       OUTSTANDING-ONE-TEACHER.
           PERFORM OUTSTANDING-ONE-SUBJECT
                    VARYING SUBJ-INDEX FROM 1 BY 1
                    UNTIL SUBJ-INDEX > SUBJECT-COUNT
           .

       OUTSTANDING-ONE-SUBJECT.
           MOVE ZERO TO GROUP-ENROLLED
           MOVE ZERO TO GROUP-OUTSTANDING
           PERFORM COUNT-GROUP-ENROLMENT
                    VARYING ENROL-INDEX FROM 1 BY 1
                    UNTIL ENROL-INDEX > ENROL-COUNT
           IF GROUP-ENROLLED > ZERO
              MOVE TAB-TC-CODE(TCHR-INDEX) TO GH-TEACHER-CODE
              MOVE TAB-TC-NAME(TCHR-INDEX) TO GH-TEACHER-NAME
              MOVE TAB-SJ-CODE(SUBJ-INDEX) TO GH-SUBJECT-CODE
              MOVE TAB-SJ-NAME(SUBJ-INDEX) TO GH-SUBJECT-NAME
              WRITE OUTSTANDING-REPORT-LINE FROM GROUP-HEADING
              DISPLAY GROUP-HEADING
              PERFORM LIST-GROUP-OUTSTANDING
                       VARYING ENROL-INDEX FROM 1 BY 1
                       UNTIL ENROL-INDEX > ENROL-COUNT
              MOVE GROUP-OUTSTANDING TO GT-OUTSTANDING
              MOVE GROUP-ENROLLED    TO GT-ENROLLED
              WRITE OUTSTANDING-REPORT-LINE FROM GROUP-TOTAL-LINE
              WRITE OUTSTANDING-REPORT-LINE FROM BLANK-LINE
              DISPLAY GROUP-TOTAL-LINE
           END-IF
           .

       COUNT-GROUP-ENROLMENT.
           IF TAB-SE-STUDENT(ENROL-INDEX) > ZERO
              AND TAB-SE-PERIOD(ENROL-INDEX) = WK-PERIOD
              AND TAB-SE-TEACHER(ENROL-INDEX) = TAB-TC-CODE(TCHR-INDEX)
              AND TAB-SE-SUBJECT(ENROL-INDEX) = TAB-SJ-CODE(SUBJ-INDEX)
              ADD 1 TO GROUP-ENROLLED
           END-IF
           .

       LIST-GROUP-OUTSTANDING.
           IF TAB-SE-STUDENT(ENROL-INDEX) > ZERO
              AND TAB-SE-PERIOD(ENROL-INDEX) = WK-PERIOD
              AND TAB-SE-TEACHER(ENROL-INDEX) = TAB-TC-CODE(TCHR-INDEX)
              AND TAB-SE-SUBJECT(ENROL-INDEX) = TAB-SJ-CODE(SUBJ-INDEX)
              PERFORM CHECK-MARK-RECORDED
              IF MARK-FOUND NOT = "Y"
                 ADD 1 TO GROUP-OUTSTANDING
                 ADD 1 TO TOTAL-OUTSTANDING
                 MOVE TAB-SE-STUDENT(ENROL-INDEX) TO OD-STUDENT
                 MOVE BIO-NAME(TAB-SE-STUDENT(ENROL-INDEX)) TO OD-NAME
                 WRITE OUTSTANDING-REPORT-LINE FROM OUTSTANDING-DETAIL
                 DISPLAY OUTSTANDING-DETAIL
              END-IF
           END-IF
           .

       CHECK-MARK-RECORDED.
           MOVE "N" TO MARK-FOUND
           IF TAB-SJ-PAPER(SUBJ-INDEX) = "Y"
              MOVE BIO-PAPER-MARKED(TAB-SE-STUDENT(ENROL-INDEX))
                TO MARK-FOUND
           ELSE
              PERFORM CHECK-ONE-GRADED
                       VARYING GRADED-INDEX FROM 1 BY 1
                       UNTIL GRADED-INDEX > GRADED-COUNT
                          OR MARK-FOUND = "Y"
           END-IF
           .

       CHECK-ONE-GRADED.
           IF TAB-GR-STUDENT(GRADED-INDEX) =
              TAB-SE-STUDENT(ENROL-INDEX)
              AND TAB-GR-SUBJECT(GRADED-INDEX) =
                  TAB-SE-SUBJECT(ENROL-INDEX)
              MOVE "Y" TO MARK-FOUND
           END-IF
           .

      * a student-master record for the term with either paper
      * above zero counts as marked.
       LOAD-PAPER-MARKS.
           PERFORM CLEAR-PAPER-MARKED
                    VARYING WK-STUDENT-NO FROM 1 BY 1
                    UNTIL WK-STUDENT-NO = MAX-STUDENTS
           MOVE "N" TO BIO-PAPER-MARKED(MAX-STUDENTS)
           MOVE "N" TO STUDENT-MASTER-EOF
           OPEN INPUT STUDENT-MASTER-FILE
           IF STUDENT-MASTER-STATUS = "00"
              PERFORM READ-STUDENT-MASTER
              PERFORM NOTE-PAPER-MARKS
                 UNTIL STUDENT-MASTER-EOF = "Y"
              CLOSE STUDENT-MASTER-FILE
           END-IF
           .

       CLEAR-PAPER-MARKED.
           MOVE "N" TO BIO-PAPER-MARKED(WK-STUDENT-NO)
           .

       READ-STUDENT-MASTER.
           READ STUDENT-MASTER-FILE
              AT END MOVE "Y" TO STUDENT-MASTER-EOF
           END-READ
           .

       NOTE-PAPER-MARKS.
           IF SM-ACAD-YEAR = WK-ACAD-YEAR AND SM-TERM = WK-TERM
              AND SM-STUDENT-NO > ZERO
              IF SM-PAPER(1) > ZERO OR SM-PAPER(2) > ZERO
                 MOVE "Y" TO BIO-PAPER-MARKED(SM-STUDENT-NO)
              END-IF
           END-IF
           PERFORM READ-STUDENT-MASTER
           .

       LOAD-GRADED-MARKS.
           MOVE ZERO TO GRADED-COUNT
           MOVE "N" TO GRADE-REPORT-EOF
           OPEN INPUT STUDENT-GRADE-REPORT
           IF GRADE-REPORT-STATUS = "00"
              PERFORM READ-GRADE-REPORT
              PERFORM NOTE-GRADED-MARKS
                 UNTIL GRADE-REPORT-EOF = "Y"
              CLOSE STUDENT-GRADE-REPORT
           END-IF
           .

       READ-GRADE-REPORT.
           READ STUDENT-GRADE-REPORT
              AT END MOVE "Y" TO GRADE-REPORT-EOF
           END-READ
           .

       NOTE-GRADED-MARKS.
           IF SGR-ACAD-YEAR = WK-ACAD-YEAR AND SGR-TERM = WK-TERM
              PERFORM NOTE-ONE-GRADED-SUBJECT
                       VARYING SUBJ-INDEX FROM 1 BY 1
                       UNTIL SUBJ-INDEX > SGR-SUBJECT-COUNT
                          OR SUBJ-INDEX > 10
           END-IF
           PERFORM READ-GRADE-REPORT
           .

       NOTE-ONE-GRADED-SUBJECT.
           IF GRADED-COUNT < 999
              AND SGR-SUBJECT-CODE(SUBJ-INDEX) NOT = SPACES
              ADD 1 TO GRADED-COUNT
              SET GRADED-INDEX TO GRADED-COUNT
              MOVE SGR-STUDENT-NO TO TAB-GR-STUDENT(GRADED-INDEX)
              MOVE SGR-SUBJECT-CODE(SUBJ-INDEX)
                TO TAB-GR-SUBJECT(GRADED-INDEX)
           END-IF
           .

       FIND-SUBJECT.
           MOVE "N" TO SUBJECT-FOUND
           PERFORM CHECK-ONE-SUBJECT
                    VARYING SUBJ-INDEX FROM 1 BY 1
                    UNTIL SUBJ-INDEX > SUBJECT-COUNT
                       OR SUBJECT-FOUND = "Y"
           .

       CHECK-ONE-SUBJECT.
           IF TAB-SJ-CODE(SUBJ-INDEX) = WK-SUBJECT-CODE
              MOVE "Y" TO SUBJECT-FOUND
              SET SUBJECT-INDEX-SAVE TO SUBJ-INDEX
           END-IF
           .

       FIND-TEACHER.
           MOVE "N" TO TEACHER-FOUND
           PERFORM CHECK-ONE-TEACHER
                    VARYING TCHR-INDEX FROM 1 BY 1
                    UNTIL TCHR-INDEX > TEACHER-COUNT
                       OR TEACHER-FOUND = "Y"
           .

       CHECK-ONE-TEACHER.
           IF TAB-TC-CODE(TCHR-INDEX) = WK-TEACHER-CODE
              MOVE "Y" TO TEACHER-FOUND
              SET TEACHER-INDEX-SAVE TO TCHR-INDEX
           END-IF
           .

       FIND-ENROLMENT.
           MOVE "N" TO ENROL-FOUND
           PERFORM CHECK-ONE-ENROLMENT
                    VARYING ENROL-INDEX FROM 1 BY 1
                    UNTIL ENROL-INDEX > ENROL-COUNT
                       OR ENROL-FOUND = "Y"
           .

       CHECK-ONE-ENROLMENT.
           IF TAB-SE-STUDENT(ENROL-INDEX) = WK-STUDENT-NO
              AND TAB-SE-PERIOD(ENROL-INDEX) = WK-PERIOD
              AND TAB-SE-SUBJECT(ENROL-INDEX) = WK-SUBJECT-CODE
              MOVE "Y" TO ENROL-FOUND
              SET ENROL-INDEX-SAVE TO ENROL-INDEX
           END-IF
           .

       LOAD-STUDENT-BIO.
           INITIALIZE BIO-TABLE
           OPEN INPUT STUDENT-BIO-FILE
           IF STUDENT-BIO-STATUS = "00"
              PERFORM READ-STUDENT-BIO
              PERFORM STORE-STUDENT-BIO
                 UNTIL STUDENT-BIO-EOF = "Y"
              CLOSE STUDENT-BIO-FILE
           END-IF
           .

       READ-STUDENT-BIO.
           READ STUDENT-BIO-FILE
              AT END MOVE "Y" TO STUDENT-BIO-EOF
           END-READ
           .

       STORE-STUDENT-BIO.
           IF SB-STUDENT-NO >= 1 AND SB-STUDENT-NO <= MAX-STUDENTS
              MOVE "Y"       TO BIO-ON-FILE(SB-STUDENT-NO)
              MOVE SB-NAME   TO BIO-NAME(SB-STUDENT-NO)
              MOVE SB-STATUS TO BIO-STATUS(SB-STUDENT-NO)
           END-IF
           PERFORM READ-STUDENT-BIO
           .

       LOAD-SUBJECTS.
           MOVE ZERO TO SUBJECT-COUNT
           OPEN INPUT SUBJECT-FILE
           IF SUBJECT-STATUS = "00"
              PERFORM READ-SUBJECT
              PERFORM STORE-SUBJECT
                 UNTIL SUBJECT-EOF = "Y"
              CLOSE SUBJECT-FILE
           END-IF
           .

       READ-SUBJECT.
           READ SUBJECT-FILE
              AT END MOVE "Y" TO SUBJECT-EOF
           END-READ
           .

       STORE-SUBJECT.
           ADD 1 TO SUBJECT-COUNT
           SET SUBJ-INDEX TO SUBJECT-COUNT
           MOVE SJ-SUBJECT-CODE TO TAB-SJ-CODE(SUBJ-INDEX)
           MOVE SJ-SUBJECT-NAME TO TAB-SJ-NAME(SUBJ-INDEX)
           MOVE SJ-CREDIT-HOURS TO TAB-SJ-HOURS(SUBJ-INDEX)
           MOVE SJ-PAPER-MARKS  TO TAB-SJ-PAPER(SUBJ-INDEX)
           PERFORM READ-SUBJECT
           .

       SAVE-SUBJECTS.
           OPEN OUTPUT SUBJECT-FILE
           PERFORM WRITE-SUBJECT
                    VARYING SUBJ-INDEX FROM 1 BY 1
                    UNTIL SUBJ-INDEX > SUBJECT-COUNT
           CLOSE SUBJECT-FILE
           .

       WRITE-SUBJECT.
           MOVE TAB-SJ-CODE(SUBJ-INDEX)  TO SJ-SUBJECT-CODE
           MOVE TAB-SJ-NAME(SUBJ-INDEX)  TO SJ-SUBJECT-NAME
           MOVE TAB-SJ-HOURS(SUBJ-INDEX) TO SJ-CREDIT-HOURS
           MOVE TAB-SJ-PAPER(SUBJ-INDEX) TO SJ-PAPER-MARKS
           WRITE SUBJECT-RECORD
           .

       LOAD-TEACHERS.
           MOVE ZERO TO TEACHER-COUNT
           OPEN INPUT TEACHER-FILE
           IF TEACHER-STATUS = "00"
              PERFORM READ-TEACHER
              PERFORM STORE-TEACHER
                 UNTIL TEACHER-EOF = "Y"
              CLOSE TEACHER-FILE
           END-IF
           .

       READ-TEACHER.
           READ TEACHER-FILE
              AT END MOVE "Y" TO TEACHER-EOF
           END-READ
           .

       STORE-TEACHER.
           ADD 1 TO TEACHER-COUNT
           SET TCHR-INDEX TO TEACHER-COUNT
           MOVE TC-TEACHER-CODE TO TAB-TC-CODE(TCHR-INDEX)
           MOVE TC-TEACHER-NAME TO TAB-TC-NAME(TCHR-INDEX)
           PERFORM READ-TEACHER
           .

       SAVE-TEACHERS.
           OPEN OUTPUT TEACHER-FILE
           PERFORM WRITE-TEACHER
                    VARYING TCHR-INDEX FROM 1 BY 1
                    UNTIL TCHR-INDEX > TEACHER-COUNT
           CLOSE TEACHER-FILE
           .

       WRITE-TEACHER.
           MOVE TAB-TC-CODE(TCHR-INDEX) TO TC-TEACHER-CODE
           MOVE TAB-TC-NAME(TCHR-INDEX) TO TC-TEACHER-NAME
           WRITE TEACHER-RECORD
           .

       LOAD-ENROLMENTS.
           MOVE ZERO TO ENROL-COUNT
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
           ADD 1 TO ENROL-COUNT
           SET ENROL-INDEX TO ENROL-COUNT
           MOVE SE-STUDENT-NO   TO TAB-SE-STUDENT(ENROL-INDEX)
           MOVE SE-ACAD-YEAR    TO TAB-SE-YEAR(ENROL-INDEX)
           MOVE SE-TERM         TO TAB-SE-TERM(ENROL-INDEX)
           MOVE SE-SUBJECT-CODE TO TAB-SE-SUBJECT(ENROL-INDEX)
           MOVE SE-TEACHER-CODE TO TAB-SE-TEACHER(ENROL-INDEX)
           PERFORM READ-ENROLMENT
           .

      * a dropped enrolment is left out of the file.
       SAVE-ENROLMENTS.
           OPEN OUTPUT SUBJECT-ENROL-FILE
           PERFORM WRITE-ENROLMENT
                    VARYING ENROL-INDEX FROM 1 BY 1
                    UNTIL ENROL-INDEX > ENROL-COUNT
           CLOSE SUBJECT-ENROL-FILE
           .

       WRITE-ENROLMENT.
           IF TAB-SE-STUDENT(ENROL-INDEX) NOT = ZERO
              MOVE TAB-SE-STUDENT(ENROL-INDEX) TO SE-STUDENT-NO
              MOVE TAB-SE-YEAR(ENROL-INDEX)    TO SE-ACAD-YEAR
              MOVE TAB-SE-TERM(ENROL-INDEX)    TO SE-TERM
              MOVE TAB-SE-SUBJECT(ENROL-INDEX) TO SE-SUBJECT-CODE
              MOVE TAB-SE-TEACHER(ENROL-INDEX) TO SE-TEACHER-CODE
              WRITE SUBJECT-ENROL-RECORD
           END-IF
           .
