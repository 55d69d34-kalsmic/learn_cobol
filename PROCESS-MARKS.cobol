           SELECT STUDENT-GRADE-REPORT ASSIGN TO
                  "data/GRADEREPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT student-bio-file ASSIGN TO "data/STUDENTBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS student-bio-status.
           SELECT subject-file ASSIGN TO "data/SUBJECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS subject-status.
           SELECT subject-enrol-file ASSIGN TO "data/SUBJENROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS subject-enrol-status.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-GRADE-REPORT.
       COPY GRADERPT.

       FD  student-bio-file.
       COPY STUDBIO.

       FD  subject-file.
       COPY SUBJECT.

       FD  subject-enrol-file.
       COPY SUBJENROL.

       WORKING-STORAGE SECTION.
       01  student-name     PIC X(20).
       01  student-no       PIC 99.
       01  acad-year        PIC 9(4).
       01  acad-term        PIC 9.
       01  student-accepted PIC X.
       01  code-accepted    PIC X.
       01  subject-code-in  PIC X(4).
       01  subject-count    PIC 99.
           88 valid-subject-count VALUE 1 THRU 10.
       01  subject-table.
           03 subject-entry OCCURS 10 TIMES INDEXED BY subj-idx.
              05 subject-marks         PIC 999 PACKED-DECIMAL.
              05 subject-credit-hours  PIC 9 PACKED-DECIMAL.
              05 subject-code          PIC X(4).
       01  weighted-total   PIC 9(5)V9.
       01  total-credit-hours PIC 99.
       01  average-marks    PIC 999V9.
       01  band-count       PIC 99 VALUE ZERO.
       01  grade-band-eof   PIC X VALUE "N".
       01  more-students    PIC X VALUE "Y".
      * a student is graded only in the subjects they are enrolled
      * in for the term, by number from the bio master, and each
      * subject's credit hours come from the subject master.
       01  student-bio-status   PIC XX.
       01  student-bio-eof      PIC X VALUE "N".
       01  bio-table.
           03 bio-entry OCCURS 99 TIMES.
              05 bio-on-file    PIC X.
              05 bio-name       PIC X(20).
       01  subject-status       PIC XX.
       01  subject-eof          PIC X VALUE "N".
       01  subject-master-table.
           03 master-entry OCCURS 50 TIMES INDEXED BY master-idx.
              05 tab-sj-code    PIC X(4).
              05 tab-sj-hours   PIC 9.
       01  master-count         PIC 99 VALUE ZERO.
       01  subject-enrol-status PIC XX.
       01  subject-enrol-eof    PIC X VALUE "N".
       01  enrol-table.
           03 enrol-entry OCCURS 999 TIMES INDEXED BY enrol-idx.
              05 tab-se-student PIC 99.
              05 tab-se-subject PIC X(4).
       01  enrol-count          PIC 9(3) VALUE ZERO.
       01  enrolled-subjects    PIC 99.
       01  check-idx            PIC 99.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM load-grade-bands
           DISPLAY "Academic Year (YYYY): " WITH NO ADVANCING
           ACCEPT acad-year
           DISPLAY "Term (1-3): " WITH NO ADVANCING
           ACCEPT acad-term
           PERFORM load-student-bio
           PERFORM load-subjects
           PERFORM load-enrolments
           OPEN OUTPUT student-grade-report
           PERFORM process-one-student WITH TEST AFTER
              UNTIL more-students NOT = "Y" AND more-students NOT = "y"
           .

       process-one-student.
           PERFORM get-student
           IF student-accepted = "Y"
              PERFORM recieve-marks
              PERFORM calculate-grade
              PERFORM write-grade-record
           END-IF
           DISPLAY "Another student? (Y/N): " WITH NO ADVANCING
           ACCEPT more-students
           .

      * a number with no bio record, or a student enrolled in no
      * subject this term, is refused before any marks are keyed.
       get-student.
           MOVE "N" TO student-accepted
           DISPLAY "Enter student details"
           DISPLAY "Student Number: " WITH NO ADVANCING
           ACCEPT student-no
           MOVE ZERO TO enrolled-subjects
           PERFORM count-one-enrolment VARYING enrol-idx FROM 1 BY 1
              UNTIL enrol-idx > enrol-count
           EVALUATE TRUE
              WHEN student-no = ZERO
                 DISPLAY "STUDENT HAS NO BIO RECORD - REFUSED"
              WHEN bio-on-file(student-no) NOT = "Y"
                 DISPLAY "STUDENT HAS NO BIO RECORD - REFUSED"
              WHEN enrolled-subjects = ZERO
                 DISPLAY "STUDENT NOT ENROLLED IN ANY SUBJECT FOR "
                         "THE TERM - REFUSED"
              WHEN OTHER
                 MOVE "Y" TO student-accepted
                 MOVE bio-name(student-no) TO student-name
                 DISPLAY "Student Name: " student-name
           END-EVALUATE
           .

       count-one-enrolment.
           IF tab-se-student(enrol-idx) = student-no
              ADD 1 TO enrolled-subjects
           END-IF
           .

       recieve-marks.
           PERFORM get-subject-count
           PERFORM input-one-subject VARYING subj-idx FROM 1 BY 1
              UNTIL subj-idx > subject-count
      * out of bounds
       get-subject-count.
           PERFORM WITH TEST AFTER UNTIL valid-subject-count
                                   AND subject-count
                                       NOT > enrolled-subjects
              DISPLAY "Number of subjects: " WITH NO ADVANCING
              ACCEPT subject-count
              IF NOT valid-subject-count
                 DISPLAY "ENTER A NUMBER FROM 1 TO 10"
              END-IF
              IF subject-count > enrolled-subjects
                 DISPLAY "STUDENT IS ENROLLED IN ONLY "
                         enrolled-subjects " SUBJECTS"
              END-IF
           END-PERFORM
           .

       input-one-subject.
           PERFORM get-subject-code WITH TEST AFTER
              UNTIL code-accepted = "Y"
           DISPLAY "Subject " subject-code(subj-idx) " Marks: "
              WITH NO ADVANCING
           ACCEPT subject-marks(subj-idx)
           .

      * the code must be one the student is enrolled in for the
      * term and not one already keyed for them.
       get-subject-code.
           MOVE "N" TO code-accepted
           DISPLAY "Subject " subj-idx " Code: " WITH NO ADVANCING
           ACCEPT subject-code-in
           PERFORM check-subject-enrolled VARYING enrol-idx
              FROM 1 BY 1 UNTIL enrol-idx > enrol-count
                             OR code-accepted = "Y"
           IF code-accepted NOT = "Y"
              DISPLAY "STUDENT NOT ENROLLED IN " subject-code-in
                      " THIS TERM"
           ELSE
              PERFORM check-subject-keyed VARYING check-idx
                 FROM 1 BY 1 UNTIL check-idx >= subj-idx
                                OR code-accepted NOT = "Y"
           END-IF
           IF code-accepted = "Y"
              MOVE subject-code-in TO subject-code(subj-idx)
              MOVE ZERO TO subject-credit-hours(subj-idx)
              PERFORM find-credit-hours VARYING master-idx
                 FROM 1 BY 1 UNTIL master-idx > master-count
           END-IF
           .

       check-subject-enrolled.
           IF tab-se-student(enrol-idx) = student-no
              AND tab-se-subject(enrol-idx) = subject-code-in
              MOVE "Y" TO code-accepted
           END-IF
           .

       check-subject-keyed.
           IF subject-code(check-idx) = subject-code-in
              MOVE "N" TO code-accepted
              DISPLAY subject-code-in " ALREADY KEYED FOR THIS "
                      "STUDENT"
           END-IF
           .

       find-credit-hours.
           IF tab-sj-code(master-idx) = subject-code-in
              MOVE tab-sj-hours(master-idx)
                 TO subject-credit-hours(subj-idx)
           END-IF
           .

       calculate-grade.

       write-grade-record.
           MOVE student-name  TO SGR-STUDENT-NAME
           MOVE student-no    TO SGR-STUDENT-NO
           MOVE acad-year     TO SGR-ACAD-YEAR
           MOVE acad-term     TO SGR-TERM
           MOVE average-marks TO SGR-AVERAGE
           MOVE assigned-class TO SGR-CLASS
           MOVE subject-count TO SGR-SUBJECT-COUNT
           IF subj-idx > subject-count
              MOVE ZERO TO SGR-SUBJECT-MARKS(subj-idx)
              MOVE ZERO TO SGR-SUBJECT-CREDIT-HOURS(subj-idx)
              MOVE SPACES TO SGR-SUBJECT-CODE(subj-idx)
           ELSE
              MOVE subject-marks(subj-idx)
                 TO SGR-SUBJECT-MARKS(subj-idx)
              MOVE subject-credit-hours(subj-idx)
                 TO SGR-SUBJECT-CREDIT-HOURS(subj-idx)
              MOVE subject-code(subj-idx)
                 TO SGR-SUBJECT-CODE(subj-idx)
           END-IF
           .

       load-student-bio.
           INITIALIZE bio-table
           OPEN INPUT student-bio-file
           IF student-bio-status = "00"
              PERFORM read-student-bio
              PERFORM store-student-bio UNTIL student-bio-eof = "Y"
              CLOSE student-bio-file
           END-IF
           .

       read-student-bio.
           READ student-bio-file
              AT END MOVE "Y" TO student-bio-eof
           END-READ
           .

       store-student-bio.
           IF SB-STUDENT-NO > ZERO
              MOVE "Y"     TO bio-on-file(SB-STUDENT-NO)
              MOVE SB-NAME TO bio-name(SB-STUDENT-NO)
           END-IF
           PERFORM read-student-bio
           .

       load-subjects.
           OPEN INPUT subject-file
           IF subject-status = "00"
              PERFORM read-subject
              PERFORM store-subject UNTIL subject-eof = "Y"
              CLOSE subject-file
           END-IF
           .

       read-subject.
           READ subject-file
              AT END MOVE "Y" TO subject-eof
           END-READ
           .

       store-subject.
           IF master-count < 50
              ADD 1 TO master-count
              SET master-idx TO master-count
              MOVE SJ-SUBJECT-CODE TO tab-sj-code(master-idx)
              MOVE SJ-CREDIT-HOURS TO tab-sj-hours(master-idx)
           END-IF
           PERFORM read-subject
           .

      * only the chosen term's enrolments are kept.
       load-enrolments.
           OPEN INPUT subject-enrol-file
           IF subject-enrol-status = "00"
              PERFORM read-enrolment
              PERFORM store-enrolment UNTIL subject-enrol-eof = "Y"
              CLOSE subject-enrol-file
           END-IF
           .

       read-enrolment.
           READ subject-enrol-file
              AT END MOVE "Y" TO subject-enrol-eof
           END-READ
           .

       store-enrolment.
           IF SE-ACAD-YEAR = acad-year AND SE-TERM = acad-term
              AND enrol-count < 999
              ADD 1 TO enrol-count
              SET enrol-idx TO enrol-count
              MOVE SE-STUDENT-NO   TO tab-se-student(enrol-idx)
              MOVE SE-SUBJECT-CODE TO tab-se-subject(enrol-idx)
           END-IF
           PERFORM read-enrolment
           .
