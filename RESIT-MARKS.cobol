       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESIT-MARKS.
      * supplementary and resit examinations. a subject on the grade
      * report with a mark below the pass mark - the lowest grade
      * band floor, as PROCESS-MARKS uses it - may be sat again
      * once. the resit mark is recorded as a separate attempt
      * beside the first, the mark credited for it is capped at
      * the pass mark, and the grade report line is re-averaged
      * and re-graded on the credited mark. the resit register
      * lists every resit for the term.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-BAND-FILE ASSIGN TO "data/GRADEBANDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-BAND-STATUS.
           SELECT STUDENT-GRADE-REPORT ASSIGN TO
                  "data/GRADEREPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-REPORT-STATUS.
           SELECT RESIT-FILE ASSIGN TO "data/RESITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESIT-STATUS.
           SELECT RESIT-REGISTER-FILE ASSIGN TO "data/RESITREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-BAND-FILE.
       COPY GRADEBND.

       FD  STUDENT-GRADE-REPORT.
       COPY GRADERPT.

       FD  RESIT-FILE.
       COPY RESIT.

       FD  RESIT-REGISTER-FILE.
       01  RESIT-REGISTER-LINE  PIC X(80).

       WORKING-STORAGE SECTION.
       01  GRADE-BAND-STATUS    PIC XX.
       01  GRADE-BAND-EOF       PIC X VALUE "N".
       01  GRADE-BAND-TABLE.
           03 GRADE-BAND OCCURS 10 TIMES INDEXED BY BAND-INDEX.
              05 TAB-BAND-FLOOR  PIC 999V9.
              05 TAB-BAND-LABEL  PIC X(20).
       01  BAND-COUNT           PIC 99 VALUE ZERO.
       01  PASS-MARK            PIC 999V9 VALUE ZERO.
       01  GRADE-REPORT-STATUS  PIC XX.
       01  GRADE-REPORT-EOF     PIC X VALUE "N".
      * the whole grade report rides in memory and is written back
      * whole when a resit changes one of its lines
       01  GRADE-LINE-TABLE.
           03 GRADE-LINE-ENTRY OCCURS 200 TIMES
                    INDEXED BY LINE-INDEX.
              05 GRADE-LINE-IMAGE PIC X(133).
       01  GRADE-LINE-COUNT     PIC 999 VALUE ZERO.
       01  GRADE-LINE-SAVE      PIC 999 VALUE ZERO.
       01  RESIT-STATUS         PIC XX.
       01  RESIT-EOF            PIC X VALUE "N".
       01  RESIT-TABLE.
           03 RESIT-ENTRY OCCURS 500 TIMES INDEXED BY RESIT-INDEX.
              05 TAB-RS-STUDENT  PIC 99.
              05 TAB-RS-PERIOD.
                 07 TAB-RS-YEAR  PIC 9(4).
                 07 TAB-RS-TERM  PIC 9.
              05 TAB-RS-SUBJECT  PIC X(4).
              05 TAB-RS-FIRST    PIC 999.
              05 TAB-RS-RESIT    PIC 999.
              05 TAB-RS-CREDITED PIC 999.
       01  RESIT-COUNT          PIC 999 VALUE ZERO.
       01  RESIT-FOUND          PIC X.
       01  CHOSEN-PERIOD.
           03 CHOSEN-YEAR       PIC 9(4).
           03 CHOSEN-TERM       PIC 9.
       01  WANTED-STUDENT       PIC 99.
       01  WANTED-SUBJECT       PIC X(4).
       01  SLOT-INDEX           PIC 99.
       01  SLOT-FOUND           PIC 99.
       01  RESIT-MARK-IN        PIC 999.
       01  CREDITED-MARK        PIC 999.
       01  WEIGHTED-TOTAL       PIC 9(5)V9.
       01  TOTAL-CREDIT-HOURS   PIC 99.
       01  ELIGIBLE-COUNT       PIC 999.
       01  REGISTER-COUNT       PIC 999.
       01  RUN-DATE             PIC 9(8).
       01  MENU-ACTION          PIC X.
           88 ACTION-LIST       VALUE "L" "l".
           88 ACTION-ENTER      VALUE "E" "e".
           88 ACTION-REGISTER   VALUE "R" "r".
           88 ACTION-EXIT       VALUE "X" "x".
       01  ELIGIBLE-LINE.
           03 EL-STUDENT-NO     PIC 99.
           03 FILLER            PIC X VALUE SPACE.
           03 EL-NAME           PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 EL-SUBJECT        PIC X(4).
           03 FILLER            PIC X(8) VALUE "  MARK ".
           03 EL-MARK           PIC ZZ9.
       01  REGISTER-HEADING.
           03 FILLER            PIC X(21) VALUE
                 "----- RESIT REGISTER ".
           03 RH-YEAR           PIC 9(4).
           03 FILLER            PIC X(6) VALUE " TERM ".
           03 RH-TERM           PIC 9.
           03 FILLER            PIC X(6) VALUE " -----".
       01  REGISTER-COLUMNS.
           03 FILLER            PIC X(29) VALUE
                 "NO NAME                 SUBJ ".
           03 FILLER            PIC X(31) VALUE
                 "FIRST RESIT CREDIT   AVG  GRADE".
       01  REGISTER-DETAIL.
           03 RD-STUDENT-NO     PIC 99.
           03 FILLER            PIC X VALUE SPACE.
           03 RD-NAME           PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 RD-SUBJECT        PIC X(4).
           03 FILLER            PIC X(3) VALUE SPACES.
           03 RD-FIRST          PIC ZZ9.
           03 FILLER            PIC X(3) VALUE SPACES.
           03 RD-RESIT          PIC ZZ9.
           03 FILLER            PIC X(4) VALUE SPACES.
           03 RD-CREDITED       PIC ZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 RD-AVERAGE        PIC ZZ9.9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 RD-CLASS          PIC X(20).
       01  REGISTER-TOTAL-LINE.
           03 FILLER            PIC X(14) VALUE "RESITS SAT  : ".
           03 RT-COUNT          PIC ZZ9.
       01  AVERAGE-OUT          PIC ZZ9.9.

       PROCEDURE DIVISION.
       Resit-Marks.
           DISPLAY "SUPPLEMENTARY AND RESIT EXAMINATIONS"
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "ACADEMIC YEAR (YYYY): " WITH NO ADVANCING
           ACCEPT CHOSEN-YEAR
           DISPLAY "TERM (1-3): " WITH NO ADVANCING
           ACCEPT CHOSEN-TERM
           PERFORM LOAD-GRADE-BANDS
           PERFORM LOAD-GRADE-REPORT
           PERFORM LOAD-RESITS
           IF BAND-COUNT = ZERO
              DISPLAY "NO GRADE BANDS ON FILE - NO PASS MARK"
           ELSE
              MOVE TAB-BAND-FLOOR(1) TO PASS-MARK
              MOVE PASS-MARK TO AVERAGE-OUT
              DISPLAY "PASS MARK: " AVERAGE-OUT
              PERFORM RESIT-ONE-ACTION WITH TEST AFTER
                       UNTIL ACTION-EXIT
           END-IF
           GOBACK.

       RESIT-ONE-ACTION.
           DISPLAY SPACE
           DISPLAY "List eligible, Enter resit, Register or eXit?"
           DISPLAY "(L/E/R/X): " WITH NO ADVANCING
           ACCEPT MENU-ACTION
           EVALUATE TRUE
              WHEN ACTION-LIST     PERFORM LIST-ELIGIBLE
              WHEN ACTION-ENTER    PERFORM ENTER-RESIT
              WHEN ACTION-REGISTER PERFORM PRINT-RESIT-REGISTER
              WHEN ACTION-EXIT     CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER L, E, R OR X"
           END-EVALUATE
           .

      * every failed subject on the term's grade report that has
      * not been sat again yet.
       LIST-ELIGIBLE.
           MOVE ZERO TO ELIGIBLE-COUNT
           DISPLAY "ELIGIBLE FOR RESIT:"
           PERFORM LIST-ELIGIBLE-LINE
                    VARYING LINE-INDEX FROM 1 BY 1
                    UNTIL LINE-INDEX > GRADE-LINE-COUNT
           DISPLAY ELIGIBLE-COUNT " PAPERS ELIGIBLE FOR RESIT"
           .

       LIST-ELIGIBLE-LINE.
           MOVE GRADE-LINE-IMAGE(LINE-INDEX) TO STUDENT-GRADE-RECORD
           IF SGR-ACAD-YEAR = CHOSEN-YEAR AND SGR-TERM = CHOSEN-TERM
              PERFORM LIST-ELIGIBLE-SLOT
                       VARYING SLOT-INDEX FROM 1 BY 1
                       UNTIL SLOT-INDEX > SGR-SUBJECT-COUNT
                          OR SLOT-INDEX > 10
           END-IF
           .

       LIST-ELIGIBLE-SLOT.
           IF SGR-SUBJECT-CODE(SLOT-INDEX) NOT = SPACES
              AND SGR-SUBJECT-MARKS(SLOT-INDEX) < PASS-MARK
              MOVE SGR-STUDENT-NO TO WANTED-STUDENT
              MOVE SGR-SUBJECT-CODE(SLOT-INDEX) TO WANTED-SUBJECT
              PERFORM FIND-RESIT
              IF RESIT-FOUND NOT = "Y"
                 ADD 1 TO ELIGIBLE-COUNT
                 MOVE SGR-STUDENT-NO   TO EL-STUDENT-NO
                 MOVE SGR-STUDENT-NAME TO EL-NAME
                 MOVE WANTED-SUBJECT   TO EL-SUBJECT
                 MOVE SGR-SUBJECT-MARKS(SLOT-INDEX) TO EL-MARK
                 DISPLAY ELIGIBLE-LINE
              END-IF
           END-IF
           .

      * one resit per failed subject. the credited mark is the
      * resit mark capped at the pass mark, and never less than
      * the first attempt.
       ENTER-RESIT.
           DISPLAY "STUDENT NUMBER: " WITH NO ADVANCING
           ACCEPT WANTED-STUDENT
           DISPLAY "SUBJECT CODE: " WITH NO ADVANCING
           ACCEPT WANTED-SUBJECT
           PERFORM FIND-GRADE-LINE
           PERFORM FIND-RESIT
           EVALUATE TRUE
              WHEN GRADE-LINE-SAVE = ZERO
                 DISPLAY "NO GRADE REPORT LINE FOR THE STUDENT "
                         "THIS TERM"
              WHEN SLOT-FOUND = ZERO
                 DISPLAY "SUBJECT NOT ON THE STUDENT'S GRADE LINE"
              WHEN RESIT-FOUND = "Y"
                 DISPLAY "RESIT ALREADY RECORDED FOR THE SUBJECT"
              WHEN SGR-SUBJECT-MARKS(SLOT-FOUND) NOT < PASS-MARK
                 DISPLAY "SUBJECT WAS PASSED - NO RESIT"
              WHEN RESIT-COUNT NOT < 500
                 DISPLAY "RESIT FILE FULL"
              WHEN OTHER
                 DISPLAY SGR-STUDENT-NAME " FIRST ATTEMPT "
                         SGR-SUBJECT-MARKS(SLOT-FOUND)
                 DISPLAY "RESIT MARK: " WITH NO ADVANCING
                 ACCEPT RESIT-MARK-IN
                 IF RESIT-MARK-IN > 100
                    DISPLAY "MARK MUST BE 0 TO 100"
                 ELSE
                    PERFORM RECORD-RESIT
                 END-IF
           END-EVALUATE
           .

       RECORD-RESIT.
           MOVE RESIT-MARK-IN TO CREDITED-MARK
           IF CREDITED-MARK > PASS-MARK
              MOVE PASS-MARK TO CREDITED-MARK
           END-IF
           IF CREDITED-MARK < SGR-SUBJECT-MARKS(SLOT-FOUND)
              MOVE SGR-SUBJECT-MARKS(SLOT-FOUND) TO CREDITED-MARK
           END-IF
           MOVE WANTED-STUDENT   TO RS-STUDENT-NO
           MOVE CHOSEN-YEAR      TO RS-ACAD-YEAR
           MOVE CHOSEN-TERM      TO RS-TERM
           MOVE WANTED-SUBJECT   TO RS-SUBJECT-CODE
           MOVE SGR-SUBJECT-MARKS(SLOT-FOUND) TO RS-FIRST-MARK
           MOVE RESIT-MARK-IN    TO RS-RESIT-MARK
           MOVE CREDITED-MARK    TO RS-CREDITED-MARK
           MOVE RUN-DATE         TO RS-RESIT-DATE
           PERFORM STORE-RESIT-ENTRY
           OPEN EXTEND RESIT-FILE
           IF RESIT-STATUS = "35"
              OPEN OUTPUT RESIT-FILE
           END-IF
           WRITE RESIT-RECORD
           CLOSE RESIT-FILE
           MOVE CREDITED-MARK TO SGR-SUBJECT-MARKS(SLOT-FOUND)
           PERFORM REGRADE-LINE
           SET LINE-INDEX TO GRADE-LINE-SAVE
           MOVE STUDENT-GRADE-RECORD TO GRADE-LINE-IMAGE(LINE-INDEX)
           MOVE SGR-AVERAGE TO AVERAGE-OUT
           DISPLAY "CREDITED " CREDITED-MARK " - TERM AVERAGE "
                   AVERAGE-OUT " " SGR-CLASS
           PERFORM SAVE-GRADE-REPORT
           .

      * the same weighted average and band rule PROCESS-MARKS
      * grades with.
       REGRADE-LINE.
           MOVE ZERO TO WEIGHTED-TOTAL
           MOVE ZERO TO TOTAL-CREDIT-HOURS
           PERFORM ACCUMULATE-ONE-SLOT
                    VARYING SLOT-INDEX FROM 1 BY 1
                    UNTIL SLOT-INDEX > SGR-SUBJECT-COUNT
                       OR SLOT-INDEX > 10
           IF TOTAL-CREDIT-HOURS > ZERO
              COMPUTE SGR-AVERAGE ROUNDED =
                    WEIGHTED-TOTAL / TOTAL-CREDIT-HOURS
           END-IF
           IF SGR-AVERAGE < PASS-MARK
              MOVE "Fail" TO SGR-CLASS
           ELSE
              PERFORM FIND-BAND
                       VARYING BAND-INDEX FROM 1 BY 1
                       UNTIL BAND-INDEX > BAND-COUNT
           END-IF
           .

       ACCUMULATE-ONE-SLOT.
           COMPUTE WEIGHTED-TOTAL = WEIGHTED-TOTAL +
                 SGR-SUBJECT-MARKS(SLOT-INDEX) *
                 SGR-SUBJECT-CREDIT-HOURS(SLOT-INDEX)
           ADD SGR-SUBJECT-CREDIT-HOURS(SLOT-INDEX)
              TO TOTAL-CREDIT-HOURS
           .

       FIND-BAND.
           IF SGR-AVERAGE >= TAB-BAND-FLOOR(BAND-INDEX)
              MOVE TAB-BAND-LABEL(BAND-INDEX) TO SGR-CLASS
           END-IF
           .

       PRINT-RESIT-REGISTER.
           MOVE ZERO TO REGISTER-COUNT
           OPEN OUTPUT RESIT-REGISTER-FILE
           MOVE CHOSEN-YEAR TO RH-YEAR
           MOVE CHOSEN-TERM TO RH-TERM
           WRITE RESIT-REGISTER-LINE FROM REGISTER-HEADING
           WRITE RESIT-REGISTER-LINE FROM REGISTER-COLUMNS
           DISPLAY REGISTER-HEADING
           DISPLAY REGISTER-COLUMNS
           PERFORM REGISTER-ONE-RESIT
                    VARYING RESIT-INDEX FROM 1 BY 1
                    UNTIL RESIT-INDEX > RESIT-COUNT
           MOVE REGISTER-COUNT TO RT-COUNT
           WRITE RESIT-REGISTER-LINE FROM REGISTER-TOTAL-LINE
           CLOSE RESIT-REGISTER-FILE
           DISPLAY REGISTER-TOTAL-LINE
           DISPLAY "REGISTER WRITTEN TO data/RESITREG.RPT"
           .

       REGISTER-ONE-RESIT.
           IF TAB-RS-PERIOD(RESIT-INDEX) = CHOSEN-PERIOD
              ADD 1 TO REGISTER-COUNT
              MOVE TAB-RS-STUDENT(RESIT-INDEX) TO WANTED-STUDENT
              MOVE TAB-RS-SUBJECT(RESIT-INDEX) TO WANTED-SUBJECT
              PERFORM FIND-GRADE-LINE
              MOVE SPACES TO RD-NAME
              MOVE SPACES TO RD-CLASS
              MOVE ZERO   TO RD-AVERAGE
              IF GRADE-LINE-SAVE NOT = ZERO
                 MOVE SGR-STUDENT-NAME TO RD-NAME
                 MOVE SGR-AVERAGE      TO RD-AVERAGE
                 MOVE SGR-CLASS        TO RD-CLASS
              END-IF
              MOVE WANTED-STUDENT TO RD-STUDENT-NO
              MOVE WANTED-SUBJECT TO RD-SUBJECT
              MOVE TAB-RS-FIRST(RESIT-INDEX)    TO RD-FIRST
              MOVE TAB-RS-RESIT(RESIT-INDEX)    TO RD-RESIT
              MOVE TAB-RS-CREDITED(RESIT-INDEX) TO RD-CREDITED
              WRITE RESIT-REGISTER-LINE FROM REGISTER-DETAIL
              DISPLAY REGISTER-DETAIL
           END-IF
           .

      * the student's latest line for the term, left in the grade
      * record area, with the slot holding the wanted subject.
       FIND-GRADE-LINE.
           MOVE ZERO TO GRADE-LINE-SAVE
           MOVE ZERO TO SLOT-FOUND
           PERFORM CHECK-ONE-GRADE-LINE
                    VARYING LINE-INDEX FROM 1 BY 1
                    UNTIL LINE-INDEX > GRADE-LINE-COUNT
           IF GRADE-LINE-SAVE NOT = ZERO
              SET LINE-INDEX TO GRADE-LINE-SAVE
              MOVE GRADE-LINE-IMAGE(LINE-INDEX)
                TO STUDENT-GRADE-RECORD
              PERFORM CHECK-ONE-SLOT
                       VARYING SLOT-INDEX FROM 1 BY 1
                       UNTIL SLOT-INDEX > SGR-SUBJECT-COUNT
                          OR SLOT-INDEX > 10
           END-IF
           .

       CHECK-ONE-GRADE-LINE.
           MOVE GRADE-LINE-IMAGE(LINE-INDEX) TO STUDENT-GRADE-RECORD
           IF SGR-STUDENT-NO = WANTED-STUDENT
              AND SGR-ACAD-YEAR = CHOSEN-YEAR
              AND SGR-TERM = CHOSEN-TERM
              SET GRADE-LINE-SAVE TO LINE-INDEX
           END-IF
           .

       CHECK-ONE-SLOT.
           IF SGR-SUBJECT-CODE(SLOT-INDEX) = WANTED-SUBJECT
              MOVE SLOT-INDEX TO SLOT-FOUND
           END-IF
           .

       FIND-RESIT.
           MOVE "N" TO RESIT-FOUND
           PERFORM CHECK-ONE-RESIT
                    VARYING RESIT-INDEX FROM 1 BY 1
                    UNTIL RESIT-INDEX > RESIT-COUNT
                       OR RESIT-FOUND = "Y"
           .

       CHECK-ONE-RESIT.
           IF TAB-RS-STUDENT(RESIT-INDEX) = WANTED-STUDENT
              AND TAB-RS-PERIOD(RESIT-INDEX) = CHOSEN-PERIOD
              AND TAB-RS-SUBJECT(RESIT-INDEX) = WANTED-SUBJECT
              MOVE "Y" TO RESIT-FOUND
           END-IF
           .

       LOAD-GRADE-BANDS.
           OPEN INPUT GRADE-BAND-FILE
           IF GRADE-BAND-STATUS = "00"
              PERFORM READ-GRADE-BAND
              PERFORM STORE-GRADE-BAND
                 UNTIL GRADE-BAND-EOF = "Y"
              CLOSE GRADE-BAND-FILE
           END-IF
           .

       READ-GRADE-BAND.
           READ GRADE-BAND-FILE
              AT END MOVE "Y" TO GRADE-BAND-EOF
           END-READ
           .

       STORE-GRADE-BAND.
           IF BAND-COUNT < 10
              ADD 1 TO BAND-COUNT
              SET BAND-INDEX TO BAND-COUNT
              MOVE GB-FLOOR TO TAB-BAND-FLOOR(BAND-INDEX)
              MOVE GB-LABEL TO TAB-BAND-LABEL(BAND-INDEX)
           END-IF
           PERFORM READ-GRADE-BAND
           .

       LOAD-GRADE-REPORT.
           OPEN INPUT STUDENT-GRADE-REPORT
           IF GRADE-REPORT-STATUS = "00"
              PERFORM READ-GRADE-REPORT
              PERFORM STORE-GRADE-LINE
                 UNTIL GRADE-REPORT-EOF = "Y"
              CLOSE STUDENT-GRADE-REPORT
           END-IF
           .

       READ-GRADE-REPORT.
           READ STUDENT-GRADE-REPORT
              AT END MOVE "Y" TO GRADE-REPORT-EOF
           END-READ
           .

       STORE-GRADE-LINE.
           IF GRADE-LINE-COUNT < 200
              ADD 1 TO GRADE-LINE-COUNT
              SET LINE-INDEX TO GRADE-LINE-COUNT
              MOVE STUDENT-GRADE-RECORD
                TO GRADE-LINE-IMAGE(LINE-INDEX)
           END-IF
           PERFORM READ-GRADE-REPORT
           .

       SAVE-GRADE-REPORT.
           OPEN OUTPUT STUDENT-GRADE-REPORT
           PERFORM WRITE-GRADE-LINE
                    VARYING LINE-INDEX FROM 1 BY 1
                    UNTIL LINE-INDEX > GRADE-LINE-COUNT
           CLOSE STUDENT-GRADE-REPORT
           .

       WRITE-GRADE-LINE.
           MOVE GRADE-LINE-IMAGE(LINE-INDEX) TO STUDENT-GRADE-RECORD
           WRITE STUDENT-GRADE-RECORD
           .

       LOAD-RESITS.
           OPEN INPUT RESIT-FILE
           IF RESIT-STATUS = "00"
              PERFORM READ-RESIT
              PERFORM STORE-ONE-RESIT
                 UNTIL RESIT-EOF = "Y"
              CLOSE RESIT-FILE
           END-IF
           .

       READ-RESIT.
           READ RESIT-FILE
              AT END MOVE "Y" TO RESIT-EOF
           END-READ
           .

       STORE-ONE-RESIT.
           PERFORM STORE-RESIT-ENTRY
           PERFORM READ-RESIT
           .

       STORE-RESIT-ENTRY.
           IF RESIT-COUNT < 500
              ADD 1 TO RESIT-COUNT
              SET RESIT-INDEX TO RESIT-COUNT
              MOVE RS-STUDENT-NO    TO TAB-RS-STUDENT(RESIT-INDEX)
              MOVE RS-ACAD-YEAR     TO TAB-RS-YEAR(RESIT-INDEX)
              MOVE RS-TERM          TO TAB-RS-TERM(RESIT-INDEX)
              MOVE RS-SUBJECT-CODE  TO TAB-RS-SUBJECT(RESIT-INDEX)
              MOVE RS-FIRST-MARK    TO TAB-RS-FIRST(RESIT-INDEX)
              MOVE RS-RESIT-MARK    TO TAB-RS-RESIT(RESIT-INDEX)
              MOVE RS-CREDITED-MARK TO TAB-RS-CREDITED(RESIT-INDEX)
           END-IF
           .
