      * transcript report for one student: every term on file for
      * them, with the papers, the term average and the class rank
      * inside that term, side by side - the progression across
      * the year the parents ask for. a student whose fees are not
      * cleared gets a results-withheld notice in its place.
      * the graded subjects off the grade report follow, and a
      * subject sat again shows the first attempt, the resit and
      * the mark credited.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STUDENT-BIO-FILE ASSIGN TO "data/STUDENTBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUDENT-BIO-STATUS.
           SELECT FEE-LEDGER-FILE ASSIGN TO "data/FEELEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-LEDGER-STATUS.
           SELECT FEE-TOLERANCE-FILE ASSIGN TO "data/FEETOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-TOLERANCE-STATUS.
           SELECT FEE-OVERRIDE-FILE ASSIGN TO "data/FEEOVRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-OVERRIDE-STATUS.
           SELECT STUDENT-GRADE-REPORT ASSIGN TO
                  "data/GRADEREPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-REPORT-STATUS.
           SELECT RESIT-FILE ASSIGN TO "data/RESITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-BIO-FILE.
       COPY STUDBIO.

       FD  FEE-LEDGER-FILE.
       COPY FEELEDGER.

       FD  FEE-TOLERANCE-FILE.
       01  FEE-TOLERANCE-RECORD.
           03 FT-TOLERANCE      PIC 9(6)V99.

       FD  FEE-OVERRIDE-FILE.
       COPY FEEOVRD.

       FD  STUDENT-GRADE-REPORT.
       COPY GRADERPT.

       FD  RESIT-FILE.
       COPY RESIT.

       WORKING-STORAGE SECTION.
       01  STUDENT-MASTER-STATUS PIC XX.
       01  STUDENT-MASTER-EOF    PIC X VALUE "N".
           03 TD-AVERAGE-OUT     PIC ZZ9.9.
           03 FILLER             PIC X(7) VALUE "  RANK ".
           03 TD-RANK            PIC Z9.
       01  WITHHELD-NOTICE       PIC X(60) VALUE
             "RESULTS WITHHELD - FEES NOT CLEARED".
       01  WITHHELD-BALANCE-LINE.
           03 FILLER             PIC X(21) VALUE
                 "BALANCE OUTSTANDING: ".
           03 WB-BALANCE-OUT     PIC $$,$$$,$$9.99.
       01  WITHHELD-CONTACT      PIC X(60) VALUE
             "PLEASE CONTACT THE BURSAR".
       01  GRADE-REPORT-STATUS   PIC XX.
       01  GRADE-REPORT-EOF      PIC X VALUE "N".
       01  RESIT-STATUS          PIC XX.
       01  RESIT-EOF             PIC X VALUE "N".
       01  RESIT-TABLE.
           03 RESIT-ENTRY OCCURS 100 TIMES INDEXED BY RESIT-INDEX.
              05 TAB-RS-ACAD-YEAR PIC 9(4).
              05 TAB-RS-TERM      PIC 9.
              05 TAB-RS-SUBJECT   PIC X(4).
              05 TAB-RS-FIRST     PIC 999.
              05 TAB-RS-RESIT     PIC 999.
              05 TAB-RS-CREDITED  PIC 999.
       01  RESIT-COUNT           PIC 999 VALUE ZERO.
       01  RESIT-FOUND           PIC X.
       01  SLOT-INDEX            PIC 99.
       01  GRADED-DETAIL.
           03 GD-ACAD-YEAR       PIC 9(4).
           03 FILLER             PIC X(6) VALUE " TERM ".
           03 GD-TERM            PIC 9.
           03 FILLER             PIC X(9) VALUE "  GRADED ".
           03 FILLER             PIC X(6) VALUE "  AVG ".
           03 GD-AVERAGE-OUT     PIC ZZ9.9.
           03 FILLER             PIC X(2) VALUE SPACES.
           03 GD-CLASS           PIC X(20).
       01  SUBJECT-DETAIL.
           03 FILLER             PIC X(4) VALUE SPACES.
           03 SD-SUBJECT         PIC X(4).
           03 FILLER             PIC X(7) VALUE "  MARK ".
           03 SD-MARK            PIC ZZ9.
       01  RESIT-DETAIL.
           03 FILLER             PIC X(4) VALUE SPACES.
           03 RD-SUBJECT         PIC X(4).
           03 FILLER             PIC X(8) VALUE "  FIRST ".
           03 RD-FIRST           PIC ZZ9.
           03 FILLER             PIC X(8) VALUE "  RESIT ".
           03 RD-RESIT           PIC ZZ9.
           03 FILLER             PIC X(11) VALUE "  CREDITED ".
           03 RD-CREDITED        PIC ZZ9.
       COPY FEECLRWS.

       PROCEDURE DIVISION.
       Transcript.
              WRITE TRANSCRIPT-LINE FROM WANTED-NAME
              DISPLAY WANTED-NAME
           END-IF
           PERFORM LOAD-FEE-CLEARANCE
           MOVE WANTED-STUDENT TO CLEARANCE-STUDENT
           PERFORM CHECK-FEE-CLEARANCE
           IF STUDENT-CLEARED = "Y"
              PERFORM LIST-ONE-TERM
                       VARYING MARKS-INDEX FROM 1 BY 1
                       UNTIL MARKS-INDEX > MARKS-COUNT
              PERFORM LOAD-STUDENT-RESITS
              PERFORM LIST-GRADED-TERMS
           ELSE
              PERFORM WRITE-WITHHELD-NOTICE
           END-IF
           CLOSE TRANSCRIPT-FILE
           EVALUATE TRUE
              WHEN STUDENT-CLEARED NOT = "Y"
                 DISPLAY "FEES NOT CLEARED - WITHHELD NOTICE "
                         "WRITTEN TO data/TRANSCRIPT.RPT"
              WHEN TERMS-LISTED = ZERO
                 DISPLAY "NO MARKS ON FILE FOR STUDENT-"
                         WANTED-STUDENT
              WHEN OTHER
                 DISPLAY TERMS-LISTED " TERMS LISTED - REPORT "
                         "WRITTEN TO data/TRANSCRIPT.RPT"
           END-EVALUATE
           GOBACK.

       WRITE-WITHHELD-NOTICE.
           MOVE CLEARANCE-BALANCE TO WB-BALANCE-OUT
           WRITE TRANSCRIPT-LINE FROM WITHHELD-NOTICE
           WRITE TRANSCRIPT-LINE FROM WITHHELD-BALANCE-LINE
           WRITE TRANSCRIPT-LINE FROM WITHHELD-CONTACT
           DISPLAY WITHHELD-NOTICE
           DISPLAY WITHHELD-BALANCE-LINE
           .

       LOAD-ALL-MARKS.
           OPEN INPUT STUDENT-MASTER-FILE
           IF STUDENT-MASTER-STATUS = "00"
           END-IF
           .

       LIST-GRADED-TERMS.
           OPEN INPUT STUDENT-GRADE-REPORT
           IF GRADE-REPORT-STATUS = "00"
              PERFORM READ-GRADE-REPORT
              PERFORM LIST-ONE-GRADED-TERM
                 UNTIL GRADE-REPORT-EOF = "Y"
              CLOSE STUDENT-GRADE-REPORT
           END-IF
           .

       READ-GRADE-REPORT.
           READ STUDENT-GRADE-REPORT
              AT END MOVE "Y" TO GRADE-REPORT-EOF
           END-READ
           .

       LIST-ONE-GRADED-TERM.
           IF SGR-STUDENT-NO = WANTED-STUDENT
              ADD 1 TO TERMS-LISTED
              MOVE SGR-ACAD-YEAR TO GD-ACAD-YEAR
              MOVE SGR-TERM      TO GD-TERM
              MOVE SGR-AVERAGE   TO GD-AVERAGE-OUT
              MOVE SGR-CLASS     TO GD-CLASS
              WRITE TRANSCRIPT-LINE FROM GRADED-DETAIL
              DISPLAY GRADED-DETAIL
              PERFORM LIST-ONE-SUBJECT
                       VARYING SLOT-INDEX FROM 1 BY 1
                       UNTIL SLOT-INDEX > SGR-SUBJECT-COUNT
                          OR SLOT-INDEX > 10
           END-IF
           PERFORM READ-GRADE-REPORT
           .

       LIST-ONE-SUBJECT.
           MOVE "N" TO RESIT-FOUND
           PERFORM MATCH-ONE-RESIT
                    VARYING RESIT-INDEX FROM 1 BY 1
                    UNTIL RESIT-INDEX > RESIT-COUNT
                       OR RESIT-FOUND = "Y"
           IF RESIT-FOUND = "Y"
              WRITE TRANSCRIPT-LINE FROM RESIT-DETAIL
              DISPLAY RESIT-DETAIL
           ELSE
              MOVE SGR-SUBJECT-CODE(SLOT-INDEX)  TO SD-SUBJECT
              MOVE SGR-SUBJECT-MARKS(SLOT-INDEX) TO SD-MARK
              WRITE TRANSCRIPT-LINE FROM SUBJECT-DETAIL
              DISPLAY SUBJECT-DETAIL
           END-IF
           .

       MATCH-ONE-RESIT.
           IF TAB-RS-ACAD-YEAR(RESIT-INDEX) = SGR-ACAD-YEAR
              AND TAB-RS-TERM(RESIT-INDEX) = SGR-TERM
              AND TAB-RS-SUBJECT(RESIT-INDEX)
                  = SGR-SUBJECT-CODE(SLOT-INDEX)
              MOVE "Y" TO RESIT-FOUND
              MOVE TAB-RS-SUBJECT(RESIT-INDEX)  TO RD-SUBJECT
              MOVE TAB-RS-FIRST(RESIT-INDEX)    TO RD-FIRST
              MOVE TAB-RS-RESIT(RESIT-INDEX)    TO RD-RESIT
              MOVE TAB-RS-CREDITED(RESIT-INDEX) TO RD-CREDITED
           END-IF
           .

      * only the one student's resits are kept.
       LOAD-STUDENT-RESITS.
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
           IF RS-STUDENT-NO = WANTED-STUDENT AND RESIT-COUNT < 100
              ADD 1 TO RESIT-COUNT
              SET RESIT-INDEX TO RESIT-COUNT
              MOVE RS-ACAD-YEAR     TO TAB-RS-ACAD-YEAR(RESIT-INDEX)
              MOVE RS-TERM          TO TAB-RS-TERM(RESIT-INDEX)
              MOVE RS-SUBJECT-CODE  TO TAB-RS-SUBJECT(RESIT-INDEX)
              MOVE RS-FIRST-MARK    TO TAB-RS-FIRST(RESIT-INDEX)
              MOVE RS-RESIT-MARK    TO TAB-RS-RESIT(RESIT-INDEX)
              MOVE RS-CREDITED-MARK TO TAB-RS-CREDITED(RESIT-INDEX)
           END-IF
           PERFORM READ-RESIT
           .

      * rank inside the term: one place behind every classmate in
      * the same year and term with a higher average.
       COMPUTE-CLASS-RANK.
                 END-IF
           END-READ
           .

       COPY FEECLRCK.
