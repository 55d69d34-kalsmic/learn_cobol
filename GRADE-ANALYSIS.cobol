      * the lowest band floor, the average weighted mark, and a
      * per-subject breakdown showing which subject positions pull
      * the weighted totals down - the distribution the head
      * teacher used to compile with tally marks. each graded
      * student also gets a results slip - unless their fees are
      * not cleared, when the slip carries a results-withheld
      * notice instead. the grade report carries the name, so
      * the student number for the fees check comes off the bio
      * master; a name not on it cannot be cleared and is
      * withheld for the bursar to look into.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT analysis-report-file ASSIGN TO
                  "data/GRADEANALYSIS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT results-slip-file ASSIGN TO "data/RESULTSLIP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-BIO-FILE ASSIGN TO "data/STUDENTBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS student-bio-status.
           SELECT FEE-LEDGER-FILE ASSIGN TO "data/FEELEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-LEDGER-STATUS.
           SELECT FEE-TOLERANCE-FILE ASSIGN TO "data/FEETOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-TOLERANCE-STATUS.
           SELECT FEE-OVERRIDE-FILE ASSIGN TO "data/FEEOVRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-OVERRIDE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  analysis-report-file.
       01  analysis-report-line PIC X(60).

       FD  results-slip-file.
       01  results-slip-line    PIC X(60).

       FD  STUDENT-BIO-FILE.
       COPY STUDBIO.

       FD  FEE-LEDGER-FILE.
       COPY FEELEDGER.

       FD  FEE-TOLERANCE-FILE.
       01  FEE-TOLERANCE-RECORD.
           03 FT-TOLERANCE      PIC 9(6)V99.

       FD  FEE-OVERRIDE-FILE.
       COPY FEEOVRD.

       WORKING-STORAGE SECTION.
       01  grade-report-status  PIC XX.
       01  grade-band-eof       PIC X VALUE "N".
           03 sl-average        PIC ZZ9.9.
           03 sl-remark         PIC X(20).
       01  blank-line           PIC X(60) VALUE SPACES.
       01  student-bio-status   PIC XX.
       01  student-bio-eof      PIC X VALUE "N".
       01  bio-table.
           03 bio-entry OCCURS 99 TIMES INDEXED BY bio-idx.
              05 tab-sb-student  PIC 99.
              05 tab-sb-name     PIC X(20).
       01  bio-count            PIC 99 VALUE ZERO.
       01  bio-found            PIC X.
       01  slips-printed        PIC 999 VALUE ZERO.
       01  slips-withheld       PIC 999 VALUE ZERO.
       01  slip-rule            PIC X(40) VALUE ALL "-".
       01  slip-heading.
           03 FILLER            PIC X(15) VALUE "RESULTS SLIP - ".
           03 rs-name           PIC X(20).
       01  slip-result-line.
           03 FILLER            PIC X(8) VALUE "AVERAGE ".
           03 rs-average        PIC ZZ9.9.
           03 FILLER            PIC X(8) VALUE "  CLASS ".
           03 rs-class          PIC X(20).
       01  slip-subject-line.
           03 FILLER            PIC X(8) VALUE "SUBJECT ".
           03 rs-subject        PIC Z9.
           03 FILLER            PIC X(7) VALUE "  MARK ".
           03 rs-mark           PIC ZZ9.
       01  slip-withheld-line   PIC X(60) VALUE
             "RESULTS WITHHELD - FEES NOT CLEARED".
       01  slip-unknown-line    PIC X(60) VALUE
             "RESULTS WITHHELD - NOT ON THE STUDENT RECORDS".
       01  slip-contact-line    PIC X(60) VALUE
             "PLEASE CONTACT THE BURSAR".
       COPY FEECLRWS.

       PROCEDURE DIVISION.
       Grade-Analysis.
                      "PROCESS-MARKS FIRST"
              GOBACK
           END-IF
           PERFORM Load-Student-Bio
           PERFORM LOAD-FEE-CLEARANCE
           OPEN OUTPUT results-slip-file
           PERFORM Read-Grade-Record
           PERFORM Analyse-One-Student
              UNTIL grade-report-eof = "Y"
           CLOSE STUDENT-GRADE-REPORT
           CLOSE results-slip-file
           DISPLAY "RESULTS SLIPS PRINTED : " slips-printed
           DISPLAY "RESULTS SLIPS WITHHELD: " slips-withheld
           DISPLAY "SLIPS WRITTEN TO data/RESULTSLIP.RPT"
           IF student-count = ZERO
              DISPLAY "GRADE REPORT IS EMPTY"
              GOBACK
           PERFORM Tally-One-Subject
                    VARYING subj-idx FROM 1 BY 1
                    UNTIL subj-idx > SGR-SUBJECT-COUNT
           PERFORM Print-Results-Slip
           PERFORM Read-Grade-Record
           .

       Print-Results-Slip.
           MOVE SGR-STUDENT-NAME TO rs-name
           WRITE results-slip-line FROM slip-rule
           WRITE results-slip-line FROM slip-heading
           PERFORM Find-Bio-Student
           IF bio-found = "Y"
              PERFORM CHECK-FEE-CLEARANCE
           END-IF
           EVALUATE TRUE
              WHEN bio-found NOT = "Y"
                 WRITE results-slip-line FROM slip-unknown-line
                 WRITE results-slip-line FROM slip-contact-line
                 ADD 1 TO slips-withheld
              WHEN STUDENT-CLEARED NOT = "Y"
                 WRITE results-slip-line FROM slip-withheld-line
                 WRITE results-slip-line FROM slip-contact-line
                 ADD 1 TO slips-withheld
              WHEN OTHER
                 MOVE SGR-AVERAGE TO rs-average
                 MOVE SGR-CLASS   TO rs-class
                 WRITE results-slip-line FROM slip-result-line
                 PERFORM Print-Slip-Subject
                          VARYING subj-idx FROM 1 BY 1
                          UNTIL subj-idx > SGR-SUBJECT-COUNT
                 ADD 1 TO slips-printed
           END-EVALUATE
           WRITE results-slip-line FROM blank-line
           .

       Print-Slip-Subject.
           MOVE subj-idx TO rs-subject
           MOVE SGR-SUBJECT-MARKS(subj-idx) TO rs-mark
           WRITE results-slip-line FROM slip-subject-line
           .

       Find-Bio-Student.
           MOVE "N" TO bio-found
           PERFORM Check-One-Bio
                    VARYING bio-idx FROM 1 BY 1
                    UNTIL bio-idx > bio-count
                       OR bio-found = "Y"
           .

       Check-One-Bio.
           IF tab-sb-name(bio-idx) = SGR-STUDENT-NAME
              MOVE "Y" TO bio-found
              MOVE tab-sb-student(bio-idx) TO CLEARANCE-STUDENT
           END-IF
           .

       Load-Student-Bio.
           MOVE ZERO TO bio-count
           OPEN INPUT STUDENT-BIO-FILE
           IF student-bio-status = "00"
              PERFORM Read-Student-Bio
              PERFORM Store-Student-Bio
                 UNTIL student-bio-eof = "Y"
              CLOSE STUDENT-BIO-FILE
           END-IF
           .

       Read-Student-Bio.
           READ STUDENT-BIO-FILE
              AT END MOVE "Y" TO student-bio-eof
           END-READ
           .

       Store-Student-Bio.
           ADD 1 TO bio-count
           SET bio-idx TO bio-count
           MOVE SB-STUDENT-NO TO tab-sb-student(bio-idx)
           MOVE SB-NAME       TO tab-sb-name(bio-idx)
           PERFORM Read-Student-Bio
           .

       Tally-One-Band.
           IF tab-band-label(band-idx) = SGR-CLASS
              ADD 1 TO tab-band-count(band-idx)
              DISPLAY subject-line
           END-IF
           .

       COPY FEECLRCK.
