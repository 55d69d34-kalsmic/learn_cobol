       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-EQUITY.
      * pay-equity report for the board: for each job grade, every
      * employee's rate and compa-ratio (rate over the grade band's
      * midpoint), then the headcount and average rate of men and
      * of women in the grade and the gap between the averages -
      * in money and as a share of the men's average. a closing
      * section gives the same comparison across all grades.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
                  "data/EMPLOYEEMASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-ID
               FILE STATUS IS employee-master-status.
           SELECT pay-band-file ASSIGN TO "data/PAYBANDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pay-band-status.
           SELECT equity-report-file ASSIGN TO
                  "data/PAYEQUITY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  pay-band-file.
       COPY PAYBAND.

       FD  equity-report-file.
       01  equity-report-line   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PAYBANDWS.
       01  employee-master-status PIC XX.
       01  employee-master-eof  PIC X VALUE "N".
       01  employee-master-table.
           03 em-entry OCCURS 100 TIMES INDEXED BY em-idx.
              05 tab-em-id       PIC 9(4).
              05 tab-em-name     PIC X(20).
              05 tab-em-gender   PIC X.
              05 tab-em-rate     PIC 9(3)V99.
              05 tab-em-grade    PIC 9.
       01  employee-count       PIC 999 VALUE ZERO.
       01  report-grade         PIC 99 VALUE ZERO.
       01  grade-headcount      PIC 999 VALUE ZERO.
      * one set of male/female figures for the grade being
      * reported and one for the whole workforce
       01  grade-figures.
           03 grade-male-count   PIC 999.
           03 grade-male-total   PIC 9(6)V99.
           03 grade-female-count PIC 999.
           03 grade-female-total PIC 9(6)V99.
       01  all-figures.
           03 all-male-count     PIC 999 VALUE ZERO.
           03 all-male-total     PIC 9(6)V99 VALUE ZERO.
           03 all-female-count   PIC 999 VALUE ZERO.
           03 all-female-total   PIC 9(6)V99 VALUE ZERO.
       01  gap-figures.
           03 gap-male-count     PIC 999.
           03 gap-male-total     PIC 9(6)V99.
           03 gap-female-count   PIC 999.
           03 gap-female-total   PIC 9(6)V99.
       01  male-average         PIC 9(3)V99.
       01  female-average       PIC 9(3)V99.
       01  average-gap          PIC S9(3)V99.
       01  gap-percent          PIC S9(3)V9.
       01  compa-ratio          PIC 9V99.
       01  report-heading.
           03 FILLER PIC X(41) VALUE
                 "---------- PAY EQUITY REPORT ------------".
       01  run-date-line.
           03 FILLER            PIC X(11) VALUE "RUN DATE : ".
           03 rd-date           PIC 9(8).
       01  run-date             PIC 9(8).
       01  grade-line.
           03 FILLER            PIC X(6) VALUE "GRADE ".
           03 gl-grade          PIC 9.
           03 FILLER            PIC X(8) VALUE "  BAND  ".
           03 gl-minimum-out    PIC $$$9.99.
           03 FILLER            PIC X(3) VALUE " / ".
           03 gl-midpoint-out   PIC $$$9.99.
           03 FILLER            PIC X(3) VALUE " / ".
           03 gl-maximum-out    PIC $$$9.99.
       01  no-band-line.
           03 FILLER            PIC X(6) VALUE "GRADE ".
           03 nb-grade          PIC 9.
           03 FILLER            PIC X(26) VALUE
                 "  NO PAY BAND ON FILE".
       01  column-heading.
           03 FILLER PIC X(6)  VALUE "  ID  ".
           03 FILLER PIC X(21) VALUE "NAME".
           03 FILLER PIC X(4)  VALUE "SEX ".
           03 FILLER PIC X(10) VALUE "      RATE".
           03 FILLER PIC X(8)  VALUE "   COMPA".
       01  detail-line.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 dl-emp-id         PIC 9(4).
           03 FILLER            PIC X(1) VALUE SPACE.
           03 dl-name           PIC X(20).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 dl-gender         PIC X.
           03 FILLER            PIC X(3) VALUE SPACES.
           03 dl-rate-out       PIC $$$9.99.
           03 FILLER            PIC X(4) VALUE SPACES.
           03 dl-compa-out      PIC Z9.99.
           03 dl-compa-note     PIC X(9).
       01  gender-line.
           03 FILLER            PIC X(4) VALUE SPACES.
           03 gn-label          PIC X(8).
           03 FILLER            PIC X(11) VALUE "HEADCOUNT: ".
           03 gn-count          PIC ZZ9.
           03 FILLER            PIC X(15) VALUE "  AVERAGE RATE ".
           03 gn-average-out    PIC $$$9.99.
       01  gap-line.
           03 FILLER            PIC X(4) VALUE SPACES.
           03 FILLER            PIC X(19) VALUE "GAP (MALE-FEMALE): ".
           03 gp-amount-out     PIC +$$$9.99.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 gp-percent-out    PIC +ZZ9.9.
           03 FILLER            PIC X(20) VALUE
                 "% OF MALE AVERAGE".
       01  no-gap-line.
           03 FILLER            PIC X(4) VALUE SPACES.
           03 FILLER            PIC X(47) VALUE
                 "GAP: NOT MEASURABLE - ONE GENDER ONLY".
       01  all-grades-line.
           03 FILLER PIC X(41) VALUE
                 "ALL GRADES".
       01  blank-line           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       Pay-Equity.
           DISPLAY "PAY EQUITY REPORT"
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Pay-Bands
           PERFORM Load-Employee-Master
           OPEN OUTPUT equity-report-file
           WRITE equity-report-line FROM report-heading
           MOVE run-date TO rd-date
           WRITE equity-report-line FROM run-date-line
           PERFORM Report-One-Grade
                    VARYING report-grade FROM 1 BY 1
                    UNTIL report-grade > 9
           WRITE equity-report-line FROM blank-line
           WRITE equity-report-line FROM all-grades-line
           MOVE all-figures TO gap-figures
           PERFORM Write-Gender-Summary
           CLOSE equity-report-file
           DISPLAY "EMPLOYEES REPORTED: " employee-count
           DISPLAY "REPORT WRITTEN TO data/PAYEQUITY.RPT"
           GOBACK.

      * grades nobody is on are left off the report altogether
       Report-One-Grade.
           MOVE ZERO TO grade-headcount
           PERFORM Count-Grade-Employee
                    VARYING em-idx FROM 1 BY 1
                    UNTIL em-idx > employee-count
           IF grade-headcount > ZERO
              MOVE report-grade TO band-grade
              MOVE ZERO TO band-rate
              PERFORM Check-Pay-Band
              WRITE equity-report-line FROM blank-line
              IF band-not-set
                 MOVE report-grade TO nb-grade
                 WRITE equity-report-line FROM no-band-line
              ELSE
                 MOVE report-grade  TO gl-grade
                 MOVE band-minimum  TO gl-minimum-out
                 MOVE band-midpoint TO gl-midpoint-out
                 MOVE band-maximum  TO gl-maximum-out
                 WRITE equity-report-line FROM grade-line
              END-IF
              WRITE equity-report-line FROM column-heading
              MOVE ZERO TO grade-male-count
              MOVE ZERO TO grade-male-total
              MOVE ZERO TO grade-female-count
              MOVE ZERO TO grade-female-total
              PERFORM Report-Grade-Employee
                       VARYING em-idx FROM 1 BY 1
                       UNTIL em-idx > employee-count
              MOVE grade-figures TO gap-figures
              PERFORM Write-Gender-Summary
           END-IF
           .

       Count-Grade-Employee.
           IF tab-em-grade(em-idx) = report-grade
              ADD 1 TO grade-headcount
           END-IF
           .

      * the compa-ratio is the rate over the band midpoint - 1.00
      * is paid exactly at the midpoint. rates outside the band are
      * flagged on the line.
       Report-Grade-Employee.
           IF tab-em-grade(em-idx) = report-grade
              MOVE tab-em-id(em-idx)     TO dl-emp-id
              MOVE tab-em-name(em-idx)   TO dl-name
              MOVE tab-em-gender(em-idx) TO dl-gender
              MOVE tab-em-rate(em-idx)   TO dl-rate-out
              MOVE SPACES TO dl-compa-note
              IF band-midpoint > ZERO
                 COMPUTE compa-ratio ROUNDED =
                       tab-em-rate(em-idx) / band-midpoint
                 MOVE compa-ratio TO dl-compa-out
                 IF tab-em-rate(em-idx) < band-minimum
                    MOVE " BELOW" TO dl-compa-note
                 END-IF
                 IF tab-em-rate(em-idx) > band-maximum
                    MOVE " ABOVE" TO dl-compa-note
                 END-IF
              ELSE
                 MOVE ZERO TO dl-compa-out
                 MOVE " NO BAND" TO dl-compa-note
              END-IF
              WRITE equity-report-line FROM detail-line
              IF tab-em-gender(em-idx) = "F"
                 ADD 1 TO grade-female-count
                 ADD tab-em-rate(em-idx) TO grade-female-total
                 ADD 1 TO all-female-count
                 ADD tab-em-rate(em-idx) TO all-female-total
              ELSE
                 ADD 1 TO grade-male-count
                 ADD tab-em-rate(em-idx) TO grade-male-total
                 ADD 1 TO all-male-count
                 ADD tab-em-rate(em-idx) TO all-male-total
              END-IF
           END-IF
           .

      * headcount and average for each gender and the gap between
      * the averages; a group of one gender has no gap to measure.
       Write-Gender-Summary.
           MOVE ZERO TO male-average
           MOVE ZERO TO female-average
           IF gap-male-count > ZERO
              COMPUTE male-average ROUNDED =
                    gap-male-total / gap-male-count
           END-IF
           IF gap-female-count > ZERO
              COMPUTE female-average ROUNDED =
                    gap-female-total / gap-female-count
           END-IF
           MOVE "MALE"         TO gn-label
           MOVE gap-male-count TO gn-count
           MOVE male-average   TO gn-average-out
           WRITE equity-report-line FROM gender-line
           MOVE "FEMALE"         TO gn-label
           MOVE gap-female-count TO gn-count
           MOVE female-average   TO gn-average-out
           WRITE equity-report-line FROM gender-line
           IF gap-male-count > ZERO AND gap-female-count > ZERO
              COMPUTE average-gap = male-average - female-average
              COMPUTE gap-percent ROUNDED =
                    average-gap * 100 / male-average
              MOVE average-gap TO gp-amount-out
              MOVE gap-percent TO gp-percent-out
              WRITE equity-report-line FROM gap-line
           ELSE
              WRITE equity-report-line FROM no-gap-line
           END-IF
           .

       Load-Employee-Master.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF employee-master-status = "00"
              PERFORM Read-Employee-Master
              PERFORM Store-Employee-Master
                 UNTIL employee-master-eof = "Y"
              CLOSE EMPLOYEE-MASTER-FILE
           ELSE
              DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - "
                      "STATUS " employee-master-status
           END-IF
           .

       Read-Employee-Master.
           READ EMPLOYEE-MASTER-FILE
              AT END MOVE "Y" TO employee-master-eof
           END-READ
           .

       Store-Employee-Master.
           ADD 1 TO employee-count
           SET em-idx TO employee-count
           MOVE EM-ID        TO tab-em-id(em-idx)
           MOVE EM-NAME      TO tab-em-name(em-idx)
           IF EM-FEMALE
              MOVE "F" TO tab-em-gender(em-idx)
           ELSE
              MOVE "M" TO tab-em-gender(em-idx)
           END-IF
           MOVE EM-PAY-RATE  TO tab-em-rate(em-idx)
           MOVE EM-JOB-GRADE TO tab-em-grade(em-idx)
           PERFORM Read-Employee-Master
           .

       COPY PAYBANDCK.
