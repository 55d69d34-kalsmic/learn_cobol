       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSION-SCHED.
      * monthly contribution schedule for the pension fund
      * administrator: one line per scheme member paid in the
      * chosen month off the member contribution history NET-PAY
      * writes - pensionable pay, the employee's share, the
      * employer's share and the total due to the fund - with
      * grand totals that tie back to the PENSION EE and PENSION
      * ER lines of the month's GL feed. weekly-paid members'
      * payslips roll up into their one line for the month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT pension-history-file ASSIGN TO
                  "data/PENSIONHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pension-history-status.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
                  "data/EMPLOYEEMASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-ID
               FILE STATUS IS employee-master-status.
           SELECT schedule-report-file ASSIGN TO
                  "data/PENSIONSCHED.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  pension-history-file.
       COPY PENSHIST.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  schedule-report-file.
       01  schedule-report-line PIC X(80).

       WORKING-STORAGE SECTION.
       01  pension-history-status PIC XX.
       01  pension-history-eof  PIC X VALUE "N".
       01  employee-master-status PIC XX.
       01  employee-master-table.
           03 em-entry OCCURS 100 TIMES INDEXED BY em-idx.
              05 tab-em-id       PIC 9(4).
              05 tab-em-name     PIC X(20).
       01  employee-count       PIC 999 VALUE ZERO.
       01  employee-master-eof  PIC X VALUE "N".
       01  employee-name        PIC X(20).
       01  employee-found       PIC X.
      * one row per member paid in the month
       01  member-table.
           03 mbr-entry OCCURS 100 TIMES INDEXED BY mbr-idx.
              05 tab-mb-emp-id      PIC 9(4).
              05 tab-mb-pensionable PIC 9(8)V99.
              05 tab-mb-employee    PIC 9(8)V99.
              05 tab-mb-employer    PIC 9(8)V99.
       01  member-count         PIC 999 VALUE ZERO.
       01  member-found         PIC X.
       01  member-idx           PIC 999 VALUE ZERO.
       01  schedule-month       PIC 9(6).
       01  history-month        PIC 9(6).
       01  member-total         PIC 9(8)V99.
       01  schedule-totals.
           03 total-pensionable PIC 9(9)V99 VALUE ZERO.
           03 total-employee    PIC 9(8)V99 VALUE ZERO.
           03 total-employer    PIC 9(8)V99 VALUE ZERO.
           03 total-due         PIC 9(8)V99 VALUE ZERO.
       01  report-heading.
           03 FILLER PIC X(41) VALUE
                 "----- PENSION CONTRIBUTION SCHEDULE -----".
       01  month-line.
           03 FILLER            PIC X(8) VALUE "MONTH : ".
           03 ml-month          PIC 9(6).
       01  column-heading.
           03 FILLER PIC X(6)  VALUE "MEMBER".
           03 FILLER PIC X(21) VALUE "  NAME".
           03 FILLER PIC X(13) VALUE "  PENSIONABLE".
           03 FILLER PIC X(13) VALUE "     EMPLOYEE".
           03 FILLER PIC X(13) VALUE "     EMPLOYER".
           03 FILLER PIC X(13) VALUE "        TOTAL".
       01  detail-line.
           03 dl-emp-id         PIC 9(4).
           03 FILLER            PIC X(4) VALUE SPACES.
           03 dl-name           PIC X(20).
           03 dl-pensionable-out PIC $$$$,$$9.99.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 dl-employee-out   PIC $$$$,$$9.99.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 dl-employer-out   PIC $$$$,$$9.99.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 dl-total-out      PIC $$$$,$$9.99.
       01  total-line.
           03 tl-label          PIC X(30).
           03 tl-amount-out     PIC $$$,$$$,$$9.99.
       01  blank-line           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       Pension-Sched.
           DISPLAY "PENSION CONTRIBUTION SCHEDULE"
           DISPLAY "Month (YYYYMM): " WITH NO ADVANCING
           ACCEPT schedule-month
           OPEN INPUT pension-history-file
           IF pension-history-status NOT = "00"
              DISPLAY "NO PENSION HISTORY - NOTHING TO SCHEDULE"
              GOBACK
           END-IF
           PERFORM Load-Employee-Master
           PERFORM Read-Pension-History
           PERFORM Total-One-Contribution
                    UNTIL pension-history-eof = "Y"
           CLOSE pension-history-file
           OPEN OUTPUT schedule-report-file
           WRITE schedule-report-line FROM report-heading
           MOVE schedule-month TO ml-month
           WRITE schedule-report-line FROM month-line
           WRITE schedule-report-line FROM blank-line
           WRITE schedule-report-line FROM column-heading
           PERFORM Write-Member-Line
                    VARYING mbr-idx FROM 1 BY 1
                    UNTIL mbr-idx > member-count
           PERFORM Write-Schedule-Totals
           CLOSE schedule-report-file
           DISPLAY "MEMBERS LISTED: " member-count
           DISPLAY "SCHEDULE WRITTEN TO data/PENSIONSCHED.RPT"
           GOBACK.

       Read-Pension-History.
           READ pension-history-file
              AT END MOVE "Y" TO pension-history-eof
           END-READ
           .

       Total-One-Contribution.
           MOVE pnh-pay-date(1:6) TO history-month
           IF history-month = schedule-month
              PERFORM Add-To-Member
           END-IF
           PERFORM Read-Pension-History
           .

       Add-To-Member.
           MOVE "N" TO member-found
           PERFORM Find-Member
                    VARYING mbr-idx FROM 1 BY 1
                    UNTIL mbr-idx > member-count
                       OR member-found = "Y"
           IF member-found NOT = "Y"
              ADD 1 TO member-count
              MOVE member-count TO member-idx
              SET mbr-idx TO member-idx
              MOVE pnh-emp-id TO tab-mb-emp-id(mbr-idx)
              MOVE ZERO TO tab-mb-pensionable(mbr-idx)
              MOVE ZERO TO tab-mb-employee(mbr-idx)
              MOVE ZERO TO tab-mb-employer(mbr-idx)
           END-IF
           SET mbr-idx TO member-idx
           ADD pnh-pensionable-pay TO tab-mb-pensionable(mbr-idx)
           ADD pnh-employee-share  TO tab-mb-employee(mbr-idx)
           ADD pnh-employer-share  TO tab-mb-employer(mbr-idx)
           .

       Find-Member.
           IF tab-mb-emp-id(mbr-idx) = pnh-emp-id
              MOVE "Y" TO member-found
              SET member-idx TO mbr-idx
           END-IF
           .

       Write-Member-Line.
           MOVE "N" TO employee-found
           MOVE SPACES TO employee-name
           PERFORM Find-Employee-Master
                    VARYING em-idx FROM 1 BY 1
                    UNTIL em-idx > employee-count
                       OR employee-found = "Y"
           COMPUTE member-total = tab-mb-employee(mbr-idx)
                 + tab-mb-employer(mbr-idx)
           ADD tab-mb-pensionable(mbr-idx) TO total-pensionable
           ADD tab-mb-employee(mbr-idx)    TO total-employee
           ADD tab-mb-employer(mbr-idx)    TO total-employer
           ADD member-total                TO total-due
           MOVE tab-mb-emp-id(mbr-idx)      TO dl-emp-id
           MOVE employee-name               TO dl-name
           MOVE tab-mb-pensionable(mbr-idx) TO dl-pensionable-out
           MOVE tab-mb-employee(mbr-idx)    TO dl-employee-out
           MOVE tab-mb-employer(mbr-idx)    TO dl-employer-out
           MOVE member-total                TO dl-total-out
           WRITE schedule-report-line FROM detail-line
           .

       Find-Employee-Master.
           IF tab-em-id(em-idx) = tab-mb-emp-id(mbr-idx)
              MOVE tab-em-name(em-idx) TO employee-name
              MOVE "Y" TO employee-found
           END-IF
           .

       Write-Schedule-Totals.
           WRITE schedule-report-line FROM blank-line
           MOVE "TOTAL PENSIONABLE PAY"        TO tl-label
           MOVE total-pensionable TO tl-amount-out
           WRITE schedule-report-line FROM total-line
           MOVE "TOTAL EMPLOYEE CONTRIBUTIONS" TO tl-label
           MOVE total-employee TO tl-amount-out
           WRITE schedule-report-line FROM total-line
           MOVE "TOTAL EMPLOYER CONTRIBUTIONS" TO tl-label
           MOVE total-employer TO tl-amount-out
           WRITE schedule-report-line FROM total-line
           MOVE "TOTAL DUE TO THE FUND"        TO tl-label
           MOVE total-due TO tl-amount-out
           WRITE schedule-report-line FROM total-line
           .

      * the schedule still prints without the master - just with
      * blank names - rather than the run aborting on a missing
      * or unbuilt indexed file.
       Load-Employee-Master.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF employee-master-status = "00"
              PERFORM Read-Employee-Master
              PERFORM Store-Employee-Master
                 UNTIL employee-master-eof = "Y"
              CLOSE EMPLOYEE-MASTER-FILE
           ELSE
              DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - "
                      "SCHEDULE PRINTS WITHOUT NAMES"
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
           MOVE EM-ID   TO tab-em-id(em-idx)
           MOVE EM-NAME TO tab-em-name(em-idx)
           PERFORM Read-Employee-Master
           .
