       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFF-TURNOVER.
      * monthly headcount and staff turnover: opening headcount,
      * starters, leavers, closing headcount and turnover for the
      * chosen month, by department and by job grade, followed by
      * the rolling trend for the twelve months to that month.
      * starters and leavers come off the staff movement file
      * (EMPLOYEE-MAINT adds, FINAL-PAY settlements). the headcount
      * works back from the employees active today - on the master
      * and not since settled as leavers - adding back anyone who
      * has left after the month and taking off anyone who has
      * started after it. turnover is leavers over the average of
      * opening and closing headcount. the month's totals are kept
      * on the headcount file for the management pack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT staff-movement-file ASSIGN TO
                  "data/STAFFMOVES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS staff-movement-status.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
                  "data/EMPLOYEEMASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-ID
               FILE STATUS IS employee-master-status.
           SELECT payroll-run-file ASSIGN TO "data/PAYROLLRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS payroll-run-status.
           SELECT headcount-file ASSIGN TO "data/HEADCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS headcount-status.
           SELECT turnover-report-file ASSIGN TO
                  "data/TURNOVER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  staff-movement-file.
       COPY STAFFMOVE.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  payroll-run-file.
       COPY PAYRUN.

       FD  headcount-file.
       COPY HEADCNT.

       FD  turnover-report-file.
       01  turnover-report-line PIC X(80).

       WORKING-STORAGE SECTION.
       01  staff-movement-status PIC XX.
       01  staff-movement-eof   PIC X VALUE "N".
       01  employee-master-status PIC XX.
       01  employee-master-eof  PIC X VALUE "N".
       01  payroll-run-status   PIC XX.
       01  payroll-run-eof      PIC X VALUE "N".
       01  headcount-status     PIC XX.
       01  headcount-eof        PIC X VALUE "N".
       01  movement-table.
           03 mvt-entry OCCURS 500 TIMES INDEXED BY mvt-idx.
              05 tab-mv-emp-id   PIC 9(4).
              05 tab-mv-date     PIC 9(8).
              05 tab-mv-month    PIC 9(6).
              05 tab-mv-type     PIC X.
              05 tab-mv-dept     PIC X(12).
              05 tab-mv-grade    PIC 9.
       01  movement-count       PIC 999 VALUE ZERO.
       01  run-department-table.
           03 rdp-entry OCCURS 100 TIMES INDEXED BY rdp-idx.
              05 tab-rd-emp-id   PIC 9(4).
              05 tab-rd-dept     PIC X(12).
       01  run-department-count PIC 999 VALUE ZERO.
      * one row per department and one per grade: employees active
      * today, and movements in and after the month
       01  department-table.
           03 dpt-entry OCCURS 20 TIMES INDEXED BY dpt-idx.
              05 tab-dp-name     PIC X(12).
              05 tab-dp-counts.
                 07 tab-dp-active    PIC 9(5).
                 07 tab-dp-starters  PIC 9(5).
                 07 tab-dp-leavers   PIC 9(5).
                 07 tab-dp-s-after   PIC 9(5).
                 07 tab-dp-l-after   PIC 9(5).
       01  department-count     PIC 99 VALUE ZERO.
       01  department-found     PIC X.
       01  department-idx       PIC 99 VALUE ZERO.
       01  grade-table.
           03 grd-entry OCCURS 9 TIMES INDEXED BY grd-idx.
              05 tab-gr-counts.
                 07 tab-gr-active    PIC 9(5).
                 07 tab-gr-starters  PIC 9(5).
                 07 tab-gr-leavers   PIC 9(5).
                 07 tab-gr-s-after   PIC 9(5).
                 07 tab-gr-l-after   PIC 9(5).
       01  total-counts.
           03 tot-active        PIC 9(5) VALUE ZERO.
           03 tot-starters      PIC 9(5) VALUE ZERO.
           03 tot-leavers       PIC 9(5) VALUE ZERO.
           03 tot-s-after       PIC 9(5) VALUE ZERO.
           03 tot-l-after       PIC 9(5) VALUE ZERO.
      * the figures for whichever row is being printed
       01  row-counts.
           03 row-active        PIC 9(5).
           03 row-starters      PIC 9(5).
           03 row-leavers       PIC 9(5).
           03 row-s-after       PIC 9(5).
           03 row-l-after       PIC 9(5).
       01  row-opening          PIC S9(5).
       01  row-closing          PIC S9(5).
       01  row-average          PIC S9(5)V9.
       01  row-turnover         PIC 9(3)V99.
       01  headcount-table.
           03 hct-entry OCCURS 120 TIMES INDEXED BY hct-idx.
              05 tab-hc-month    PIC 9(6).
              05 tab-hc-opening  PIC 9(5).
              05 tab-hc-starters PIC 9(5).
              05 tab-hc-leavers  PIC 9(5).
              05 tab-hc-closing  PIC 9(5).
              05 tab-hc-turnover PIC 9(3)V99.
       01  headcount-count      PIC 999 VALUE ZERO.
       01  headcount-found      PIC X.
       01  headcount-idx        PIC 999 VALUE ZERO.
       01  report-month         PIC 9(6).
       01  report-month-parts REDEFINES report-month.
           03 rm-yyyy           PIC 9(4).
           03 rm-mm             PIC 99.
       01  trend-month          PIC 9(6).
       01  trend-month-parts REDEFINES trend-month.
           03 tm-yyyy           PIC 9(4).
           03 tm-mm             PIC 99.
       01  trend-step           PIC S99.
       01  grade-digit          PIC 9.
       01  lookup-emp-id        PIC 9(4).
       01  employee-active      PIC X.
       01  latest-date          PIC 9(8).
       01  latest-type          PIC X.
       01  movement-department  PIC X(12).
       01  movement-grade       PIC 9.
       01  report-heading.
           03 FILLER PIC X(41) VALUE
                 "------ HEADCOUNT AND STAFF TURNOVER -----".
       01  month-line.
           03 FILLER            PIC X(8) VALUE "MONTH : ".
           03 ml-month          PIC 9(6).
       01  section-line         PIC X(40).
       01  column-heading.
           03 FILLER PIC X(20) VALUE
                 "             OPENING".
           03 FILLER PIC X(36) VALUE
                 " STARTERS LEAVERS CLOSING TURNOVER %".
       01  count-line.
           03 cl-label          PIC X(14).
           03 cl-opening        PIC ZZZZZ9-.
           03 FILLER            PIC X(3) VALUE SPACES.
           03 cl-starters       PIC ZZZZ9.
           03 FILLER            PIC X(3) VALUE SPACES.
           03 cl-leavers        PIC ZZZZ9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 cl-closing        PIC ZZZZZ9-.
           03 FILLER            PIC X(4) VALUE SPACES.
           03 cl-turnover       PIC ZZ9.99.
       01  blank-line           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       Staff-Turnover.
           DISPLAY "HEADCOUNT AND STAFF TURNOVER"
           DISPLAY "Month (YYYYMM): " WITH NO ADVANCING
           ACCEPT report-month
           PERFORM Load-Run-Departments
           PERFORM Load-Staff-Movements
           PERFORM Clear-Grade-Counts
                    VARYING grd-idx FROM 1 BY 1
                    UNTIL grd-idx > 9
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF employee-master-status NOT = "00"
              DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - NO REPORT"
              GOBACK
           END-IF
           PERFORM Read-Employee-Master
           PERFORM Count-One-Active
                    UNTIL employee-master-eof = "Y"
           CLOSE EMPLOYEE-MASTER-FILE
           PERFORM Count-One-Movement
                    VARYING mvt-idx FROM 1 BY 1
                    UNTIL mvt-idx > movement-count
           OPEN OUTPUT turnover-report-file
           WRITE turnover-report-line FROM report-heading
           MOVE report-month TO ml-month
           WRITE turnover-report-line FROM month-line
           WRITE turnover-report-line FROM blank-line
           MOVE "BY DEPARTMENT" TO section-line
           WRITE turnover-report-line FROM section-line
           WRITE turnover-report-line FROM column-heading
           PERFORM Write-Department-Row
                    VARYING dpt-idx FROM 1 BY 1
                    UNTIL dpt-idx > department-count
           WRITE turnover-report-line FROM blank-line
           MOVE "BY JOB GRADE" TO section-line
           WRITE turnover-report-line FROM section-line
           WRITE turnover-report-line FROM column-heading
           PERFORM Write-Grade-Row
                    VARYING grd-idx FROM 1 BY 1
                    UNTIL grd-idx > 9
           WRITE turnover-report-line FROM blank-line
           MOVE total-counts TO row-counts
           PERFORM Work-Out-Row
           MOVE "ALL STAFF" TO cl-label
           PERFORM Write-Count-Line
           PERFORM Save-Month-Headcount
           DISPLAY "OPENING HEADCOUNT: " row-opening
           DISPLAY "STARTERS         : " tot-starters
           DISPLAY "LEAVERS          : " tot-leavers
           DISPLAY "CLOSING HEADCOUNT: " row-closing
           MOVE row-turnover TO cl-turnover
           DISPLAY "TURNOVER %       : " cl-turnover
           WRITE turnover-report-line FROM blank-line
           MOVE "TWELVE-MONTH TREND" TO section-line
           WRITE turnover-report-line FROM section-line
           WRITE turnover-report-line FROM column-heading
           PERFORM Write-Trend-Month
                    VARYING trend-step FROM 11 BY -1
                    UNTIL trend-step < 0
           CLOSE turnover-report-file
           DISPLAY "REPORT WRITTEN TO data/TURNOVER.RPT"
           GOBACK.

       Load-Run-Departments.
           OPEN INPUT payroll-run-file
           IF payroll-run-status = "00"
              PERFORM Read-Payroll-Run
              PERFORM Store-Run-Department
                 UNTIL payroll-run-eof = "Y"
              CLOSE payroll-run-file
           END-IF
           .

       Read-Payroll-Run.
           READ payroll-run-file
              AT END MOVE "Y" TO payroll-run-eof
           END-READ
           .

       Store-Run-Department.
           IF run-department-count < 100
              ADD 1 TO run-department-count
              SET rdp-idx TO run-department-count
              MOVE PR-EMP-ID     TO tab-rd-emp-id(rdp-idx)
              MOVE PR-DEPARTMENT TO tab-rd-dept(rdp-idx)
           END-IF
           PERFORM Read-Payroll-Run
           .

       Load-Staff-Movements.
           OPEN INPUT staff-movement-file
           IF staff-movement-status = "00"
              PERFORM Read-Staff-Movement
              PERFORM Store-Staff-Movement
                 UNTIL staff-movement-eof = "Y"
              CLOSE staff-movement-file
           END-IF
           .

       Read-Staff-Movement.
           READ staff-movement-file
              AT END MOVE "Y" TO staff-movement-eof
           END-READ
           .

      * a starter keyed before the pay-run file knew them takes
      * the department the pay-run file now shows.
       Store-Staff-Movement.
           IF movement-count < 500
              ADD 1 TO movement-count
              SET mvt-idx TO movement-count
              MOVE sm-emp-id       TO tab-mv-emp-id(mvt-idx)
              MOVE sm-date         TO tab-mv-date(mvt-idx)
              MOVE sm-date(1:6)    TO tab-mv-month(mvt-idx)
              MOVE sm-type         TO tab-mv-type(mvt-idx)
              MOVE sm-job-grade    TO tab-mv-grade(mvt-idx)
              MOVE sm-department   TO movement-department
              IF movement-department = SPACES
                 MOVE sm-emp-id TO lookup-emp-id
                 PERFORM Find-Run-Department
              END-IF
              MOVE movement-department TO tab-mv-dept(mvt-idx)
           END-IF
           PERFORM Read-Staff-Movement
           .

       Find-Run-Department.
           MOVE "UNASSIGNED" TO movement-department
           MOVE "N" TO department-found
           PERFORM Match-Run-Department
                    VARYING rdp-idx FROM 1 BY 1
                    UNTIL rdp-idx > run-department-count
                       OR department-found = "Y"
           .

       Match-Run-Department.
           IF tab-rd-emp-id(rdp-idx) = lookup-emp-id
              MOVE tab-rd-dept(rdp-idx) TO movement-department
              MOVE "Y" TO department-found
           END-IF
           .

       Clear-Grade-Counts.
           MOVE ZERO TO tab-gr-active(grd-idx)
           MOVE ZERO TO tab-gr-starters(grd-idx)
           MOVE ZERO TO tab-gr-leavers(grd-idx)
           MOVE ZERO TO tab-gr-s-after(grd-idx)
           MOVE ZERO TO tab-gr-l-after(grd-idx)
           .

       Read-Employee-Master.
           READ EMPLOYEE-MASTER-FILE
              AT END MOVE "Y" TO employee-master-eof
           END-READ
           .

      * an employee whose latest movement is a settled termination
      * has left, even while the record is still on the master.
       Count-One-Active.
           MOVE ZERO TO latest-date
           MOVE SPACE TO latest-type
           PERFORM Check-Latest-Movement
                    VARYING mvt-idx FROM 1 BY 1
                    UNTIL mvt-idx > movement-count
           IF latest-type NOT = "L"
              MOVE EM-ID TO lookup-emp-id
              PERFORM Find-Run-Department
              MOVE EM-JOB-GRADE TO movement-grade
              PERFORM Find-Department-Row
              SET dpt-idx TO department-idx
              ADD 1 TO tab-dp-active(dpt-idx)
              IF movement-grade > ZERO
                 SET grd-idx TO movement-grade
                 ADD 1 TO tab-gr-active(grd-idx)
              END-IF
              ADD 1 TO tot-active
           END-IF
           PERFORM Read-Employee-Master
           .

       Check-Latest-Movement.
           IF tab-mv-emp-id(mvt-idx) = EM-ID
              AND tab-mv-date(mvt-idx) NOT < latest-date
              MOVE tab-mv-date(mvt-idx) TO latest-date
              MOVE tab-mv-type(mvt-idx) TO latest-type
           END-IF
           .

       Count-One-Movement.
           IF tab-mv-month(mvt-idx) NOT < report-month
              MOVE tab-mv-dept(mvt-idx)  TO movement-department
              MOVE tab-mv-grade(mvt-idx) TO movement-grade
              PERFORM Find-Department-Row
              SET dpt-idx TO department-idx
              IF movement-grade > ZERO
                 SET grd-idx TO movement-grade
              END-IF
              IF tab-mv-month(mvt-idx) = report-month
                 PERFORM Count-In-Month
              ELSE
                 PERFORM Count-After-Month
              END-IF
           END-IF
           .

       Count-In-Month.
           IF tab-mv-type(mvt-idx) = "S"
              ADD 1 TO tab-dp-starters(dpt-idx)
              ADD 1 TO tot-starters
              IF movement-grade > ZERO
                 ADD 1 TO tab-gr-starters(grd-idx)
              END-IF
           ELSE
              ADD 1 TO tab-dp-leavers(dpt-idx)
              ADD 1 TO tot-leavers
              IF movement-grade > ZERO
                 ADD 1 TO tab-gr-leavers(grd-idx)
              END-IF
           END-IF
           .

       Count-After-Month.
           IF tab-mv-type(mvt-idx) = "S"
              ADD 1 TO tab-dp-s-after(dpt-idx)
              ADD 1 TO tot-s-after
              IF movement-grade > ZERO
                 ADD 1 TO tab-gr-s-after(grd-idx)
              END-IF
           ELSE
              ADD 1 TO tab-dp-l-after(dpt-idx)
              ADD 1 TO tot-l-after
              IF movement-grade > ZERO
                 ADD 1 TO tab-gr-l-after(grd-idx)
              END-IF
           END-IF
           .

       Find-Department-Row.
           MOVE "N" TO department-found
           PERFORM Match-Department-Row
                    VARYING dpt-idx FROM 1 BY 1
                    UNTIL dpt-idx > department-count
                       OR department-found = "Y"
           IF department-found NOT = "Y"
              ADD 1 TO department-count
              MOVE department-count TO department-idx
              SET dpt-idx TO department-idx
              MOVE movement-department TO tab-dp-name(dpt-idx)
              MOVE ZERO TO tab-dp-active(dpt-idx)
              MOVE ZERO TO tab-dp-starters(dpt-idx)
              MOVE ZERO TO tab-dp-leavers(dpt-idx)
              MOVE ZERO TO tab-dp-s-after(dpt-idx)
              MOVE ZERO TO tab-dp-l-after(dpt-idx)
           END-IF
           .

       Match-Department-Row.
           IF tab-dp-name(dpt-idx) = movement-department
              MOVE "Y" TO department-found
              SET department-idx TO dpt-idx
           END-IF
           .

      * closing is today's actives with later leavers added back
      * and later starters taken off; opening is closing less the
      * month's starters plus its leavers.
       Work-Out-Row.
           COMPUTE row-closing = row-active + row-l-after
                 - row-s-after
           COMPUTE row-opening = row-closing - row-starters
                 + row-leavers
           COMPUTE row-average = (row-opening + row-closing) / 2
           IF row-average > ZERO
              COMPUTE row-turnover ROUNDED =
                    row-leavers * 100 / row-average
           ELSE
              MOVE ZERO TO row-turnover
           END-IF
           .

       Write-Count-Line.
           MOVE row-opening  TO cl-opening
           MOVE row-starters TO cl-starters
           MOVE row-leavers  TO cl-leavers
           MOVE row-closing  TO cl-closing
           MOVE row-turnover TO cl-turnover
           WRITE turnover-report-line FROM count-line
           .

       Write-Department-Row.
           MOVE tab-dp-counts(dpt-idx) TO row-counts
           PERFORM Work-Out-Row
           MOVE tab-dp-name(dpt-idx) TO cl-label
           PERFORM Write-Count-Line
           .

       Write-Grade-Row.
           MOVE tab-gr-counts(grd-idx) TO row-counts
           IF row-active NOT = ZERO OR row-starters NOT = ZERO
              OR row-leavers NOT = ZERO OR row-s-after NOT = ZERO
              OR row-l-after NOT = ZERO
              PERFORM Work-Out-Row
              MOVE SPACES TO cl-label
              SET grade-digit TO grd-idx
              STRING "GRADE "    DELIMITED BY SIZE
                     grade-digit DELIMITED BY SIZE
                     INTO cl-label
              END-STRING
              PERFORM Write-Count-Line
           END-IF
           .

      * each trend month is worked the same way from today's
      * actives, over the whole movement file.
       Write-Trend-Month.
           MOVE report-month TO trend-month
           PERFORM Step-Back-One-Month trend-step TIMES
           MOVE tot-active TO row-active
           MOVE ZERO TO row-starters
           MOVE ZERO TO row-leavers
           MOVE ZERO TO row-s-after
           MOVE ZERO TO row-l-after
           PERFORM Count-Trend-Movement
                    VARYING mvt-idx FROM 1 BY 1
                    UNTIL mvt-idx > movement-count
           PERFORM Work-Out-Row
           MOVE SPACES TO cl-label
           MOVE trend-month TO cl-label
           PERFORM Write-Count-Line
           .

       Step-Back-One-Month.
           SUBTRACT 1 FROM tm-mm
           IF tm-mm < 1
              MOVE 12 TO tm-mm
              SUBTRACT 1 FROM tm-yyyy
           END-IF
           .

       Count-Trend-Movement.
           IF tab-mv-month(mvt-idx) = trend-month
              IF tab-mv-type(mvt-idx) = "S"
                 ADD 1 TO row-starters
              ELSE
                 ADD 1 TO row-leavers
              END-IF
           END-IF
           IF tab-mv-month(mvt-idx) > trend-month
              IF tab-mv-type(mvt-idx) = "S"
                 ADD 1 TO row-s-after
              ELSE
                 ADD 1 TO row-l-after
              END-IF
           END-IF
           .

      * the month's totals replace any earlier figures for it on
      * the headcount file the management pack reads.
       Save-Month-Headcount.
           OPEN INPUT headcount-file
           IF headcount-status = "00"
              PERFORM Read-Headcount
              PERFORM Store-Headcount
                 UNTIL headcount-eof = "Y"
              CLOSE headcount-file
           END-IF
           MOVE "N" TO headcount-found
           PERFORM Match-Headcount
                    VARYING hct-idx FROM 1 BY 1
                    UNTIL hct-idx > headcount-count
                       OR headcount-found = "Y"
           IF headcount-found NOT = "Y"
              IF headcount-count < 120
                 ADD 1 TO headcount-count
              END-IF
              MOVE headcount-count TO headcount-idx
           END-IF
           SET hct-idx TO headcount-idx
           MOVE report-month TO tab-hc-month(hct-idx)
           MOVE row-opening  TO tab-hc-opening(hct-idx)
           MOVE tot-starters TO tab-hc-starters(hct-idx)
           MOVE tot-leavers  TO tab-hc-leavers(hct-idx)
           MOVE row-closing  TO tab-hc-closing(hct-idx)
           MOVE row-turnover TO tab-hc-turnover(hct-idx)
           OPEN OUTPUT headcount-file
           PERFORM Write-Headcount
                    VARYING hct-idx FROM 1 BY 1
                    UNTIL hct-idx > headcount-count
           CLOSE headcount-file
           .

       Read-Headcount.
           READ headcount-file
              AT END MOVE "Y" TO headcount-eof
           END-READ
           .

       Store-Headcount.
           IF headcount-count < 120
              ADD 1 TO headcount-count
              SET hct-idx TO headcount-count
              MOVE hc-month        TO tab-hc-month(hct-idx)
              MOVE hc-opening      TO tab-hc-opening(hct-idx)
              MOVE hc-starters     TO tab-hc-starters(hct-idx)
              MOVE hc-leavers      TO tab-hc-leavers(hct-idx)
              MOVE hc-closing      TO tab-hc-closing(hct-idx)
              MOVE hc-turnover-pct TO tab-hc-turnover(hct-idx)
           END-IF
           PERFORM Read-Headcount
           .

       Match-Headcount.
           IF tab-hc-month(hct-idx) = report-month
              MOVE "Y" TO headcount-found
              SET headcount-idx TO hct-idx
           END-IF
           .

       Write-Headcount.
           MOVE tab-hc-month(hct-idx)    TO hc-month
           MOVE tab-hc-opening(hct-idx)  TO hc-opening
           MOVE tab-hc-starters(hct-idx) TO hc-starters
           MOVE tab-hc-leavers(hct-idx)  TO hc-leavers
           MOVE tab-hc-closing(hct-idx)  TO hc-closing
           MOVE tab-hc-turnover(hct-idx) TO hc-turnover-pct
           WRITE headcount-record
           .
