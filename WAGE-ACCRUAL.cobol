       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAGE-ACCRUAL.
      * month-end accrual of weekly wages: the open weekly pay
      * period usually straddles the month end, so the working days
      * already worked but not yet paid are costed here from each
      * weekly employee's rate and standard hours. the accrual goes
      * to GL-POST through the GL feed as a journal dated the month
      * end, with the matching reversal dated the first of the next
      * month - when the weekly run later pays those days the cost
      * nets out, and it lands in the month it was earned. a week's
      * standard hours are spread over five working days, and the
      * business days are counted by BIZDAY so weekends and
      * holidays on the calendar are not accrued. the control file
      * keeps the last month accrued so a month is never accrued
      * twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT run-control-file ASSIGN TO "data/PAYPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS run-control-status.
           SELECT accrual-control-file ASSIGN TO
                  "data/ACCRUALCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS accrual-control-status.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
                  "data/EMPLOYEEMASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-ID
               FILE STATUS IS employee-master-status.
           SELECT payroll-run-file ASSIGN TO "data/PAYROLLRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS payroll-run-status.
           SELECT gl-feed-file ASSIGN TO "data/GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-feed-status.
           SELECT accrual-report-file ASSIGN TO
                  "data/WAGEACCRUAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  run-control-file.
       COPY RUNCTL.

       FD  accrual-control-file.
       01  accrual-control-record.
           03 acl-last-month    PIC 9(6).

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  payroll-run-file.
       COPY PAYRUN.

       FD  gl-feed-file.
       COPY GLFEED.

       FD  accrual-report-file.
       01  accrual-report-line  PIC X(80).

       WORKING-STORAGE SECTION.
       01  run-control-status   PIC XX.
       01  run-control-eof      PIC X VALUE "N".
       01  weekly-period-found  PIC X VALUE "N".
       01  weekly-period-ending PIC 9(8).
       01  weekly-period-paid   PIC X.
       01  accrual-control-status PIC XX.
       01  last-accrued-month   PIC 9(6) VALUE ZERO.
       01  employee-master-status PIC XX.
       01  employee-master-eof  PIC X VALUE "N".
       01  payroll-run-status   PIC XX.
       01  payroll-run-eof      PIC X VALUE "N".
       01  gl-feed-status       PIC XX.
      * each weekly employee's department, taken from the pay-run
      * file the way NET-PAY charges their cost
       01  run-department-table.
           03 rdp-entry OCCURS 100 TIMES INDEXED BY rdp-idx.
              05 tab-rd-emp-id   PIC 9(4).
              05 tab-rd-dept     PIC X(12).
       01  run-department-count PIC 999 VALUE ZERO.
       01  employee-department  PIC X(12).
       01  department-found     PIC X.
       01  department-table.
           03 dpt-entry OCCURS 20 TIMES INDEXED BY dpt-idx.
              05 tab-dpt-name    PIC X(12).
              05 tab-dpt-accrual PIC 9(8)V99.
       01  department-count     PIC 99 VALUE ZERO.
       01  department-idx       PIC 99 VALUE ZERO.
       01  accrual-month        PIC 9(6).
       01  accrual-month-parts REDEFINES accrual-month.
           03 am-yyyy           PIC 9(4).
           03 am-mm             PIC 99.
       01  month-end-date       PIC 9(8).
       01  reversal-date        PIC 9(8).
       01  paid-through-date    PIC 9(8).
       01  work-date            PIC 9(8).
       01  work-date-parts REDEFINES work-date.
           03 wd-yyyy           PIC 9(4).
           03 wd-mm             PIC 99.
           03 wd-dd             PIC 99.
       01  days-in-month        PIC 99.
       01  leap-remainder       PIC 9(4).
       01  step-count           PIC 99.
       01  accrual-days         PIC 99 VALUE ZERO.
       01  daily-pay            PIC 9(5)V9999.
       01  employee-accrual     PIC 9(7)V99.
       01  employee-count       PIC 999 VALUE ZERO.
       01  total-accrual        PIC 9(9)V99 VALUE ZERO.
       COPY BIZDAYWS.
       01  report-heading.
           03 FILLER PIC X(41) VALUE
                 "-------- WEEKLY WAGE ACCRUAL ------------".
       01  month-line.
           03 FILLER            PIC X(16) VALUE "MONTH ENDING  : ".
           03 ml-date           PIC 9(8).
       01  period-line.
           03 FILLER            PIC X(16) VALUE "PAID THROUGH  : ".
           03 pl-date           PIC 9(8).
       01  days-line.
           03 FILLER            PIC X(16) VALUE "DAYS ACCRUED  : ".
           03 dy-days           PIC Z9.
       01  reversal-line.
           03 FILLER            PIC X(16) VALUE "REVERSES ON   : ".
           03 rl-date           PIC 9(8).
       01  column-heading.
           03 FILLER PIC X(40) VALUE
                 "ID    NAME                  DEPARTMENT  ".
           03 FILLER PIC X(26) VALUE
                 "   DAILY PAY       ACCRUAL".
       01  detail-line.
           03 dl-emp-id         PIC 9(4).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 dl-name           PIC X(20).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 dl-department     PIC X(12).
           03 dl-daily-out      PIC $$$,$$9.99.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 dl-accrual-out    PIC $$$,$$$,$$9.99.
       01  total-line.
           03 tl-label          PIC X(52).
           03 tl-amount-out     PIC $$$,$$$,$$9.99.
       01  blank-line           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       Wage-Accrual.
           DISPLAY "WEEKLY WAGE ACCRUAL"
           DISPLAY "Month to accrue (YYYYMM): " WITH NO ADVANCING
           ACCEPT accrual-month
           IF am-mm < 1 OR am-mm > 12
              DISPLAY "INVALID MONTH - NOTHING ACCRUED"
              GOBACK
           END-IF
           PERFORM Load-Accrual-Control
           IF accrual-month NOT > last-accrued-month
              DISPLAY "WAGES ALREADY ACCRUED THROUGH "
                      last-accrued-month " - NOTHING ACCRUED"
              GOBACK
           END-IF
           PERFORM Load-Weekly-Period
           IF weekly-period-found NOT = "Y"
              DISPLAY "NO WEEKLY PAY PERIOD ON FILE - "
                      "NOTHING ACCRUED"
              GOBACK
           END-IF
           PERFORM Set-Accrual-Dates
           PERFORM Count-Accrual-Days
           IF accrual-days = ZERO
              DISPLAY "WEEKLY STAFF PAID THROUGH " paid-through-date
                      " - NO UNPAID DAYS TO ACCRUE"
              GOBACK
           END-IF
           PERFORM Load-Run-Departments
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF employee-master-status NOT = "00"
              DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - "
                      "NOTHING ACCRUED"
              GOBACK
           END-IF
           OPEN OUTPUT accrual-report-file
           PERFORM Write-Report-Heading
           PERFORM Read-Employee-Master
           PERFORM Accrue-One-Employee
                    UNTIL employee-master-eof = "Y"
           CLOSE EMPLOYEE-MASTER-FILE
           PERFORM Write-Report-Totals
           CLOSE accrual-report-file
           IF total-accrual > ZERO
              PERFORM Write-Accrual-Feed
           END-IF
           PERFORM Save-Accrual-Control
           DISPLAY "EMPLOYEES ACCRUED: " employee-count
           DISPLAY "DAYS ACCRUED     : " accrual-days
           MOVE total-accrual TO tl-amount-out
           DISPLAY "TOTAL ACCRUAL    : " tl-amount-out
           DISPLAY "REVERSAL DATED   : " reversal-date
           DISPLAY "REPORT WRITTEN TO data/WAGEACCRUAL.RPT"
           GOBACK.

       Load-Accrual-Control.
           OPEN INPUT accrual-control-file
           IF accrual-control-status = "00"
              READ accrual-control-file
                 NOT AT END
                    MOVE acl-last-month TO last-accrued-month
              END-READ
              CLOSE accrual-control-file
           END-IF
           .

       Save-Accrual-Control.
           OPEN OUTPUT accrual-control-file
           MOVE accrual-month TO acl-last-month
           WRITE accrual-control-record
           CLOSE accrual-control-file
           .

       Load-Weekly-Period.
           OPEN INPUT run-control-file
           IF run-control-status = "00"
              PERFORM Read-Run-Control
              PERFORM Check-One-Period
                 UNTIL run-control-eof = "Y"
                    OR weekly-period-found = "Y"
              CLOSE run-control-file
           END-IF
           .

       Read-Run-Control.
           READ run-control-file
              AT END MOVE "Y" TO run-control-eof
           END-READ
           .

       Check-One-Period.
           IF rc-weekly-stream
              MOVE "Y" TO weekly-period-found
              MOVE rc-period-ending TO weekly-period-ending
              MOVE rc-net-status TO weekly-period-paid
           ELSE
              PERFORM Read-Run-Control
           END-IF
           .

      * once the week's net run is complete the staff are paid to
      * its period end; until then they are paid only to the end
      * of the week before, seven days earlier.
       Set-Accrual-Dates.
           MOVE am-yyyy TO wd-yyyy
           MOVE am-mm   TO wd-mm
           MOVE 1       TO wd-dd
           PERFORM Set-Days-In-Month
           MOVE days-in-month TO wd-dd
           MOVE work-date TO month-end-date
           PERFORM Add-One-Day
           MOVE work-date TO reversal-date
           MOVE weekly-period-ending TO work-date
           IF weekly-period-paid NOT = "C"
              PERFORM Subtract-One-Day 7 TIMES
           END-IF
           MOVE work-date TO paid-through-date
           .

      * every business day after the paid-through date up to the
      * month end - at most a month's worth, however stale the
      * weekly period has become.
       Count-Accrual-Days.
           MOVE ZERO TO accrual-days
           MOVE ZERO TO step-count
           MOVE paid-through-date TO work-date
           PERFORM Count-One-Day
                    UNTIL work-date NOT < month-end-date
                       OR step-count > 30
           .

       Count-One-Day.
           PERFORM Add-One-Day
           ADD 1 TO step-count
           MOVE "C" TO bz-function
           MOVE work-date TO bz-date-in
           CALL "BIZDAY" USING bizday-fields
           IF bz-result = "Y"
              ADD 1 TO accrual-days
           END-IF
           .

       Add-One-Day.
           PERFORM Set-Days-In-Month
           ADD 1 TO wd-dd
           IF wd-dd > days-in-month
              MOVE 1 TO wd-dd
              ADD 1 TO wd-mm
              IF wd-mm > 12
                 MOVE 1 TO wd-mm
                 ADD 1 TO wd-yyyy
              END-IF
           END-IF
           .

       Subtract-One-Day.
           SUBTRACT 1 FROM wd-dd
           IF wd-dd < 1
              SUBTRACT 1 FROM wd-mm
              IF wd-mm < 1
                 MOVE 12 TO wd-mm
                 SUBTRACT 1 FROM wd-yyyy
              END-IF
              PERFORM Set-Days-In-Month
              MOVE days-in-month TO wd-dd
           END-IF
           .

       Set-Days-In-Month.
           EVALUATE wd-mm
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO days-in-month
              WHEN 2
                 MOVE 28 TO days-in-month
                 DIVIDE wd-yyyy BY 4 GIVING leap-remainder
                        REMAINDER leap-remainder
                 IF leap-remainder = ZERO
                    MOVE 29 TO days-in-month
                 END-IF
                 DIVIDE wd-yyyy BY 100 GIVING leap-remainder
                        REMAINDER leap-remainder
                 IF leap-remainder = ZERO
                    MOVE 28 TO days-in-month
                    DIVIDE wd-yyyy BY 400 GIVING leap-remainder
                           REMAINDER leap-remainder
                    IF leap-remainder = ZERO
                       MOVE 29 TO days-in-month
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 31 TO days-in-month
           END-EVALUATE
           .

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

       Read-Employee-Master.
           READ EMPLOYEE-MASTER-FILE
              AT END MOVE "Y" TO employee-master-eof
           END-READ
           .

       Accrue-One-Employee.
           IF EM-WEEKLY
              COMPUTE daily-pay ROUNDED =
                    EM-PAY-RATE * EM-STANDARD-HOURS / 5
              COMPUTE employee-accrual ROUNDED =
                    daily-pay * accrual-days
              PERFORM Find-Employee-Department
              PERFORM Add-To-Department
              ADD employee-accrual TO total-accrual
              ADD 1 TO employee-count
              MOVE EM-ID               TO dl-emp-id
              MOVE EM-NAME             TO dl-name
              MOVE employee-department TO dl-department
              MOVE daily-pay           TO dl-daily-out
              MOVE employee-accrual    TO dl-accrual-out
              WRITE accrual-report-line FROM detail-line
           END-IF
           PERFORM Read-Employee-Master
           .

       Find-Employee-Department.
           MOVE "GENERAL" TO employee-department
           MOVE "N" TO department-found
           PERFORM Match-Run-Department
                    VARYING rdp-idx FROM 1 BY 1
                    UNTIL rdp-idx > run-department-count
                       OR department-found = "Y"
           .

       Match-Run-Department.
           IF tab-rd-emp-id(rdp-idx) = EM-ID
              MOVE tab-rd-dept(rdp-idx) TO employee-department
              MOVE "Y" TO department-found
           END-IF
           .

       Add-To-Department.
           MOVE "N" TO department-found
           PERFORM Find-Department
                    VARYING dpt-idx FROM 1 BY 1
                    UNTIL dpt-idx > department-count
                       OR department-found = "Y"
           IF department-found NOT = "Y"
              ADD 1 TO department-count
              MOVE department-count TO department-idx
              SET dpt-idx TO department-idx
              MOVE employee-department TO tab-dpt-name(dpt-idx)
              MOVE ZERO TO tab-dpt-accrual(dpt-idx)
           END-IF
           SET dpt-idx TO department-idx
           ADD employee-accrual TO tab-dpt-accrual(dpt-idx)
           .

       Find-Department.
           IF tab-dpt-name(dpt-idx) = employee-department
              MOVE "Y" TO department-found
              SET department-idx TO dpt-idx
           END-IF
           .

       Write-Report-Heading.
           WRITE accrual-report-line FROM report-heading
           MOVE month-end-date    TO ml-date
           WRITE accrual-report-line FROM month-line
           MOVE paid-through-date TO pl-date
           WRITE accrual-report-line FROM period-line
           MOVE accrual-days      TO dy-days
           WRITE accrual-report-line FROM days-line
           MOVE reversal-date     TO rl-date
           WRITE accrual-report-line FROM reversal-line
           WRITE accrual-report-line FROM blank-line
           WRITE accrual-report-line FROM column-heading
           .

       Write-Report-Totals.
           WRITE accrual-report-line FROM blank-line
           PERFORM Write-Department-Total
                    VARYING dpt-idx FROM 1 BY 1
                    UNTIL dpt-idx > department-count
           MOVE "TOTAL WAGES ACCRUED" TO tl-label
           MOVE total-accrual TO tl-amount-out
           WRITE accrual-report-line FROM total-line
           .

       Write-Department-Total.
           MOVE SPACES TO tl-label
           STRING "  DEPARTMENT " DELIMITED BY SIZE
                  tab-dpt-name(dpt-idx) DELIMITED BY SIZE
                  INTO tl-label
           END-STRING
           MOVE tab-dpt-accrual(dpt-idx) TO tl-amount-out
           WRITE accrual-report-line FROM total-line
           .

      * one accrual and one reversal per department, so the cost
      * and its reversal both hit the department's own account.
      * the reversal is the same amount negated - GL-POST swaps
      * the legs of a negative total.
       Write-Accrual-Feed.
           OPEN EXTEND gl-feed-file
           IF gl-feed-status = "35"
              OPEN OUTPUT gl-feed-file
           END-IF
           PERFORM Write-Department-Feed
                    VARYING dpt-idx FROM 1 BY 1
                    UNTIL dpt-idx > department-count
           CLOSE gl-feed-file
           .

       Write-Department-Feed.
           IF tab-dpt-accrual(dpt-idx) > ZERO
              MOVE "WAGE-ACCRUAL"        TO gf-source
              MOVE "ACCRUAL"             TO gf-total-type
              MOVE tab-dpt-name(dpt-idx) TO gf-department
              MOVE tab-dpt-accrual(dpt-idx) TO gf-amount
              MOVE month-end-date        TO gf-date
              WRITE gl-feed-record
              COMPUTE gf-amount = ZERO - tab-dpt-accrual(dpt-idx)
              MOVE reversal-date         TO gf-date
              WRITE gl-feed-record
           END-IF
           .
