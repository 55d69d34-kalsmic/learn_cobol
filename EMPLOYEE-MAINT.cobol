      * reach the payroll programs that trust this file. the
      * master is indexed on the employee id: adds WRITE, changes
      * REWRITE and terminations DELETE the one record concerned.
      * every field an add, change or termination alters goes to
      * the change history with its before and after image and the
      * signed-on operator. an add is also written to the staff
      * movement file as a starter for the headcount report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               FILE STATUS IS employee-master-status.
           SELECT pay-band-file ASSIGN TO "data/PAYBANDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pay-band-status.
           SELECT change-history-file ASSIGN TO
                  "data/CHANGEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS change-history-status.
           SELECT current-operator-file ASSIGN TO
                  "data/CURRENTOP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS current-operator-status.
           SELECT staff-movement-file ASSIGN TO
                  "data/STAFFMOVES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS staff-movement-status.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  pay-band-file.
       COPY PAYBAND.

       FD  change-history-file.
       COPY CHGHIST.

       FD  current-operator-file.
       01  current-operator-record.
           03 co-operator-id    PIC X(8).

       FD  staff-movement-file.
       COPY STAFFMOVE.

       WORKING-STORAGE SECTION.
       COPY PAYBANDWS.
       COPY CHGLOGWS.
       01  current-operator-status PIC XX.
       01  operator-stamp       PIC X(8) VALUE "CONSOLE".
       01  staff-movement-status PIC XX.
       01  employee-master-status PIC XX.
       01  employee-count       PIC 999 VALUE ZERO.
       01  employee-master-eof  PIC X VALUE "N".
               88 wk-valid-grade   VALUE 1 2 3.
           03 wk-em-frequency   PIC X.
               88 wk-valid-frequency VALUE "W" "w" "M" "m".
           03 wk-em-pension     PIC X.
               88 wk-valid-pension VALUE "Y" "y" "N" "n".
           03 wk-em-ee-pct      PIC 99V99.
           03 wk-em-er-pct      PIC 99V99.
      * the record as it stood before the change, for the history
       01  before-employee.
           03 bf-em-id          PIC 9(4).
           03 bf-em-name        PIC X(20).
           03 bf-em-gender      PIC X.
           03 bf-em-dob         PIC 9(8).
           03 bf-em-rate        PIC 9(3)V99.
           03 bf-em-std-hours   PIC 99V99.
           03 bf-em-grade       PIC 9.
           03 bf-em-frequency   PIC X.
           03 bf-em-pension     PIC X.
           03 bf-em-ee-pct      PIC 99V99.
           03 bf-em-er-pct      PIC 99V99.
       01  rate-edit            PIC ZZ9.99.
       01  hours-edit           PIC Z9.99.
       01  dob-parts.
           03 dob-yyyy          PIC 9(4).
           03 dob-mm            PIC 99.
       01  days-in-month        PIC 99.
       01  leap-remainder       PIC 9(4).
       01  confirm-flag         PIC X.
       01  band-accepted        PIC X.
       01  band-rate-out        PIC $$$9.99.
       01  band-minimum-out     PIC $$$9.99.
       01  band-maximum-out     PIC $$$9.99.
       01  changes-made         PIC X VALUE "N".

       PROCEDURE DIVISION.
       Employee-Maint.
           DISPLAY "EMPLOYEE MASTER MAINTENANCE"
           PERFORM Load-Operator-Stamp
           MOVE "EMPLOYEE-MAINT" TO change-program
           PERFORM Open-Employee-Master
           PERFORM Load-Pay-Bands
           PERFORM Count-Employees
           DISPLAY employee-count " EMPLOYEES ON FILE"
           PERFORM Maint-One-Action WITH TEST AFTER
           PERFORM Get-Pay-Rate
           PERFORM Get-Standard-Hours
           PERFORM Get-Job-Grade
           PERFORM Confirm-Band-Rate WITH TEST AFTER
                    UNTIL band-accepted = "Y"
           PERFORM Get-Pay-Frequency
           PERFORM Get-Pension-Membership
           PERFORM Move-Work-To-Record
           WRITE EMPLOYEE-MASTER-RECORD
              INVALID KEY
                 ADD 1 TO employee-count
                 MOVE "Y" TO changes-made
                 DISPLAY "EMPLOYEE " wk-em-id " ADDED"
                 MOVE "A" TO change-action
                 PERFORM Log-Employee-Changes
                 PERFORM Write-Starter
           END-WRITE
           .

       Change-Employee.
           PERFORM Get-Existing-Employee-Id
           IF employee-found = "Y"
              PERFORM Move-Record-To-Work
              MOVE work-employee TO before-employee
              DISPLAY "CHANGING " wk-em-name
              PERFORM Get-Employee-Name
              PERFORM Get-Employee-Gender
              PERFORM Get-Pay-Rate
              PERFORM Get-Standard-Hours
              PERFORM Get-Job-Grade
              PERFORM Confirm-Band-Rate WITH TEST AFTER
                       UNTIL band-accepted = "Y"
              PERFORM Get-Pay-Frequency
              PERFORM Get-Pension-Membership
              PERFORM Move-Work-To-Record
              REWRITE EMPLOYEE-MASTER-RECORD
              MOVE "Y" TO changes-made
              DISPLAY "EMPLOYEE " wk-em-id " CHANGED"
              MOVE "C" TO change-action
              PERFORM Log-Employee-Changes
           END-IF
           .

                      " ? (Y/N): " WITH NO ADVANCING
              ACCEPT confirm-flag
              IF confirm-flag = "Y" OR confirm-flag = "y"
                 PERFORM Move-Record-To-Work
                 MOVE work-employee TO before-employee
                 DELETE EMPLOYEE-MASTER-FILE RECORD
                 SUBTRACT 1 FROM employee-count
                 MOVE "Y" TO changes-made
                 DISPLAY "EMPLOYEE " wk-em-id " TERMINATED"
                 MOVE "D" TO change-action
                 PERFORM Log-Employee-Changes
              ELSE
                 DISPLAY "TERMINATION ABANDONED"
              END-IF
           END-IF
           .

      * the rate is judged once the grade is known. a rate outside
      * the grade's band is only kept if the operator confirms it -
      * otherwise it is keyed again - so a slipped decimal point
      * cannot put an employee on twice the band maximum unnoticed.
       Confirm-Band-Rate.
           MOVE "Y" TO band-accepted
           MOVE wk-em-grade TO band-grade
           MOVE wk-em-rate  TO band-rate
           PERFORM Check-Pay-Band
           IF band-below OR band-above
              MOVE wk-em-rate   TO band-rate-out
              MOVE band-minimum TO band-minimum-out
              MOVE band-maximum TO band-maximum-out
              DISPLAY "RATE " band-rate-out " IS OUTSIDE THE GRADE "
                      wk-em-grade " BAND " band-minimum-out
                      " TO " band-maximum-out
              DISPLAY "Keep this rate? (Y/N): " WITH NO ADVANCING
              ACCEPT confirm-flag
              IF confirm-flag NOT = "Y" AND confirm-flag NOT = "y"
                 MOVE "N" TO band-accepted
                 PERFORM Get-Pay-Rate
              END-IF
           END-IF
           IF band-not-set
              DISPLAY "NO PAY BAND ON FILE FOR GRADE " wk-em-grade
           END-IF
           .

      * weekly-paid casuals and monthly-paid staff run in separate
      * payroll streams - the marker decides which run pays them.
       Get-Pay-Frequency.
           END-IF
           .

      * a scheme member contributes a share of basic pay and the
      * company matches at its own share - a non-member carries
      * zero percentages so nothing is ever deducted for them.
       Get-Pension-Membership.
           PERFORM Prompt-Pension-Member WITH TEST AFTER
                    UNTIL wk-valid-pension
           IF wk-em-pension = "y"
              MOVE "Y" TO wk-em-pension
           END-IF
           IF wk-em-pension = "n"
              MOVE "N" TO wk-em-pension
           END-IF
           IF wk-em-pension = "Y"
              DISPLAY "EMPLOYEE CONTRIBUTION % OF BASIC: "
                      WITH NO ADVANCING
              ACCEPT wk-em-ee-pct
              DISPLAY "EMPLOYER CONTRIBUTION % OF BASIC: "
                      WITH NO ADVANCING
              ACCEPT wk-em-er-pct
           ELSE
              MOVE ZERO TO wk-em-ee-pct
              MOVE ZERO TO wk-em-er-pct
           END-IF
           .

       Prompt-Pension-Member.
           DISPLAY "PENSION SCHEME MEMBER (Y/N): "
                   WITH NO ADVANCING
           ACCEPT wk-em-pension
           IF NOT wk-valid-pension
              DISPLAY "ENTER Y OR N"
           END-IF
           .

       Move-Work-To-Record.
           MOVE wk-em-id        TO EM-ID
           MOVE wk-em-name      TO EM-NAME
           MOVE wk-em-std-hours TO EM-STANDARD-HOURS
           MOVE wk-em-grade     TO EM-JOB-GRADE
           MOVE wk-em-frequency TO EM-PAY-FREQUENCY
           MOVE wk-em-pension   TO EM-PENSION-MEMBER
           MOVE wk-em-ee-pct    TO EM-PENSION-EE-PCT
           MOVE wk-em-er-pct    TO EM-PENSION-ER-PCT
           .

      * the department is not known here - it comes with the
      * employee's first pay-run row.
       Write-Starter.
           MOVE wk-em-id    TO sm-emp-id
           ACCEPT sm-date FROM DATE YYYYMMDD
           MOVE "S"         TO sm-type
           MOVE SPACES      TO sm-department
           MOVE wk-em-grade TO sm-job-grade
           OPEN EXTEND staff-movement-file
           IF staff-movement-status = "35"
              OPEN OUTPUT staff-movement-file
           END-IF
           WRITE staff-movement-record
           CLOSE staff-movement-file
           .

       Move-Record-To-Work.
           MOVE EM-NAME           TO wk-em-name
           MOVE EM-GENDER         TO wk-em-gender
           MOVE EM-DATE-OF-BIRTH  TO wk-em-dob
           MOVE EM-PAY-RATE       TO wk-em-rate
           MOVE EM-STANDARD-HOURS TO wk-em-std-hours
           MOVE EM-JOB-GRADE      TO wk-em-grade
           MOVE EM-PAY-FREQUENCY  TO wk-em-frequency
           MOVE EM-PENSION-MEMBER TO wk-em-pension
           MOVE EM-PENSION-EE-PCT TO wk-em-ee-pct
           MOVE EM-PENSION-ER-PCT TO wk-em-er-pct
           .

      * one history record per field whose image differs - the
      * amounts are edited so the history reads as keyed.
       Log-Employee-Changes.
           MOVE wk-em-id TO change-emp-id
           MOVE "NAME"            TO change-field
           MOVE bf-em-name        TO change-before
           MOVE wk-em-name        TO change-after
           PERFORM Log-Field-Change
           MOVE "GENDER"          TO change-field
           MOVE bf-em-gender      TO change-before
           MOVE wk-em-gender      TO change-after
           PERFORM Log-Field-Change
           MOVE "DATE OF BIRTH"   TO change-field
           MOVE bf-em-dob         TO change-before
           MOVE wk-em-dob         TO change-after
           PERFORM Log-Field-Change
           MOVE "PAY RATE"        TO change-field
           MOVE bf-em-rate        TO rate-edit
           MOVE rate-edit         TO change-before
           MOVE wk-em-rate        TO rate-edit
           MOVE rate-edit         TO change-after
           PERFORM Log-Field-Change
           MOVE "STANDARD HOURS"  TO change-field
           MOVE bf-em-std-hours   TO hours-edit
           MOVE hours-edit        TO change-before
           MOVE wk-em-std-hours   TO hours-edit
           MOVE hours-edit        TO change-after
           PERFORM Log-Field-Change
           MOVE "JOB GRADE"       TO change-field
           MOVE bf-em-grade       TO change-before
           MOVE wk-em-grade       TO change-after
           PERFORM Log-Field-Change
           MOVE "PAY FREQUENCY"   TO change-field
           MOVE bf-em-frequency   TO change-before
           MOVE wk-em-frequency   TO change-after
           PERFORM Log-Field-Change
           MOVE "PENSION MEMBER"  TO change-field
           MOVE bf-em-pension     TO change-before
           MOVE wk-em-pension     TO change-after
           PERFORM Log-Field-Change
           MOVE "PENSION EE PCT"  TO change-field
           MOVE bf-em-ee-pct      TO hours-edit
           MOVE hours-edit        TO change-before
           MOVE wk-em-ee-pct      TO hours-edit
           MOVE hours-edit        TO change-after
           PERFORM Log-Field-Change
           MOVE "PENSION ER PCT"  TO change-field
           MOVE bf-em-er-pct      TO hours-edit
           MOVE hours-edit        TO change-before
           MOVE wk-em-er-pct      TO hours-edit
           MOVE hours-edit        TO change-after
           PERFORM Log-Field-Change
           .

      * whoever signed on at the menu - CONSOLE when the program
      * is run on its own.
       Load-Operator-Stamp.
           OPEN INPUT current-operator-file
           IF current-operator-status = "00"
              READ current-operator-file
                 AT END CONTINUE
                 NOT AT END MOVE co-operator-id TO operator-stamp
              END-READ
              CLOSE current-operator-file
           END-IF
           .

      * a missing master is created empty so the very first add
              NOT AT END ADD 1 TO employee-count
           END-READ
           .

       COPY PAYBANDCK.
       COPY CHGLOG.
