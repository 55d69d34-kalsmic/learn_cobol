      * table, prints a settlement statement document, closes the
      * leave record, and feeds the same bank-credit and year-to-
      * date files a normal run feeds - the calculator and the
      * ledger book retire together. a settled termination is
      * written to the staff movement file as a leaver, with the
      * department off the pay-run file, for the headcount report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT settlement-file ASSIGN TO "data/SETTLEMENT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS settlement-status.
           SELECT paye-history-file ASSIGN TO "data/PAYEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS paye-history-status.
           SELECT AUDIT-LOG-FILE ASSIGN TO "data/AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-log-status.
                  "data/CURRENTOP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS current-operator-status.
           SELECT staff-movement-file ASSIGN TO
                  "data/STAFFMOVES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS staff-movement-status.
           SELECT payroll-run-file ASSIGN TO "data/PAYROLLRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS payroll-run-status.

       DATA DIVISION.
       FILE SECTION.
       FD  settlement-file.
       01  settlement-line      PIC X(60).

       FD  paye-history-file.
       COPY PAYEHIST.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       01  current-operator-record.
           03 co-operator-id    PIC X(8).

       FD  staff-movement-file.
       COPY STAFFMOVE.

       FD  payroll-run-file.
       COPY PAYRUN.

       WORKING-STORAGE SECTION.
       COPY NETPAYFLD.
       COPY TAXWS.
       01  run-date             PIC 9(8).
       01  run-year             PIC 9(4).
       01  confirm-flag         PIC X.
       01  paye-history-status  PIC XX.
       01  audit-log-status     PIC XX.
       01  audit-description    PIC X(30).
       01  log-date             PIC 9(8).
       01  log-time             PIC 9(8).
       01  operator-stamp       PIC X(8) VALUE "CONSOLE".
       01  current-operator-status PIC XX.
       01  staff-movement-status PIC XX.
       01  payroll-run-status   PIC XX.
       01  payroll-run-eof      PIC X VALUE "N".
       01  leaver-department    PIC X(12).
       01  statement-heading    PIC X(34) VALUE
             "----- FINAL PAY SETTLEMENT -----".
       01  statement-employee-line.
           03 st-days-out       PIC Z9.9.
       01  statement-rule       PIC X(36) VALUE ALL "-".
       01  blank-line           PIC X(60) VALUE SPACES.
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Final-Pay.
              IF confirm-flag = "Y" OR confirm-flag = "y"
                 PERFORM Check-Bank-File-Clear
                 IF bank-file-clear = "Y"
                    PERFORM Pay-Under-Lock
                 ELSE
                    DISPLAY "SETTLEMENT ABANDONED - NOTHING PAID"
                 END-IF
           END-IF
           GOBACK.

      * the settlement rewrites the year-to-date and leave files,
      * so it is paid only while no payroll run holds them.
       Pay-Under-Lock.
           MOVE "PAYROLL"   TO rl-lock-set
           MOVE "FINAL-PAY" TO rl-program
           PERFORM Claim-Run-Lock
           IF rl-granted
              PERFORM Pay-Settlement
              PERFORM Release-Run-Lock
           ELSE
              DISPLAY "SETTLEMENT ABANDONED - NOTHING PAID"
           END-IF
           .

       Get-Settlement-Employee.
           MOVE "N" TO employee-found
           OPEN INPUT EMPLOYEE-MASTER-FILE
           PERFORM Write-Bank-Credit
           PERFORM Update-Ytd-Earnings
           PERFORM Save-Ytd-Earnings
           PERFORM Write-Paye-History
           PERFORM Close-Leave-Record
           PERFORM Write-Audit-Log
           PERFORM Write-Leaver
           DISPLAY "SETTLEMENT PAID - STATEMENT WRITTEN TO "
                   "data/SETTLEMENT.RPT"
           .

       COPY TAXCALC.

      * the settlement's tax joins the PAYE history so the
      * month's return carries it alongside the main runs' tax.
       Write-Paye-History.
           MOVE wk-emp-id TO ph-emp-id
           MOVE run-date  TO ph-pay-date
           MOVE "F"       TO ph-stream
           MOVE gross-pay TO ph-taxable-gross
           MOVE tax       TO ph-tax
           OPEN EXTEND paye-history-file
           IF paye-history-status = "35"
              OPEN OUTPUT paye-history-file
           END-IF
           WRITE paye-history-record
           CLOSE paye-history-file
           .

       Write-Audit-Log.
           MOVE SPACES TO audit-description
           STRING "SETTLED EMPLOYEE " DELIMITED BY SIZE
           CLOSE AUDIT-LOG-FILE
           .

       Write-Leaver.
           PERFORM Find-Leaver-Department
           MOVE wk-emp-id         TO sm-emp-id
           MOVE run-date          TO sm-date
           MOVE "L"               TO sm-type
           MOVE leaver-department TO sm-department
           MOVE EM-JOB-GRADE      TO sm-job-grade
           OPEN EXTEND staff-movement-file
           IF staff-movement-status = "35"
              OPEN OUTPUT staff-movement-file
           END-IF
           WRITE staff-movement-record
           CLOSE staff-movement-file
           .

       Find-Leaver-Department.
           MOVE SPACES TO leaver-department
           OPEN INPUT payroll-run-file
           IF payroll-run-status = "00"
              PERFORM Read-Payroll-Run
              PERFORM Check-Leaver-Run-Row
                 UNTIL payroll-run-eof = "Y"
              CLOSE payroll-run-file
           END-IF
           .

       Read-Payroll-Run.
           READ payroll-run-file
              AT END MOVE "Y" TO payroll-run-eof
           END-READ
           .

       Check-Leaver-Run-Row.
           IF PR-EMP-ID = wk-emp-id
              MOVE PR-DEPARTMENT TO leaver-department
              MOVE "Y" TO payroll-run-eof
           ELSE
              PERFORM Read-Payroll-Run
           END-IF
           .

      * whoever signed on at the menu is stamped on every audit
      * line - CONSOLE when the program is run on its own.
       Load-Operator-Stamp.
              CLOSE current-operator-file
           END-IF
           .

       COPY RUNLOCKCK.
