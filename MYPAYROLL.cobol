           SELECT hours-history-file ASSIGN TO "data/HOURSHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS hours-history-status.
           SELECT pay-element-file ASSIGN TO "data/PAYELEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pay-element-status.
           SELECT last-gross-run-file ASSIGN TO "data/LASTGROSS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  hours-history-file.
       COPY HOURSHIST.

       FD  pay-element-file.
       COPY PAYELEM.

      * when the last gross run finished - PREPAY-REVIEW lists the
      * master-file changes made since this stamp.
       FD  last-gross-run-file.
       01  last-gross-run-record.
           03 lgr-run-date      PIC 9(8).
           03 lgr-run-time      PIC 9(8).

       WORKING-STORAGE SECTION.
       77 WHY         PIC X(30) VALUE "LEARN TO BE A COBOL EXPERT".
       COPY NETPAYFLD.
       COPY TAXWS.
       COPY PAYELWS.
       77  GROSS-PAY-OUT PIC $ZZZ,ZZ9.99.
       77  HEAD-COUNT PIC 999 VALUE ZERO.
       77  TOTAL-GROSS PIC 9(8)V99 VALUE ZERO.
       01  employee-master-status PIC XX.
       01  payroll-run-status   PIC XX.
       01  hours-history-status PIC XX.
       01  run-date             PIC 9(8).
       01  basic-pay            PIC 9(6)V99.
       01  element-amount-out   PIC $ZZZ,ZZ9.99.
       COPY FSCHKWS.
       COPY RUNLOCKWS.

       LINKAGE SECTION.
       01  LK-CALLED-IN-BATCH   PIC X.
           MOVE "MYPAYROLL" TO eh-program
           DISPLAY "REASON: " WHY.
           PERFORM GET-RUN-FREQUENCY
           PERFORM CLAIM-PAYROLL-LOCK
           IF run-abandoned NOT = "Y"
              PERFORM PAYROLL-RUN
           END-IF
           PERFORM Release-Run-Lock
           GOBACK.

      * called by EOD-DRIVER on pay nights - no operator attends,
           MOVE "MYPAYROLL" TO eh-program
           MOVE "Y" TO BATCH-CALLED
           MOVE "M" TO run-frequency
           PERFORM CLAIM-PAYROLL-LOCK
           IF run-abandoned NOT = "Y"
              PERFORM PAYROLL-RUN
           END-IF
           PERFORM Release-Run-Lock
           PERFORM WRITE-JOB-STEP
           GOBACK.

      * the payroll masters are held from the run-control check
      * to the end of the run; refused, the run is abandoned.
       CLAIM-PAYROLL-LOCK.
           MOVE "PAYROLL"    TO rl-lock-set
           MOVE "MYPAYROLL"  TO rl-program
           MOVE BATCH-CALLED TO rl-batch
           PERFORM Claim-Run-Lock
           IF NOT rl-granted
              MOVE "Y" TO run-abandoned
           ELSE
              PERFORM CHECK-RUN-CONTROL
           END-IF
           .

       WRITE-JOB-STEP.
           MOVE "MYPAYROLL"  TO JS-STEP-NAME
           MOVE HEAD-COUNT   TO JS-RECORD-COUNT
           .

       PAYROLL-RUN.
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Tax-Bands
           PERFORM Load-Pay-Elements
           PERFORM OPEN-EMPLOYEE-MASTER
           PERFORM LOAD-UNPAID-ABSENCE
      * the gross actually computed for each employee goes to the
              DISPLAY "GROSS RUN FOR PERIOD ENDING "
                      period-ending " MARKED COMPLETE"
           END-IF
           PERFORM STAMP-LAST-GROSS-RUN
           .

       STAMP-LAST-GROSS-RUN.
           MOVE run-date TO lgr-run-date
           ACCEPT lgr-run-time FROM TIME
           OPEN OUTPUT last-gross-run-file
           WRITE last-gross-run-record
           CLOSE last-gross-run-file
           .

       SAVE-RUN-CONTROL.
                      " HOURS DEDUCTED"
           END-IF
           COMPUTE GROSS-PAY = payable-hours * employee-rate
           MOVE GROSS-PAY TO basic-pay
      * the employee's recurring allowances in force this period
      * join the basic pay - the taxable ones before the tax bands
      * are worked, the non-taxable ones after
           MOVE PR-EMP-ID TO element-emp-id
           MOVE basic-pay TO element-basic-pay
           IF period-ending NOT = ZERO
              MOVE period-ending TO element-date
           ELSE
              MOVE run-date TO element-date
           END-IF
           PERFORM Apply-Pay-Elements
           ADD element-taxable TO GROSS-PAY
      * the keyed PR-TAX is ignored - tax is computed from the
      * gross through the band table so a mis-keyed figure can
      * never reach a pay packet
           PERFORM Compute-Banded-Tax
           ADD element-non-taxable TO GROSS-PAY
           MOVE GROSS-PAY TO GROSS-PAY-OUT
           MOVE PR-ANNUAL-PAY  TO ANNUAL-PAY
           MOVE PR-NSSF        TO NSSF
           ADD 1 TO HEAD-COUNT
           ADD GROSS-PAY TO TOTAL-GROSS
      * the gross-calc file carries the basic pay alone - the
      * payslip feed PAY-RECONCILE proves it against is basic pay,
      * and NET-PAY adds the same elements on its own side
           MOVE PR-EMP-ID TO gc-emp-id
           MOVE basic-pay TO gc-gross
           WRITE gross-calc-record
           MOVE PR-EMP-ID      TO hh-emp-id
           MOVE period-ending  TO hh-period-ending
           WRITE hours-history-record
           DISPLAY PR-EMP-ID " " employee-name " " PR-DEPARTMENT
                   " GROSS PAY: " GROSS-PAY-OUT
           PERFORM DISPLAY-PAY-ELEMENT
                    VARYING ael-idx FROM 1 BY 1
                    UNTIL ael-idx > applied-element-count
           PERFORM Compute-Net-Pay
           DISPLAY "Net pay is " NET-PAY
           PERFORM READ-PAYROLL-RUN
           .

       DISPLAY-PAY-ELEMENT.
           MOVE tab-ae-amount(ael-idx) TO element-amount-out
           IF tab-ae-taxable(ael-idx) = "Y"
              DISPLAY "     " tab-ae-description(ael-idx) " "
                      element-amount-out
           ELSE
              DISPLAY "     " tab-ae-description(ael-idx) " "
                      element-amount-out " NON-TAXABLE"
           END-IF
           .

       FIND-EMPLOYEE-MASTER.
           MOVE "M" TO employee-frequency
           MOVE PR-EMP-ID TO EM-ID

       COPY TAXCALC.

       COPY PAYELCALC.

       COPY RUNLOCKCK.

       COPY FSCHECK.
