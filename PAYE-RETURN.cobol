       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYE-RETURN.
      * monthly PAYE return for the tax authority: one line per
      * employee paid in the chosen month with the taxable gross
      * and the income tax withheld, totalled from the PAYE
      * history NET-PAY, SUPP-PAY and FINAL-PAY write as they pay
      * - weekly and monthly streams together, and nothing from a
      * payslip NET-PAY diverted to the exception queue, since
      * diverted payslips never reach the history. the return
      * carries the employer totals and a reference built from
      * the employer's tax PIN in data/PAYECTL.DAT and the month.
      * the month's tax is proved against the movement in the
      * year-to-date tax on PAYROLLYTD.DAT since the last month's
      * return was filed, and the filed return is kept on
      * data/PAYERETURNS.DAT for TAX-CERT to prove the year's
      * certificate pack against.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT paye-history-file ASSIGN TO "data/PAYEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS paye-history-status.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
                  "data/EMPLOYEEMASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-ID
               FILE STATUS IS employee-master-status.
           SELECT paye-control-file ASSIGN TO "data/PAYECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS paye-control-status.
           SELECT ytd-earnings-file ASSIGN TO "data/PAYROLLYTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ytd-earnings-status.
           SELECT paye-return-file ASSIGN TO "data/PAYERETURNS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS paye-return-status.
           SELECT return-report-file ASSIGN TO "data/PAYERETURN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  paye-history-file.
       COPY PAYEHIST.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  paye-control-file.
       01  paye-control-record.
           03 pc-employer-pin   PIC X(11).

       FD  ytd-earnings-file.
       COPY PAYYTD.

       FD  paye-return-file.
       COPY PAYERTN.

       FD  return-report-file.
       01  return-report-line   PIC X(80).

       WORKING-STORAGE SECTION.
       01  paye-history-status  PIC XX.
       01  paye-history-eof     PIC X VALUE "N".
       01  employee-master-status PIC XX.
       01  employee-master-table.
           03 em-entry OCCURS 100 TIMES INDEXED BY em-idx.
              05 tab-em-id       PIC 9(4).
              05 tab-em-name     PIC X(20).
       01  employee-count       PIC 999 VALUE ZERO.
       01  employee-master-eof  PIC X VALUE "N".
       01  employee-name        PIC X(20).
       01  employee-found       PIC X.
       01  paye-control-status  PIC XX.
       01  employer-pin         PIC X(11) VALUE "NOPIN".
       01  ytd-earnings-status  PIC XX.
       01  ytd-earnings-eof     PIC X VALUE "N".
       01  paye-return-status   PIC XX.
       01  paye-return-eof      PIC X VALUE "N".
      * every return filed so far - rewritten whole once this
      * month's return replaces or joins them
       01  return-table.
           03 rtn-entry OCCURS 120 TIMES INDEXED BY rtn-idx.
              05 tab-rt-month     PIC 9(6).
              05 tab-rt-reference PIC X(24).
              05 tab-rt-count     PIC 9(5).
              05 tab-rt-taxable   PIC 9(8)V99.
              05 tab-rt-tax       PIC 9(8)V99.
              05 tab-rt-ytd-tax   PIC 9(8)V99.
              05 tab-rt-filed     PIC 9(8).
       01  return-count         PIC 999 VALUE ZERO.
       01  return-found         PIC X.
       01  return-idx           PIC 999 VALUE ZERO.
      * one row per employee paid in the month - several weekly
      * payslips, a supplementary and a settlement all roll up
      * into the employee's one line on the return
       01  return-employee-table.
           03 rte-entry OCCURS 100 TIMES INDEXED BY rte-idx.
              05 tab-re-emp-id    PIC 9(4).
              05 tab-re-taxable   PIC 9(8)V99.
              05 tab-re-tax       PIC 9(8)V99.
       01  return-employee-count PIC 999 VALUE ZERO.
       01  return-employee-found PIC X.
       01  return-employee-idx  PIC 999 VALUE ZERO.
       01  return-month         PIC 9(6).
       01  return-year          PIC 9(4).
       01  prior-month          PIC 9(6).
       01  history-month        PIC 9(6).
       01  return-reference     PIC X(24).
       01  run-date             PIC 9(8).
       01  return-totals.
           03 total-taxable     PIC 9(8)V99 VALUE ZERO.
           03 total-tax         PIC 9(8)V99 VALUE ZERO.
       01  ytd-tax-now          PIC 9(8)V99 VALUE ZERO.
       01  ytd-tax-before       PIC 9(8)V99 VALUE ZERO.
       01  ytd-tax-movement     PIC S9(8)V99 VALUE ZERO.
       01  reconcile-difference PIC S9(8)V99 VALUE ZERO.
       01  prior-return-found   PIC X VALUE "N".
       01  report-heading.
           03 FILLER PIC X(38) VALUE
                 "----- PAYE MONTHLY RETURN ------------".
       01  report-reference-line.
           03 FILLER            PIC X(17) VALUE "EMPLOYER PIN   : ".
           03 rr-pin            PIC X(11).
           03 FILLER            PIC X(4)  VALUE SPACES.
           03 FILLER            PIC X(8)  VALUE "MONTH : ".
           03 rr-month          PIC 9(6).
       01  report-reference-no-line.
           03 FILLER            PIC X(18) VALUE "RETURN REFERENCE: ".
           03 rr-reference      PIC X(24).
       01  column-heading.
           03 FILLER PIC X(9)  VALUE "EMP ID".
           03 FILLER PIC X(21) VALUE "NAME".
           03 FILLER PIC X(16) VALUE "   TAXABLE GROSS".
           03 FILLER PIC X(16) VALUE "    TAX WITHHELD".
       01  detail-line.
           03 dl-emp-id         PIC 9(4).
           03 FILLER            PIC X(5) VALUE SPACES.
           03 dl-name           PIC X(21).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 dl-taxable-out    PIC $$,$$$,$$9.99.
           03 FILLER            PIC X(3) VALUE SPACES.
           03 dl-tax-out        PIC $$,$$$,$$9.99.
       01  total-line.
           03 tl-label          PIC X(30).
           03 tl-amount-out     PIC +$$,$$$,$$9.99.
       01  count-line.
           03 FILLER            PIC X(30) VALUE
                 "EMPLOYEES ON RETURN".
           03 cl-count          PIC ZZZZ9.
       01  reconcile-line       PIC X(60).
       01  blank-line           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       Paye-Return.
           DISPLAY "PAYE MONTHLY RETURN"
           DISPLAY "Month (YYYYMM): " WITH NO ADVANCING
           ACCEPT return-month
           MOVE return-month(1:4) TO return-year
           ACCEPT run-date FROM DATE YYYYMMDD
           OPEN INPUT paye-history-file
           IF paye-history-status NOT = "00"
              DISPLAY "NO PAYE HISTORY FILE - NOTHING TO RETURN"
              GOBACK
           END-IF
           PERFORM Load-Paye-Control
           PERFORM Load-Employee-Master
           PERFORM Load-Paye-Returns
           PERFORM Read-Paye-History
           PERFORM Total-One-Payment UNTIL paye-history-eof = "Y"
           CLOSE paye-history-file
           PERFORM Build-Return-Reference
           OPEN OUTPUT return-report-file
           WRITE return-report-line FROM report-heading
           MOVE employer-pin     TO rr-pin
           MOVE return-month     TO rr-month
           WRITE return-report-line FROM report-reference-line
           MOVE return-reference TO rr-reference
           WRITE return-report-line FROM report-reference-no-line
           WRITE return-report-line FROM blank-line
           WRITE return-report-line FROM column-heading
           PERFORM Write-Return-Detail
                    VARYING rte-idx FROM 1 BY 1
                    UNTIL rte-idx > return-employee-count
           PERFORM Write-Return-Totals
           PERFORM Reconcile-Ytd-Movement
           CLOSE return-report-file
           PERFORM Record-Filed-Return
           DISPLAY "EMPLOYEES ON RETURN: " return-employee-count
           DISPLAY "RETURN REFERENCE   : " return-reference
           DISPLAY "RETURN WRITTEN TO data/PAYERETURN.RPT"
           GOBACK.

      * an employer with no PIN on file still gets a return - the
      * reference says so plainly rather than inventing one.
       Load-Paye-Control.
           OPEN INPUT paye-control-file
           IF paye-control-status = "00"
              READ paye-control-file
                 AT END CONTINUE
                 NOT AT END MOVE pc-employer-pin TO employer-pin
              END-READ
              CLOSE paye-control-file
           ELSE
              DISPLAY "NO EMPLOYER PIN ON FILE - data/PAYECTL.DAT"
           END-IF
           .

       Build-Return-Reference.
           MOVE SPACES TO return-reference
           STRING "PAYE-"      DELIMITED BY SIZE
                  employer-pin DELIMITED BY SPACE
                  "-"          DELIMITED BY SIZE
                  return-month DELIMITED BY SIZE
             INTO return-reference
           .

       Read-Paye-History.
           READ paye-history-file
              AT END MOVE "Y" TO paye-history-eof
           END-READ
           .

       Total-One-Payment.
           MOVE ph-pay-date(1:6) TO history-month
           IF history-month = return-month
              PERFORM Add-To-Return-Employee
           END-IF
           PERFORM Read-Paye-History
           .

       Add-To-Return-Employee.
           MOVE "N" TO return-employee-found
           PERFORM Find-Return-Employee
                    VARYING rte-idx FROM 1 BY 1
                    UNTIL rte-idx > return-employee-count
                       OR return-employee-found = "Y"
           IF return-employee-found NOT = "Y"
              ADD 1 TO return-employee-count
              MOVE return-employee-count TO return-employee-idx
              SET rte-idx TO return-employee-idx
              MOVE ph-emp-id TO tab-re-emp-id(rte-idx)
              MOVE ZERO      TO tab-re-taxable(rte-idx)
              MOVE ZERO      TO tab-re-tax(rte-idx)
           END-IF
           SET rte-idx TO return-employee-idx
           ADD ph-taxable-gross TO tab-re-taxable(rte-idx)
           ADD ph-tax           TO tab-re-tax(rte-idx)
           ADD ph-taxable-gross TO total-taxable
           ADD ph-tax           TO total-tax
           .

       Find-Return-Employee.
           IF tab-re-emp-id(rte-idx) = ph-emp-id
              MOVE "Y" TO return-employee-found
              SET return-employee-idx TO rte-idx
           END-IF
           .

       Write-Return-Detail.
           MOVE "N" TO employee-found
           MOVE SPACES TO employee-name
           PERFORM Find-Employee-Master
                    VARYING em-idx FROM 1 BY 1
                    UNTIL em-idx > employee-count
                       OR employee-found = "Y"
           MOVE tab-re-emp-id(rte-idx)  TO dl-emp-id
           MOVE employee-name           TO dl-name
           MOVE tab-re-taxable(rte-idx) TO dl-taxable-out
           MOVE tab-re-tax(rte-idx)     TO dl-tax-out
           WRITE return-report-line FROM detail-line
           .

       Find-Employee-Master.
           IF tab-em-id(em-idx) = tab-re-emp-id(rte-idx)
              MOVE tab-em-name(em-idx) TO employee-name
              MOVE "Y" TO employee-found
           END-IF
           .

       Write-Return-Totals.
           WRITE return-report-line FROM blank-line
           MOVE return-employee-count TO cl-count
           WRITE return-report-line FROM count-line
           MOVE "TOTAL TAXABLE GROSS"  TO tl-label
           MOVE total-taxable TO tl-amount-out
           WRITE return-report-line FROM total-line
           MOVE "TOTAL PAYE DUE"       TO tl-label
           MOVE total-tax TO tl-amount-out
           WRITE return-report-line FROM total-line
           .

      * the month's tax must equal what the year-to-date tax moved
      * by since last month's return was filed - the whole year's
      * tax for a January return, which has no prior month. a
      * difference means a payment reached one file and not the
      * other, and is reported before the return is lodged.
       Reconcile-Ytd-Movement.
           PERFORM Total-Ytd-Tax
           MOVE ZERO TO ytd-tax-before
           IF return-month(5:2) = "01"
              MOVE "Y" TO prior-return-found
           ELSE
              COMPUTE prior-month = return-month - 1
              PERFORM Find-Prior-Return
           END-IF
           COMPUTE ytd-tax-movement = ytd-tax-now - ytd-tax-before
           COMPUTE reconcile-difference = total-tax
                 - ytd-tax-movement
           WRITE return-report-line FROM blank-line
           MOVE "YTD TAX ON PAYROLL NOW"   TO tl-label
           MOVE ytd-tax-now TO tl-amount-out
           WRITE return-report-line FROM total-line
           MOVE "YTD TAX AT LAST RETURN"   TO tl-label
           MOVE ytd-tax-before TO tl-amount-out
           WRITE return-report-line FROM total-line
           MOVE "YTD TAX MOVEMENT"         TO tl-label
           MOVE ytd-tax-movement TO tl-amount-out
           WRITE return-report-line FROM total-line
           MOVE "DIFFERENCE"               TO tl-label
           MOVE reconcile-difference TO tl-amount-out
           WRITE return-report-line FROM total-line
           IF prior-return-found NOT = "Y"
              MOVE "NO RETURN ON FILE FOR THE PRIOR MONTH - MOVEMENT"
                 TO reconcile-line
              WRITE return-report-line FROM reconcile-line
              MOVE "TAKEN FROM THE START OF THE YEAR"
                 TO reconcile-line
              WRITE return-report-line FROM reconcile-line
              DISPLAY "NO RETURN ON FILE FOR " prior-month
           END-IF
           IF reconcile-difference = ZERO
              MOVE "RETURN AGREES TO YEAR-TO-DATE TAX MOVEMENT"
                 TO reconcile-line
           ELSE
              MOVE "*** RETURN DOES NOT AGREE TO YEAR-TO-DATE TAX ***"
                 TO reconcile-line
              DISPLAY "RETURN DOES NOT AGREE TO YEAR-TO-DATE TAX "
                      "MOVEMENT - SEE REPORT"
           END-IF
           WRITE return-report-line FROM reconcile-line
           .

      * only rows carrying the return's year count - the file can
      * still hold last year's rows for employees not yet paid in
      * the new year.
       Total-Ytd-Tax.
           MOVE ZERO TO ytd-tax-now
           OPEN INPUT ytd-earnings-file
           IF ytd-earnings-status = "00"
              PERFORM Read-Ytd-Earnings
              PERFORM Add-Ytd-Tax UNTIL ytd-earnings-eof = "Y"
              CLOSE ytd-earnings-file
           END-IF
           .

       Read-Ytd-Earnings.
           READ ytd-earnings-file
              AT END MOVE "Y" TO ytd-earnings-eof
           END-READ
           .

       Add-Ytd-Tax.
           IF ytd-year = return-year
              ADD ytd-tax TO ytd-tax-now
           END-IF
           PERFORM Read-Ytd-Earnings
           .

       Find-Prior-Return.
           MOVE "N" TO prior-return-found
           PERFORM Match-Prior-Return
                    VARYING rtn-idx FROM 1 BY 1
                    UNTIL rtn-idx > return-count
                       OR prior-return-found = "Y"
           .

       Match-Prior-Return.
           IF tab-rt-month(rtn-idx) = prior-month
              MOVE tab-rt-ytd-tax(rtn-idx) TO ytd-tax-before
              MOVE "Y" TO prior-return-found
           END-IF
           .

       Load-Paye-Returns.
           MOVE ZERO TO return-count
           OPEN INPUT paye-return-file
           IF paye-return-status = "00"
              PERFORM Read-Paye-Return
              PERFORM Store-Paye-Return
                 UNTIL paye-return-eof = "Y"
              CLOSE paye-return-file
           END-IF
           .

       Read-Paye-Return.
           READ paye-return-file
              AT END MOVE "Y" TO paye-return-eof
           END-READ
           .

       Store-Paye-Return.
           ADD 1 TO return-count
           SET rtn-idx TO return-count
           MOVE rt-month          TO tab-rt-month(rtn-idx)
           MOVE rt-reference      TO tab-rt-reference(rtn-idx)
           MOVE rt-employee-count TO tab-rt-count(rtn-idx)
           MOVE rt-taxable-gross  TO tab-rt-taxable(rtn-idx)
           MOVE rt-tax            TO tab-rt-tax(rtn-idx)
           MOVE rt-ytd-tax        TO tab-rt-ytd-tax(rtn-idx)
           MOVE rt-filed-date     TO tab-rt-filed(rtn-idx)
           PERFORM Read-Paye-Return
           .

      * a month returned again replaces its earlier record - an
      * amended return supersedes the first, it does not add to it.
       Record-Filed-Return.
           MOVE "N" TO return-found
           PERFORM Match-Filed-Return
                    VARYING rtn-idx FROM 1 BY 1
                    UNTIL rtn-idx > return-count
                       OR return-found = "Y"
           IF return-found NOT = "Y"
              ADD 1 TO return-count
              MOVE return-count TO return-idx
           END-IF
           SET rtn-idx TO return-idx
           MOVE return-month          TO tab-rt-month(rtn-idx)
           MOVE return-reference      TO tab-rt-reference(rtn-idx)
           MOVE return-employee-count TO tab-rt-count(rtn-idx)
           MOVE total-taxable         TO tab-rt-taxable(rtn-idx)
           MOVE total-tax             TO tab-rt-tax(rtn-idx)
           MOVE ytd-tax-now           TO tab-rt-ytd-tax(rtn-idx)
           MOVE run-date              TO tab-rt-filed(rtn-idx)
           OPEN OUTPUT paye-return-file
           PERFORM Write-Paye-Return
                    VARYING rtn-idx FROM 1 BY 1
                    UNTIL rtn-idx > return-count
           CLOSE paye-return-file
           .

       Match-Filed-Return.
           IF tab-rt-month(rtn-idx) = return-month
              MOVE "Y" TO return-found
              SET return-idx TO rtn-idx
           END-IF
           .

       Write-Paye-Return.
           MOVE tab-rt-month(rtn-idx)     TO rt-month
           MOVE tab-rt-reference(rtn-idx) TO rt-reference
           MOVE tab-rt-count(rtn-idx)     TO rt-employee-count
           MOVE tab-rt-taxable(rtn-idx)   TO rt-taxable-gross
           MOVE tab-rt-tax(rtn-idx)       TO rt-tax
           MOVE tab-rt-ytd-tax(rtn-idx)   TO rt-ytd-tax
           MOVE tab-rt-filed(rtn-idx)     TO rt-filed-date
           WRITE paye-return-record
           .

      * the return still prints without the master - just with
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
                      "RETURN PRINTS WITHOUT NAMES"
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
