       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSION-STMT.
      * annual statement for each pension scheme member: what they
      * and the company paid in during the chosen year, and the
      * cumulative contributions to the end of that year. both come
      * off the member contribution history NET-PAY writes, so a
      * member's balance brought forward is simply everything in
      * the history dated before the year began.

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
           SELECT statement-report-file ASSIGN TO
                  "data/PENSIONSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  pension-history-file.
       COPY PENSHIST.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  statement-report-file.
       01  statement-report-line PIC X(80).

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
      * one row per member with any contribution up to the year end
       01  member-table.
           03 mbr-entry OCCURS 100 TIMES INDEXED BY mbr-idx.
              05 tab-mb-emp-id      PIC 9(4).
              05 tab-mb-bf-employee PIC 9(8)V99.
              05 tab-mb-bf-employer PIC 9(8)V99.
              05 tab-mb-yr-pensionable PIC 9(8)V99.
              05 tab-mb-yr-employee PIC 9(8)V99.
              05 tab-mb-yr-employer PIC 9(8)V99.
       01  member-count         PIC 999 VALUE ZERO.
       01  member-found         PIC X.
       01  member-idx           PIC 999 VALUE ZERO.
       01  statement-year       PIC 9(4).
       01  history-year         PIC 9(4).
       01  statement-amounts.
           03 year-total        PIC 9(8)V99.
           03 bf-total          PIC 9(8)V99.
           03 cf-employee       PIC 9(8)V99.
           03 cf-employer       PIC 9(8)V99.
           03 cf-total          PIC 9(8)V99.
       01  report-heading.
           03 FILLER PIC X(41) VALUE
                 "------ PENSION MEMBER STATEMENT ---------".
       01  member-line.
           03 FILLER            PIC X(8) VALUE "MEMBER: ".
           03 mh-emp-id         PIC 9(4).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 mh-name           PIC X(20).
           03 FILLER            PIC X(7) VALUE "  YEAR ".
           03 mh-year           PIC 9(4).
       01  column-heading.
           03 FILLER PIC X(30) VALUE SPACES.
           03 FILLER PIC X(14) VALUE "      EMPLOYEE".
           03 FILLER PIC X(14) VALUE "      EMPLOYER".
           03 FILLER PIC X(14) VALUE "         TOTAL".
       01  amount-line.
           03 al-label          PIC X(30).
           03 al-employee-out   PIC $$$,$$$,$$9.99.
           03 al-employer-out   PIC $$$,$$$,$$9.99.
           03 al-total-out      PIC $$$,$$$,$$9.99.
       01  pensionable-line.
           03 FILLER            PIC X(30) VALUE
                 "PENSIONABLE PAY IN THE YEAR".
           03 pl-amount-out     PIC $$$,$$$,$$9.99.
       01  blank-line           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       Pension-Stmt.
           DISPLAY "PENSION MEMBER STATEMENTS"
           DISPLAY "Year (YYYY): " WITH NO ADVANCING
           ACCEPT statement-year
           OPEN INPUT pension-history-file
           IF pension-history-status NOT = "00"
              DISPLAY "NO PENSION HISTORY - NO STATEMENTS"
              GOBACK
           END-IF
           PERFORM Load-Employee-Master
           PERFORM Read-Pension-History
           PERFORM Total-One-Contribution
                    UNTIL pension-history-eof = "Y"
           CLOSE pension-history-file
           OPEN OUTPUT statement-report-file
           PERFORM Write-Member-Statement
                    VARYING mbr-idx FROM 1 BY 1
                    UNTIL mbr-idx > member-count
           CLOSE statement-report-file
           DISPLAY "STATEMENTS PRINTED: " member-count
           DISPLAY "STATEMENTS WRITTEN TO data/PENSIONSTMT.RPT"
           GOBACK.

       Read-Pension-History.
           READ pension-history-file
              AT END MOVE "Y" TO pension-history-eof
           END-READ
           .

      * anything after the statement year is left out so a reprint
      * of an earlier year still carries the balance it had then.
       Total-One-Contribution.
           MOVE pnh-pay-date(1:4) TO history-year
           IF history-year NOT > statement-year
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
              MOVE ZERO TO tab-mb-bf-employee(mbr-idx)
              MOVE ZERO TO tab-mb-bf-employer(mbr-idx)
              MOVE ZERO TO tab-mb-yr-pensionable(mbr-idx)
              MOVE ZERO TO tab-mb-yr-employee(mbr-idx)
              MOVE ZERO TO tab-mb-yr-employer(mbr-idx)
           END-IF
           SET mbr-idx TO member-idx
           IF history-year = statement-year
              ADD pnh-pensionable-pay
                 TO tab-mb-yr-pensionable(mbr-idx)
              ADD pnh-employee-share TO tab-mb-yr-employee(mbr-idx)
              ADD pnh-employer-share TO tab-mb-yr-employer(mbr-idx)
           ELSE
              ADD pnh-employee-share TO tab-mb-bf-employee(mbr-idx)
              ADD pnh-employer-share TO tab-mb-bf-employer(mbr-idx)
           END-IF
           .

       Find-Member.
           IF tab-mb-emp-id(mbr-idx) = pnh-emp-id
              MOVE "Y" TO member-found
              SET member-idx TO mbr-idx
           END-IF
           .

       Write-Member-Statement.
           MOVE "N" TO employee-found
           MOVE SPACES TO employee-name
           PERFORM Find-Employee-Master
                    VARYING em-idx FROM 1 BY 1
                    UNTIL em-idx > employee-count
                       OR employee-found = "Y"
           COMPUTE bf-total = tab-mb-bf-employee(mbr-idx)
                 + tab-mb-bf-employer(mbr-idx)
           COMPUTE year-total = tab-mb-yr-employee(mbr-idx)
                 + tab-mb-yr-employer(mbr-idx)
           COMPUTE cf-employee = tab-mb-bf-employee(mbr-idx)
                 + tab-mb-yr-employee(mbr-idx)
           COMPUTE cf-employer = tab-mb-bf-employer(mbr-idx)
                 + tab-mb-yr-employer(mbr-idx)
           COMPUTE cf-total = bf-total + year-total
           WRITE statement-report-line FROM report-heading
           MOVE tab-mb-emp-id(mbr-idx) TO mh-emp-id
           MOVE employee-name          TO mh-name
           MOVE statement-year         TO mh-year
           WRITE statement-report-line FROM member-line
           WRITE statement-report-line FROM blank-line
           WRITE statement-report-line FROM column-heading
           MOVE "BROUGHT FORWARD"            TO al-label
           MOVE tab-mb-bf-employee(mbr-idx)  TO al-employee-out
           MOVE tab-mb-bf-employer(mbr-idx)  TO al-employer-out
           MOVE bf-total                     TO al-total-out
           WRITE statement-report-line FROM amount-line
           MOVE "CONTRIBUTIONS IN THE YEAR"  TO al-label
           MOVE tab-mb-yr-employee(mbr-idx)  TO al-employee-out
           MOVE tab-mb-yr-employer(mbr-idx)  TO al-employer-out
           MOVE year-total                   TO al-total-out
           WRITE statement-report-line FROM amount-line
           MOVE "CUMULATIVE TO YEAR END"     TO al-label
           MOVE cf-employee                  TO al-employee-out
           MOVE cf-employer                  TO al-employer-out
           MOVE cf-total                     TO al-total-out
           WRITE statement-report-line FROM amount-line
           WRITE statement-report-line FROM blank-line
           MOVE tab-mb-yr-pensionable(mbr-idx) TO pl-amount-out
           WRITE statement-report-line FROM pensionable-line
           WRITE statement-report-line FROM blank-line
           .

       Find-Employee-Master.
           IF tab-em-id(em-idx) = tab-mb-emp-id(mbr-idx)
              MOVE tab-em-name(em-idx) TO employee-name
              MOVE "Y" TO employee-found
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
                      "STATEMENTS PRINT WITHOUT NAMES"
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
