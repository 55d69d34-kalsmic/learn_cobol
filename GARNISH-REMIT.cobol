       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNISH-REMIT.
      * monthly remittance list for court order deductions: every
      * amount NET-PAY took under an order in the chosen month,
      * grouped by beneficiary so each court or maintenance payee
      * receives one payment with the employees and order
      * references it covers listed beneath it. deductions under
      * an electricity arrears agreement (order reference ELEC and
      * the account) were receipted to the accounts by the pay run
      * and are listed but not remitted. the total remitted and the
      * total receipted together tie back to the GARNISHMENT lines
      * of the month's GL feed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT garnishment-history-file ASSIGN TO
                  "data/GARNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS garnishment-history-status.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
                  "data/EMPLOYEEMASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-ID
               FILE STATUS IS employee-master-status.
           SELECT remittance-report-file ASSIGN TO
                  "data/GARNREMIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  garnishment-history-file.
       COPY GARNHIST.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  remittance-report-file.
       01  remittance-report-line PIC X(80).

       WORKING-STORAGE SECTION.
       01  garnishment-history-status PIC XX.
       01  garnishment-history-eof PIC X VALUE "N".
       01  employee-master-status PIC XX.
       01  employee-master-table.
           03 em-entry OCCURS 100 TIMES INDEXED BY em-idx.
              05 tab-em-id       PIC 9(4).
              05 tab-em-name     PIC X(20).
       01  employee-count       PIC 999 VALUE ZERO.
       01  employee-master-eof  PIC X VALUE "N".
       01  employee-name        PIC X(20).
       01  employee-found       PIC X.
      * one row per employee and order paid in the month - a
      * weekly-paid employee's deductions roll up into one row
       01  order-line-table.
           03 oln-entry OCCURS 200 TIMES INDEXED BY oln-idx.
              05 tab-ol-beneficiary PIC X(20).
              05 tab-ol-emp-id      PIC 9(4).
              05 tab-ol-order-ref   PIC X(12).
              05 tab-ol-amount      PIC 9(8)V99.
       01  order-line-count     PIC 999 VALUE ZERO.
       01  order-line-found     PIC X.
       01  order-line-idx       PIC 999 VALUE ZERO.
       01  beneficiary-table.
           03 bnf-entry OCCURS 50 TIMES INDEXED BY bnf-idx.
              05 tab-bn-name     PIC X(20).
              05 tab-bn-total    PIC 9(8)V99.
              05 tab-bn-receipted PIC X.
       01  beneficiary-count    PIC 99 VALUE ZERO.
       01  beneficiary-found    PIC X.
       01  beneficiary-idx      PIC 99 VALUE ZERO.
       01  remit-month          PIC 9(6).
       01  history-month        PIC 9(6).
       01  grand-total          PIC 9(9)V99 VALUE ZERO.
       01  receipted-total      PIC 9(9)V99 VALUE ZERO.
       01  report-heading.
           03 FILLER PIC X(41) VALUE
                 "----- COURT ORDER REMITTANCE LIST -------".
       01  month-line.
           03 FILLER            PIC X(8) VALUE "MONTH : ".
           03 ml-month          PIC 9(6).
       01  beneficiary-line.
           03 FILLER            PIC X(13) VALUE "BENEFICIARY: ".
           03 bl-name           PIC X(20).
       01  detail-line.
           03 FILLER            PIC X(4) VALUE SPACES.
           03 dl-emp-id         PIC 9(4).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 dl-name           PIC X(20).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 dl-order-ref      PIC X(12).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 dl-amount-out     PIC $$$$,$$9.99.
       01  total-line.
           03 tl-label          PIC X(46).
           03 tl-amount-out     PIC $$$,$$$,$$9.99.
       01  blank-line           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       Garnish-Remit.
           DISPLAY "COURT ORDER REMITTANCE LIST"
           DISPLAY "Month (YYYYMM): " WITH NO ADVANCING
           ACCEPT remit-month
           OPEN INPUT garnishment-history-file
           IF garnishment-history-status NOT = "00"
              DISPLAY "NO COURT ORDER DEDUCTIONS - NOTHING TO REMIT"
              GOBACK
           END-IF
           PERFORM Load-Employee-Master
           PERFORM Read-Garnishment-History
           PERFORM Total-One-Deduction
                    UNTIL garnishment-history-eof = "Y"
           CLOSE garnishment-history-file
           OPEN OUTPUT remittance-report-file
           WRITE remittance-report-line FROM report-heading
           MOVE remit-month TO ml-month
           WRITE remittance-report-line FROM month-line
           PERFORM Write-Beneficiary
                    VARYING bnf-idx FROM 1 BY 1
                    UNTIL bnf-idx > beneficiary-count
           WRITE remittance-report-line FROM blank-line
           MOVE "TOTAL TO REMIT" TO tl-label
           MOVE grand-total TO tl-amount-out
           WRITE remittance-report-line FROM total-line
           IF receipted-total > ZERO
              MOVE "TOTAL RECEIPTED TO ELECTRICITY ACCOUNTS"
                 TO tl-label
              MOVE receipted-total TO tl-amount-out
              WRITE remittance-report-line FROM total-line
           END-IF
           CLOSE remittance-report-file
           DISPLAY "BENEFICIARIES: " beneficiary-count
           DISPLAY "LIST WRITTEN TO data/GARNREMIT.RPT"
           GOBACK.

       Read-Garnishment-History.
           READ garnishment-history-file
              AT END MOVE "Y" TO garnishment-history-eof
           END-READ
           .

       Total-One-Deduction.
           MOVE gh-pay-date(1:6) TO history-month
           IF history-month = remit-month
              PERFORM Add-To-Order-Line
              PERFORM Add-To-Beneficiary
           END-IF
           PERFORM Read-Garnishment-History
           .

       Add-To-Order-Line.
           MOVE "N" TO order-line-found
           PERFORM Find-Order-Line
                    VARYING oln-idx FROM 1 BY 1
                    UNTIL oln-idx > order-line-count
                       OR order-line-found = "Y"
           IF order-line-found NOT = "Y"
              ADD 1 TO order-line-count
              MOVE order-line-count TO order-line-idx
              SET oln-idx TO order-line-idx
              MOVE gh-beneficiary TO tab-ol-beneficiary(oln-idx)
              MOVE gh-emp-id      TO tab-ol-emp-id(oln-idx)
              MOVE gh-order-ref   TO tab-ol-order-ref(oln-idx)
              MOVE ZERO           TO tab-ol-amount(oln-idx)
           END-IF
           SET oln-idx TO order-line-idx
           ADD gh-amount TO tab-ol-amount(oln-idx)
           .

       Find-Order-Line.
           IF tab-ol-emp-id(oln-idx) = gh-emp-id
              AND tab-ol-order-ref(oln-idx) = gh-order-ref
              MOVE "Y" TO order-line-found
              SET order-line-idx TO oln-idx
           END-IF
           .

       Add-To-Beneficiary.
           MOVE "N" TO beneficiary-found
           PERFORM Find-Beneficiary
                    VARYING bnf-idx FROM 1 BY 1
                    UNTIL bnf-idx > beneficiary-count
                       OR beneficiary-found = "Y"
           IF beneficiary-found NOT = "Y"
              ADD 1 TO beneficiary-count
              MOVE beneficiary-count TO beneficiary-idx
              SET bnf-idx TO beneficiary-idx
              MOVE gh-beneficiary TO tab-bn-name(bnf-idx)
              MOVE ZERO           TO tab-bn-total(bnf-idx)
              MOVE "N"            TO tab-bn-receipted(bnf-idx)
           END-IF
           IF gh-order-ref(1:5) = "ELEC "
              MOVE "Y" TO tab-bn-receipted(bnf-idx)
           END-IF
           SET bnf-idx TO beneficiary-idx
           ADD gh-amount TO tab-bn-total(bnf-idx)
           .

       Find-Beneficiary.
           IF tab-bn-name(bnf-idx) = gh-beneficiary
              MOVE "Y" TO beneficiary-found
              SET beneficiary-idx TO bnf-idx
           END-IF
           .

       Write-Beneficiary.
           WRITE remittance-report-line FROM blank-line
           MOVE tab-bn-name(bnf-idx) TO bl-name
           WRITE remittance-report-line FROM beneficiary-line
           PERFORM Write-Order-Line
                    VARYING oln-idx FROM 1 BY 1
                    UNTIL oln-idx > order-line-count
           MOVE tab-bn-total(bnf-idx) TO tl-amount-out
           IF tab-bn-receipted(bnf-idx) = "Y"
              MOVE "  RECEIPTED TO ACCOUNTS - NOT REMITTED"
                 TO tl-label
              ADD tab-bn-total(bnf-idx) TO receipted-total
           ELSE
              MOVE "  PAY TO BENEFICIARY" TO tl-label
              ADD tab-bn-total(bnf-idx) TO grand-total
           END-IF
           WRITE remittance-report-line FROM total-line
           .

       Write-Order-Line.
           IF tab-ol-beneficiary(oln-idx) = tab-bn-name(bnf-idx)
              MOVE "N" TO employee-found
              MOVE SPACES TO employee-name
              PERFORM Find-Employee-Master
                       VARYING em-idx FROM 1 BY 1
                       UNTIL em-idx > employee-count
                          OR employee-found = "Y"
              MOVE tab-ol-emp-id(oln-idx)    TO dl-emp-id
              MOVE employee-name             TO dl-name
              MOVE tab-ol-order-ref(oln-idx) TO dl-order-ref
              MOVE tab-ol-amount(oln-idx)    TO dl-amount-out
              WRITE remittance-report-line FROM detail-line
           END-IF
           .

       Find-Employee-Master.
           IF tab-em-id(em-idx) = tab-ol-emp-id(oln-idx)
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
                      "LIST PRINTS WITHOUT NAMES"
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
