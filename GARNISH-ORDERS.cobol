       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNISH-ORDERS.
      * the court order register: records an attachment or
      * maintenance order against an employee on the shared master
      * - the court's reference, the beneficiary, the amount or
      * percentage of gross per period and the total to recover -
      * and answers inquiries on what has been recovered and what
      * is in arrears. NET-PAY serves the orders each run without
      * taking pay below the protected minimum, and closes an
      * order itself once it is fully recovered; an order the court
      * discharges early is closed here. NET-PAY rewrites the
      * register each run, so the PAYROLL run lock is held while
      * it is open here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
                  "data/EMPLOYEEMASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-ID
               FILE STATUS IS employee-master-status.
           SELECT garnishment-order-file ASSIGN TO
                  "data/GARNORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS garnishment-order-status.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  garnishment-order-file.
       COPY GARNORD.

       WORKING-STORAGE SECTION.
       01  employee-master-status PIC XX.
       01  garnishment-order-status PIC XX.
       01  garnishment-order-eof PIC X VALUE "N".
       01  garnishment-table.
           03 gno-entry OCCURS 100 TIMES INDEXED BY gno-idx.
              05 tab-go-emp-id      PIC 9(4).
              05 tab-go-order-ref   PIC X(12).
              05 tab-go-beneficiary PIC X(20).
              05 tab-go-basis       PIC X.
              05 tab-go-amount      PIC 9(6)V99.
              05 tab-go-percent     PIC 99V99.
              05 tab-go-total       PIC 9(7)V99.
              05 tab-go-recovered   PIC 9(7)V99.
              05 tab-go-arrears     PIC 9(7)V99.
              05 tab-go-status      PIC X.
       01  garnishment-count    PIC 999 VALUE ZERO.
       01  order-found          PIC X.
       01  order-idx            PIC 999 VALUE ZERO.
       01  orders-listed        PIC 999 VALUE ZERO.
       01  employee-found       PIC X.
       01  menu-action          PIC X.
           88 action-register   VALUE "R" "r".
           88 action-inquire    VALUE "I" "i".
           88 action-close      VALUE "C" "c".
           88 action-exit       VALUE "X" "x".
       01  work-order.
           03 wk-emp-id         PIC 9(4).
           03 wk-order-ref      PIC X(12).
           03 wk-beneficiary    PIC X(20).
           03 wk-basis          PIC X.
              88 wk-valid-basis    VALUE "F" "P".
           03 wk-amount         PIC 9(6)V99.
           03 wk-percent        PIC 99V99.
           03 wk-total          PIC 9(7)V99.
       01  confirm-flag         PIC X.
       01  amount-out           PIC $$$$,$$9.99.
       01  total-out            PIC $$,$$$,$$9.99.
       01  recovered-out        PIC $$,$$$,$$9.99.
       01  arrears-out          PIC $$,$$$,$$9.99.
       01  status-text          PIC X(6).
       01  changes-made         PIC X VALUE "N".
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Garnish-Orders.
           DISPLAY "COURT ORDER REGISTER"
           MOVE "PAYROLL"        TO rl-lock-set
           MOVE "GARNISH-ORDERS" TO rl-program
           PERFORM Claim-Run-Lock
           IF NOT rl-granted
              GOBACK
           END-IF
           PERFORM Open-Employee-Master
           PERFORM Load-Garnishment-Orders
           PERFORM Order-One-Action WITH TEST AFTER
                    UNTIL action-exit
           CLOSE EMPLOYEE-MASTER-FILE
           IF changes-made = "Y"
              PERFORM Save-Garnishment-Orders
              DISPLAY "COURT ORDER REGISTER SAVED"
           END-IF
           PERFORM Release-Run-Lock
           GOBACK.

       Order-One-Action.
           DISPLAY SPACE
           DISPLAY "Register order, Inquiry, Close order or eXit? "
                   "(R/I/C/X): " WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-register PERFORM Register-Order
              WHEN action-inquire  PERFORM Order-Inquiry
              WHEN action-close    PERFORM Close-Order
              WHEN action-exit     CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER R, I, C OR X"
           END-EVALUATE
           .

      * an employee may carry several orders at once; the court's
      * reference is what tells them apart, so it may not repeat.
       Register-Order.
           PERFORM Get-Order-Employee
           IF employee-found = "Y"
              PERFORM Get-Order-Reference
              PERFORM Find-Order
              IF order-found = "Y"
                 DISPLAY "ORDER " wk-order-ref
                         " ALREADY ON THE REGISTER - NOT ADDED"
              ELSE
                 DISPLAY "BENEFICIARY: " WITH NO ADVANCING
                 ACCEPT wk-beneficiary
                 PERFORM Get-Order-Basis
                 MOVE ZERO TO wk-amount
                 MOVE ZERO TO wk-percent
                 IF wk-basis = "P"
                    PERFORM Get-Order-Percent
                 ELSE
                    PERFORM Get-Order-Amount
                 END-IF
                 PERFORM Get-Order-Total
                 PERFORM Record-Order
              END-IF
           END-IF
           .

       Get-Order-Employee.
           DISPLAY "EMPLOYEE ID: " WITH NO ADVANCING
           ACCEPT wk-emp-id
           PERFORM Find-Employee-Master
           IF employee-found NOT = "Y"
              DISPLAY "EMPLOYEE " wk-emp-id " NOT ON FILE"
           END-IF
           .

       Get-Order-Reference.
           PERFORM Prompt-Order-Reference WITH TEST AFTER
                    UNTIL wk-order-ref NOT = SPACES
           .

       Prompt-Order-Reference.
           DISPLAY "COURT ORDER REFERENCE: " WITH NO ADVANCING
           ACCEPT wk-order-ref
           IF wk-order-ref = SPACES
              DISPLAY "REFERENCE MUST NOT BE BLANK"
           END-IF
           .

       Get-Order-Basis.
           PERFORM Prompt-Order-Basis WITH TEST AFTER
                    UNTIL wk-valid-basis
           .

       Prompt-Order-Basis.
           DISPLAY "Fixed amount or Percentage of gross? (F/P): "
                   WITH NO ADVANCING
           ACCEPT wk-basis
           IF wk-basis = "f"
              MOVE "F" TO wk-basis
           END-IF
           IF wk-basis = "p"
              MOVE "P" TO wk-basis
           END-IF
           IF NOT wk-valid-basis
              DISPLAY "ENTER F OR P"
           END-IF
           .

       Get-Order-Amount.
           PERFORM Prompt-Order-Amount WITH TEST AFTER
                    UNTIL wk-amount NOT = ZERO
           .

       Prompt-Order-Amount.
           DISPLAY "AMOUNT PER PERIOD: " WITH NO ADVANCING
           ACCEPT wk-amount
           IF wk-amount = ZERO
              DISPLAY "AMOUNT MUST NOT BE ZERO"
           END-IF
           .

       Get-Order-Percent.
           PERFORM Prompt-Order-Percent WITH TEST AFTER
                    UNTIL wk-percent NOT = ZERO
           .

       Prompt-Order-Percent.
           DISPLAY "PERCENTAGE OF GROSS (99.99): " WITH NO ADVANCING
           ACCEPT wk-percent
           IF wk-percent = ZERO
              DISPLAY "PERCENTAGE MUST NOT BE ZERO"
           END-IF
           .

       Get-Order-Total.
           PERFORM Prompt-Order-Total WITH TEST AFTER
                    UNTIL wk-total NOT = ZERO
           .

       Prompt-Order-Total.
           DISPLAY "TOTAL TO RECOVER: " WITH NO ADVANCING
           ACCEPT wk-total
           IF wk-total = ZERO
              DISPLAY "TOTAL MUST NOT BE ZERO"
           END-IF
           .

       Record-Order.
           ADD 1 TO garnishment-count
           SET gno-idx TO garnishment-count
           MOVE wk-emp-id      TO tab-go-emp-id(gno-idx)
           MOVE wk-order-ref   TO tab-go-order-ref(gno-idx)
           MOVE wk-beneficiary TO tab-go-beneficiary(gno-idx)
           MOVE wk-basis       TO tab-go-basis(gno-idx)
           MOVE wk-amount      TO tab-go-amount(gno-idx)
           MOVE wk-percent     TO tab-go-percent(gno-idx)
           MOVE wk-total       TO tab-go-total(gno-idx)
           MOVE ZERO           TO tab-go-recovered(gno-idx)
           MOVE ZERO           TO tab-go-arrears(gno-idx)
           MOVE "A"            TO tab-go-status(gno-idx)
           MOVE "Y" TO changes-made
           MOVE wk-total TO total-out
           DISPLAY "ORDER " wk-order-ref " REGISTERED - "
                   total-out " TO RECOVER"
           .

       Order-Inquiry.
           PERFORM Get-Order-Employee
           IF employee-found = "Y"
              DISPLAY EM-NAME
              MOVE ZERO TO orders-listed
              PERFORM Show-One-Order
                       VARYING gno-idx FROM 1 BY 1
                       UNTIL gno-idx > garnishment-count
              IF orders-listed = ZERO
                 DISPLAY "NO COURT ORDERS ON FILE FOR " wk-emp-id
              END-IF
           END-IF
           .

       Show-One-Order.
           IF tab-go-emp-id(gno-idx) = wk-emp-id
              ADD 1 TO orders-listed
              IF tab-go-status(gno-idx) = "C"
                 MOVE "CLOSED" TO status-text
              ELSE
                 MOVE "ACTIVE" TO status-text
              END-IF
              MOVE tab-go-total(gno-idx)     TO total-out
              MOVE tab-go-recovered(gno-idx) TO recovered-out
              MOVE tab-go-arrears(gno-idx)   TO arrears-out
              DISPLAY "  " tab-go-order-ref(gno-idx) " "
                      tab-go-beneficiary(gno-idx) " " status-text
              IF tab-go-basis(gno-idx) = "P"
                 DISPLAY "    " tab-go-percent(gno-idx)
                         "% OF GROSS PER PERIOD"
              ELSE
                 MOVE tab-go-amount(gno-idx) TO amount-out
                 DISPLAY "    " amount-out " PER PERIOD"
              END-IF
              DISPLAY "    TOTAL: " total-out
                      "  RECOVERED: " recovered-out
                      "  ARREARS: " arrears-out
           END-IF
           .

      * a discharged order stays on the register, closed, so its
      * recovery history can still be answered.
       Close-Order.
           PERFORM Get-Order-Employee
           IF employee-found = "Y"
              PERFORM Get-Order-Reference
              PERFORM Find-Order
              IF order-found NOT = "Y"
                 DISPLAY "ORDER " wk-order-ref " NOT ON FILE FOR "
                         wk-emp-id
              ELSE
                 SET gno-idx TO order-idx
                 IF tab-go-status(gno-idx) = "C"
                    DISPLAY "ORDER " wk-order-ref " IS ALREADY CLOSED"
                 ELSE
                    DISPLAY "Close order " wk-order-ref "? (Y/N): "
                            WITH NO ADVANCING
                    ACCEPT confirm-flag
                    IF confirm-flag = "Y" OR confirm-flag = "y"
                       MOVE "C"  TO tab-go-status(gno-idx)
                       MOVE ZERO TO tab-go-arrears(gno-idx)
                       MOVE "Y"  TO changes-made
                       DISPLAY "ORDER " wk-order-ref " CLOSED"
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       Find-Order.
           MOVE "N" TO order-found
           PERFORM Check-One-Order
                    VARYING gno-idx FROM 1 BY 1
                    UNTIL gno-idx > garnishment-count
                       OR order-found = "Y"
           .

       Check-One-Order.
           IF tab-go-emp-id(gno-idx) = wk-emp-id
              AND tab-go-order-ref(gno-idx) = wk-order-ref
              MOVE "Y" TO order-found
              SET order-idx TO gno-idx
           END-IF
           .

       Find-Employee-Master.
           MOVE "N" TO employee-found
           MOVE wk-emp-id TO EM-ID
           READ EMPLOYEE-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO employee-found
           END-READ
           .

       Open-Employee-Master.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           .

       Load-Garnishment-Orders.
           MOVE ZERO TO garnishment-count
           OPEN INPUT garnishment-order-file
           IF garnishment-order-status = "00"
              PERFORM Read-Garnishment-Order
              PERFORM Store-Garnishment-Order
                 UNTIL garnishment-order-eof = "Y"
              CLOSE garnishment-order-file
           END-IF
           .

       Read-Garnishment-Order.
           READ garnishment-order-file
              AT END MOVE "Y" TO garnishment-order-eof
           END-READ
           .

       Store-Garnishment-Order.
           ADD 1 TO garnishment-count
           SET gno-idx TO garnishment-count
           MOVE go-emp-id      TO tab-go-emp-id(gno-idx)
           MOVE go-order-ref   TO tab-go-order-ref(gno-idx)
           MOVE go-beneficiary TO tab-go-beneficiary(gno-idx)
           MOVE go-basis       TO tab-go-basis(gno-idx)
           MOVE go-amount      TO tab-go-amount(gno-idx)
           MOVE go-percent     TO tab-go-percent(gno-idx)
           MOVE go-total       TO tab-go-total(gno-idx)
           MOVE go-recovered   TO tab-go-recovered(gno-idx)
           MOVE go-arrears     TO tab-go-arrears(gno-idx)
           MOVE go-status      TO tab-go-status(gno-idx)
           PERFORM Read-Garnishment-Order
           .

       Save-Garnishment-Orders.
           OPEN OUTPUT garnishment-order-file
           PERFORM Write-Garnishment-Order
                    VARYING gno-idx FROM 1 BY 1
                    UNTIL gno-idx > garnishment-count
           CLOSE garnishment-order-file
           .

       Write-Garnishment-Order.
           MOVE tab-go-emp-id(gno-idx)      TO go-emp-id
           MOVE tab-go-order-ref(gno-idx)   TO go-order-ref
           MOVE tab-go-beneficiary(gno-idx) TO go-beneficiary
           MOVE tab-go-basis(gno-idx)       TO go-basis
           MOVE tab-go-amount(gno-idx)      TO go-amount
           MOVE tab-go-percent(gno-idx)     TO go-percent
           MOVE tab-go-total(gno-idx)       TO go-total
           MOVE tab-go-recovered(gno-idx)   TO go-recovered
           MOVE tab-go-arrears(gno-idx)     TO go-arrears
           MOVE tab-go-status(gno-idx)      TO go-status
           WRITE garnishment-order-record
           .

       COPY RUNLOCKCK.
