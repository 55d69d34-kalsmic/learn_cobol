       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENSE-CLAIMS.
      * staff travel and subsistence claims: keyed against an
      * employee on the shared master with a category, amount and
      * receipt reference, then approved or rejected by a
      * supervisor-level operator (authority 3 on the operator file)
      * who is not the operator who keyed the claim. approved
      * claims are reimbursed by the next NET-PAY run as a
      * non-taxable payslip line and go out in the bank credit file
      * with the rest of the pay - no more separate transfers.
      * NET-PAY rewrites the claims file as it pays them, so the
      * PAYROLL run lock is held while claims are keyed here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
                  "data/EMPLOYEEMASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-ID
               FILE STATUS IS employee-master-status.
           SELECT expense-claim-file ASSIGN TO
                  "data/EXPCLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS expense-claim-status.
           SELECT expense-category-file ASSIGN TO
                  "data/EXPCATS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS expense-category-status.
           SELECT operator-file ASSIGN TO "data/OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS operator-file-status.
           SELECT current-operator-file ASSIGN TO
                  "data/CURRENTOP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS current-operator-status.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  expense-claim-file.
       COPY EXPCLAIM.

       FD  expense-category-file.
       COPY EXPCAT.

       FD  operator-file.
       COPY OPERATOR.

       FD  current-operator-file.
       01  current-operator-record.
           03 co-operator-id    PIC X(8).

       WORKING-STORAGE SECTION.
       01  employee-master-status PIC XX.
       01  expense-claim-status PIC XX.
       01  expense-claim-eof    PIC X VALUE "N".
       01  expense-category-status PIC XX.
       01  expense-category-eof PIC X VALUE "N".
       01  operator-file-status PIC XX.
       01  current-operator-status PIC XX.
       01  operator-eof         PIC X.
       01  operator-stamp       PIC X(8) VALUE "CONSOLE".
       01  operator-authority   PIC 9 VALUE ZERO.
       01  expense-claim-table.
           03 ecl-entry OCCURS 200 TIMES INDEXED BY ecl-idx.
              05 tab-ec-claim-no    PIC 9(6).
              05 tab-ec-emp-id      PIC 9(4).
              05 tab-ec-category    PIC X(4).
              05 tab-ec-amount      PIC 9(6)V99.
              05 tab-ec-receipt-ref PIC X(12).
              05 tab-ec-claim-date  PIC 9(8).
              05 tab-ec-keyed-by    PIC X(8).
              05 tab-ec-approved-by PIC X(8).
              05 tab-ec-status      PIC X.
              05 tab-ec-paid-date   PIC 9(8).
       01  claim-count          PIC 999 VALUE ZERO.
       01  claim-found          PIC X.
       01  claim-idx            PIC 999 VALUE ZERO.
       01  last-claim-no        PIC 9(6) VALUE ZERO.
       01  claims-listed        PIC 999 VALUE ZERO.
       01  expense-category-table.
           03 xct-entry OCCURS 20 TIMES INDEXED BY xct-idx.
              05 tab-xc-code        PIC X(4).
              05 tab-xc-description PIC X(16).
       01  category-count       PIC 99 VALUE ZERO.
       01  category-found       PIC X.
       01  employee-found       PIC X.
       01  menu-action          PIC X.
           88 action-enter      VALUE "E" "e".
           88 action-approve    VALUE "A" "a".
           88 action-list       VALUE "L" "l".
           88 action-exit       VALUE "X" "x".
       01  work-claim.
           03 wk-claim-no       PIC 9(6).
           03 wk-emp-id         PIC 9(4).
           03 wk-category       PIC X(4).
           03 wk-amount         PIC 9(6)V99.
           03 wk-receipt-ref    PIC X(12).
       01  decision-flag        PIC X.
           88 decision-approve  VALUE "A" "a".
           88 decision-reject   VALUE "R" "r".
           88 decision-skip     VALUE "S" "s".
       01  today-date           PIC 9(8).
       01  amount-out           PIC $$$$,$$9.99.
       01  status-text          PIC X(8).
       01  changes-made         PIC X VALUE "N".
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Expense-Claims.
           DISPLAY "STAFF EXPENSE CLAIMS"
           PERFORM Check-Operator-Authority
           IF operator-authority < 2
              DISPLAY "POSTING-LEVEL AUTHORITY REQUIRED - "
                      "NOT STARTED"
              GOBACK
           END-IF
           MOVE "PAYROLL"        TO rl-lock-set
           MOVE "EXPENSE-CLAIMS" TO rl-program
           PERFORM Claim-Run-Lock
           IF NOT rl-granted
              GOBACK
           END-IF
           ACCEPT today-date FROM DATE YYYYMMDD
           OPEN INPUT EMPLOYEE-MASTER-FILE
           PERFORM Load-Expense-Categories
           PERFORM Load-Expense-Claims
           PERFORM Claims-One-Action WITH TEST AFTER
                    UNTIL action-exit
           CLOSE EMPLOYEE-MASTER-FILE
           IF changes-made = "Y"
              PERFORM Save-Expense-Claims
              DISPLAY "EXPENSE CLAIMS SAVED"
           END-IF
           PERFORM Release-Run-Lock
           GOBACK.

      * the signed-on id is proved against the operator file -
      * CONSOLE, or an id not on the file, carries no authority.
       Check-Operator-Authority.
           PERFORM Load-Operator-Stamp
           MOVE "N" TO operator-eof
           OPEN INPUT operator-file
           IF operator-file-status = "00"
              PERFORM Match-One-Operator WITH TEST AFTER
                 UNTIL operator-eof = "Y"
              CLOSE operator-file
           END-IF
           .

       Match-One-Operator.
           READ operator-file
              AT END MOVE "Y" TO operator-eof
              NOT AT END
                 IF op-id = operator-stamp
                    MOVE op-authority TO operator-authority
                 END-IF
           END-READ
           .

       Claims-One-Action.
           DISPLAY SPACE
           DISPLAY "Enter claim, Approve claims, List pending "
                   "or eXit? (E/A/L/X): " WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-enter   PERFORM Enter-Claim
              WHEN action-approve PERFORM Approve-Claims
              WHEN action-list    PERFORM List-Pending-Claims
              WHEN action-exit    CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER E, A, L OR X"
           END-EVALUATE
           .

       Enter-Claim.
           DISPLAY "EMPLOYEE ID: " WITH NO ADVANCING
           ACCEPT wk-emp-id
           PERFORM Find-Employee-Master
           IF employee-found NOT = "Y"
              DISPLAY "EMPLOYEE " wk-emp-id " NOT ON FILE"
           ELSE
              DISPLAY EM-NAME
              PERFORM Get-Claim-Category
              PERFORM Get-Claim-Amount
              PERFORM Get-Receipt-Reference
              PERFORM Record-Claim
           END-IF
           .

       Get-Claim-Category.
           PERFORM Prompt-Claim-Category WITH TEST AFTER
                    UNTIL category-found = "Y"
           .

       Prompt-Claim-Category.
           DISPLAY "CATEGORY (TRAV/SUBS/ACCM/OTHR): "
                   WITH NO ADVANCING
           ACCEPT wk-category
           MOVE "N" TO category-found
           PERFORM Check-One-Category
                    VARYING xct-idx FROM 1 BY 1
                    UNTIL xct-idx > category-count
                       OR category-found = "Y"
           IF category-found NOT = "Y"
              DISPLAY "NOT AN EXPENSE CATEGORY ON FILE"
           END-IF
           .

       Check-One-Category.
           IF tab-xc-code(xct-idx) = wk-category
              MOVE "Y" TO category-found
           END-IF
           .

       Get-Claim-Amount.
           PERFORM Prompt-Claim-Amount WITH TEST AFTER
                    UNTIL wk-amount NOT = ZERO
           .

       Prompt-Claim-Amount.
           DISPLAY "AMOUNT CLAIMED: " WITH NO ADVANCING
           ACCEPT wk-amount
           IF wk-amount = ZERO
              DISPLAY "AMOUNT MUST NOT BE ZERO"
           END-IF
           .

      * no receipt, no claim - the reference is what the auditors
      * trace the reimbursement back to.
       Get-Receipt-Reference.
           PERFORM Prompt-Receipt-Reference WITH TEST AFTER
                    UNTIL wk-receipt-ref NOT = SPACES
           .

       Prompt-Receipt-Reference.
           DISPLAY "RECEIPT REFERENCE: " WITH NO ADVANCING
           ACCEPT wk-receipt-ref
           IF wk-receipt-ref = SPACES
              DISPLAY "RECEIPT REFERENCE MUST NOT BE BLANK"
           END-IF
           .

       Record-Claim.
           ADD 1 TO last-claim-no
           ADD 1 TO claim-count
           SET ecl-idx TO claim-count
           MOVE last-claim-no  TO tab-ec-claim-no(ecl-idx)
           MOVE wk-emp-id      TO tab-ec-emp-id(ecl-idx)
           MOVE wk-category    TO tab-ec-category(ecl-idx)
           MOVE wk-amount      TO tab-ec-amount(ecl-idx)
           MOVE wk-receipt-ref TO tab-ec-receipt-ref(ecl-idx)
           MOVE today-date     TO tab-ec-claim-date(ecl-idx)
           MOVE operator-stamp TO tab-ec-keyed-by(ecl-idx)
           MOVE SPACES         TO tab-ec-approved-by(ecl-idx)
           MOVE "K"            TO tab-ec-status(ecl-idx)
           MOVE ZERO           TO tab-ec-paid-date(ecl-idx)
           MOVE "Y" TO changes-made
           MOVE wk-amount TO amount-out
           DISPLAY "CLAIM " last-claim-no " RECORDED - " amount-out
                   " AWAITING APPROVAL"
           .

      * each keyed claim is put to the supervisor in turn. a claim
      * the supervisor keyed personally is passed over - it needs
      * a second supervisor's eyes.
       Approve-Claims.
           IF operator-authority < 3
              DISPLAY "SUPERVISOR AUTHORITY REQUIRED TO APPROVE"
           ELSE
              MOVE ZERO TO claims-listed
              PERFORM Decide-One-Claim
                       VARYING ecl-idx FROM 1 BY 1
                       UNTIL ecl-idx > claim-count
              IF claims-listed = ZERO
                 DISPLAY "NO CLAIMS AWAITING YOUR APPROVAL"
              END-IF
           END-IF
           .

       Decide-One-Claim.
           IF tab-ec-status(ecl-idx) = "K"
              IF tab-ec-keyed-by(ecl-idx) = operator-stamp
                 DISPLAY "CLAIM " tab-ec-claim-no(ecl-idx)
                         " KEYED BY YOU - NEEDS ANOTHER SUPERVISOR"
              ELSE
                 ADD 1 TO claims-listed
                 PERFORM Show-One-Claim
                 PERFORM Get-Claim-Decision WITH TEST AFTER
                          UNTIL decision-approve OR decision-reject
                             OR decision-skip
                 IF decision-approve
                    MOVE "A" TO tab-ec-status(ecl-idx)
                    MOVE operator-stamp
                       TO tab-ec-approved-by(ecl-idx)
                    MOVE "Y" TO changes-made
                    DISPLAY "CLAIM " tab-ec-claim-no(ecl-idx)
                            " APPROVED FOR THE NEXT PAY RUN"
                 END-IF
                 IF decision-reject
                    MOVE "R" TO tab-ec-status(ecl-idx)
                    MOVE operator-stamp
                       TO tab-ec-approved-by(ecl-idx)
                    MOVE "Y" TO changes-made
                    DISPLAY "CLAIM " tab-ec-claim-no(ecl-idx)
                            " REJECTED"
                 END-IF
              END-IF
           END-IF
           .

       Get-Claim-Decision.
           DISPLAY "Approve, Reject or Skip? (A/R/S): "
                   WITH NO ADVANCING
           ACCEPT decision-flag
           IF NOT decision-approve AND NOT decision-reject
              AND NOT decision-skip
              DISPLAY "ENTER A, R OR S"
           END-IF
           .

       List-Pending-Claims.
           MOVE ZERO TO claims-listed
           PERFORM List-One-Claim
                    VARYING ecl-idx FROM 1 BY 1
                    UNTIL ecl-idx > claim-count
           IF claims-listed = ZERO
              DISPLAY "NO CLAIMS PENDING"
           END-IF
           .

      * pending means keyed and not yet decided, or approved and
      * not yet paid
       List-One-Claim.
           IF tab-ec-status(ecl-idx) = "K"
              OR tab-ec-status(ecl-idx) = "A"
              ADD 1 TO claims-listed
              PERFORM Show-One-Claim
           END-IF
           .

       Show-One-Claim.
           IF tab-ec-status(ecl-idx) = "A"
              MOVE "APPROVED" TO status-text
           ELSE
              MOVE "KEYED"    TO status-text
           END-IF
           MOVE tab-ec-amount(ecl-idx) TO amount-out
           DISPLAY tab-ec-claim-no(ecl-idx) " EMP "
                   tab-ec-emp-id(ecl-idx) " "
                   tab-ec-category(ecl-idx) " " amount-out
                   " RCPT " tab-ec-receipt-ref(ecl-idx)
                   " BY " tab-ec-keyed-by(ecl-idx)
                   " " status-text
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

       Load-Expense-Categories.
           MOVE ZERO TO category-count
           OPEN INPUT expense-category-file
           IF expense-category-status = "00"
              PERFORM Read-Expense-Category
              PERFORM Store-Expense-Category
                 UNTIL expense-category-eof = "Y"
                    OR category-count >= 20
              CLOSE expense-category-file
           END-IF
           .

       Read-Expense-Category.
           READ expense-category-file
              AT END MOVE "Y" TO expense-category-eof
           END-READ
           .

       Store-Expense-Category.
           ADD 1 TO category-count
           SET xct-idx TO category-count
           MOVE xc-code        TO tab-xc-code(xct-idx)
           MOVE xc-description TO tab-xc-description(xct-idx)
           PERFORM Read-Expense-Category
           .

       Load-Expense-Claims.
           MOVE ZERO TO claim-count
           OPEN INPUT expense-claim-file
           IF expense-claim-status = "00"
              PERFORM Read-Expense-Claim
              PERFORM Store-Expense-Claim
                 UNTIL expense-claim-eof = "Y"
              CLOSE expense-claim-file
           END-IF
           .

       Read-Expense-Claim.
           READ expense-claim-file
              AT END MOVE "Y" TO expense-claim-eof
           END-READ
           .

       Store-Expense-Claim.
           ADD 1 TO claim-count
           SET ecl-idx TO claim-count
           MOVE ec-claim-no    TO tab-ec-claim-no(ecl-idx)
           MOVE ec-emp-id      TO tab-ec-emp-id(ecl-idx)
           MOVE ec-category    TO tab-ec-category(ecl-idx)
           MOVE ec-amount      TO tab-ec-amount(ecl-idx)
           MOVE ec-receipt-ref TO tab-ec-receipt-ref(ecl-idx)
           MOVE ec-claim-date  TO tab-ec-claim-date(ecl-idx)
           MOVE ec-keyed-by    TO tab-ec-keyed-by(ecl-idx)
           MOVE ec-approved-by TO tab-ec-approved-by(ecl-idx)
           MOVE ec-status      TO tab-ec-status(ecl-idx)
           MOVE ec-paid-date   TO tab-ec-paid-date(ecl-idx)
           IF ec-claim-no > last-claim-no
              MOVE ec-claim-no TO last-claim-no
           END-IF
           PERFORM Read-Expense-Claim
           .

       Save-Expense-Claims.
           OPEN OUTPUT expense-claim-file
           PERFORM Write-Expense-Claim
                    VARYING ecl-idx FROM 1 BY 1
                    UNTIL ecl-idx > claim-count
           CLOSE expense-claim-file
           .

       Write-Expense-Claim.
           MOVE tab-ec-claim-no(ecl-idx)    TO ec-claim-no
           MOVE tab-ec-emp-id(ecl-idx)      TO ec-emp-id
           MOVE tab-ec-category(ecl-idx)    TO ec-category
           MOVE tab-ec-amount(ecl-idx)      TO ec-amount
           MOVE tab-ec-receipt-ref(ecl-idx) TO ec-receipt-ref
           MOVE tab-ec-claim-date(ecl-idx)  TO ec-claim-date
           MOVE tab-ec-keyed-by(ecl-idx)    TO ec-keyed-by
           MOVE tab-ec-approved-by(ecl-idx) TO ec-approved-by
           MOVE tab-ec-status(ecl-idx)      TO ec-status
           MOVE tab-ec-paid-date(ecl-idx)   TO ec-paid-date
           WRITE expense-claim-record
           .

      * whoever signed on at the menu - CONSOLE when the program
      * is run on its own, which carries no authority here.
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

       COPY RUNLOCKCK.
