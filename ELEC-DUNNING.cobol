      * arrears-period count the billing run maintains, prints the
      * notice documents with the amounts owed, and produces the
      * disconnection worklist for the field crew. chasing arrears
      * stops being a memory exercise. an amount under open dispute
      * (DISPUTES.DAT) is held out of what is chased - an account
      * whose only arrears are disputed gets no letter and does not
      * reach the disconnection list. arrears the customer has
      * agreed to repay from pay (an active ELEC deduction order on
      * GARNORDERS.DAT) are held out the same way while the order
      * is being recovered.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  "data/ARRANGEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS arrangement-status.
           SELECT dispute-file ASSIGN TO "data/DISPUTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS dispute-status.
           SELECT garnishment-order-file ASSIGN TO
                  "data/GARNORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS garnishment-order-status.

       DATA DIVISION.
       FILE SECTION.
       FD  arrangement-file.
       COPY ARRANGE.

       FD  dispute-file.
       COPY DISPUTE.

       FD  garnishment-order-file.
       COPY GARNORD.

       WORKING-STORAGE SECTION.
       01  ar-balance-status    PIC XX.
       01  elec-customer-status PIC XX.
              05 tab-ec-name         PIC X(20).
              05 tab-ec-address      PIC X(30).
              05 tab-ec-status       PIC X.
              05 tab-ec-payment      PIC X.
       01  customer-count       PIC 99 VALUE ZERO.
       01  customer-found       PIC X VALUE "N".
       01  cust-found-idx       PIC 99 VALUE ZERO.
       01  arrangement-idx      PIC 999 VALUE ZERO.
       01  arrangements-changed PIC X VALUE "N".
       01  run-date             PIC 9(8).
       COPY DISPUTEWS.
       01  garnishment-order-status PIC XX.
       01  garnishment-order-eof PIC X VALUE "N".
      * the arrears still to come from pay on each account with an
      * active deduction order - what the order is for less what
      * NET-PAY has taken so far
       01  deduction-table.
           03 ded-entry OCCURS 100 TIMES INDEXED BY ded-idx.
              05 tab-ded-account    PIC 9(6).
              05 tab-ded-remaining  PIC 9(7)V99.
       01  deduction-count      PIC 999 VALUE ZERO.
       01  deducted-amount      PIC 9(7)V99.
       01  deduction-order-ref.
           03 dor-prefix        PIC X(5).
              88 dor-elec-arrears  VALUE "ELEC ".
           03 dor-account       PIC X(6).
           03 dor-account-no REDEFINES dor-account PIC 9(6).
           03 FILLER            PIC X.
       01  deduction-held-count PIC 9(5) VALUE ZERO.
      * the arrears actually chased - the balance less anything
      * under open dispute or being deducted from pay
       01  chase-balance        PIC S9(7)V99.
       01  disputed-held-count  PIC 9(5) VALUE ZERO.
       01  suspended-count      PIC 9(5) VALUE ZERO.
       01  broken-notice-line   PIC X(42) VALUE
             "PAYMENT ARRANGEMENT BROKEN - FINAL NOTICE".
           PERFORM Load-Dunning-Ladder
           PERFORM Load-Elec-Customers
           PERFORM Load-Arrangements
           PERFORM Load-Open-Disputes
           PERFORM Load-Deduction-Orders
           OPEN OUTPUT dunning-notice-file
           OPEN OUTPUT disconnect-list-file
           OPEN INPUT ar-balance-file
              DISPLAY "LADDER SUSPENDED   : " suspended-count
                      " (ARRANGEMENTS BEING KEPT)"
           END-IF
           IF disputed-held-count NOT = ZERO
              DISPLAY "HELD BY DISPUTE    : " disputed-held-count
           END-IF
           IF deduction-held-count NOT = ZERO
              DISPLAY "HELD BY DEDUCTION  : " deduction-held-count
           END-IF
           GOBACK.

       Load-Dunning-Ladder.

      * a closed account's final balance is chased by the counter,
      * not the ladder - the closure run already issued the final
      * bill, so the dunning letters stop. a prepaid account's
      * old arrears are recovered from each token it buys, so it
      * is never on the ladder either.
       Chase-One-Account.
           PERFORM Find-Elec-Customer
           IF customer-found = "Y"
              AND (tab-ec-status(cust-found-idx) = "X"
                   OR tab-ec-payment(cust-found-idx) = "P")
              CONTINUE
           ELSE
      * an account in credit owes nothing - no letter of any kind
              MOVE ar-account TO disputed-account
              PERFORM Find-Disputed-Amount
              PERFORM Find-Deducted-Amount
              COMPUTE chase-balance = ar-balance - disputed-amount
                    - deducted-amount
              EVALUATE TRUE
                 WHEN chase-balance > ZERO
                    PERFORM Chase-Open-Account
                 WHEN ar-balance NOT > ZERO
                    CONTINUE
                 WHEN deducted-amount > ZERO
                    ADD 1 TO deduction-held-count
                    DISPLAY ar-account " ARREARS BEING DEDUCTED "
                            "FROM PAY - NOT CHASED"
                 WHEN OTHER
                    ADD 1 TO disputed-held-count
                    DISPLAY ar-account " ARREARS UNDER DISPUTE - "
                            "NOT CHASED"
              END-EVALUATE
           END-IF
           PERFORM Read-Ar-Balance
           .
              WRITE dunning-notice-line
                 FROM tab-ec-address(cust-idx)
           END-IF
           MOVE chase-balance TO nm-amount-out
           WRITE dunning-notice-line FROM notice-amount-line
           WRITE dunning-notice-line FROM blank-line
           DISPLAY ar-account " ARRANGEMENT BROKEN - BACK ON "
           END-IF
           .

       Find-Deducted-Amount.
           MOVE ZERO TO deducted-amount
           PERFORM Add-One-Deduction
                    VARYING ded-idx FROM 1 BY 1
                    UNTIL ded-idx > deduction-count
           .

       Add-One-Deduction.
           IF tab-ded-account(ded-idx) = ar-account
              ADD tab-ded-remaining(ded-idx) TO deducted-amount
           END-IF
           .

      * only an active order still short of its total holds any
      * arrears back - a closed or discharged order chases nothing.
       Load-Deduction-Orders.
           MOVE ZERO TO deduction-count
           OPEN INPUT garnishment-order-file
           IF garnishment-order-status = "00"
              PERFORM Read-Garnishment-Order
              PERFORM Store-Deduction-Order
                 UNTIL garnishment-order-eof = "Y"
              CLOSE garnishment-order-file
           END-IF
           .

       Read-Garnishment-Order.
           READ garnishment-order-file
              AT END MOVE "Y" TO garnishment-order-eof
           END-READ
           .

       Store-Deduction-Order.
           MOVE go-order-ref TO deduction-order-ref
           IF go-active AND dor-elec-arrears
              AND dor-account IS NUMERIC
              AND go-total > go-recovered
              AND deduction-count < 100
              ADD 1 TO deduction-count
              SET ded-idx TO deduction-count
              MOVE dor-account-no TO tab-ded-account(ded-idx)
              COMPUTE tab-ded-remaining(ded-idx) =
                    go-total - go-recovered
           END-IF
           PERFORM Read-Garnishment-Order
           .

       Load-Arrangements.
           MOVE ZERO TO arrangement-count
           OPEN INPUT arrangement-file
           .

       Chase-Arrears-Ladder.
           IF chase-balance > ZERO AND ar-arrears-periods > ZERO
              PERFORM Match-Ladder-Level
              IF matched-level NOT = ZERO
                 PERFORM Print-Dunning-Notice
           END-IF
           MOVE ar-arrears-periods TO np-periods
           WRITE dunning-notice-line FROM notice-periods-line
           MOVE chase-balance TO nm-amount-out
           WRITE dunning-notice-line FROM notice-amount-line
           WRITE dunning-notice-line FROM blank-line
           MOVE chase-balance TO amount-owed-out
           DISPLAY ar-account " " matched-label " OWES "
                   amount-owed-out
           .
           MOVE ec-name    TO tab-ec-name(customer-count)
           MOVE ec-address TO tab-ec-address(customer-count)
           MOVE ec-status  TO tab-ec-status(customer-count)
           MOVE ec-payment-type
              TO tab-ec-payment(customer-count)
           PERFORM Read-Elec-Customer
           .

       COPY DISPUTECK.
