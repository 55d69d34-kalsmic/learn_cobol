       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELEC-UNAPPLIED.
      * clearing screen for the unapplied-cash queue: shows each
      * collection-agent payment still waiting because the account
      * the customer quoted was unknown or closed, takes the right
      * account from the operator once the customer has been
      * traced, and posts the money to that account's AR balance
      * the way the payments run would have. the account named
      * must be on the customer master and not closed. applied
      * items are kept on the queue flagged A with the account the
      * money went to, so the trail from the agent's reference to
      * the ledger survives.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT unapplied-file ASSIGN TO "data/UNAPPLIED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS unapplied-status.
           SELECT elec-customer-file ASSIGN TO "data/ELECCUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS elec-customer-status.
           SELECT ar-balance-file ASSIGN TO "data/ARBALANCE.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ar-account
               FILE STATUS IS ar-balance-status.

       DATA DIVISION.
       FILE SECTION.
       FD  unapplied-file.
       01  unapplied-line       PIC X(46).

       FD  elec-customer-file.
       COPY ELECCUST.

       FD  ar-balance-file.
       COPY ARBALANCE.

       WORKING-STORAGE SECTION.
      * a work copy of the queued payment, unpacked from the table
       COPY UNAPPLIED.
       01  unapplied-status     PIC XX.
       01  unapplied-eof        PIC X VALUE "N".
       01  unapplied-table.
           03 ua-entry OCCURS 200 TIMES INDEXED BY ua-idx.
              05 tab-ua-record       PIC X(46).
       01  unapplied-count      PIC 999 VALUE ZERO.
       01  pending-count        PIC 999 VALUE ZERO.
       01  elec-customer-status PIC XX.
       01  elec-customer-eof    PIC X VALUE "N".
       01  elec-customer-table.
           03 customer-entry OCCURS 50 TIMES
                    INDEXED BY cust-idx.
              05 tab-ec-account  PIC 9(6).
              05 tab-ec-name     PIC X(20).
              05 tab-ec-status   PIC X.
       01  customer-count       PIC 99 VALUE ZERO.
       01  customer-found       PIC X.
       01  cust-found-idx       PIC 99 VALUE ZERO.
       01  ar-balance-status    PIC XX.
       01  ar-found             PIC X VALUE "N".
       01  target-account       PIC 9(6).
       01  applied-count        PIC 9(5) VALUE ZERO.
       01  kept-count           PIC 9(5) VALUE ZERO.
       01  amount-out           PIC $$$$,$$9.99.
       01  reason-out           PIC X(16).
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Elec-Unapplied.
           DISPLAY "UNAPPLIED CASH CLEARING"
           MOVE "ELEC-AR"        TO rl-lock-set
           MOVE "ELEC-UNAPPLIED" TO rl-program
           PERFORM Claim-Run-Lock
           IF NOT rl-granted
              GOBACK
           END-IF
           PERFORM Load-Unapplied-Queue
           IF pending-count = ZERO
              DISPLAY "NOTHING WAITING ON THE UNAPPLIED-CASH QUEUE"
           ELSE
              PERFORM Clear-The-Queue
           END-IF
           PERFORM Release-Run-Lock
           GOBACK.

       Clear-The-Queue.
           PERFORM Load-Elec-Customers
           PERFORM Open-Ar-Balance
           PERFORM Clear-One-Item
                    VARYING ua-idx FROM 1 BY 1
                    UNTIL ua-idx > unapplied-count
           CLOSE ar-balance-file
           PERFORM Rewrite-Unapplied-Queue
           DISPLAY "APPLIED: " applied-count
                   "  STILL QUEUED: " kept-count
           .

      * only still-pending items come up - rows already applied
      * ride through untouched.
       Clear-One-Item.
           MOVE tab-ua-record(ua-idx) TO unapplied-record
           IF ua-pending
              IF ua-closed
                 MOVE "ACCOUNT CLOSED" TO reason-out
              ELSE
                 MOVE "UNKNOWN ACCOUNT" TO reason-out
              END-IF
              MOVE ua-amount TO amount-out
              DISPLAY SPACE
              DISPLAY ua-agent " " ua-reference " ACC " ua-account
                      " " amount-out " DATED " ua-date
                      " " reason-out
              DISPLAY "Apply to account (0 to leave queued): "
                      WITH NO ADVANCING
              ACCEPT target-account
              IF target-account = ZERO
                 ADD 1 TO kept-count
              ELSE
                 PERFORM Check-Target-Account
              END-IF
           END-IF
           .

      * the money can only go to a live account the master knows
       Check-Target-Account.
           PERFORM Find-Elec-Customer
           EVALUATE TRUE
              WHEN customer-found NOT = "Y"
                 DISPLAY "ACCOUNT " target-account
                         " NOT ON CUSTOMER MASTER - LEFT QUEUED"
                 ADD 1 TO kept-count
              WHEN tab-ec-status(cust-found-idx) = "X"
                 DISPLAY "ACCOUNT " target-account
                         " IS CLOSED - LEFT QUEUED"
                 ADD 1 TO kept-count
              WHEN OTHER
                 PERFORM Apply-To-Account
           END-EVALUATE
           .

      * posted as the payments run posts a receipt: the balance
      * comes down, the payment stands as the last paid, and an
      * account brought clear stops climbing the arrears ladder.
       Apply-To-Account.
           PERFORM Find-Ar-Balance
           IF ar-found NOT = "Y"
              MOVE target-account TO ar-account
              MOVE ZERO           TO ar-balance
              MOVE ZERO           TO ar-last-paid
              MOVE ZERO           TO ar-arrears-periods
              WRITE ar-balance-record
           END-IF
           SUBTRACT ua-amount FROM ar-balance
           MOVE ua-amount TO ar-last-paid
           IF ar-balance NOT > ZERO
              MOVE ZERO TO ar-arrears-periods
           END-IF
           REWRITE ar-balance-record
           MOVE "A"            TO ua-disposition
           MOVE target-account TO ua-applied-account
           MOVE unapplied-record TO tab-ua-record(ua-idx)
           ADD 1 TO applied-count
           DISPLAY "APPLIED TO ACCOUNT " target-account " - "
                   tab-ec-name(cust-found-idx)
           .

       Find-Ar-Balance.
           MOVE "N" TO ar-found
           MOVE target-account TO ar-account
           READ ar-balance-file
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO ar-found
           END-READ
           .

       Open-Ar-Balance.
           OPEN I-O ar-balance-file
           IF ar-balance-status = "35"
              OPEN OUTPUT ar-balance-file
              CLOSE ar-balance-file
              OPEN I-O ar-balance-file
           END-IF
           .

       Load-Unapplied-Queue.
           OPEN INPUT unapplied-file
           IF unapplied-status = "00"
              PERFORM Read-Unapplied
              PERFORM Store-Unapplied UNTIL unapplied-eof = "Y"
              CLOSE unapplied-file
           END-IF
           .

       Read-Unapplied.
           READ unapplied-file INTO unapplied-record
              AT END MOVE "Y" TO unapplied-eof
           END-READ
           .

       Store-Unapplied.
           ADD 1 TO unapplied-count
           SET ua-idx TO unapplied-count
           MOVE unapplied-record TO tab-ua-record(ua-idx)
           IF ua-pending
              ADD 1 TO pending-count
           END-IF
           PERFORM Read-Unapplied
           .

      * every row goes back, applied ones included, carrying its
      * disposition and the account the money went to.
       Rewrite-Unapplied-Queue.
           OPEN OUTPUT unapplied-file
           PERFORM Write-One-Queued-Item
                    VARYING ua-idx FROM 1 BY 1
                    UNTIL ua-idx > unapplied-count
           CLOSE unapplied-file
           .

       Write-One-Queued-Item.
           WRITE unapplied-line FROM tab-ua-record(ua-idx)
           .

       Find-Elec-Customer.
           MOVE "N" TO customer-found
           PERFORM Check-One-Customer
                    VARYING cust-idx FROM 1 BY 1
                    UNTIL cust-idx > customer-count
                       OR customer-found = "Y"
           .

       Check-One-Customer.
           IF tab-ec-account(cust-idx) = target-account
              MOVE "Y" TO customer-found
              SET cust-found-idx TO cust-idx
           END-IF
           .

       Load-Elec-Customers.
           MOVE ZERO TO customer-count
           OPEN INPUT elec-customer-file
           IF elec-customer-status = "00"
              PERFORM Read-Elec-Customer
              PERFORM Store-Elec-Customer
                 UNTIL elec-customer-eof = "Y"
              CLOSE elec-customer-file
           END-IF
           .

       Read-Elec-Customer.
           READ elec-customer-file
              AT END MOVE "Y" TO elec-customer-eof
           END-READ
           .

       Store-Elec-Customer.
           ADD 1 TO customer-count
           SET cust-idx TO customer-count
           MOVE ec-account TO tab-ec-account(cust-idx)
           MOVE ec-name    TO tab-ec-name(cust-idx)
           MOVE ec-status  TO tab-ec-status(cust-idx)
           PERFORM Read-Elec-Customer
           .

       COPY RUNLOCKCK.
