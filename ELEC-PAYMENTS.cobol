      * file), receipts for unknown accounts go to a suspense
      * report instead of vanishing, and the run ends with a daily
      * cash-received summary whose control total the cashiers bank
      * against. a receipt larger than the balance owed leaves the
      * account in credit - a negative ar-balance that the next bill
      * uses up or the refund run pays back.
      * the collection agents' files (COLLAGENTS.DAT names each
      * bank and mobile-money agent and its file) are loaded in the
      * same run once BATCH-CONTROL-CHECK has proved their header
      * and trailer. a line quoting a live account on the customer
      * master posts like a keyed receipt; an unknown or closed
      * account goes to the unapplied-cash queue for ELEC-UNAPPLIED
      * to clear. each agent's file total is then reconciled to
      * what the agent remitted to our bank on the statement file.
      * direct-debit collections ELEC-DIRDEBIT has already taken
      * from customers' balance accounts (DDRECEIPTS.DAT) post the
      * same way, and the file is emptied once posted so a second
      * run the same day cannot post them again. arrears
      * instalments NET-PAY has deducted from an employee's pay
      * under an agreed deduction order (PAYRECEIPTS.DAT) are
      * posted and emptied the same way.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT receipt-file ASSIGN TO "data/RECEIPTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS receipt-status.
           SELECT dd-receipt-file ASSIGN TO "data/DDRECEIPTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS dd-receipt-status.
           SELECT pay-receipt-file ASSIGN TO "data/PAYRECEIPTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pay-receipt-status.
           SELECT ar-balance-file ASSIGN TO "data/ARBALANCE.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
                  "data/ARRANGEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS arrangement-status.
           SELECT elec-customer-file ASSIGN TO "data/ELECCUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS elec-customer-status.
           SELECT collection-agent-file ASSIGN TO
                  "data/COLLAGENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS collection-agent-status.
           SELECT collection-file ASSIGN USING collection-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS collection-status.
           SELECT unapplied-file ASSIGN TO "data/UNAPPLIED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS unapplied-status.
           SELECT bank-statement-file ASSIGN TO "data/BANKSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS bank-statement-status.
           SELECT remittance-report-file ASSIGN TO
                  "data/COLLRECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  receipt-file.
       COPY RECEIPT.

       FD  dd-receipt-file.
       COPY DDRCPT.

       FD  pay-receipt-file.
       COPY PAYRCPT.

       FD  ar-balance-file.
       COPY ARBALANCE.

       FD  arrangement-file.
       COPY ARRANGE.

       FD  elec-customer-file.
       COPY ELECCUST.

       FD  collection-agent-file.
       COPY COLLAGENT.

       FD  collection-file.
       01  collection-line      PIC X(80).
       COPY COLLECT.

       FD  unapplied-file.
       COPY UNAPPLIED.

       FD  bank-statement-file.
       COPY BANKSTMT.

       FD  remittance-report-file.
       01  remittance-report-line PIC X(80).

       WORKING-STORAGE SECTION.
       01  receipt-status       PIC XX.
       01  dd-receipt-status    PIC XX.
       01  dd-receipt-eof       PIC X VALUE "N".
       01  direct-debit-count   PIC 9(5) VALUE ZERO.
       01  total-direct-debit   PIC 9(8)V99 VALUE ZERO.
       01  pay-receipt-status   PIC XX.
       01  pay-receipt-eof      PIC X VALUE "N".
       01  pay-deduction-count  PIC 9(5) VALUE ZERO.
       01  total-pay-deduction  PIC 9(8)V99 VALUE ZERO.
       01  ar-balance-status    PIC XX.
       01  ar-found             PIC X VALUE "N".
      * the payment being posted, whether keyed at the counter or
      * taken off an agent's file
       01  payment-in-hand.
           03 pay-account       PIC 9(6).
           03 pay-amount        PIC 9(6)V99.
           03 pay-reference     PIC X(12).
      * accounts already paid once this run, so the first receipt
      * replaces last period's last-paid figure and any further
      * receipts the same day add to it
           03 nd-yyyy           PIC 9(4).
           03 nd-mm             PIC 99.
           03 nd-dd             PIC 99.
       01  run-date             PIC 9(8).
       01  elec-customer-status PIC XX.
       01  elec-customer-eof    PIC X VALUE "N".
       01  elec-customer-table.
           03 customer-entry OCCURS 50 TIMES
                    INDEXED BY cust-idx.
              05 tab-ec-account  PIC 9(6).
              05 tab-ec-status   PIC X.
       01  customer-count       PIC 99 VALUE ZERO.
       01  customer-found       PIC X.
       01  cust-found-idx       PIC 99 VALUE ZERO.
       01  collection-agent-status PIC XX.
       01  collection-agent-eof PIC X VALUE "N".
       01  collection-agent-table.
           03 agent-entry OCCURS 20 TIMES
                    INDEXED BY agent-idx.
              05 tab-ag-code         PIC X(4).
              05 tab-ag-name         PIC X(20).
              05 tab-ag-file-name    PIC X(30).
              05 tab-ag-file-id      PIC X(12).
              05 tab-ag-remit-ref    PIC X(16).
              05 tab-ag-last-loaded  PIC 9(8).
       01  agent-count          PIC 99 VALUE ZERO.
       01  collection-file-name PIC X(30).
       01  collection-status    PIC XX.
       01  collection-eof       PIC X VALUE "N".
       01  unapplied-status     PIC XX.
       01  unapplied-reason     PIC X.
       01  bank-statement-status PIC XX.
       01  bank-statement-eof   PIC X VALUE "N".
       COPY BCCHK.
       COPY RUNLOCKWS.
      * the agent file in hand - its business date off the header,
      * what its lines add up to, and what the agent paid in
       01  agent-business-date  PIC 9(8).
       01  agent-file-count     PIC 9(5).
       01  agent-file-total     PIC 9(8)V99.
       01  agent-remitted       PIC S9(8)V99.
       01  remit-difference     PIC S9(8)V99.
       01  collection-count     PIC 9(5) VALUE ZERO.
       01  total-collected      PIC 9(8)V99 VALUE ZERO.
       01  unapplied-count      PIC 9(5) VALUE ZERO.
       01  total-unapplied      PIC 9(8)V99 VALUE ZERO.
       01  remittance-heading   PIC X(44) VALUE
             "----- COLLECTION AGENT REMITTANCES -----".
       01  remittance-columns.
           03 FILLER            PIC X(26) VALUE
                 "AGENT DATE      FILE TOTAL".
           03 FILLER            PIC X(31) VALUE
                 "    REMITTED  DIFFERENCE RESULT".
       01  remittance-detail.
           03 rr-agent          PIC X(4).
           03 FILLER            PIC XX VALUE SPACES.
           03 rr-date           PIC 9(8).
           03 FILLER            PIC X VALUE SPACE.
           03 rr-file-total     PIC $$$$,$$9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 rr-remitted       PIC $$$$,$$9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 rr-difference     PIC +$$$,$$9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 rr-result         PIC X(16).

       PROCEDURE DIVISION.
       Elec-Payments.
           DISPLAY "PAYMENT RECEIPT POSTING RUN"
           MOVE "ELEC-AR"       TO rl-lock-set
           MOVE "ELEC-PAYMENTS" TO rl-program
           PERFORM Claim-Run-Lock
           IF NOT rl-granted
              GOBACK
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Arrangements
           PERFORM Load-Elec-Customers
           PERFORM Load-Collection-Agents
           PERFORM Open-Ar-Balance
           OPEN OUTPUT suspense-report-file
           OPEN INPUT receipt-file
           IF receipt-status = "00"
              PERFORM Read-Receipt
              PERFORM Post-One-Receipt UNTIL receipt-eof = "Y"
              CLOSE receipt-file
           END-IF
           PERFORM Post-Direct-Debits
           PERFORM Post-Pay-Deductions
           OPEN OUTPUT remittance-report-file
           WRITE remittance-report-line FROM remittance-heading
           WRITE remittance-report-line FROM remittance-columns
           PERFORM Load-Agent-File
                    VARYING agent-idx FROM 1 BY 1
                    UNTIL agent-idx > agent-count
           CLOSE remittance-report-file
           CLOSE suspense-report-file
           CLOSE ar-balance-file
           IF arrangements-changed = "Y"
              PERFORM Save-Arrangements
           END-IF
           PERFORM Save-Collection-Agents
           PERFORM Write-Cash-Summary
           PERFORM Release-Run-Lock
           GOBACK.

      * the AR master is indexed - each receipt's account is
       Post-One-Receipt.
           ADD 1 TO receipt-count
           ADD rcp-amount TO total-received
           MOVE rcp-account    TO pay-account
           MOVE rcp-amount     TO pay-amount
           MOVE rcp-receipt-no TO pay-reference
           PERFORM Find-Ar-Balance
           IF ar-found = "Y"
              PERFORM Apply-Receipt
           .

       Apply-Receipt.
           SUBTRACT pay-amount FROM ar-balance
           IF ar-balance NOT > ZERO
              MOVE ZERO TO ar-arrears-periods
           END-IF
           PERFORM Check-Paid-Today
           IF paid-today = "Y"
              ADD pay-amount TO ar-last-paid
           ELSE
              MOVE pay-amount TO ar-last-paid
              ADD 1 TO paid-count
              SET paid-idx TO paid-count
              MOVE pay-account TO tab-paid-account(paid-idx)
           END-IF
           REWRITE ar-balance-record
           PERFORM Mark-Arrangement-Kept
           ADD 1 TO posted-count
           ADD pay-amount TO total-posted
           IF ar-balance < ZERO
              COMPUTE balance-out = ZERO - ar-balance
              DISPLAY "RECEIPT " pay-reference " ACC " pay-account
                      " POSTED - IN CREDIT " balance-out
           ELSE
              MOVE ar-balance TO balance-out
              DISPLAY "RECEIPT " pay-reference " ACC " pay-account
                      " POSTED - BALANCE NOW " balance-out
           END-IF
           .

       Check-Paid-Today.
           .

       Match-One-Paid.
           IF tab-paid-account(paid-idx) = pay-account
              MOVE "Y" TO paid-today
           END-IF
           .
                   " UNKNOWN - TO SUSPENSE"
           .

      * the money has already left the customer's balance account,
      * so every collection posts - a customer with no AR row gets
      * one and the payment stands as a credit.
       Post-Direct-Debits.
           MOVE "N" TO dd-receipt-eof
           OPEN INPUT dd-receipt-file
           IF dd-receipt-status = "00"
              PERFORM Read-Direct-Debit
              PERFORM Post-One-Direct-Debit
                 UNTIL dd-receipt-eof = "Y"
              CLOSE dd-receipt-file
              OPEN OUTPUT dd-receipt-file
              CLOSE dd-receipt-file
           END-IF
           .

       Read-Direct-Debit.
           READ dd-receipt-file
              AT END MOVE "Y" TO dd-receipt-eof
           END-READ
           .

       Post-One-Direct-Debit.
           ADD 1 TO direct-debit-count
           ADD dr-amount TO total-direct-debit
           MOVE dr-account   TO pay-account
           MOVE dr-amount    TO pay-amount
           MOVE dr-reference TO pay-reference
           PERFORM Post-Collection
           PERFORM Read-Direct-Debit
           .

      * the instalment has already been taken from pay, so like a
      * direct debit every one posts.
       Post-Pay-Deductions.
           MOVE "N" TO pay-receipt-eof
           OPEN INPUT pay-receipt-file
           IF pay-receipt-status = "00"
              PERFORM Read-Pay-Deduction
              PERFORM Post-One-Pay-Deduction
                 UNTIL pay-receipt-eof = "Y"
              CLOSE pay-receipt-file
              OPEN OUTPUT pay-receipt-file
              CLOSE pay-receipt-file
           END-IF
           .

       Read-Pay-Deduction.
           READ pay-receipt-file
              AT END MOVE "Y" TO pay-receipt-eof
           END-READ
           .

       Post-One-Pay-Deduction.
           ADD 1 TO pay-deduction-count
           ADD py-amount TO total-pay-deduction
           MOVE py-account   TO pay-account
           MOVE py-amount    TO pay-amount
           MOVE py-reference TO pay-reference
           PERFORM Post-Collection
           PERFORM Read-Pay-Deduction
           .

      * each agent's file is proved before a line of it is read;
      * a refused file posts nothing and shows on the remittance
      * report so the agent can be asked to send it again.
       Load-Agent-File.
           MOVE tab-ag-file-name(agent-idx) TO bcc-file-name
           MOVE tab-ag-file-name(agent-idx) TO collection-file-name
           MOVE tab-ag-file-id(agent-idx)   TO bcc-file-id
           MOVE 15                          TO bcc-amount-offset
           MOVE 08                          TO bcc-amount-length
           MOVE "N"                         TO bcc-amount-signed
           MOVE run-date                    TO bcc-run-date
           CALL "BATCH-CONTROL-CHECK" USING batch-control-fields
           MOVE ZERO TO agent-file-count
           MOVE ZERO TO agent-file-total
           MOVE ZERO TO agent-remitted
           MOVE ZERO TO agent-business-date
           IF bcc-result NOT = "Y"
              DISPLAY tab-ag-name(agent-idx)
                      " FILE REFUSED - NOTHING POSTED"
              MOVE "FILE REFUSED" TO rr-result
              PERFORM Write-Remittance-Line
           ELSE
              PERFORM Post-Agent-File
           END-IF
           .

      * the header's business date is checked against the last
      * file posted for the agent - the same file delivered twice
      * is skipped rather than posted twice.
       Post-Agent-File.
           MOVE "N" TO collection-eof
           OPEN INPUT collection-file
           PERFORM Read-Collection
           MOVE collection-line(16:8) TO agent-business-date
           IF agent-business-date
                 NOT > tab-ag-last-loaded(agent-idx)
              DISPLAY tab-ag-name(agent-idx) " FILE FOR "
                      agent-business-date " ALREADY POSTED - SKIPPED"
           ELSE
              PERFORM Read-Collection
              PERFORM Post-One-Collection
                 UNTIL collection-eof = "Y"
              MOVE agent-business-date
                 TO tab-ag-last-loaded(agent-idx)
              PERFORM Reconcile-Remittance
           END-IF
           CLOSE collection-file
           .

       Read-Collection.
           READ collection-file
              AT END MOVE "Y" TO collection-eof
           END-READ
           .

       Post-One-Collection.
           IF collection-line(1:3) NOT = "TRL"
              PERFORM Apply-Collection
           END-IF
           PERFORM Read-Collection
           .

      * only a live account on the customer master takes the
      * money - anything else waits on the unapplied-cash queue
      * rather than landing on the wrong account.
       Apply-Collection.
           ADD 1 TO agent-file-count
           ADD cl-amount TO agent-file-total
           ADD 1 TO collection-count
           ADD cl-amount TO total-collected
           MOVE cl-account   TO pay-account
           MOVE cl-amount    TO pay-amount
           MOVE cl-reference TO pay-reference
           PERFORM Find-Elec-Customer
           EVALUATE TRUE
              WHEN customer-found NOT = "Y"
                 MOVE "U" TO unapplied-reason
                 PERFORM Queue-Unapplied
              WHEN tab-ec-status(cust-found-idx) = "X"
                 MOVE "C" TO unapplied-reason
                 PERFORM Queue-Unapplied
              WHEN OTHER
                 PERFORM Post-Collection
           END-EVALUATE
           .

      * a customer on the master with no AR row yet gets one, so
      * the payment stands as a credit against the first bill.
       Post-Collection.
           PERFORM Find-Ar-Balance
           IF ar-found NOT = "Y"
              MOVE pay-account TO ar-account
              MOVE ZERO        TO ar-balance
              MOVE ZERO        TO ar-last-paid
              MOVE ZERO        TO ar-arrears-periods
              WRITE ar-balance-record
           END-IF
           PERFORM Apply-Receipt
           .

       Queue-Unapplied.
           ADD 1 TO unapplied-count
           ADD pay-amount TO total-unapplied
           MOVE tab-ag-code(agent-idx) TO ua-agent
           MOVE pay-reference          TO ua-reference
           MOVE pay-account            TO ua-account
           MOVE cl-date                TO ua-date
           MOVE pay-amount             TO ua-amount
           MOVE unapplied-reason       TO ua-reason
           MOVE "P"                    TO ua-disposition
           MOVE ZERO                   TO ua-applied-account
           OPEN EXTEND unapplied-file
           IF unapplied-status = "35"
              OPEN OUTPUT unapplied-file
           END-IF
           WRITE unapplied-record
           CLOSE unapplied-file
           IF unapplied-reason = "C"
              DISPLAY "RECEIPT " pay-reference " ACC " pay-account
                      " CLOSED - TO UNAPPLIED CASH"
           ELSE
              DISPLAY "RECEIPT " pay-reference " ACC " pay-account
                      " UNKNOWN - TO UNAPPLIED CASH"
           END-IF
           .

      * the agent remits each day's takings under its own
      * reference; the statement credits carrying that reference
      * on the file's business date should add up to the file.
       Reconcile-Remittance.
           MOVE "N" TO bank-statement-eof
           OPEN INPUT bank-statement-file
           IF bank-statement-status = "00"
              PERFORM Read-Bank-Statement
              PERFORM Add-One-Remittance
                 UNTIL bank-statement-eof = "Y"
              CLOSE bank-statement-file
           END-IF
           COMPUTE remit-difference = agent-remitted
                                    - agent-file-total
           EVALUATE TRUE
              WHEN agent-remitted = ZERO
                 MOVE "NOT YET REMITTED" TO rr-result
              WHEN remit-difference = ZERO
                 MOVE "AGREED"           TO rr-result
              WHEN remit-difference < ZERO
                 MOVE "SHORT REMITTED"   TO rr-result
              WHEN OTHER
                 MOVE "OVER REMITTED"    TO rr-result
           END-EVALUATE
           PERFORM Write-Remittance-Line
           .

       Read-Bank-Statement.
           READ bank-statement-file
              AT END MOVE "Y" TO bank-statement-eof
           END-READ
           .

       Add-One-Remittance.
           IF bs-reference = tab-ag-remit-ref(agent-idx)
              AND bs-date = agent-business-date
              AND bs-amount > ZERO
              ADD bs-amount TO agent-remitted
           END-IF
           PERFORM Read-Bank-Statement
           .

       Write-Remittance-Line.
           COMPUTE remit-difference = agent-remitted
                                    - agent-file-total
           MOVE tab-ag-code(agent-idx) TO rr-agent
           MOVE agent-business-date    TO rr-date
           MOVE agent-file-total       TO rr-file-total
           MOVE agent-remitted         TO rr-remitted
           MOVE remit-difference       TO rr-difference
           WRITE remittance-report-line FROM remittance-detail
           DISPLAY remittance-detail
           .

       Write-Cash-Summary.
           OPEN OUTPUT cash-summary-file
           WRITE cash-summary-line FROM summary-heading
           MOVE total-suspense       TO sm-amount-out
           WRITE cash-summary-line FROM summary-detail
           DISPLAY summary-detail
           MOVE "AGENT COLLECTIONS"   TO sm-label
           MOVE collection-count     TO sm-count
           MOVE total-collected      TO sm-amount-out
           WRITE cash-summary-line FROM summary-detail
           DISPLAY summary-detail
           MOVE "DIRECT DEBITS"       TO sm-label
           MOVE direct-debit-count   TO sm-count
           MOVE total-direct-debit   TO sm-amount-out
           WRITE cash-summary-line FROM summary-detail
           DISPLAY summary-detail
           MOVE "PAY DEDUCTIONS"      TO sm-label
           MOVE pay-deduction-count  TO sm-count
           MOVE total-pay-deduction  TO sm-amount-out
           WRITE cash-summary-line FROM summary-detail
           DISPLAY summary-detail
           MOVE "TO UNAPPLIED CASH"   TO sm-label
           MOVE unapplied-count      TO sm-count
           MOVE total-unapplied      TO sm-amount-out
           WRITE cash-summary-line FROM summary-detail
           DISPLAY summary-detail
           CLOSE cash-summary-file
           DISPLAY "BANK AGAINST THE RECEIPTS-KEYED CONTROL TOTAL"
           .
           IF arrangement-found = "Y"
              SET arr-idx TO arrangement-idx
              IF tab-arr-status(arr-idx) NOT = "S"
                 AND pay-amount >= tab-arr-instalment(arr-idx)
                 ADD 1 TO tab-arr-kept(arr-idx)
                 MOVE "K" TO tab-arr-status(arr-idx)
                 PERFORM Roll-Next-Due-Forward
                 MOVE "Y" TO arrangements-changed
                 DISPLAY "ACCOUNT " pay-account
                         " ARRANGEMENT INSTALMENT KEPT - NEXT "
                         "DUE " tab-arr-next-due(arr-idx)
              END-IF
              IF ar-balance <= ZERO
                 MOVE "S" TO tab-arr-status(arr-idx)
                 MOVE "Y" TO arrangements-changed
                 DISPLAY "ACCOUNT " pay-account
                         " ARREARS CLEARED - ARRANGEMENT SETTLED"
              END-IF
           END-IF
           .

       Check-One-Arrangement.
           IF tab-arr-account(arr-idx) = pay-account
              MOVE "Y" TO arrangement-found
              SET arrangement-idx TO arr-idx
           END-IF

       Find-Ar-Balance.
           MOVE "N" TO ar-found
           MOVE pay-account TO ar-account
           READ ar-balance-file
              INVALID KEY
                 CONTINUE
                 MOVE "Y" TO ar-found
           END-READ
           .

       Find-Elec-Customer.
           MOVE "N" TO customer-found
           PERFORM Check-One-Customer
                    VARYING cust-idx FROM 1 BY 1
                    UNTIL cust-idx > customer-count
                       OR customer-found = "Y"
           .

       Check-One-Customer.
           IF tab-ec-account(cust-idx) = pay-account
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
           MOVE ec-status  TO tab-ec-status(cust-idx)
           PERFORM Read-Elec-Customer
           .

       Load-Collection-Agents.
           MOVE ZERO TO agent-count
           OPEN INPUT collection-agent-file
           IF collection-agent-status = "00"
              PERFORM Read-Collection-Agent
              PERFORM Store-Collection-Agent
                 UNTIL collection-agent-eof = "Y"
              CLOSE collection-agent-file
           END-IF
           .

       Read-Collection-Agent.
           READ collection-agent-file
              AT END MOVE "Y" TO collection-agent-eof
           END-READ
           .

       Store-Collection-Agent.
           ADD 1 TO agent-count
           SET agent-idx TO agent-count
           MOVE ag-code        TO tab-ag-code(agent-idx)
           MOVE ag-name        TO tab-ag-name(agent-idx)
           MOVE ag-file-name   TO tab-ag-file-name(agent-idx)
           MOVE ag-file-id     TO tab-ag-file-id(agent-idx)
           MOVE ag-remit-ref   TO tab-ag-remit-ref(agent-idx)
           MOVE ag-last-loaded TO tab-ag-last-loaded(agent-idx)
           PERFORM Read-Collection-Agent
           .

      * the agents come back with the business date of the file
      * just posted, which is what stops it being posted again.
       Save-Collection-Agents.
           IF agent-count > ZERO
              OPEN OUTPUT collection-agent-file
              PERFORM Write-Collection-Agent
                       VARYING agent-idx FROM 1 BY 1
                       UNTIL agent-idx > agent-count
              CLOSE collection-agent-file
           END-IF
           .

       Write-Collection-Agent.
           MOVE tab-ag-code(agent-idx)        TO ag-code
           MOVE tab-ag-name(agent-idx)        TO ag-name
           MOVE tab-ag-file-name(agent-idx)   TO ag-file-name
           MOVE tab-ag-file-id(agent-idx)     TO ag-file-id
           MOVE tab-ag-remit-ref(agent-idx)   TO ag-remit-ref
           MOVE tab-ag-last-loaded(agent-idx) TO ag-last-loaded
           WRITE collection-agent-record
           .

       COPY RUNLOCKCK.
