       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNTS-PAYABLE.
      * the payables ledger: a supplier's invoice is captured
      * against the goods-received note it bills and matched three
      * ways - the quantities the note took in, at the price the
      * purchase order was placed at, against the amount invoiced.
      * within the tolerance on APMATCHTOL it is open for payment;
      * outside it the invoice is held until the buyer releases it.
      * the weekly payment run pays every open invoice falling due
      * before the next run, one credit per supplier on the bank
      * file with a remittance advice listing the invoices it
      * settles, and feeds GL-POST. the aging report shows what is
      * owed and how late.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT supplier-file ASSIGN TO "data/SUPPLIERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS supplier-status.
           SELECT grn-line-file ASSIGN TO "data/GRNLINES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS grn-line-status.
           SELECT ap-invoice-file ASSIGN TO "data/APINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ap-invoice-status.
           SELECT match-tolerance-file ASSIGN TO
                  "data/APMATCHTOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS match-tolerance-status.
           SELECT ap-payment-file ASSIGN TO "data/APPAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT remittance-file ASSIGN TO "data/REMIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT aging-report-file ASSIGN TO "data/APAGING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT gl-feed-file ASSIGN TO "data/GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-feed-status.

       DATA DIVISION.
       FILE SECTION.
       FD  supplier-file.
       COPY SUPPLIER.

       FD  grn-line-file.
       COPY GRNLINE.

       FD  ap-invoice-file.
       COPY APINV.

       FD  match-tolerance-file.
       01  match-tolerance-record.
           03 mt-tolerance      PIC 999V99.

       FD  ap-payment-file.
       COPY APPAYMT.

       FD  remittance-file.
       01  remittance-line      PIC X(70).

       FD  aging-report-file.
       01  aging-report-line    PIC X(100).

       FD  gl-feed-file.
       COPY GLFEED.

       WORKING-STORAGE SECTION.
       01  supplier-status      PIC XX.
       01  supplier-eof         PIC X VALUE "N".
       01  grn-line-status      PIC XX.
       01  grn-line-eof         PIC X VALUE "N".
       01  ap-invoice-status    PIC XX.
       01  ap-invoice-eof       PIC X VALUE "N".
       01  match-tolerance-status PIC XX.
       01  gl-feed-status       PIC XX.
       01  supplier-table.
           03 sup-entry OCCURS 50 TIMES INDEXED BY sup-idx.
              05 tab-su-code     PIC 9(4).
              05 tab-su-name     PIC X(20).
              05 tab-su-terms    PIC 999.
              05 tab-su-bank     PIC 9(4).
              05 tab-su-branch   PIC 9(4).
              05 tab-su-account  PIC 9(10).
       01  supplier-count       PIC 99 VALUE ZERO.
       01  supplier-found       PIC X.
       01  supplier-idx         PIC 99 VALUE ZERO.
       01  grn-line-table.
           03 grl-entry OCCURS 500 TIMES INDEXED BY grl-idx.
              05 tab-gr-record   PIC X(55).
       01  grn-line-count       PIC 999 VALUE ZERO.
       01  invoice-table.
           03 inv-entry OCCURS 500 TIMES INDEXED BY inv-idx.
              05 tab-ai-supplier PIC 9(4).
              05 tab-ai-invoice  PIC X(12).
              05 tab-ai-date     PIC 9(8).
              05 tab-ai-due      PIC 9(8).
              05 tab-ai-grn      PIC 9(6).
              05 tab-ai-amount   PIC 9(7)V99.
              05 tab-ai-matched  PIC 9(7)V99.
              05 tab-ai-status   PIC X.
              05 tab-ai-paid     PIC 9(8).
       01  invoice-count        PIC 999 VALUE ZERO.
       01  invoice-found        PIC X.
       01  invoice-idx          PIC 999 VALUE ZERO.
       01  match-tolerance      PIC 999V99 VALUE 1.00.
       01  menu-action          PIC X.
           88 action-invoice    VALUE "I" "i".
           88 action-release    VALUE "R" "r".
           88 action-ledger     VALUE "L" "l".
           88 action-pay        VALUE "P" "p".
           88 action-aging      VALUE "A" "a".
           88 action-exit       VALUE "X" "x".
       01  work-invoice.
           03 wk-supplier       PIC 9(4).
           03 wk-invoice-no     PIC X(12).
           03 wk-invoice-date   PIC 9(8).
           03 wk-grn            PIC 9(6).
           03 wk-amount         PIC 9(7)V99.
           03 wk-confirm        PIC X.
       01  grn-lines-found      PIC 999.
       01  grn-other-supplier   PIC X.
       01  grn-billed-on        PIC X(12).
       01  grn-matched-value    PIC 9(7)V99.
       01  grn-delivered-value  PIC 9(7)V99.
       01  match-difference     PIC S9(7)V99.
       01  run-date             PIC 9(8).
       01  date-work            PIC 9(8).
       01  date-parts REDEFINES date-work.
           03 dw-yyyy           PIC 9(4).
           03 dw-mm             PIC 99.
           03 dw-dd             PIC 99.
       01  day-number           PIC 9(7).
       01  today-day-number     PIC 9(7).
       01  cutoff-day-number    PIC 9(7).
       01  days-overdue         PIC S9(7).
       01  payment-due-date     PIC 9(8).
       01  supplier-payment     PIC 9(8)V99.
       01  run-total            PIC 9(8)V99 VALUE ZERO.
       01  run-invoices         PIC 9(5) VALUE ZERO.
       01  run-suppliers        PIC 9(5) VALUE ZERO.
       01  unpaid-suppliers     PIC 9(5) VALUE ZERO.
       01  supplier-owed        PIC 9(8)V99.
       01  amount-out           PIC Z,ZZZ,ZZ9.99.
       01  difference-out       PIC -,---,--9.99.
       01  ledger-line.
           03 ll-invoice        PIC X(12).
           03 FILLER            PIC X VALUE SPACE.
           03 ll-date           PIC 9(8).
           03 FILLER            PIC X(5) VALUE " DUE ".
           03 ll-due            PIC 9(8).
           03 FILLER            PIC X(5) VALUE " GRN ".
           03 ll-grn            PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 ll-amount         PIC Z,ZZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 ll-status         PIC X(4).
           03 FILLER            PIC X VALUE SPACE.
           03 ll-paid           PIC 9(8).
       01  remit-heading.
           03 FILLER            PIC X(27) VALUE
                 "----- REMITTANCE ADVICE -- ".
           03 rh-date           PIC 9(8).
           03 FILLER            PIC X(6) VALUE " -----".
       01  remit-supplier-line.
           03 FILLER            PIC X(6) VALUE "TO   :".
           03 FILLER            PIC X VALUE SPACE.
           03 rs-code           PIC 9(4).
           03 FILLER            PIC X VALUE SPACE.
           03 rs-name           PIC X(20).
       01  remit-bank-line.
           03 FILLER            PIC X(15) VALUE "CREDITED TO  : ".
           03 rb-bank           PIC 9(4).
           03 FILLER            PIC X VALUE "-".
           03 rb-branch         PIC 9(4).
           03 FILLER            PIC X VALUE "-".
           03 rb-account        PIC 9(10).
       01  remit-columns.
           03 FILLER            PIC X(44) VALUE
                 "INVOICE      DATED    GRN".
           03 FILLER            PIC X(12) VALUE "      AMOUNT".
       01  remit-detail.
           03 rd-invoice        PIC X(12).
           03 FILLER            PIC X VALUE SPACE.
           03 rd-date           PIC 9(8).
           03 FILLER            PIC X VALUE SPACE.
           03 rd-grn            PIC 9(6).
           03 FILLER            PIC X(16) VALUE SPACES.
           03 rd-amount         PIC Z,ZZZ,ZZ9.99.
       01  remit-total-line.
           03 FILLER            PIC X(44) VALUE "TOTAL PAID".
           03 rt-amount         PIC Z,ZZZ,ZZ9.99.
       01  aging-heading.
           03 FILLER            PIC X(26) VALUE
                 "----- AGED PAYABLES AS AT ".
           03 ah-date           PIC 9(8).
           03 FILLER            PIC X(6) VALUE " -----".
       01  aging-columns.
           03 FILLER            PIC X(25) VALUE "SUPP NAME".
           03 FILLER            PIC X(12) VALUE "     NOT DUE".
           03 FILLER            PIC X(12) VALUE "  1-30 LATE".
           03 FILLER            PIC X(12) VALUE " 31-60 LATE".
           03 FILLER            PIC X(12) VALUE " 61-90 LATE".
           03 FILLER            PIC X(12) VALUE "     OVER 90".
           03 FILLER            PIC X(12) VALUE "       TOTAL".
       01  aging-buckets.
           03 ab-bucket OCCURS 6 TIMES PIC 9(8)V99.
       01  aging-totals.
           03 at-bucket OCCURS 6 TIMES PIC 9(8)V99.
       01  bucket-idx           PIC 9.
       01  aging-detail.
           03 ad-code           PIC 9(4).
           03 FILLER            PIC X VALUE SPACE.
           03 ad-name           PIC X(20).
           03 ad-bucket OCCURS 6 TIMES.
              05 FILLER         PIC X.
              05 ad-amount      PIC ZZZZ,ZZ9.99.
       01  held-count           PIC 9(5).
       01  blank-line           PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       Accounts-Payable.
           DISPLAY "ACCOUNTS PAYABLE"
           ACCEPT run-date FROM DATE YYYYMMDD
           MOVE run-date TO date-work
           PERFORM Flatten-To-Days
           MOVE day-number TO today-day-number
           PERFORM Load-Suppliers
           IF supplier-count = ZERO
              DISPLAY "NO SUPPLIERS ON FILE"
              GOBACK
           END-IF
           PERFORM Load-Match-Tolerance
           PERFORM Load-Grn-Lines
           PERFORM Load-Invoices
           PERFORM Payables-One-Action WITH TEST AFTER
                    UNTIL action-exit
           GOBACK.

       Payables-One-Action.
           DISPLAY SPACE
           DISPLAY "Invoice, Release held, Ledger, Payment run, "
                   "Aging or eXit? (I/R/L/P/A/X): " WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-invoice PERFORM Capture-Invoice
              WHEN action-release PERFORM Release-Invoice
              WHEN action-ledger  PERFORM Supplier-Ledger
              WHEN action-pay     PERFORM Payment-Run
              WHEN action-aging   PERFORM Aging-Report
              WHEN action-exit    CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER I, R, L, P, A OR X"
           END-EVALUATE
           .

      * the invoice must bill a note from the same supplier that
      * no other invoice has billed.
       Capture-Invoice.
           DISPLAY "SUPPLIER CODE: " WITH NO ADVANCING
           ACCEPT wk-supplier
           PERFORM Find-Supplier
           IF supplier-found NOT = "Y"
              DISPLAY "SUPPLIER " wk-supplier " NOT ON MASTER"
           ELSE
              DISPLAY "INVOICE NUMBER: " WITH NO ADVANCING
              ACCEPT wk-invoice-no
              PERFORM Find-Invoice
              EVALUATE TRUE
                 WHEN invoice-found = "Y" OR wk-invoice-no = SPACES
                    DISPLAY "INVOICE " wk-invoice-no
                            " ALREADY ON THE LEDGER FOR THIS "
                            "SUPPLIER"
                 WHEN invoice-count = 500
                    DISPLAY "INVOICE FILE FULL - INVOICE NOT "
                            "CAPTURED"
                 WHEN OTHER
                    PERFORM Key-Invoice-Grn
              END-EVALUATE
           END-IF
           .

       Key-Invoice-Grn.
           DISPLAY "GOODS-RECEIVED NOTE NUMBER: " WITH NO ADVANCING
           ACCEPT wk-grn
           PERFORM Gather-Grn-Lines
           EVALUATE TRUE
              WHEN grn-lines-found = ZERO
                 DISPLAY "NO GOODS-RECEIVED NOTE " wk-grn
              WHEN grn-other-supplier = "Y"
                 DISPLAY "NOTE " wk-grn
                         " IS FOR ANOTHER SUPPLIER'S DELIVERY"
              WHEN grn-billed-on NOT = SPACES
                 DISPLAY "NOTE " wk-grn " ALREADY BILLED ON INVOICE "
                         grn-billed-on
              WHEN OTHER
                 PERFORM Key-Invoice-Amount
           END-EVALUATE
           .

       Key-Invoice-Amount.
           MOVE grn-matched-value TO amount-out
           DISPLAY "NOTE " wk-grn " - " grn-lines-found
                   " LINES, AT ORDER PRICES " amount-out
           IF grn-delivered-value NOT = grn-matched-value
              MOVE grn-delivered-value TO amount-out
              DISPLAY "  (AT THE COST KEYED ON DELIVERY "
                      amount-out ")"
           END-IF
           DISPLAY "INVOICE DATE (ZERO FOR TODAY): "
                   WITH NO ADVANCING
           ACCEPT wk-invoice-date
           IF wk-invoice-date = ZERO
              MOVE run-date TO wk-invoice-date
           END-IF
           DISPLAY "INVOICE AMOUNT: " WITH NO ADVANCING
           ACCEPT wk-amount
           IF wk-amount = ZERO
              DISPLAY "NO AMOUNT - INVOICE NOT CAPTURED"
           ELSE
              PERFORM Add-Invoice
           END-IF
           .

      * the note's quantities at the order price are what the
      * invoice should come to; a difference beyond the tolerance
      * holds it.
       Add-Invoice.
           SET sup-idx TO supplier-idx
           MOVE wk-invoice-date TO date-work
           PERFORM Flatten-To-Days
           ADD tab-su-terms(sup-idx) TO day-number
           PERFORM Unflatten-Day-Number
           MOVE date-work TO payment-due-date
           ADD 1 TO invoice-count
           SET inv-idx TO invoice-count
           MOVE wk-supplier       TO tab-ai-supplier(inv-idx)
           MOVE wk-invoice-no     TO tab-ai-invoice(inv-idx)
           MOVE wk-invoice-date   TO tab-ai-date(inv-idx)
           MOVE payment-due-date  TO tab-ai-due(inv-idx)
           MOVE wk-grn            TO tab-ai-grn(inv-idx)
           MOVE wk-amount         TO tab-ai-amount(inv-idx)
           MOVE grn-matched-value TO tab-ai-matched(inv-idx)
           MOVE ZERO              TO tab-ai-paid(inv-idx)
           COMPUTE match-difference = wk-amount - grn-matched-value
           IF match-difference > match-tolerance
              OR match-difference < ZERO - match-tolerance
              MOVE "H" TO tab-ai-status(inv-idx)
              MOVE match-difference TO difference-out
              DISPLAY "INVOICE DIFFERS FROM ORDER AND DELIVERY BY "
                      difference-out " - HELD"
           ELSE
              MOVE "O" TO tab-ai-status(inv-idx)
              DISPLAY "INVOICE MATCHED - DUE " payment-due-date
           END-IF
           PERFORM Mark-Grn-Billed
                    VARYING grl-idx FROM 1 BY 1
                    UNTIL grl-idx > grn-line-count
           PERFORM Save-Grn-Lines
           PERFORM Save-Invoices
           MOVE "AP-INVOICE"  TO gf-source
           MOVE "PURCHASES"   TO gf-total-type
           MOVE wk-amount     TO gf-amount
           PERFORM Write-Gl-Feed
           .

       Gather-Grn-Lines.
           MOVE ZERO TO grn-lines-found
           MOVE ZERO TO grn-matched-value
           MOVE ZERO TO grn-delivered-value
           MOVE "N" TO grn-other-supplier
           MOVE SPACES TO grn-billed-on
           PERFORM Gather-One-Grn-Line
                    VARYING grl-idx FROM 1 BY 1
                    UNTIL grl-idx > grn-line-count
           .

       Gather-One-Grn-Line.
           MOVE tab-gr-record(grl-idx) TO grn-line-record
           IF gr-grn-number = wk-grn
              ADD 1 TO grn-lines-found
              IF gr-supplier NOT = wk-supplier
                 MOVE "Y" TO grn-other-supplier
              END-IF
              IF gr-invoice-no NOT = SPACES
                 MOVE gr-invoice-no TO grn-billed-on
              END-IF
              COMPUTE grn-matched-value = grn-matched-value
                    + gr-quantity * gr-order-cost
              COMPUTE grn-delivered-value = grn-delivered-value
                    + gr-quantity * gr-cost
           END-IF
           .

       Mark-Grn-Billed.
           MOVE tab-gr-record(grl-idx) TO grn-line-record
           IF gr-grn-number = wk-grn
              MOVE wk-invoice-no TO gr-invoice-no
              MOVE grn-line-record TO tab-gr-record(grl-idx)
           END-IF
           .

      * the buyer has taken the difference up with the supplier
      * and accepts the invoice as billed.
       Release-Invoice.
           DISPLAY "SUPPLIER CODE: " WITH NO ADVANCING
           ACCEPT wk-supplier
           DISPLAY "INVOICE NUMBER: " WITH NO ADVANCING
           ACCEPT wk-invoice-no
           PERFORM Find-Invoice
           IF invoice-found NOT = "Y"
              DISPLAY "NO INVOICE " wk-invoice-no
                      " FOR SUPPLIER " wk-supplier
           ELSE
              SET inv-idx TO invoice-idx
              IF tab-ai-status(inv-idx) NOT = "H"
                 DISPLAY "INVOICE " wk-invoice-no " IS NOT HELD"
              ELSE
                 COMPUTE match-difference = tab-ai-amount(inv-idx)
                       - tab-ai-matched(inv-idx)
                 MOVE match-difference TO difference-out
                 DISPLAY "DIFFERENCE " difference-out
                         " - RELEASE FOR PAYMENT (Y/N): "
                         WITH NO ADVANCING
                 ACCEPT wk-confirm
                 IF wk-confirm = "Y" OR wk-confirm = "y"
                    MOVE "O" TO tab-ai-status(inv-idx)
                    PERFORM Save-Invoices
                    DISPLAY "INVOICE " wk-invoice-no " RELEASED"
                 END-IF
              END-IF
           END-IF
           .

       Supplier-Ledger.
           DISPLAY "SUPPLIER CODE: " WITH NO ADVANCING
           ACCEPT wk-supplier
           PERFORM Find-Supplier
           IF supplier-found NOT = "Y"
              DISPLAY "SUPPLIER " wk-supplier " NOT ON MASTER"
           ELSE
              SET sup-idx TO supplier-idx
              DISPLAY "LEDGER FOR " wk-supplier " "
                      tab-su-name(sup-idx)
              MOVE ZERO TO supplier-owed
              PERFORM Ledger-One-Invoice
                       VARYING inv-idx FROM 1 BY 1
                       UNTIL inv-idx > invoice-count
              MOVE supplier-owed TO amount-out
              DISPLAY "OWED TO SUPPLIER " amount-out
           END-IF
           .

       Ledger-One-Invoice.
           IF tab-ai-supplier(inv-idx) = wk-supplier
              MOVE tab-ai-invoice(inv-idx) TO ll-invoice
              MOVE tab-ai-date(inv-idx)    TO ll-date
              MOVE tab-ai-due(inv-idx)     TO ll-due
              MOVE tab-ai-grn(inv-idx)     TO ll-grn
              MOVE tab-ai-amount(inv-idx)  TO ll-amount
              MOVE tab-ai-paid(inv-idx)    TO ll-paid
              EVALUATE tab-ai-status(inv-idx)
                 WHEN "O"
                    MOVE "OPEN" TO ll-status
                    ADD tab-ai-amount(inv-idx) TO supplier-owed
                 WHEN "H"
                    MOVE "HELD" TO ll-status
                    ADD tab-ai-amount(inv-idx) TO supplier-owed
                 WHEN OTHER
                    MOVE "PAID" TO ll-status
              END-EVALUATE
              DISPLAY ledger-line
           END-IF
           .

      * everything open and due before next week's run is paid
      * now, one credit per supplier. a supplier with no bank
      * details is left unpaid and named.
       Payment-Run.
           COMPUTE cutoff-day-number = today-day-number + 7
           MOVE ZERO TO run-total
           MOVE ZERO TO run-invoices
           MOVE ZERO TO run-suppliers
           MOVE ZERO TO unpaid-suppliers
           PERFORM Total-Run-Invoice
                    VARYING inv-idx FROM 1 BY 1
                    UNTIL inv-idx > invoice-count
           IF run-invoices = ZERO
              DISPLAY "NO OPEN INVOICES DUE BY NEXT WEEK'S RUN"
           ELSE
              MOVE run-total TO amount-out
              DISPLAY run-invoices " INVOICES DUE, TOTAL "
                      amount-out
              DISPLAY "RUN THE PAYMENTS (Y/N): " WITH NO ADVANCING
              ACCEPT wk-confirm
              IF wk-confirm = "Y" OR wk-confirm = "y"
                 PERFORM Pay-Due-Invoices
              ELSE
                 DISPLAY "PAYMENT RUN ABANDONED"
              END-IF
           END-IF
           .

       Total-Run-Invoice.
           IF tab-ai-status(inv-idx) = "O"
              MOVE tab-ai-due(inv-idx) TO date-work
              PERFORM Flatten-To-Days
              IF day-number NOT > cutoff-day-number
                 ADD 1 TO run-invoices
                 ADD tab-ai-amount(inv-idx) TO run-total
              END-IF
           END-IF
           .

       Pay-Due-Invoices.
           MOVE ZERO TO run-total
           MOVE ZERO TO run-invoices
           OPEN OUTPUT ap-payment-file
           OPEN OUTPUT remittance-file
           PERFORM Pay-One-Supplier
                    VARYING sup-idx FROM 1 BY 1
                    UNTIL sup-idx > supplier-count
           MOVE "T"           TO apt-record-type
           MOVE run-suppliers TO apt-record-count
           MOVE run-total     TO apt-total-amount
           WRITE ap-payment-trailer
           CLOSE ap-payment-file
           CLOSE remittance-file
           IF run-total > ZERO
              PERFORM Save-Invoices
              MOVE "AP-PAYMENT"  TO gf-source
              MOVE "PAID"        TO gf-total-type
              MOVE run-total     TO gf-amount
              PERFORM Write-Gl-Feed
           END-IF
           MOVE run-total TO amount-out
           DISPLAY "SUPPLIERS PAID : " run-suppliers
           DISPLAY "INVOICES PAID  : " run-invoices
           DISPLAY "TOTAL PAID     : " amount-out
           IF unpaid-suppliers > ZERO
              DISPLAY "SUPPLIERS LEFT UNPAID FOR WANT OF BANK "
                      "DETAILS: " unpaid-suppliers
           END-IF
           DISPLAY "PAYMENT FILE WRITTEN TO data/APPAYMENTS.DAT"
           DISPLAY "REMITTANCES WRITTEN TO data/REMIT.RPT"
           .

       Pay-One-Supplier.
           MOVE tab-su-code(sup-idx) TO wk-supplier
           MOVE ZERO TO supplier-payment
           PERFORM Total-Supplier-Invoice
                    VARYING inv-idx FROM 1 BY 1
                    UNTIL inv-idx > invoice-count
           IF supplier-payment > ZERO
              IF tab-su-account(sup-idx) = ZERO
                 ADD 1 TO unpaid-suppliers
                 DISPLAY "NO BANK DETAILS FOR " wk-supplier " "
                         tab-su-name(sup-idx) " - NOT PAID"
              ELSE
                 PERFORM Write-Supplier-Payment
              END-IF
           END-IF
           .

       Total-Supplier-Invoice.
           IF tab-ai-supplier(inv-idx) = wk-supplier
              AND tab-ai-status(inv-idx) = "O"
              MOVE tab-ai-due(inv-idx) TO date-work
              PERFORM Flatten-To-Days
              IF day-number NOT > cutoff-day-number
                 ADD tab-ai-amount(inv-idx) TO supplier-payment
              END-IF
           END-IF
           .

       Write-Supplier-Payment.
           ADD 1 TO run-suppliers
           ADD supplier-payment TO run-total
           MOVE "D"                     TO apd-record-type
           MOVE wk-supplier             TO apd-supplier
           MOVE tab-su-name(sup-idx)    TO apd-supplier-name
           MOVE supplier-payment        TO apd-amount
           MOVE tab-su-bank(sup-idx)    TO apd-bank-code
           MOVE tab-su-branch(sup-idx)  TO apd-branch-code
           MOVE tab-su-account(sup-idx) TO apd-account-no
           WRITE ap-payment-detail
           MOVE run-date TO rh-date
           WRITE remittance-line FROM remit-heading
           MOVE wk-supplier          TO rs-code
           MOVE tab-su-name(sup-idx) TO rs-name
           WRITE remittance-line FROM remit-supplier-line
           MOVE tab-su-bank(sup-idx)    TO rb-bank
           MOVE tab-su-branch(sup-idx)  TO rb-branch
           MOVE tab-su-account(sup-idx) TO rb-account
           WRITE remittance-line FROM remit-bank-line
           WRITE remittance-line FROM blank-line
           WRITE remittance-line FROM remit-columns
           PERFORM Settle-One-Invoice
                    VARYING inv-idx FROM 1 BY 1
                    UNTIL inv-idx > invoice-count
           WRITE remittance-line FROM blank-line
           MOVE supplier-payment TO rt-amount
           WRITE remittance-line FROM remit-total-line
           WRITE remittance-line FROM blank-line
           .

       Settle-One-Invoice.
           IF tab-ai-supplier(inv-idx) = wk-supplier
              AND tab-ai-status(inv-idx) = "O"
              MOVE tab-ai-due(inv-idx) TO date-work
              PERFORM Flatten-To-Days
              IF day-number NOT > cutoff-day-number
                 ADD 1 TO run-invoices
                 MOVE "P"      TO tab-ai-status(inv-idx)
                 MOVE run-date TO tab-ai-paid(inv-idx)
                 MOVE tab-ai-invoice(inv-idx) TO rd-invoice
                 MOVE tab-ai-date(inv-idx)    TO rd-date
                 MOVE tab-ai-grn(inv-idx)     TO rd-grn
                 MOVE tab-ai-amount(inv-idx)  TO rd-amount
                 WRITE remittance-line FROM remit-detail
              END-IF
           END-IF
           .

      * unpaid invoices, held ones included, by how far past their
      * due date they are.
       Aging-Report.
           INITIALIZE aging-totals
           MOVE ZERO TO held-count
           OPEN OUTPUT aging-report-file
           MOVE run-date TO ah-date
           WRITE aging-report-line FROM aging-heading
           WRITE aging-report-line FROM blank-line
           WRITE aging-report-line FROM aging-columns
           PERFORM Age-One-Supplier
                    VARYING sup-idx FROM 1 BY 1
                    UNTIL sup-idx > supplier-count
           WRITE aging-report-line FROM blank-line
           MOVE SPACES TO aging-detail
           MOVE "TOTAL PAYABLES" TO ad-name
           PERFORM Move-One-Total
                    VARYING bucket-idx FROM 1 BY 1
                    UNTIL bucket-idx > 6
           WRITE aging-report-line FROM aging-detail
           DISPLAY aging-detail
           CLOSE aging-report-file
           IF held-count > ZERO
              DISPLAY "HELD INVOICES INCLUDED: " held-count
           END-IF
           DISPLAY "REPORT WRITTEN TO data/APAGING.RPT"
           .

       Age-One-Supplier.
           INITIALIZE aging-buckets
           MOVE tab-su-code(sup-idx) TO wk-supplier
           PERFORM Age-One-Invoice
                    VARYING inv-idx FROM 1 BY 1
                    UNTIL inv-idx > invoice-count
           IF ab-bucket(6) > ZERO
              MOVE SPACES               TO aging-detail
              MOVE wk-supplier          TO ad-code
              MOVE tab-su-name(sup-idx) TO ad-name
              PERFORM Move-One-Bucket
                       VARYING bucket-idx FROM 1 BY 1
                       UNTIL bucket-idx > 6
              WRITE aging-report-line FROM aging-detail
              DISPLAY aging-detail
           END-IF
           .

       Age-One-Invoice.
           IF tab-ai-supplier(inv-idx) = wk-supplier
              AND tab-ai-status(inv-idx) NOT = "P"
              IF tab-ai-status(inv-idx) = "H"
                 ADD 1 TO held-count
              END-IF
              MOVE tab-ai-due(inv-idx) TO date-work
              PERFORM Flatten-To-Days
              COMPUTE days-overdue = today-day-number - day-number
              EVALUATE TRUE
                 WHEN days-overdue < 1
                    MOVE 1 TO bucket-idx
                 WHEN days-overdue < 31
                    MOVE 2 TO bucket-idx
                 WHEN days-overdue < 61
                    MOVE 3 TO bucket-idx
                 WHEN days-overdue < 91
                    MOVE 4 TO bucket-idx
                 WHEN OTHER
                    MOVE 5 TO bucket-idx
              END-EVALUATE
              ADD tab-ai-amount(inv-idx) TO ab-bucket(bucket-idx)
              ADD tab-ai-amount(inv-idx) TO ab-bucket(6)
           END-IF
           .

       Move-One-Bucket.
           MOVE ab-bucket(bucket-idx) TO ad-amount(bucket-idx)
           ADD ab-bucket(bucket-idx) TO at-bucket(bucket-idx)
           .

       Move-One-Total.
           MOVE at-bucket(bucket-idx) TO ad-amount(bucket-idx)
           .

       Write-Gl-Feed.
           OPEN EXTEND gl-feed-file
           IF gl-feed-status = "35"
              OPEN OUTPUT gl-feed-file
           END-IF
           MOVE run-date TO gf-date
           MOVE SPACES   TO gf-department
           WRITE gl-feed-record
           CLOSE gl-feed-file
           .

       Flatten-To-Days.
           COMPUTE day-number = dw-yyyy * 360 + (dw-mm - 1) * 30
                 + dw-dd
           .

       Unflatten-Day-Number.
           COMPUTE dw-yyyy = (day-number - 1) / 360
           COMPUTE dw-mm = (day-number - 1 - dw-yyyy * 360) / 30
           COMPUTE dw-dd = day-number - dw-yyyy * 360 - dw-mm * 30
           ADD 1 TO dw-mm
           .

       Find-Supplier.
           MOVE "N" TO supplier-found
           PERFORM Check-One-Supplier
                    VARYING sup-idx FROM 1 BY 1
                    UNTIL sup-idx > supplier-count
                       OR supplier-found = "Y"
           .

       Check-One-Supplier.
           IF tab-su-code(sup-idx) = wk-supplier
              MOVE "Y" TO supplier-found
              SET supplier-idx TO sup-idx
           END-IF
           .

       Find-Invoice.
           MOVE "N" TO invoice-found
           PERFORM Check-One-Invoice
                    VARYING inv-idx FROM 1 BY 1
                    UNTIL inv-idx > invoice-count
                       OR invoice-found = "Y"
           .

       Check-One-Invoice.
           IF tab-ai-supplier(inv-idx) = wk-supplier
              AND tab-ai-invoice(inv-idx) = wk-invoice-no
              MOVE "Y" TO invoice-found
              SET invoice-idx TO inv-idx
           END-IF
           .

       Load-Match-Tolerance.
           OPEN INPUT match-tolerance-file
           IF match-tolerance-status = "00"
              READ match-tolerance-file
                 AT END CONTINUE
                 NOT AT END MOVE mt-tolerance TO match-tolerance
              END-READ
              CLOSE match-tolerance-file
           END-IF
           .

       Load-Suppliers.
           MOVE ZERO TO supplier-count
           OPEN INPUT supplier-file
           IF supplier-status = "00"
              PERFORM Read-Supplier
              PERFORM Store-Supplier UNTIL supplier-eof = "Y"
              CLOSE supplier-file
           END-IF
           .

       Read-Supplier.
           READ supplier-file
              AT END MOVE "Y" TO supplier-eof
           END-READ
           .

       Store-Supplier.
           ADD 1 TO supplier-count
           SET sup-idx TO supplier-count
           MOVE su-code TO tab-su-code(sup-idx)
           MOVE su-name TO tab-su-name(sup-idx)
           IF su-terms-days NUMERIC AND su-terms-days > ZERO
              MOVE su-terms-days  TO tab-su-terms(sup-idx)
              MOVE su-bank-code   TO tab-su-bank(sup-idx)
              MOVE su-branch-code TO tab-su-branch(sup-idx)
              MOVE su-account-no  TO tab-su-account(sup-idx)
           ELSE
              MOVE 30   TO tab-su-terms(sup-idx)
              MOVE ZERO TO tab-su-bank(sup-idx)
              MOVE ZERO TO tab-su-branch(sup-idx)
              MOVE ZERO TO tab-su-account(sup-idx)
           END-IF
           PERFORM Read-Supplier
           .

       Load-Grn-Lines.
           MOVE ZERO TO grn-line-count
           OPEN INPUT grn-line-file
           IF grn-line-status = "00"
              PERFORM Read-Grn-Line
              PERFORM Store-Grn-Line UNTIL grn-line-eof = "Y"
              CLOSE grn-line-file
           END-IF
           .

       Read-Grn-Line.
           READ grn-line-file
              AT END MOVE "Y" TO grn-line-eof
           END-READ
           .

       Store-Grn-Line.
           ADD 1 TO grn-line-count
           SET grl-idx TO grn-line-count
           MOVE grn-line-record TO tab-gr-record(grl-idx)
           PERFORM Read-Grn-Line
           .

       Save-Grn-Lines.
           OPEN OUTPUT grn-line-file
           PERFORM Write-Grn-Line
                    VARYING grl-idx FROM 1 BY 1
                    UNTIL grl-idx > grn-line-count
           CLOSE grn-line-file
           .

       Write-Grn-Line.
           MOVE tab-gr-record(grl-idx) TO grn-line-record
           WRITE grn-line-record
           .

       Load-Invoices.
           MOVE ZERO TO invoice-count
           OPEN INPUT ap-invoice-file
           IF ap-invoice-status = "00"
              PERFORM Read-Invoice
              PERFORM Store-Invoice UNTIL ap-invoice-eof = "Y"
              CLOSE ap-invoice-file
           END-IF
           .

       Read-Invoice.
           READ ap-invoice-file
              AT END MOVE "Y" TO ap-invoice-eof
           END-READ
           .

       Store-Invoice.
           ADD 1 TO invoice-count
           SET inv-idx TO invoice-count
           MOVE ai-supplier      TO tab-ai-supplier(inv-idx)
           MOVE ai-invoice-no    TO tab-ai-invoice(inv-idx)
           MOVE ai-invoice-date  TO tab-ai-date(inv-idx)
           MOVE ai-due-date      TO tab-ai-due(inv-idx)
           MOVE ai-grn-number    TO tab-ai-grn(inv-idx)
           MOVE ai-amount        TO tab-ai-amount(inv-idx)
           MOVE ai-matched-value TO tab-ai-matched(inv-idx)
           MOVE ai-status        TO tab-ai-status(inv-idx)
           MOVE ai-paid-date     TO tab-ai-paid(inv-idx)
           PERFORM Read-Invoice
           .

       Save-Invoices.
           OPEN OUTPUT ap-invoice-file
           PERFORM Write-Invoice
                    VARYING inv-idx FROM 1 BY 1
                    UNTIL inv-idx > invoice-count
           CLOSE ap-invoice-file
           .

       Write-Invoice.
           MOVE tab-ai-supplier(inv-idx) TO ai-supplier
           MOVE tab-ai-invoice(inv-idx)  TO ai-invoice-no
           MOVE tab-ai-date(inv-idx)     TO ai-invoice-date
           MOVE tab-ai-due(inv-idx)      TO ai-due-date
           MOVE tab-ai-grn(inv-idx)      TO ai-grn-number
           MOVE tab-ai-amount(inv-idx)   TO ai-amount
           MOVE tab-ai-matched(inv-idx)  TO ai-matched-value
           MOVE tab-ai-status(inv-idx)   TO ai-status
           MOVE tab-ai-paid(inv-idx)     TO ai-paid-date
           WRITE ap-invoice-record
           .
