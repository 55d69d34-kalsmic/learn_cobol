      * paid-to-date lags the schedule, and produces the arrears
      * report aged by missed instalments - so a delinquent
      * borrower is a report line, not a depleted bank account.
      * each receipt first clears the interest the month-end
      * accrual has booked as receivable on the loan, and only
      * the rest reduces the principal outstanding; the interest
      * cleared goes to GL-POST against the receivable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT loan-position-file ASSIGN TO "data/LOANPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS loan-position-status.
           SELECT loan-accrual-file ASSIGN TO "data/LOANACCR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS loan-accrual-status.
           SELECT gl-feed-file ASSIGN TO "data/GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-feed-status.
           SELECT arrears-report-file ASSIGN TO
                  "data/LOANARREARS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  loan-position-file.
       COPY LOANPOS.

       FD  loan-accrual-file.
       COPY LOANACCR.

       FD  gl-feed-file.
       COPY GLFEED.

       FD  arrears-report-file.
       01  arrears-report-line  PIC X(80).

       01  loan-master-eof      PIC X VALUE "N".
       01  loan-position-status PIC XX.
       01  loan-position-eof    PIC X VALUE "N".
       01  loan-accrual-status  PIC XX.
       01  loan-accrual-eof     PIC X VALUE "N".
       01  gl-feed-status       PIC XX.
       01  loan-accrual-table.
           03 lat-entry OCCURS 50 TIMES INDEXED BY lat-idx.
              05 tab-la-loan      PIC 9(4).
              05 tab-la-accrued   PIC 9(6)V99.
              05 tab-la-period    PIC 9(6).
       01  loan-accrual-count   PIC 99 VALUE ZERO.
       01  accrual-found        PIC X.
       01  accrual-idx          PIC 99 VALUE ZERO.
       01  accruals-changed     PIC X VALUE "N".
       01  interest-cleared     PIC 9(6)V99.
       01  principal-repaid     PIC 9(6)V99.
       01  total-interest-cleared PIC 9(8)V99 VALUE ZERO.
       01  loan-master-table.
           03 lmt-entry OCCURS 50 TIMES INDEXED BY lmt-idx.
              05 tab-lm-loan      PIC 9(4).
              GOBACK
           END-IF
           PERFORM Load-Loan-Positions
           PERFORM Load-Loan-Accruals
           PERFORM Repay-One-Action WITH TEST AFTER
                    UNTIL action-exit
           IF positions-changed = "Y"
              PERFORM Save-Loan-Positions
              DISPLAY "LOAN POSITIONS SAVED"
           END-IF
           IF accruals-changed = "Y"
              PERFORM Save-Loan-Accruals
           END-IF
           GOBACK.

       Repay-One-Action.
       Post-Receipts-Run.
           MOVE ZERO TO posted-count
           MOVE ZERO TO rejected-count
           MOVE ZERO TO total-interest-cleared
           MOVE "N" TO loan-receipt-eof
           OPEN INPUT loan-receipt-file
           IF loan-receipt-status NOT = "00"
                 UNTIL loan-receipt-eof = "Y"
              CLOSE loan-receipt-file
              PERFORM Clear-Receipts-File
              PERFORM Write-Gl-Interest-Cleared
              DISPLAY "RECEIPTS POSTED  : " posted-count
              DISPLAY "RECEIPTS REJECTED: " rejected-count
           END-IF
           END-IF
           SET lpt-idx TO position-idx
           ADD lr-amount TO tab-lp-paid(lpt-idx)
           PERFORM Clear-Accrued-Interest
           IF principal-repaid > tab-lp-out(lpt-idx)
              MOVE ZERO TO tab-lp-out(lpt-idx)
           ELSE
              SUBTRACT principal-repaid FROM tab-lp-out(lpt-idx)
           END-IF
           ADD 1 TO posted-count
           MOVE "Y" TO positions-changed
                   " - OUTSTANDING " outstanding-out
           .

      * interest already booked as receivable is met first; what
      * is left of the receipt repays principal.
       Clear-Accrued-Interest.
           MOVE ZERO      TO interest-cleared
           MOVE lr-amount TO principal-repaid
           MOVE "N" TO accrual-found
           PERFORM Check-One-Accrual
                    VARYING lat-idx FROM 1 BY 1
                    UNTIL lat-idx > loan-accrual-count
                       OR accrual-found = "Y"
           IF accrual-found = "Y"
              SET lat-idx TO accrual-idx
              IF lr-amount < tab-la-accrued(lat-idx)
                 MOVE lr-amount TO interest-cleared
              ELSE
                 MOVE tab-la-accrued(lat-idx) TO interest-cleared
              END-IF
              SUBTRACT interest-cleared FROM tab-la-accrued(lat-idx)
              SUBTRACT interest-cleared FROM principal-repaid
              ADD interest-cleared TO total-interest-cleared
              MOVE "Y" TO accruals-changed
           END-IF
           .

       Check-One-Accrual.
           IF tab-la-loan(lat-idx) = lr-loan-id
              MOVE "Y" TO accrual-found
              SET accrual-idx TO lat-idx
           END-IF
           .

       Write-Gl-Interest-Cleared.
           IF total-interest-cleared > ZERO
              OPEN EXTEND gl-feed-file
              IF gl-feed-status = "35"
                 OPEN OUTPUT gl-feed-file
              END-IF
              MOVE "LOAN-REPAY"           TO gf-source
              MOVE "INTEREST"             TO gf-total-type
              MOVE total-interest-cleared TO gf-amount
              MOVE run-date               TO gf-date
              MOVE SPACES                 TO gf-department
              WRITE gl-feed-record
              CLOSE gl-feed-file
           END-IF
           .

      * paid-to-date against the schedule: the instalments the
      * calendar says should have been paid since the first
      * receipt, less the instalments the money covers.
           MOVE tab-lp-out(lpt-idx)   TO lp-outstanding
           WRITE loan-position-record
           .

       Load-Loan-Accruals.
           MOVE ZERO TO loan-accrual-count
           OPEN INPUT loan-accrual-file
           IF loan-accrual-status = "00"
              PERFORM Read-Loan-Accrual
              PERFORM Store-Loan-Accrual
                 UNTIL loan-accrual-eof = "Y"
              CLOSE loan-accrual-file
           END-IF
           .

       Read-Loan-Accrual.
           READ loan-accrual-file
              AT END MOVE "Y" TO loan-accrual-eof
           END-READ
           .

       Store-Loan-Accrual.
           ADD 1 TO loan-accrual-count
           SET lat-idx TO loan-accrual-count
           MOVE la-loan-id     TO tab-la-loan(lat-idx)
           MOVE la-accrued     TO tab-la-accrued(lat-idx)
           MOVE la-last-period TO tab-la-period(lat-idx)
           PERFORM Read-Loan-Accrual
           .

       Save-Loan-Accruals.
           OPEN OUTPUT loan-accrual-file
           PERFORM Write-Loan-Accrual
                    VARYING lat-idx FROM 1 BY 1
                    UNTIL lat-idx > loan-accrual-count
           CLOSE loan-accrual-file
           .

       Write-Loan-Accrual.
           MOVE tab-la-loan(lat-idx)    TO la-loan-id
           MOVE tab-la-accrued(lat-idx) TO la-accrued
           MOVE tab-la-period(lat-idx)  TO la-last-period
           WRITE loan-accrual-record
           .
