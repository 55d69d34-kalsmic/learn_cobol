      * till cash-up: proves the drawer against the system instead
      * of a hand-written tally. expected cash for the session is
      * summed from the sales history - the operator's receipts
      * for the day, sales minus refunds, counting only what was
      * paid in cash - the counted float and takings are keyed
      * in, the over/short is computed and written to the
      * exceptions file when it breaches the tolerance in
      * data/CASHTOL.DAT, a cash-up slip is printed for the
      * cashier to sign, and every session's over/short joins the
      * per-operator history the manager reads. card and mobile
      * money never reach the drawer: the day's takings in each
      * are proved instead against the provider's settlement
      * report, and any difference is an exception.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT cashup-slip-file ASSIGN TO "data/CASHUP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cashup-slip-status.
           SELECT settlement-file ASSIGN USING settlement-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS settlement-status.

       DATA DIVISION.
       FILE SECTION.
       FD  cashup-slip-file.
       01  cashup-slip-line     PIC X(60).

       FD  settlement-file.
       COPY SETTLE.

       WORKING-STORAGE SECTION.
       01  sales-history-status PIC XX.
       01  sales-history-eof    PIC X VALUE "N".
       01  cashup-history-eof   PIC X VALUE "N".
       01  cash-exception-status PIC XX.
       01  cashup-slip-status   PIC XX.
       01  settlement-status    PIC XX.
       01  settlement-eof       PIC X VALUE "N".
       01  settlement-file-name PIC X(30).
       01  menu-action          PIC X.
           88 action-cashup     VALUE "C" "c".
           88 action-settlement VALUE "S" "s".
           88 action-history    VALUE "H" "h".
           88 action-exit       VALUE "X" "x".
       01  session-date         PIC 9(8).
       01  over-short           PIC S9(5)V99.
       01  over-short-abs       PIC 9(5)V99.
       01  receipts-in-session  PIC 9(5) VALUE ZERO.
       01  on-account-total     PIC S9(7)V99 VALUE ZERO.
       01  card-total           PIC S9(7)V99 VALUE ZERO.
       01  mobile-total         PIC S9(7)V99 VALUE ZERO.
       01  settlement-date      PIC 9(8).
       01  settled-total        PIC S9(7)V99.
       01  till-tender-total    PIC S9(7)V99.
       01  settlement-label     PIC X(8).
       01  day-matches          PIC X VALUE "N".
       01  expected-out         PIC +$,$$$,$$9.99.
       01  counted-out          PIC +$,$$$,$$9.99.
       01  over-short-out       PIC +$$,$$9.99.

       Cashup-One-Action.
           DISPLAY SPACE
           DISPLAY "Cash up session, Settlement proof, operator "
                   "History or eXit? (C/S/H/X): " WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-cashup     PERFORM Cash-Up-Session
              WHEN action-settlement PERFORM Settlement-Proof
              WHEN action-history    PERFORM Operator-History
              WHEN action-exit       CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER C, S, H OR X"
           END-EVALUATE
           .

           ELSE
              MOVE expected-cash TO expected-out
              DISPLAY "RECEIPTS : " receipts-in-session
              IF on-account-total NOT = ZERO
                 MOVE on-account-total TO expected-out
                 DISPLAY "ON ACCOUNT: " expected-out
              END-IF
              IF card-total NOT = ZERO
                 MOVE card-total TO expected-out
                 DISPLAY "CARD     : " expected-out
              END-IF
              IF mobile-total NOT = ZERO
                 MOVE mobile-total TO expected-out
                 DISPLAY "MOBILE   : " expected-out
              END-IF
              MOVE expected-cash TO expected-out
              DISPLAY "EXPECTED : " expected-out
      * the cashier counts the whole drawer; the float they
      * started with comes off to leave the takings the session's

      * the session is the operator's trailer totals for the day
      * - refunds carry negative totals and come off by
      * themselves. only a receipt's cash tender is expected in
      * the drawer; one rung before tenders were kept was all
      * cash unless it was charged to an account.
       Sum-Session-Receipts.
           MOVE ZERO TO expected-cash
           MOVE ZERO TO receipts-in-session
           MOVE ZERO TO on-account-total
           MOVE ZERO TO card-total
           MOVE ZERO TO mobile-total
           MOVE "N" TO sales-history-eof
           MOVE "N" TO session-matches
           OPEN INPUT sales-history-file
                 END-IF
              WHEN sh-trailer
                 IF session-matches = "Y"
                    PERFORM Split-Receipt-Tenders
                    ADD 1 TO receipts-in-session
                 END-IF
              WHEN OTHER
           PERFORM Read-Sales-History
           .

       Split-Receipt-Tenders.
           EVALUATE TRUE
              WHEN sh-tender-cash NUMERIC
                 ADD sh-tender-cash    TO expected-cash
                 ADD sh-tender-card    TO card-total
                 ADD sh-tender-mobile  TO mobile-total
                 ADD sh-tender-account TO on-account-total
              WHEN sh-account-no NUMERIC
                 AND sh-account-no NOT = ZERO
                 ADD sh-total TO on-account-total
              WHEN OTHER
                 ADD sh-total TO expected-cash
           END-EVALUATE
           .

       Judge-Over-Short.
           COMPUTE over-short = counted-takings - expected-cash
           IF over-short < ZERO
           MOVE "OPERATOR" TO sl-label
           MOVE session-operator TO sl-value
           WRITE cashup-slip-line FROM slip-detail
           IF on-account-total NOT = ZERO
              MOVE "CHARGED ON ACCOUNT" TO sl-label
              MOVE on-account-total TO expected-out
              MOVE expected-out TO sl-value
              WRITE cashup-slip-line FROM slip-detail
           END-IF
           IF card-total NOT = ZERO
              MOVE "TAKEN BY CARD" TO sl-label
              MOVE card-total TO expected-out
              MOVE expected-out TO sl-value
              WRITE cashup-slip-line FROM slip-detail
           END-IF
           IF mobile-total NOT = ZERO
              MOVE "TAKEN BY MOBILE" TO sl-label
              MOVE mobile-total TO expected-out
              MOVE expected-out TO sl-value
              WRITE cashup-slip-line FROM slip-detail
           END-IF
           MOVE "EXPECTED CASH" TO sl-label
           MOVE expected-cash TO expected-out
           MOVE expected-out TO sl-value
           DISPLAY "SLIP WRITTEN TO data/CASHUP.RPT"
           .

      * the providers settle the shop's whole day, every till
      * together, so the proof is by business day: the card and
      * mobile-money tenders on the day's receipts against what
      * each provider's report says it settled. any difference at
      * all goes to the exceptions file under the provider's name
      * in place of an operator.
       Settlement-Proof.
           DISPLAY "BUSINESS DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT settlement-date
           PERFORM Sum-Day-Tenders
           OPEN EXTEND cashup-slip-file
           IF cashup-slip-status = "35"
              OPEN OUTPUT cashup-slip-file
           END-IF
           MOVE "----- PROVIDER SETTLEMENT PROOF -----"
              TO cashup-slip-line
           WRITE cashup-slip-line
           MOVE "BUSINESS DATE" TO sl-label
           MOVE SPACES TO sl-value
           MOVE settlement-date TO sl-value(1:8)
           WRITE cashup-slip-line FROM slip-detail
           MOVE "CARD"                  TO settlement-label
           MOVE "data/CARDSETTLE.DAT"   TO settlement-file-name
           MOVE card-total              TO till-tender-total
           PERFORM Prove-One-Provider
           MOVE "MOBILE"                TO settlement-label
           MOVE "data/MOMOSETTLE.DAT"   TO settlement-file-name
           MOVE mobile-total            TO till-tender-total
           PERFORM Prove-One-Provider
           WRITE cashup-slip-line FROM blank-line
           CLOSE cashup-slip-file
           DISPLAY "PROOF WRITTEN TO data/CASHUP.RPT"
           .

       Sum-Day-Tenders.
           MOVE ZERO TO card-total
           MOVE ZERO TO mobile-total
           MOVE "N" TO sales-history-eof
           MOVE "N" TO day-matches
           OPEN INPUT sales-history-file
           IF sales-history-status = "00"
              PERFORM Read-Sales-History
              PERFORM Sum-One-Day-Record
                 UNTIL sales-history-eof = "Y"
              CLOSE sales-history-file
           END-IF
           .

       Sum-One-Day-Record.
           EVALUATE TRUE
              WHEN sh-header
                 IF sh-date = settlement-date
                    MOVE "Y" TO day-matches
                 ELSE
                    MOVE "N" TO day-matches
                 END-IF
              WHEN sh-trailer
                 IF day-matches = "Y" AND sh-tender-cash NUMERIC
                    ADD sh-tender-card   TO card-total
                    ADD sh-tender-mobile TO mobile-total
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM Read-Sales-History
           .

       Prove-One-Provider.
           MOVE ZERO TO settled-total
           MOVE "N" TO settlement-eof
           OPEN INPUT settlement-file
           IF settlement-status = "00"
              PERFORM Read-Settlement
              PERFORM Sum-One-Settlement
                 UNTIL settlement-eof = "Y"
              CLOSE settlement-file
           END-IF
           COMPUTE over-short = settled-total - till-tender-total
           MOVE till-tender-total TO expected-out
           MOVE settled-total     TO counted-out
           MOVE over-short        TO over-short-out
           DISPLAY settlement-label " TILL " expected-out
                   " SETTLED " counted-out " DIFF " over-short-out
           MOVE SPACES TO sl-label
           STRING settlement-label DELIMITED BY SPACE
                  " AT THE TILL" DELIMITED BY SIZE
              INTO sl-label
           MOVE expected-out TO sl-value
           WRITE cashup-slip-line FROM slip-detail
           MOVE SPACES TO sl-label
           STRING settlement-label DELIMITED BY SPACE
                  " SETTLED" DELIMITED BY SIZE
              INTO sl-label
           MOVE counted-out TO sl-value
           WRITE cashup-slip-line FROM slip-detail
           MOVE "DIFFERENCE" TO sl-label
           MOVE over-short-out TO sl-value
           WRITE cashup-slip-line FROM slip-detail
           IF over-short NOT = ZERO
              MOVE settlement-date  TO cx-date
              MOVE settlement-label TO cx-operator
              MOVE over-short       TO cx-over-short
              OPEN EXTEND cash-exception-file
              IF cash-exception-status = "35"
                 OPEN OUTPUT cash-exception-file
              END-IF
              WRITE cash-exception-record
              CLOSE cash-exception-file
              DISPLAY settlement-label
                      " SETTLEMENT DIFFERS - WRITTEN TO EXCEPTIONS"
           END-IF
           .

       Read-Settlement.
           READ settlement-file
              AT END MOVE "Y" TO settlement-eof
           END-READ
           .

       Sum-One-Settlement.
           IF st-date = settlement-date
              ADD st-amount TO settled-total
           END-IF
           PERFORM Read-Settlement
           .

       Operator-History.
           DISPLAY "OPERATOR ID (spaces for all): "
                   WITH NO ADVANCING
