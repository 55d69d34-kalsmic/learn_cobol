      * bucketed into current, 30, 60 and 90+ days. balance beyond
      * the recorded charges is treated as oldest and lands in the
      * 90+ bucket. totals per bucket, and the worst accounts (any
      * 90+ money) are listed for the revenue office. an account in
      * credit owes nothing to age - it is left out of the buckets
      * and listed on its own with the credit total. money under
      * open dispute is not aged either - it is taken off the
      * account's balance before the buckets are filled and shown
      * as one total of its own.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS billing-history-status.
           SELECT aging-report-file ASSIGN TO "data/ELECAGING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT dispute-file ASSIGN TO "data/DISPUTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS dispute-status.

       DATA DIVISION.
       FILE SECTION.
       FD  aging-report-file.
       01  aging-report-line    PIC X(80).

       FD  dispute-file.
       COPY DISPUTE.

       WORKING-STORAGE SECTION.
       01  ar-balance-status    PIC XX.
       01  billing-history-status PIC XX.
           03 ar-entry OCCURS 50 TIMES
                    INDEXED BY ar-idx.
              05 tab-ar-account      PIC 9(6).
              05 tab-ar-balance      PIC S9(7)V99.
       01  ar-count             PIC 99 VALUE ZERO.
       01  ar-eof               PIC X VALUE "N".
       01  billing-history-table.
           03 tot-30            PIC 9(8)V99 VALUE ZERO.
           03 tot-60            PIC 9(8)V99 VALUE ZERO.
           03 tot-90            PIC 9(8)V99 VALUE ZERO.
       01  credit-balance       PIC 9(7)V99.
       01  tot-credit           PIC 9(8)V99 VALUE ZERO.
       COPY DISPUTEWS.
       01  ageable-balance      PIC S9(7)V99.
       01  tot-disputed         PIC 9(8)V99 VALUE ZERO.
       01  disputed-total-line.
           03 FILLER            PIC X(8) VALUE "DISPUTED".
           03 dtl-disputed-out  PIC $$$$,$$9.99.
           03 FILLER            PIC X(22) VALUE
                 " HELD OUT OF THE AGING".
       01  report-heading       PIC X(50) VALUE
             "----- AGED RECEIVABLES - ELECTRICITY LEDGER -----".
       01  column-heading.
           03 wl-account        PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 wl-90-out         PIC $$$$,$$9.99.
       01  credit-heading       PIC X(40) VALUE
             "ACCOUNTS IN CREDIT:".
       01  credit-line.
           03 cl-account        PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 cl-credit-out     PIC $$$$,$$9.99.
           03 FILLER            PIC X(3) VALUE " CR".
       01  credit-total-line.
           03 FILLER            PIC X(8) VALUE "CREDITS".
           03 ctl-credit-out    PIC $$$$,$$9.99.
           03 FILLER            PIC X(3) VALUE " CR".
       01  blank-line           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Ar-Balance
           PERFORM Load-Billing-History
           PERFORM Load-Open-Disputes
           OPEN OUTPUT aging-report-file
           WRITE aging-report-line FROM report-heading
           WRITE aging-report-line FROM column-heading
                    VARYING ar-idx FROM 1 BY 1
                    UNTIL ar-idx > ar-count
           PERFORM Write-Bucket-Totals
           IF tot-disputed > ZERO
              MOVE tot-disputed TO dtl-disputed-out
              WRITE aging-report-line FROM disputed-total-line
              DISPLAY disputed-total-line
           END-IF
           WRITE aging-report-line FROM blank-line
           WRITE aging-report-line FROM worst-heading
           PERFORM Report-One-Worst-Account
                    VARYING ar-idx FROM 1 BY 1
                    UNTIL ar-idx > ar-count
           WRITE aging-report-line FROM blank-line
           WRITE aging-report-line FROM credit-heading
           PERFORM Report-One-Credit-Account
                    VARYING ar-idx FROM 1 BY 1
                    UNTIL ar-idx > ar-count
           MOVE tot-credit TO ctl-credit-out
           WRITE aging-report-line FROM credit-total-line
           DISPLAY credit-total-line
           CLOSE aging-report-file
           DISPLAY "REPORT WRITTEN TO data/ELECAGING.RPT"
           GOBACK.
      * newest first - what the balance cannot cover of the newest
      * charges must be the oldest money.
       Age-One-Account.
           IF tab-ar-balance(ar-idx) NOT < ZERO
              PERFORM Take-Out-Disputed
              IF disputed-amount > tab-ar-balance(ar-idx)
                 ADD tab-ar-balance(ar-idx) TO tot-disputed
              ELSE
                 ADD disputed-amount TO tot-disputed
              END-IF
              PERFORM Age-Debit-Account
           END-IF
           .

      * what is left to age once the open disputes are set aside
       Take-Out-Disputed.
           MOVE tab-ar-account(ar-idx) TO disputed-account
           PERFORM Find-Disputed-Amount
           COMPUTE ageable-balance =
                 tab-ar-balance(ar-idx) - disputed-amount
           IF ageable-balance < ZERO
              MOVE ZERO TO ageable-balance
           END-IF
           .

       Age-Debit-Account.
           MOVE ZERO TO bkt-current
           MOVE ZERO TO bkt-30
           MOVE ZERO TO bkt-60
           MOVE ZERO TO bkt-90
           MOVE ageable-balance TO remaining-balance
           PERFORM Allocate-One-Charge
                    VARYING bh-idx FROM history-count BY -1
                    UNTIL bh-idx < 1
      * per-account buckets were reused account by account above,
      * so recompute rather than carry fifty sets of buckets.
       Report-One-Worst-Account.
           IF tab-ar-balance(ar-idx) > ZERO
              PERFORM Take-Out-Disputed
              PERFORM Report-Debit-Worst
           END-IF
           .

       Report-Debit-Worst.
           MOVE ZERO TO bkt-current
           MOVE ZERO TO bkt-30
           MOVE ZERO TO bkt-60
           MOVE ZERO TO bkt-90
           MOVE ageable-balance TO remaining-balance
           PERFORM Allocate-One-Charge
                    VARYING bh-idx FROM history-count BY -1
                    UNTIL bh-idx < 1
           END-IF
           .

       Report-One-Credit-Account.
           IF tab-ar-balance(ar-idx) < ZERO
              COMPUTE credit-balance = ZERO - tab-ar-balance(ar-idx)
              ADD credit-balance TO tot-credit
              MOVE tab-ar-account(ar-idx) TO cl-account
              MOVE credit-balance TO cl-credit-out
              WRITE aging-report-line FROM credit-line
              DISPLAY credit-line
           END-IF
           .

       Load-Ar-Balance.
           MOVE ZERO TO ar-count
           OPEN INPUT ar-balance-file
           MOVE bh-amount  TO tab-bh-amount(history-count)
           PERFORM Read-Billing-History
           .

       COPY DISPUTECK.
