       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELEC-DIRDEBIT.
      * electricity bills paid by direct debit from a balance-file
      * account. a mandate ties an electricity account on ELECCUST
      * to the balance account that pays it. once a new bill's
      * payment terms (DDCTL.DAT) have run, the end-of-day step
      * debits the balance account for the amount due on ARBALANCE
      * (less anything under open dispute) as a ledger transaction,
      * and writes a matching receipt to DDRECEIPTS.DAT for
      * ELEC-PAYMENTS to post against the AR balance. the debit
      * must fit the money actually available - the balance, less
      * uncleared cheques CHEQUE-REG still holds, plus any
      * authorised overdraft on ODLIMITS.DAT. a bill that cannot be
      * collected is reported unpaid and left on the AR balance for
      * the dunning run as usual; each bill is presented once.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT dd-mandate-file ASSIGN TO "data/DDMANDATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS dd-mandate-status.
           SELECT dd-control-file ASSIGN TO "data/DDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS dd-control-status.
           SELECT dd-receipt-file ASSIGN TO "data/DDRECEIPTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS dd-receipt-status.
           SELECT elec-customer-file ASSIGN TO "data/ELECCUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS elec-customer-status.
           SELECT billing-history-file ASSIGN TO
                  "data/ELECBILLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS billing-history-status.
           SELECT ar-balance-file ASSIGN TO "data/ARBALANCE.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ar-account
               FILE STATUS IS ar-balance-status.
           SELECT dispute-file ASSIGN TO "data/DISPUTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS dispute-status.
           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO
                  "data/ACCOUNTBALANCES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-ACCOUNT-NO
               FILE STATUS IS account-balance-status.
           SELECT overdraft-limit-file ASSIGN TO
                  "data/ODLIMITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS overdraft-limit-status.
           SELECT cheque-register-file ASSIGN TO
                  "data/CHEQUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cheque-register-status.
           SELECT ledger-file ASSIGN TO "data/LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ledger-status.
           SELECT gl-feed-file ASSIGN TO "data/GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-feed-status.
           SELECT fx-control-file ASSIGN TO "data/FXCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fx-control-status.
           SELECT fx-rate-file ASSIGN TO "data/FXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fx-rate-status.
           SELECT account-currency-file ASSIGN TO
                  "data/ACCTCCY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS account-currency-status.
           SELECT collection-report-file ASSIGN TO
                  "data/DIRDEBIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STEP-FILE ASSIGN TO "data/JOBSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  dd-mandate-file.
       COPY DDMANDATE.

      * the days after a bill is raised before it is collected
       FD  dd-control-file.
       01  dd-control-record.
           03 dc-terms-days     PIC 99.

       FD  dd-receipt-file.
       COPY DDRCPT.

       FD  elec-customer-file.
       COPY ELECCUST.

       FD  billing-history-file.
       COPY BILLHIST.

       FD  ar-balance-file.
       COPY ARBALANCE.

       FD  dispute-file.
       COPY DISPUTE.

       FD  ACCOUNT-BALANCE-FILE.
       COPY ACCTBAL.

       FD  overdraft-limit-file.
       COPY ODLIMIT.

       FD  cheque-register-file.
       COPY CHEQREG.

       FD  ledger-file.
       COPY LEDGER.

       FD  gl-feed-file.
       COPY GLFEED.

       FD  fx-control-file.
       COPY FXCTL.

       FD  fx-rate-file.
       COPY FXRATE.

       FD  account-currency-file.
       COPY ACCTCCY.

       FD  collection-report-file.
       01  collection-report-line PIC X(72).

       FD  JOB-STEP-FILE.
       COPY JOBSTEP.

       WORKING-STORAGE SECTION.
       01  dd-mandate-status    PIC XX.
       01  dd-mandate-eof       PIC X VALUE "N".
       01  dd-control-status    PIC XX.
       01  dd-receipt-status    PIC XX.
       01  elec-customer-status PIC XX.
       01  elec-customer-eof    PIC X VALUE "N".
       01  billing-history-status PIC XX.
       01  billing-history-eof  PIC X VALUE "N".
       01  ar-balance-status    PIC XX.
       01  account-balance-status PIC XX.
       01  overdraft-limit-status PIC XX.
       01  overdraft-limit-eof  PIC X VALUE "N".
       01  cheque-register-status PIC XX.
       01  cheque-register-eof  PIC X VALUE "N".
       01  ledger-status        PIC XX.
       01  ledger-eof           PIC X VALUE "N".
       01  gl-feed-status       PIC XX.
       COPY DISPUTEWS.
       01  terms-days           PIC 99 VALUE 14.
       01  mandate-table.
           03 mandate-entry OCCURS 200 TIMES INDEXED BY mnd-idx.
              05 tab-dm-elec-account  PIC 9(6).
              05 tab-dm-bank-account  PIC 9(4).
              05 tab-dm-status        PIC X.
              05 tab-dm-start-date    PIC 9(8).
              05 tab-dm-last-bill     PIC 9(8).
              05 tab-dm-last-collected PIC 9(8).
              05 tab-dm-last-amount   PIC 9(6)V99.
              05 tab-dm-unpaid-count  PIC 99.
      * the latest bill on the billing history, gathered for the
      * run and not kept
              05 tab-dm-latest-bill   PIC 9(8).
       01  mandate-count        PIC 999 VALUE ZERO.
       01  mandate-found        PIC X.
       01  mandate-found-idx    PIC 999 VALUE ZERO.
       01  mandates-changed     PIC X VALUE "N".
       01  elec-customer-table.
           03 customer-entry OCCURS 50 TIMES
                    INDEXED BY cust-idx.
              05 tab-ec-account      PIC 9(6).
              05 tab-ec-name         PIC X(20).
              05 tab-ec-status       PIC X.
              05 tab-ec-payment      PIC X.
       01  customer-count       PIC 99 VALUE ZERO.
       01  customer-found       PIC X.
       01  cust-found-idx       PIC 99 VALUE ZERO.
       01  overdraft-table.
           03 od-entry OCCURS 200 TIMES INDEXED BY odl-idx.
              05 tab-od-account      PIC 9(4).
              05 tab-od-limit        PIC 9(6)V99.
       01  overdraft-count      PIC 999 VALUE ZERO.
      * uncleared cheque credits per account - in the balance but
      * not yet available to pay a bill from
       01  uncleared-table.
           03 unc-entry OCCURS 100 TIMES INDEXED BY unc-idx.
              05 tab-unc-account     PIC 9(4).
              05 tab-unc-amount      PIC 9(7)V99.
       01  uncleared-count      PIC 999 VALUE ZERO.
      * what this run has already taken from each balance account,
      * so two bills paid from one account cannot both spend the
      * same money before BALANCE next runs
       01  debited-table.
           03 dbt-entry OCCURS 200 TIMES INDEXED BY dbt-idx.
              05 tab-dbt-account     PIC 9(4).
              05 tab-dbt-amount      PIC 9(7)V99.
       01  debited-count        PIC 999 VALUE ZERO.
       01  debited-found        PIC X.
       01  debited-found-idx    PIC 999 VALUE ZERO.
      * the whole live ledger rides through the run so the file
      * can be rewritten with a fresh header and trailer - an
      * appended file would leave the old trailer lying mid-file
       01  ledger-table.
           03 lt-entry OCCURS 500 TIMES INDEXED BY lt-idx.
              05 tab-lt-record       PIC X(60).
       01  ledger-count         PIC 999 VALUE ZERO.
       01  ledger-hash          PIC S9(9)V99 VALUE ZERO.
       01  envelope-header.
           03 FILLER            PIC X(3) VALUE "HDR".
           03 ev-hdr-file-id    PIC X(12).
           03 ev-hdr-date       PIC 9(8).
       01  envelope-trailer.
           03 FILLER            PIC X(3) VALUE "TRL".
           03 ev-trl-count      PIC 9(5).
           03 ev-trl-hash       PIC S9(9)V99 SIGN IS TRAILING
                                              SEPARATE.
       01  run-date             PIC 9(8).
       01  date-work            PIC 9(8).
       01  date-parts REDEFINES date-work.
           03 dw-yyyy           PIC 9(4).
           03 dw-mm             PIC 99.
           03 dw-dd             PIC 99.
       01  day-number           PIC 9(8).
       01  today-day-no         PIC 9(8).
       01  bill-day-no          PIC 9(8).
       01  account-found        PIC X.
       01  available-balance    PIC S9(8)V99.
       01  amount-due           PIC S9(7)V99.
       01  account-debit        PIC S9(7)V99.
       01  unpaid-reason        PIC X(20).
       01  collected-count      PIC 9(5) VALUE ZERO.
       01  unpaid-count         PIC 9(5) VALUE ZERO.
       01  collected-total      PIC 9(8)V99 VALUE ZERO.
       01  unpaid-total         PIC 9(8)V99 VALUE ZERO.
       01  menu-action          PIC X.
           88 action-add        VALUE "A" "a".
           88 action-cancel     VALUE "C" "c".
           88 action-list       VALUE "L" "l".
           88 action-run        VALUE "R" "r".
           88 action-exit       VALUE "X" "x".
       01  wk-elec-account      PIC 9(6).
       01  wk-bank-account      PIC 9(4).
       01  amount-out           PIC $$$$,$$9.99.
       01  report-heading.
           03 FILLER            PIC X(32) VALUE
                 "----- DIRECT DEBIT COLLECTIONS".
           03 rh-date           PIC 9(8).
           03 FILLER            PIC X(6) VALUE " -----".
       01  report-columns.
           03 FILLER            PIC X(7) VALUE "ELEC".
           03 FILLER            PIC X(5) VALUE "BANK".
           03 FILLER            PIC X(21) VALUE "NAME".
           03 FILLER            PIC X(9) VALUE "BILL".
           03 FILLER            PIC X(12) VALUE "     AMOUNT".
           03 FILLER            PIC X(7) VALUE "RESULT".
       01  report-detail.
           03 rd-elec-account   PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 rd-bank-account   PIC 9(4).
           03 FILLER            PIC X VALUE SPACE.
           03 rd-name           PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 rd-bill-date      PIC 9(8).
           03 FILLER            PIC X VALUE SPACE.
           03 rd-amount-out     PIC $$$$,$$9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 rd-result         PIC X(20).
       01  summary-line.
           03 sl-label          PIC X(26).
           03 sl-count          PIC ZZZZ9.
           03 FILLER            PIC XX VALUE SPACES.
           03 sl-amount-out     PIC $$,$$$,$$9.99.
       01  blank-line           PIC X(72) VALUE SPACES.
       COPY FXRATEWS.
       COPY RUNLOCKWS.

       LINKAGE SECTION.
       01  LK-CALLED-IN-BATCH   PIC X.

       PROCEDURE DIVISION.
       Elec-Dirdebit.
           DISPLAY "ELECTRICITY DIRECT DEBITS"
           PERFORM Claim-Balance-Lock
           IF NOT rl-granted
              GOBACK
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Mandates
           PERFORM Dirdebit-One-Action WITH TEST AFTER
                    UNTIL action-exit
           IF mandates-changed = "Y"
              PERFORM Save-Mandates
           END-IF
           PERFORM Release-Run-Lock
           GOBACK.

      * called by EOD-DRIVER - collects the bills falling due with
      * nobody at the console.
       Elec-Dirdebit-Batch-Entry.
           ENTRY "ELEC-DIRDEBIT-BATCH" USING LK-CALLED-IN-BATCH
           MOVE "Y" TO rl-batch
           PERFORM Claim-Balance-Lock
           IF NOT rl-granted
              GOBACK
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Mandates
           PERFORM Collect-Due-Bills
           IF mandates-changed = "Y"
              PERFORM Save-Mandates
           END-IF
           MOVE "ELEC-DIRDEBIT"   TO JS-STEP-NAME
           MOVE collected-count   TO JS-RECORD-COUNT
           MOVE "Y"               TO JS-SUCCESS-FLAG
           OPEN OUTPUT JOB-STEP-FILE
           WRITE JOB-STEP-RECORD
           CLOSE JOB-STEP-FILE
           PERFORM Release-Run-Lock
           GOBACK.

      * a collection debits the customer's bank account on the
      * live ledger, so the balances set is held for the whole run
      * - the menu and the EOD step must never rewrite it alongside
      * BALANCE. a refused batch claim is logged as a failed step
      * by RUN-LOCK.
       Claim-Balance-Lock.
           MOVE "BALANCES"      TO rl-lock-set
           MOVE "ELEC-DIRDEBIT" TO rl-program
           PERFORM Claim-Run-Lock
           .

       Dirdebit-One-Action.
           DISPLAY SPACE
           DISPLAY "Add mandate, Cancel mandate, List mandates, "
                   "Run collections or eXit? (A/C/L/R/X): "
                   WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-add    PERFORM Add-Mandate
              WHEN action-cancel PERFORM Cancel-Mandate
              WHEN action-list   PERFORM List-Mandates
              WHEN action-run    PERFORM Collect-Due-Bills
              WHEN action-exit   CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER A, C, L, R OR X"
           END-EVALUATE
           .

      * a live post-paid electricity account and a balance account
      * that exists; one active mandate per electricity account.
      * bills raised before the mandate are not presented.
       Add-Mandate.
           DISPLAY "ELECTRICITY ACCOUNT: " WITH NO ADVANCING
           ACCEPT wk-elec-account
           DISPLAY "PAY FROM BALANCE ACCOUNT: " WITH NO ADVANCING
           ACCEPT wk-bank-account
           PERFORM Load-Elec-Customers
           PERFORM Find-Elec-Customer
           PERFORM Find-Active-Mandate
           EVALUATE TRUE
              WHEN customer-found NOT = "Y"
                 DISPLAY "NO ELECTRICITY ACCOUNT " wk-elec-account
              WHEN tab-ec-status(cust-found-idx) = "X"
                 DISPLAY "ACCOUNT " wk-elec-account " IS CLOSED"
              WHEN tab-ec-payment(cust-found-idx) = "P"
                 DISPLAY "ACCOUNT " wk-elec-account
                         " IS PREPAID - NO BILLS TO COLLECT"
              WHEN mandate-found = "Y"
                 SET mnd-idx TO mandate-found-idx
                 DISPLAY "ACCOUNT " wk-elec-account
                         " ALREADY PAYS FROM "
                         tab-dm-bank-account(mnd-idx)
              WHEN OTHER
                 PERFORM Check-Bank-Account
                 IF account-found NOT = "Y"
                    DISPLAY "NO BALANCE ACCOUNT " wk-bank-account
                 ELSE
                    PERFORM Store-New-Mandate
                 END-IF
           END-EVALUATE
           .

       Check-Bank-Account.
           MOVE "N" TO account-found
           OPEN INPUT ACCOUNT-BALANCE-FILE
           IF account-balance-status = "00"
              MOVE wk-bank-account TO AB-ACCOUNT-NO
              READ ACCOUNT-BALANCE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO account-found
              END-READ
              CLOSE ACCOUNT-BALANCE-FILE
           END-IF
           .

       Store-New-Mandate.
           ADD 1 TO mandate-count
           SET mnd-idx TO mandate-count
           MOVE wk-elec-account TO tab-dm-elec-account(mnd-idx)
           MOVE wk-bank-account TO tab-dm-bank-account(mnd-idx)
           MOVE "A"             TO tab-dm-status(mnd-idx)
           MOVE run-date        TO tab-dm-start-date(mnd-idx)
           MOVE run-date        TO tab-dm-last-bill(mnd-idx)
           MOVE ZERO            TO tab-dm-last-collected(mnd-idx)
           MOVE ZERO            TO tab-dm-last-amount(mnd-idx)
           MOVE ZERO            TO tab-dm-unpaid-count(mnd-idx)
           MOVE "Y" TO mandates-changed
           DISPLAY "MANDATE RECORDED - " wk-elec-account
                   " PAYS FROM " wk-bank-account
           .

       Cancel-Mandate.
           DISPLAY "ELECTRICITY ACCOUNT: " WITH NO ADVANCING
           ACCEPT wk-elec-account
           PERFORM Find-Active-Mandate
           IF mandate-found NOT = "Y"
              DISPLAY "NO ACTIVE MANDATE FOR " wk-elec-account
           ELSE
              SET mnd-idx TO mandate-found-idx
              MOVE "C" TO tab-dm-status(mnd-idx)
              MOVE "Y" TO mandates-changed
              DISPLAY "MANDATE CANCELLED"
           END-IF
           .

       List-Mandates.
           PERFORM List-One-Mandate
                    VARYING mnd-idx FROM 1 BY 1
                    UNTIL mnd-idx > mandate-count
           .

       List-One-Mandate.
           MOVE tab-dm-last-amount(mnd-idx) TO amount-out
           DISPLAY tab-dm-elec-account(mnd-idx) " FROM "
                   tab-dm-bank-account(mnd-idx) " "
                   tab-dm-status(mnd-idx) " LAST PAID "
                   tab-dm-last-collected(mnd-idx) " " amount-out
                   " UNPAID " tab-dm-unpaid-count(mnd-idx)
           .

       Find-Active-Mandate.
           MOVE "N" TO mandate-found
           PERFORM Check-One-Mandate
                    VARYING mnd-idx FROM 1 BY 1
                    UNTIL mnd-idx > mandate-count
                       OR mandate-found = "Y"
           .

       Check-One-Mandate.
           IF tab-dm-elec-account(mnd-idx) = wk-elec-account
              AND tab-dm-status(mnd-idx) = "A"
              MOVE "Y" TO mandate-found
              SET mandate-found-idx TO mnd-idx
           END-IF
           .

      * every active mandate whose latest bill is newer than the
      * one last presented, and whose terms have run, is presented
      * once: collected, or reported unpaid and left to dunning.
       Collect-Due-Bills.
           MOVE ZERO TO collected-count
           MOVE ZERO TO unpaid-count
           MOVE ZERO TO collected-total
           MOVE ZERO TO unpaid-total
           MOVE ZERO TO debited-count
           PERFORM Load-Dd-Control
           PERFORM Load-Elec-Customers
           PERFORM Find-Latest-Bills
           PERFORM Load-Open-Disputes
           PERFORM Load-Overdraft-Limits
           PERFORM Load-Uncleared-Cheques
           PERFORM Load-Live-Ledger
           PERFORM Load-Fx-Tables
           MOVE run-date TO date-work
           PERFORM Flatten-Date
           MOVE day-number TO today-day-no
           OPEN OUTPUT collection-report-file
           MOVE run-date TO rh-date
           WRITE collection-report-line FROM report-heading
           WRITE collection-report-line FROM blank-line
           WRITE collection-report-line FROM report-columns
           OPEN INPUT ar-balance-file
           OPEN INPUT ACCOUNT-BALANCE-FILE
           OPEN EXTEND dd-receipt-file
           IF dd-receipt-status = "35"
              OPEN OUTPUT dd-receipt-file
           END-IF
           PERFORM Judge-One-Mandate
                    VARYING mnd-idx FROM 1 BY 1
                    UNTIL mnd-idx > mandate-count
           CLOSE dd-receipt-file
           CLOSE ACCOUNT-BALANCE-FILE
           CLOSE ar-balance-file
           IF collected-count > ZERO
              PERFORM Rewrite-Live-Ledger
              PERFORM Write-Gl-Collections
           END-IF
           PERFORM Write-Collection-Summary
           CLOSE collection-report-file
           DISPLAY "COLLECTIONS WRITTEN TO data/DIRDEBIT.RPT"
           .

       Judge-One-Mandate.
           IF tab-dm-status(mnd-idx) = "A"
              AND tab-dm-latest-bill(mnd-idx) >
                  tab-dm-last-bill(mnd-idx)
              MOVE tab-dm-latest-bill(mnd-idx) TO date-work
              PERFORM Flatten-Date
              MOVE day-number TO bill-day-no
              IF today-day-no >= bill-day-no + terms-days
                 PERFORM Present-One-Bill
              END-IF
           END-IF
           .

      * the amount due is the AR balance less whatever is under
      * open dispute - the same figure the dunning run chases. the
      * bill is in the base currency; a foreign balance account
      * is debited the converted amount at the day's rate, and
      * is left unpaid when there is no rate for its currency.
       Present-One-Bill.
           MOVE tab-dm-elec-account(mnd-idx) TO wk-elec-account
           MOVE tab-dm-elec-account(mnd-idx) TO disputed-account
           PERFORM Find-Disputed-Amount
           MOVE ZERO TO amount-due
           MOVE wk-elec-account TO ar-account
           READ ar-balance-file
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 COMPUTE amount-due = ar-balance - disputed-amount
           END-READ
           MOVE tab-dm-latest-bill(mnd-idx) TO tab-dm-last-bill(mnd-idx)
           MOVE "Y" TO mandates-changed
           IF amount-due NOT > ZERO
              MOVE ZERO TO amount-due
              MOVE "NOTHING DUE" TO rd-result
              PERFORM Write-Collection-Detail
           ELSE
              PERFORM Find-Available-Balance
              PERFORM Find-Account-Debit
              MOVE SPACES TO unpaid-reason
              EVALUATE TRUE
                 WHEN account-found NOT = "Y"
                    MOVE "UNPAID - NO ACCOUNT" TO unpaid-reason
                 WHEN AB-DORMANT
                    MOVE "UNPAID - DORMANT"    TO unpaid-reason
                 WHEN fx-rate-found NOT = "Y"
                    MOVE "UNPAID - NO FX RATE" TO unpaid-reason
                 WHEN available-balance < account-debit
                    MOVE "UNPAID - NO FUNDS"   TO unpaid-reason
              END-EVALUATE
              IF unpaid-reason = SPACES
                 PERFORM Collect-One-Bill
              ELSE
                 PERFORM Report-Unpaid-Bill
              END-IF
           END-IF
           .

       Find-Account-Debit.
           MOVE wk-bank-account TO fx-account
           PERFORM Find-Account-Currency
           MOVE run-date TO fx-on-date
           PERFORM Find-Fx-Rate
           MOVE amount-due TO fx-base-amount
           PERFORM Convert-From-Base
           MOVE fx-amount TO account-debit
           .

      * what the account can pay from: the balance, less uncleared
      * cheque credits, less what this run has already taken, plus
      * the authorised overdraft.
       Find-Available-Balance.
           MOVE "N" TO account-found
           MOVE ZERO TO available-balance
           MOVE tab-dm-bank-account(mnd-idx) TO AB-ACCOUNT-NO
           MOVE tab-dm-bank-account(mnd-idx) TO wk-bank-account
           READ ACCOUNT-BALANCE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO account-found
                 MOVE AB-BALANCE TO available-balance
           END-READ
           IF account-found = "Y"
              PERFORM Hold-Back-Uncleared
                       VARYING unc-idx FROM 1 BY 1
                       UNTIL unc-idx > uncleared-count
              PERFORM Add-Overdraft-Limit
                       VARYING odl-idx FROM 1 BY 1
                       UNTIL odl-idx > overdraft-count
              PERFORM Find-Debited-Row
              IF debited-found = "Y"
                 SET dbt-idx TO debited-found-idx
                 SUBTRACT tab-dbt-amount(dbt-idx)
                    FROM available-balance
              END-IF
           END-IF
           .

       Hold-Back-Uncleared.
           IF tab-unc-account(unc-idx) = wk-bank-account
              SUBTRACT tab-unc-amount(unc-idx)
                 FROM available-balance
           END-IF
           .

       Add-Overdraft-Limit.
           IF tab-od-account(odl-idx) = wk-bank-account
              ADD tab-od-limit(odl-idx) TO available-balance
           END-IF
           .

       Find-Debited-Row.
           MOVE "N" TO debited-found
           PERFORM Check-One-Debited
                    VARYING dbt-idx FROM 1 BY 1
                    UNTIL dbt-idx > debited-count
                       OR debited-found = "Y"
           .

       Check-One-Debited.
           IF tab-dbt-account(dbt-idx) = wk-bank-account
              MOVE "Y" TO debited-found
              SET debited-found-idx TO dbt-idx
           END-IF
           .

      * the balance account is debited through the ledger and the
      * matching receipt waits for ELEC-PAYMENTS to post it.
       Collect-One-Bill.
           ADD 1 TO collected-count
           ADD amount-due TO collected-total
           MOVE wk-bank-account  TO lt-account-no
           MOVE SPACES           TO lt-description
           STRING "ELEC DD "      DELIMITED BY SIZE
                  wk-elec-account DELIMITED BY SIZE
             INTO lt-description
           COMPUTE lt-amount = ZERO - account-debit
           MOVE run-date         TO lt-txn-date
           MOVE run-date         TO lt-post-date
           ADD 1 TO ledger-count
           SET lt-idx TO ledger-count
           MOVE ledger-txn-record TO tab-lt-record(lt-idx)
           ADD lt-amount TO ledger-hash
           MOVE wk-elec-account  TO dr-account
           MOVE run-date         TO dr-date
           MOVE amount-due       TO dr-amount
           MOVE wk-bank-account  TO dr-bank-account
           MOVE SPACES           TO dr-reference
           STRING "DD"            DELIMITED BY SIZE
                  wk-bank-account DELIMITED BY SIZE
                  wk-elec-account DELIMITED BY SIZE
             INTO dr-reference
           WRITE dd-receipt-record
           PERFORM Find-Debited-Row
           IF debited-found = "Y"
              SET dbt-idx TO debited-found-idx
           ELSE
              ADD 1 TO debited-count
              SET dbt-idx TO debited-count
              MOVE wk-bank-account TO tab-dbt-account(dbt-idx)
              MOVE ZERO            TO tab-dbt-amount(dbt-idx)
           END-IF
           ADD account-debit TO tab-dbt-amount(dbt-idx)
           MOVE run-date   TO tab-dm-last-collected(mnd-idx)
           MOVE amount-due TO tab-dm-last-amount(mnd-idx)
           MOVE "COLLECTED" TO rd-result
           PERFORM Write-Collection-Detail
           .

      * nothing is posted - the balance stays on the AR account
      * and the dunning run takes it from there.
       Report-Unpaid-Bill.
           ADD 1 TO unpaid-count
           ADD amount-due TO unpaid-total
           ADD 1 TO tab-dm-unpaid-count(mnd-idx)
           MOVE unpaid-reason TO rd-result
           PERFORM Write-Collection-Detail
           .

       Write-Collection-Detail.
           MOVE tab-dm-elec-account(mnd-idx) TO rd-elec-account
           MOVE tab-dm-bank-account(mnd-idx) TO rd-bank-account
           MOVE tab-dm-elec-account(mnd-idx) TO wk-elec-account
           PERFORM Find-Elec-Customer
           IF customer-found = "Y"
              MOVE tab-ec-name(cust-found-idx) TO rd-name
           ELSE
              MOVE SPACES TO rd-name
           END-IF
           MOVE tab-dm-last-bill(mnd-idx) TO rd-bill-date
           MOVE amount-due TO rd-amount-out
           WRITE collection-report-line FROM report-detail
           DISPLAY report-detail
           .

      * the day's collections leave the customers' balance
      * accounts and clear electricity debtors.
       Write-Gl-Collections.
           OPEN EXTEND gl-feed-file
           IF gl-feed-status = "35"
              OPEN OUTPUT gl-feed-file
           END-IF
           MOVE "ELEC-DIRDEBIT" TO gf-source
           MOVE SPACES          TO gf-department
           MOVE "COLLECTED"     TO gf-total-type
           MOVE collected-total TO gf-amount
           MOVE run-date        TO gf-date
           WRITE gl-feed-record
           CLOSE gl-feed-file
           .

       Write-Collection-Summary.
           WRITE collection-report-line FROM blank-line
           MOVE "COLLECTED"         TO sl-label
           MOVE collected-count     TO sl-count
           MOVE collected-total     TO sl-amount-out
           WRITE collection-report-line FROM summary-line
           DISPLAY summary-line
           MOVE "UNPAID - TO DUNNING" TO sl-label
           MOVE unpaid-count        TO sl-count
           MOVE unpaid-total        TO sl-amount-out
           WRITE collection-report-line FROM summary-line
           DISPLAY summary-line
           .

      * a 360-day-year day count - near enough to count the
      * payment terms without leap-year arithmetic.
       Flatten-Date.
           COMPUTE day-number = dw-yyyy * 360 + dw-mm * 30 + dw-dd
           .

      * the billing history is in date order, so the last bill
      * read for an account is its latest.
       Find-Latest-Bills.
           PERFORM Clear-Latest-Bill
                    VARYING mnd-idx FROM 1 BY 1
                    UNTIL mnd-idx > mandate-count
           MOVE "N" TO billing-history-eof
           OPEN INPUT billing-history-file
           IF billing-history-status = "00"
              PERFORM Read-Billing-History
              PERFORM Note-One-Bill
                 UNTIL billing-history-eof = "Y"
              CLOSE billing-history-file
           END-IF
           .

       Clear-Latest-Bill.
           MOVE ZERO TO tab-dm-latest-bill(mnd-idx)
           .

       Read-Billing-History.
           READ billing-history-file
              AT END MOVE "Y" TO billing-history-eof
           END-READ
           .

       Note-One-Bill.
           MOVE bh-account TO wk-elec-account
           PERFORM Find-Active-Mandate
           IF mandate-found = "Y"
              SET mnd-idx TO mandate-found-idx
              IF bh-date > tab-dm-latest-bill(mnd-idx)
                 MOVE bh-date TO tab-dm-latest-bill(mnd-idx)
              END-IF
           END-IF
           PERFORM Read-Billing-History
           .

       Load-Dd-Control.
           OPEN INPUT dd-control-file
           IF dd-control-status = "00"
              READ dd-control-file
                 AT END CONTINUE
                 NOT AT END MOVE dc-terms-days TO terms-days
              END-READ
              CLOSE dd-control-file
           END-IF
           .

       Load-Mandates.
           MOVE ZERO TO mandate-count
           MOVE "N" TO dd-mandate-eof
           OPEN INPUT dd-mandate-file
           IF dd-mandate-status = "00"
              PERFORM Read-Mandate
              PERFORM Store-Mandate UNTIL dd-mandate-eof = "Y"
              CLOSE dd-mandate-file
           END-IF
           .

       Read-Mandate.
           READ dd-mandate-file
              AT END MOVE "Y" TO dd-mandate-eof
           END-READ
           .

       Store-Mandate.
           ADD 1 TO mandate-count
           SET mnd-idx TO mandate-count
           MOVE dm-elec-account   TO tab-dm-elec-account(mnd-idx)
           MOVE dm-bank-account   TO tab-dm-bank-account(mnd-idx)
           MOVE dm-status         TO tab-dm-status(mnd-idx)
           MOVE dm-start-date     TO tab-dm-start-date(mnd-idx)
           MOVE dm-last-bill-date TO tab-dm-last-bill(mnd-idx)
           MOVE dm-last-collected TO tab-dm-last-collected(mnd-idx)
           MOVE dm-last-amount    TO tab-dm-last-amount(mnd-idx)
           MOVE dm-unpaid-count   TO tab-dm-unpaid-count(mnd-idx)
           MOVE ZERO              TO tab-dm-latest-bill(mnd-idx)
           PERFORM Read-Mandate
           .

       Save-Mandates.
           OPEN OUTPUT dd-mandate-file
           PERFORM Write-Mandate
                    VARYING mnd-idx FROM 1 BY 1
                    UNTIL mnd-idx > mandate-count
           CLOSE dd-mandate-file
           .

       Write-Mandate.
           MOVE tab-dm-elec-account(mnd-idx)   TO dm-elec-account
           MOVE tab-dm-bank-account(mnd-idx)   TO dm-bank-account
           MOVE tab-dm-status(mnd-idx)         TO dm-status
           MOVE tab-dm-start-date(mnd-idx)     TO dm-start-date
           MOVE tab-dm-last-bill(mnd-idx)      TO dm-last-bill-date
           MOVE tab-dm-last-collected(mnd-idx) TO dm-last-collected
           MOVE tab-dm-last-amount(mnd-idx)    TO dm-last-amount
           MOVE tab-dm-unpaid-count(mnd-idx)   TO dm-unpaid-count
           WRITE dd-mandate-record
           .

       Load-Elec-Customers.
           MOVE ZERO TO customer-count
           MOVE "N" TO elec-customer-eof
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
           MOVE ec-account      TO tab-ec-account(cust-idx)
           MOVE ec-name         TO tab-ec-name(cust-idx)
           MOVE ec-status       TO tab-ec-status(cust-idx)
           MOVE ec-payment-type TO tab-ec-payment(cust-idx)
           PERFORM Read-Elec-Customer
           .

       Find-Elec-Customer.
           MOVE "N" TO customer-found
           PERFORM Check-One-Customer
                    VARYING cust-idx FROM 1 BY 1
                    UNTIL cust-idx > customer-count
                       OR customer-found = "Y"
           .

       Check-One-Customer.
           IF tab-ec-account(cust-idx) = wk-elec-account
              MOVE "Y" TO customer-found
              SET cust-found-idx TO cust-idx
           END-IF
           .

       Load-Overdraft-Limits.
           MOVE ZERO TO overdraft-count
           MOVE "N" TO overdraft-limit-eof
           OPEN INPUT overdraft-limit-file
           IF overdraft-limit-status = "00"
              PERFORM Read-Overdraft-Limit
              PERFORM Store-Overdraft-Limit
                 UNTIL overdraft-limit-eof = "Y"
              CLOSE overdraft-limit-file
           END-IF
           .

       Read-Overdraft-Limit.
           READ overdraft-limit-file
              AT END MOVE "Y" TO overdraft-limit-eof
           END-READ
           .

       Store-Overdraft-Limit.
           ADD 1 TO overdraft-count
           SET odl-idx TO overdraft-count
           MOVE od-account-no TO tab-od-account(odl-idx)
           MOVE od-limit      TO tab-od-limit(odl-idx)
           PERFORM Read-Overdraft-Limit
           .

       Load-Uncleared-Cheques.
           MOVE ZERO TO uncleared-count
           MOVE "N" TO cheque-register-eof
           OPEN INPUT cheque-register-file
           IF cheque-register-status = "00"
              PERFORM Read-Uncleared-Cheque
              PERFORM Store-Uncleared-Cheque
                 UNTIL cheque-register-eof = "Y"
              CLOSE cheque-register-file
           END-IF
           .

       Read-Uncleared-Cheque.
           READ cheque-register-file
              AT END MOVE "Y" TO cheque-register-eof
           END-READ
           .

       Store-Uncleared-Cheque.
           IF cq-uncleared
              ADD 1 TO uncleared-count
              SET unc-idx TO uncleared-count
              MOVE cq-account-no TO tab-unc-account(unc-idx)
              MOVE cq-amount     TO tab-unc-amount(unc-idx)
           END-IF
           PERFORM Read-Uncleared-Cheque
           .

      * existing transactions ride through whole; the feed's old
      * envelope is dropped and rebuilt around the grown file.
       Load-Live-Ledger.
           MOVE ZERO TO ledger-count
           MOVE ZERO TO ledger-hash
           MOVE "N" TO ledger-eof
           OPEN INPUT ledger-file
           IF ledger-status = "00"
              PERFORM Read-Ledger-Txn
              PERFORM Store-Ledger-Txn UNTIL ledger-eof = "Y"
              CLOSE ledger-file
           END-IF
           .

       Read-Ledger-Txn.
           READ ledger-file
              AT END MOVE "Y" TO ledger-eof
           END-READ
           .

       Store-Ledger-Txn.
           IF ledger-txn-record(1:3) NOT = "HDR"
              AND ledger-txn-record(1:3) NOT = "TRL"
              ADD 1 TO ledger-count
              SET lt-idx TO ledger-count
              MOVE ledger-txn-record TO tab-lt-record(lt-idx)
              ADD lt-amount TO ledger-hash
           END-IF
           PERFORM Read-Ledger-Txn
           .

       Rewrite-Live-Ledger.
           OPEN OUTPUT ledger-file
           MOVE "LEDGER"  TO ev-hdr-file-id
           MOVE run-date  TO ev-hdr-date
           WRITE ledger-txn-record FROM envelope-header
           PERFORM Write-One-Ledger-Txn
                    VARYING lt-idx FROM 1 BY 1
                    UNTIL lt-idx > ledger-count
           MOVE ledger-count TO ev-trl-count
           MOVE ledger-hash  TO ev-trl-hash
           WRITE ledger-txn-record FROM envelope-trailer
           CLOSE ledger-file
           .

       Write-One-Ledger-Txn.
           MOVE tab-lt-record(lt-idx) TO ledger-txn-record
           WRITE ledger-txn-record
           .

       COPY DISPUTECK.

       COPY FXRATECK.

       COPY RUNLOCKCK.
