       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-FEES.
      * month-end fee run for the balance ledger: every account on
      * the balance file is charged its type's monthly maintenance
      * fee from the fee tariff, a charge for each ledger
      * transaction in the open month beyond the free allowance,
      * and a fee for each cheque paid in that bounced during the
      * month. the fees post as dated ledger transactions through
      * the normal LEDGER.DAT route (the way INTEREST-ACCRUAL posts
      * interest), a dormant account or one whose client is
      * flagged closed has its fees waived, every fee charged or
      * waived goes on the fee register for customer queries, and
      * the month's fee income goes to GL-POST through the feed.
      * account types are kept here too.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO
                  "data/ACCOUNTBALANCES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AB-ACCOUNT-NO.
           SELECT fee-tariff-file ASSIGN TO "data/FEETARIFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fee-tariff-status.
           SELECT account-type-file ASSIGN TO "data/ACCTTYPES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS account-type-status.
           SELECT fee-register-file ASSIGN TO "data/FEEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fee-register-status.
           SELECT ledger-file ASSIGN TO "data/LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ledger-status.
           SELECT cheque-register-file ASSIGN TO
                  "data/CHEQUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cheque-register-status.
           SELECT client-master-file ASSIGN TO "data/CLIENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS client-master-status.
           SELECT period-control-file ASSIGN TO
                  "data/PERIODCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS period-control-status.
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
           SELECT fee-report-file ASSIGN TO "data/ACCTFEES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-BALANCE-FILE.
       COPY ACCTBAL.

       FD  fee-tariff-file.
       COPY FEETARIFF.

       FD  account-type-file.
       COPY ACCTTYPE.

       FD  fee-register-file.
       COPY FEEREG.

       FD  ledger-file.
       COPY LEDGER.

       FD  cheque-register-file.
       COPY CHEQREG.

       FD  client-master-file.
       COPY CLIENTM.

       FD  period-control-file.
       COPY PERIODCTL.

       FD  gl-feed-file.
       COPY GLFEED.

       FD  fx-control-file.
       COPY FXCTL.

       FD  fx-rate-file.
       COPY FXRATE.

       FD  account-currency-file.
       COPY ACCTCCY.

       FD  fee-report-file.
       01  fee-report-line      PIC X(72).

       WORKING-STORAGE SECTION.
       01  fee-tariff-status    PIC XX.
       01  fee-tariff-eof       PIC X VALUE "N".
       01  account-type-status  PIC XX.
       01  account-type-eof     PIC X VALUE "N".
       01  fee-register-status  PIC XX.
       01  fee-register-eof     PIC X VALUE "N".
       01  ledger-status        PIC XX.
       01  ledger-eof           PIC X VALUE "N".
       01  cheque-register-status PIC XX.
       01  cheque-register-eof  PIC X VALUE "N".
       01  client-master-status PIC XX.
       01  client-master-eof    PIC X VALUE "N".
       01  period-control-status PIC XX.
       01  gl-feed-status       PIC XX.
       01  account-balance-eof  PIC X VALUE "N".
       01  menu-action          PIC X.
           88 action-run        VALUE "R" "r".
           88 action-type       VALUE "T" "t".
           88 action-query      VALUE "Q" "q".
           88 action-exit       VALUE "X" "x".
       01  tariff-table.
           03 tariff-entry OCCURS 20 TIMES INDEXED BY trf-idx.
              05 tab-ft-type         PIC XX.
              05 tab-ft-monthly-fee  PIC 9(4)V99.
              05 tab-ft-free-txns    PIC 999.
              05 tab-ft-txn-fee      PIC 9(3)V99.
              05 tab-ft-bounce-fee   PIC 9(4)V99.
              05 tab-ft-description  PIC X(20).
       01  tariff-count         PIC 99 VALUE ZERO.
       01  tariff-found         PIC X.
       01  tariff-found-idx     PIC 99 VALUE ZERO.
      * an account with no row on the type file is charged on the
      * standard current-account tariff.
       01  default-account-type PIC XX VALUE "ST".
       01  type-table.
           03 type-entry OCCURS 500 TIMES INDEXED BY typ-idx.
              05 tab-at-account      PIC 9(4).
              05 tab-at-type         PIC XX.
       01  type-count           PIC 999 VALUE ZERO.
       01  type-found           PIC X.
       01  type-found-idx       PIC 999 VALUE ZERO.
      * the whole live ledger rides through the run so the file
      * can be rewritten with a fresh header and trailer - an
      * appended file would leave the old trailer lying mid-file
       01  ledger-table.
           03 lt-entry OCCURS 500 TIMES INDEXED BY lt-idx.
              05 tab-lt-record       PIC X(60).
              05 tab-lt-fields REDEFINES tab-lt-record.
                 07 tab-lt-account   PIC 9(4).
                 07 tab-lt-description PIC X(20).
      * what the month-end runs post themselves is not a customer
      * transaction and never counts against the free allowance
                    88 tab-lt-system-entry VALUE
                       "INTEREST PAID" "INTEREST CHARGED"
                       "WITHHOLDING TAX" "WHT WITHHELD"
                       "MAINTENANCE FEE" "TRANSACTION FEES"
                       "BOUNCED CHEQUE FEE" "CHQ STOP FEE".
                 07 FILLER           PIC X(18).
                 07 tab-lt-post-period PIC 9(6).
                 07 FILLER           PIC 99.
       01  ledger-count         PIC 999 VALUE ZERO.
       01  ledger-loaded        PIC 999 VALUE ZERO.
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
      * cheques that bounced in the fee month, by account
       01  bounce-table.
           03 bounce-entry OCCURS 200 TIMES INDEXED BY bnc-idx.
              05 tab-bc-account      PIC 9(4).
       01  bounce-count         PIC 999 VALUE ZERO.
      * accounts whose client is flagged closed - the closure is
      * under way and the account is not charged for its last days
       01  closing-table.
           03 closing-entry OCCURS 100 TIMES INDEXED BY cls-idx.
              05 tab-cl-account      PIC 9(4).
       01  closing-count        PIC 999 VALUE ZERO.
       01  closing-found        PIC X.
      * tax withheld on credit interest sits on this ledger
      * account - it is the bank's own and pays no fees
       01  wht-account-no       PIC 9(4) VALUE 9998.
       01  run-date             PIC 9(8).
       01  fee-period           PIC 9(6).
       01  period-already-run   PIC X.
       01  account-type         PIC XX.
       01  txn-count            PIC 999.
       01  excess-txns          PIC 999.
       01  bounced-count        PIC 999.
       01  maintenance-fee      PIC 9(5)V99.
       01  transaction-fee      PIC 9(5)V99.
       01  bounced-fee          PIC 9(5)V99.
       01  account-fees         PIC 9(5)V99.
       01  waive-reason         PIC X(8).
       01  accounts-charged     PIC 9(5) VALUE ZERO.
       01  accounts-waived      PIC 9(5) VALUE ZERO.
       01  total-charged        PIC 9(8)V99 VALUE ZERO.
       01  total-waived         PIC 9(8)V99 VALUE ZERO.
       01  query-account        PIC 9(4).
       01  query-count          PIC 999.
       01  new-account-type     PIC XX.
       01  amount-out           PIC ZZ,ZZ9.99.
       01  report-heading.
           03 FILLER            PIC X(32) VALUE
                 "----- MONTH-END ACCOUNT FEES FOR".
           03 FILLER            PIC X VALUE SPACE.
           03 rh-period         PIC 9(6).
           03 FILLER            PIC X(6) VALUE " -----".
       01  report-columns.
           03 FILLER            PIC X(6) VALUE "ACCT".
           03 FILLER            PIC X(4) VALUE "TY".
           03 FILLER            PIC X(5) VALUE "TXN".
           03 FILLER            PIC X(4) VALUE "BC".
           03 FILLER            PIC X(10) VALUE "    MAINT".
           03 FILLER            PIC X(10) VALUE " TXN FEES".
           03 FILLER            PIC X(10) VALUE "  BOUNCED".
           03 FILLER            PIC X(11) VALUE "    TOTAL".
           03 FILLER            PIC X(4) VALUE "NOTE".
       01  detail-line.
           03 dl-account        PIC 9(4).
           03 FILLER            PIC XX VALUE SPACES.
           03 dl-type           PIC XX.
           03 FILLER            PIC XX VALUE SPACES.
           03 dl-txns           PIC ZZ9.
           03 FILLER            PIC XX VALUE SPACES.
           03 dl-bounced        PIC Z9.
           03 FILLER            PIC XX VALUE SPACES.
           03 dl-maint          PIC ZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 dl-txn-fee        PIC ZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 dl-bounce-fee     PIC ZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 dl-total          PIC ZZ,ZZ9.99.
           03 FILLER            PIC XX VALUE SPACES.
           03 dl-note           PIC X(10).
       01  summary-line.
           03 sl-label          PIC X(26).
           03 sl-amount-out     PIC $$,$$$,$$9.99.
       01  blank-line           PIC X(72) VALUE SPACES.
       01  query-line.
           03 ql-period         PIC 9(6).
           03 FILLER            PIC XX VALUE SPACES.
           03 ql-kind           PIC X(18).
           03 FILLER            PIC X VALUE SPACE.
           03 ql-quantity       PIC ZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 ql-amount         PIC ZZ,ZZ9.99.
           03 FILLER            PIC XX VALUE SPACES.
           03 ql-status         PIC X(7).
           03 FILLER            PIC X VALUE SPACE.
           03 ql-reason         PIC X(8).
       COPY FXRATEWS.
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Acct-Fees.
           DISPLAY "ACCOUNT FEES"
           PERFORM Claim-Balance-Lock
           IF NOT rl-granted
              GOBACK
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Fee-Period
           PERFORM Load-Fee-Tariff
           PERFORM Load-Account-Types
           PERFORM Fees-One-Action WITH TEST AFTER
                    UNTIL action-exit
           PERFORM Release-Run-Lock
           GOBACK.

      * the fee run rewrites the live ledger, so the balances set
      * is held for the whole run - a BALANCE posting made at the
      * same time would otherwise be lost.
       Claim-Balance-Lock.
           MOVE "BALANCES"  TO rl-lock-set
           MOVE "ACCT-FEES" TO rl-program
           PERFORM Claim-Run-Lock
           .

       Fees-One-Action.
           DISPLAY SPACE
           DISPLAY "Run month-end fees, set account Type, Query an "
                   "account or eXit? (R/T/Q/X): " WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-run    PERFORM Run-Month-End-Fees
              WHEN action-type   PERFORM Set-Account-Type
              WHEN action-query  PERFORM Query-Account-Fees
              WHEN action-exit   CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER R, T, Q OR X"
           END-EVALUATE
           .

      * the fees are for the open posting month, the same month
      * whose ledger transactions are counted. a month already on
      * the fee register is never charged twice.
       Run-Month-End-Fees.
           PERFORM Check-Period-Run
           IF period-already-run = "Y"
              DISPLAY "FEES ALREADY RUN FOR " fee-period
           ELSE
              IF tariff-count = ZERO
                 DISPLAY "NO FEE TARIFF ON data/FEETARIFF.DAT"
              ELSE
                 PERFORM Charge-All-Accounts
              END-IF
           END-IF
           .

       Charge-All-Accounts.
           MOVE ZERO TO accounts-charged
           MOVE ZERO TO accounts-waived
           MOVE ZERO TO total-charged
           MOVE ZERO TO total-waived
           PERFORM Load-Fx-Tables
           PERFORM Load-Live-Ledger
           MOVE ledger-count TO ledger-loaded
           PERFORM Load-Bounced-Cheques
           PERFORM Load-Closing-Accounts
           OPEN OUTPUT fee-report-file
           MOVE fee-period TO rh-period
           WRITE fee-report-line FROM report-heading
           WRITE fee-report-line FROM blank-line
           WRITE fee-report-line FROM report-columns
           OPEN EXTEND fee-register-file
           IF fee-register-status = "35"
              OPEN OUTPUT fee-register-file
           END-IF
           MOVE "N" TO account-balance-eof
           OPEN INPUT ACCOUNT-BALANCE-FILE
           PERFORM Read-Account-Balance
           PERFORM Charge-One-Account
                    UNTIL account-balance-eof = "Y"
           CLOSE ACCOUNT-BALANCE-FILE
           CLOSE fee-register-file
           IF total-charged > ZERO
              PERFORM Rewrite-Live-Ledger
              PERFORM Write-Gl-Fee-Income
           END-IF
           PERFORM Write-Fee-Summary
           CLOSE fee-report-file
           DISPLAY "FEE REPORT WRITTEN TO data/ACCTFEES.RPT"
           .

       Read-Account-Balance.
           READ ACCOUNT-BALANCE-FILE
              AT END MOVE "Y" TO account-balance-eof
           END-READ
           .

       Charge-One-Account.
           IF AB-ACCOUNT-NO NOT = wht-account-no
              PERFORM Find-Account-Type
              PERFORM Find-Tariff
              IF tariff-found = "Y"
                 PERFORM Work-Out-Fees
              ELSE
                 MOVE ZERO TO txn-count
                 MOVE ZERO TO bounced-count
                 MOVE ZERO TO maintenance-fee
                 MOVE ZERO TO transaction-fee
                 MOVE ZERO TO bounced-fee
                 MOVE ZERO TO account-fees
                 MOVE "NO TARIFF" TO dl-note
                 PERFORM Write-Fee-Detail
              END-IF
           END-IF
           PERFORM Read-Account-Balance
           .

      * a dormant account is left untouched - a fee would be the
      * only movement on it - and an account being closed is not
      * charged for its last days. both still go on the register
      * as waived so the customer's query can be answered. the
      * tariff is in the base currency: a foreign account is
      * charged the fee converted at the day's rate, and waived
      * when there is no rate for its currency yet.
       Work-Out-Fees.
           SET trf-idx TO tariff-found-idx
           PERFORM Count-Account-Txns
           PERFORM Count-Account-Bounces
           MOVE tab-ft-monthly-fee(trf-idx) TO maintenance-fee
           MOVE ZERO TO excess-txns
           IF txn-count > tab-ft-free-txns(trf-idx)
              COMPUTE excess-txns =
                    txn-count - tab-ft-free-txns(trf-idx)
           END-IF
           COMPUTE transaction-fee =
                 excess-txns * tab-ft-txn-fee(trf-idx)
           COMPUTE bounced-fee =
                 bounced-count * tab-ft-bounce-fee(trf-idx)
           COMPUTE account-fees =
                 maintenance-fee + transaction-fee + bounced-fee
           MOVE SPACES TO waive-reason
           IF AB-DORMANT
              MOVE "DORMANT" TO waive-reason
           ELSE
              PERFORM Check-Closing-Account
              IF closing-found = "Y"
                 MOVE "CLOSING" TO waive-reason
              END-IF
           END-IF
           MOVE AB-ACCOUNT-NO TO fx-account
           PERFORM Find-Account-Currency
           MOVE run-date TO fx-on-date
           PERFORM Find-Fx-Rate
           IF waive-reason = SPACES
              AND fx-rate-found NOT = "Y"
              MOVE "NO RATE" TO waive-reason
           END-IF
           IF waive-reason = SPACES
              MOVE SPACES TO dl-note
              IF account-fees > ZERO
                 ADD 1 TO accounts-charged
                 ADD account-fees TO total-charged
              END-IF
           ELSE
              MOVE waive-reason TO dl-note
              IF account-fees > ZERO
                 ADD 1 TO accounts-waived
                 ADD account-fees TO total-waived
              END-IF
           END-IF
           IF maintenance-fee > ZERO
              MOVE "M"               TO fr-fee-kind
              MOVE 1                 TO fr-quantity
              MOVE maintenance-fee   TO fr-amount
              MOVE "MAINTENANCE FEE" TO lt-description
              PERFORM Record-One-Fee
           END-IF
           IF transaction-fee > ZERO
              MOVE "T"               TO fr-fee-kind
              MOVE excess-txns       TO fr-quantity
              MOVE transaction-fee   TO fr-amount
              MOVE "TRANSACTION FEES" TO lt-description
              PERFORM Record-One-Fee
           END-IF
           IF bounced-fee > ZERO
              MOVE "B"               TO fr-fee-kind
              MOVE bounced-count     TO fr-quantity
              MOVE bounced-fee       TO fr-amount
              MOVE "BOUNCED CHEQUE FEE" TO lt-description
              PERFORM Record-One-Fee
           END-IF
           PERFORM Write-Fee-Detail
           .

      * a charged fee posts to the ledger as a debit; a waived
      * one goes on the register only. both are recorded in the
      * account's own currency.
       Record-One-Fee.
           IF fx-foreign = "Y"
              AND fx-rate-found = "Y"
              MOVE fr-amount TO fx-base-amount
              PERFORM Convert-From-Base
              MOVE fx-amount TO fr-amount
           END-IF
           MOVE AB-ACCOUNT-NO TO fr-account-no
           MOVE fee-period    TO fr-period
           MOVE run-date      TO fr-post-date
           MOVE waive-reason  TO fr-waive-reason
           IF waive-reason = SPACES
              MOVE "C" TO fr-status
              MOVE AB-ACCOUNT-NO TO lt-account-no
              COMPUTE lt-amount = ZERO - fr-amount
              MOVE run-date      TO lt-txn-date
              MOVE run-date      TO lt-post-date
              ADD 1 TO ledger-count
              SET lt-idx TO ledger-count
              MOVE ledger-txn-record TO tab-lt-record(lt-idx)
              ADD lt-amount TO ledger-hash
           ELSE
              MOVE "W" TO fr-status
           END-IF
           WRITE fee-register-record
           .

       Write-Fee-Detail.
           MOVE AB-ACCOUNT-NO   TO dl-account
           MOVE account-type    TO dl-type
           MOVE txn-count       TO dl-txns
           MOVE bounced-count   TO dl-bounced
           MOVE maintenance-fee TO dl-maint
           MOVE transaction-fee TO dl-txn-fee
           MOVE bounced-fee     TO dl-bounce-fee
           MOVE account-fees    TO dl-total
           WRITE fee-report-line FROM detail-line
           .

      * only the transactions the ledger loaded with are counted -
      * fees posted earlier in this run are not the customer's.
       Count-Account-Txns.
           MOVE ZERO TO txn-count
           PERFORM Count-One-Txn
                    VARYING lt-idx FROM 1 BY 1
                    UNTIL lt-idx > ledger-loaded
           .

       Count-One-Txn.
           IF tab-lt-account(lt-idx) = AB-ACCOUNT-NO
              AND tab-lt-post-period(lt-idx) = fee-period
              AND NOT tab-lt-system-entry(lt-idx)
              ADD 1 TO txn-count
           END-IF
           .

       Count-Account-Bounces.
           MOVE ZERO TO bounced-count
           PERFORM Count-One-Bounce
                    VARYING bnc-idx FROM 1 BY 1
                    UNTIL bnc-idx > bounce-count
           .

       Count-One-Bounce.
           IF tab-bc-account(bnc-idx) = AB-ACCOUNT-NO
              ADD 1 TO bounced-count
           END-IF
           .

       Check-Closing-Account.
           MOVE "N" TO closing-found
           PERFORM Check-One-Closing
                    VARYING cls-idx FROM 1 BY 1
                    UNTIL cls-idx > closing-count
                       OR closing-found = "Y"
           .

       Check-One-Closing.
           IF tab-cl-account(cls-idx) = AB-ACCOUNT-NO
              MOVE "Y" TO closing-found
           END-IF
           .

       Find-Account-Type.
           MOVE AB-ACCOUNT-NO TO query-account
           PERFORM Find-Type-Row
           IF type-found = "Y"
              SET typ-idx TO type-found-idx
              MOVE tab-at-type(typ-idx) TO account-type
           ELSE
              MOVE default-account-type TO account-type
           END-IF
           .

       Find-Type-Row.
           MOVE "N" TO type-found
           PERFORM Check-One-Type
                    VARYING typ-idx FROM 1 BY 1
                    UNTIL typ-idx > type-count
                       OR type-found = "Y"
           .

       Check-One-Type.
           IF tab-at-account(typ-idx) = query-account
              MOVE "Y" TO type-found
              SET type-found-idx TO typ-idx
           END-IF
           .

       Find-Tariff.
           MOVE "N" TO tariff-found
           PERFORM Check-One-Tariff
                    VARYING trf-idx FROM 1 BY 1
                    UNTIL trf-idx > tariff-count
                       OR tariff-found = "Y"
           .

       Check-One-Tariff.
           IF tab-ft-type(trf-idx) = account-type
              MOVE "Y" TO tariff-found
              SET tariff-found-idx TO trf-idx
           END-IF
           .

      * the month's fee income goes through the feed as one total;
      * GL-POST maps it from customer accounts to fee income.
       Write-Gl-Fee-Income.
           OPEN EXTEND gl-feed-file
           IF gl-feed-status = "35"
              OPEN OUTPUT gl-feed-file
           END-IF
           MOVE "ACCOUNT-FEES"  TO gf-source
           MOVE SPACES          TO gf-department
           MOVE "CHARGED"       TO gf-total-type
           MOVE total-charged   TO gf-amount
           MOVE run-date        TO gf-date
           WRITE gl-feed-record
           CLOSE gl-feed-file
           .

       Write-Fee-Summary.
           WRITE fee-report-line FROM blank-line
           MOVE "TOTAL FEES CHARGED"    TO sl-label
           MOVE total-charged           TO sl-amount-out
           WRITE fee-report-line FROM summary-line
           DISPLAY summary-line
           MOVE "TOTAL FEES WAIVED"     TO sl-label
           MOVE total-waived            TO sl-amount-out
           WRITE fee-report-line FROM summary-line
           DISPLAY summary-line
           DISPLAY "ACCOUNTS CHARGED: " accounts-charged
                   "  WAIVED: " accounts-waived
           .

      * the type must be on the tariff, or the account would go
      * uncharged at month end.
       Set-Account-Type.
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT query-account
           DISPLAY "ACCOUNT TYPE: " WITH NO ADVANCING
           ACCEPT new-account-type
           MOVE new-account-type TO account-type
           PERFORM Find-Tariff
           IF tariff-found NOT = "Y"
              DISPLAY "TYPE " new-account-type " NOT ON THE TARIFF"
           ELSE
              PERFORM Find-Type-Row
              IF type-found = "Y"
                 SET typ-idx TO type-found-idx
              ELSE
                 ADD 1 TO type-count
                 SET typ-idx TO type-count
                 MOVE query-account TO tab-at-account(typ-idx)
              END-IF
              MOVE new-account-type TO tab-at-type(typ-idx)
              PERFORM Save-Account-Types
              SET trf-idx TO tariff-found-idx
              DISPLAY "ACCOUNT " query-account " NOW "
                      tab-ft-description(trf-idx)
           END-IF
           .

       Query-Account-Fees.
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT query-account
           MOVE ZERO TO query-count
           MOVE "N" TO fee-register-eof
           OPEN INPUT fee-register-file
           IF fee-register-status = "00"
              PERFORM Read-Fee-Register
              PERFORM Show-One-Fee
                 UNTIL fee-register-eof = "Y"
              CLOSE fee-register-file
           END-IF
           IF query-count = ZERO
              DISPLAY "NO FEES ON THE REGISTER FOR " query-account
           END-IF
           .

       Show-One-Fee.
           IF fr-account-no = query-account
              ADD 1 TO query-count
              MOVE fr-period   TO ql-period
              EVALUATE TRUE
                 WHEN fr-maintenance
                    MOVE "MAINTENANCE FEE"    TO ql-kind
                 WHEN fr-transactions
                    MOVE "TRANSACTION FEES"   TO ql-kind
                 WHEN OTHER
                    MOVE "BOUNCED CHEQUE FEE" TO ql-kind
              END-EVALUATE
              MOVE fr-quantity TO ql-quantity
              MOVE fr-amount   TO ql-amount
              IF fr-waived
                 MOVE "WAIVED"  TO ql-status
              ELSE
                 MOVE "CHARGED" TO ql-status
              END-IF
              MOVE fr-waive-reason TO ql-reason
              DISPLAY query-line
           END-IF
           PERFORM Read-Fee-Register
           .

       Read-Fee-Register.
           READ fee-register-file
              AT END MOVE "Y" TO fee-register-eof
           END-READ
           .

       Check-Period-Run.
           MOVE "N" TO period-already-run
           MOVE "N" TO fee-register-eof
           OPEN INPUT fee-register-file
           IF fee-register-status = "00"
              PERFORM Read-Fee-Register
              PERFORM Check-One-Register-Row
                 UNTIL fee-register-eof = "Y"
              CLOSE fee-register-file
           END-IF
           .

       Check-One-Register-Row.
           IF fr-period = fee-period
              MOVE "Y" TO period-already-run
           END-IF
           PERFORM Read-Fee-Register
           .

      * with no posting calendar the run month is the fee month
       Load-Fee-Period.
           MOVE run-date(1:6) TO fee-period
           OPEN INPUT period-control-file
           IF period-control-status = "00"
              READ period-control-file
                 AT END CONTINUE
                 NOT AT END MOVE pc-open-period TO fee-period
              END-READ
              CLOSE period-control-file
           END-IF
           .

       Load-Fee-Tariff.
           OPEN INPUT fee-tariff-file
           IF fee-tariff-status = "00"
              PERFORM Read-Fee-Tariff
              PERFORM Store-Fee-Tariff
                 UNTIL fee-tariff-eof = "Y"
              CLOSE fee-tariff-file
           END-IF
           .

       Read-Fee-Tariff.
           READ fee-tariff-file
              AT END MOVE "Y" TO fee-tariff-eof
           END-READ
           .

       Store-Fee-Tariff.
           ADD 1 TO tariff-count
           SET trf-idx TO tariff-count
           MOVE ft-account-type TO tab-ft-type(trf-idx)
           MOVE ft-monthly-fee  TO tab-ft-monthly-fee(trf-idx)
           MOVE ft-free-txns    TO tab-ft-free-txns(trf-idx)
           MOVE ft-txn-fee      TO tab-ft-txn-fee(trf-idx)
           MOVE ft-bounce-fee   TO tab-ft-bounce-fee(trf-idx)
           MOVE ft-description  TO tab-ft-description(trf-idx)
           PERFORM Read-Fee-Tariff
           .

       Load-Account-Types.
           OPEN INPUT account-type-file
           IF account-type-status = "00"
              PERFORM Read-Account-Type
              PERFORM Store-Account-Type
                 UNTIL account-type-eof = "Y"
              CLOSE account-type-file
           END-IF
           .

       Read-Account-Type.
           READ account-type-file
              AT END MOVE "Y" TO account-type-eof
           END-READ
           .

       Store-Account-Type.
           ADD 1 TO type-count
           SET typ-idx TO type-count
           MOVE at-account-no   TO tab-at-account(typ-idx)
           MOVE at-account-type TO tab-at-type(typ-idx)
           PERFORM Read-Account-Type
           .

       Save-Account-Types.
           OPEN OUTPUT account-type-file
           PERFORM Write-Account-Type
                    VARYING typ-idx FROM 1 BY 1
                    UNTIL typ-idx > type-count
           CLOSE account-type-file
           .

       Write-Account-Type.
           MOVE tab-at-account(typ-idx) TO at-account-no
           MOVE tab-at-type(typ-idx)    TO at-account-type
           WRITE account-type-record
           .

      * a cheque counts in the month its bounce was recorded
       Load-Bounced-Cheques.
           MOVE ZERO TO bounce-count
           MOVE "N" TO cheque-register-eof
           OPEN INPUT cheque-register-file
           IF cheque-register-status = "00"
              PERFORM Read-Cheque-Register
              PERFORM Store-Bounced-Cheque
                 UNTIL cheque-register-eof = "Y"
              CLOSE cheque-register-file
           END-IF
           .

       Read-Cheque-Register.
           READ cheque-register-file
              AT END MOVE "Y" TO cheque-register-eof
           END-READ
           .

       Store-Bounced-Cheque.
           IF cq-bounced
              AND cq-clear-date(1:6) = fee-period
              ADD 1 TO bounce-count
              SET bnc-idx TO bounce-count
              MOVE cq-account-no TO tab-bc-account(bnc-idx)
           END-IF
           PERFORM Read-Cheque-Register
           .

       Load-Closing-Accounts.
           MOVE ZERO TO closing-count
           MOVE "N" TO client-master-eof
           OPEN INPUT client-master-file
           IF client-master-status = "00"
              PERFORM Read-Client-Master
              PERFORM Store-Closing-Account
                 UNTIL client-master-eof = "Y"
              CLOSE client-master-file
           END-IF
           .

       Read-Client-Master.
           READ client-master-file
              AT END MOVE "Y" TO client-master-eof
           END-READ
           .

       Store-Closing-Account.
           IF CLIENT-CLOSED
              ADD 1 TO closing-count
              SET cls-idx TO closing-count
              MOVE ACCOUNT-N0 TO tab-cl-account(cls-idx)
           END-IF
           PERFORM Read-Client-Master
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

       COPY FXRATECK.

       COPY RUNLOCKCK.
