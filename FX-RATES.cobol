       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-RATES.
      * foreign-currency accounts: the daily exchange-rate table
      * (base-currency units per unit of each foreign currency),
      * the currency an account is held in, and the month-end
      * revaluation. an account is given its currency before it
      * has any money on it; from then on its ledger postings,
      * balance and statements are in that currency. the
      * revaluation takes each foreign balance to base currency at
      * the closing rate, works out the unrealised gain or loss on
      * the balance carried from the last revaluation and hands
      * the totals to GL-POST through the GL feed, so the nominal
      * ledger stays in base currency.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT fx-revaluation-file ASSIGN TO "data/FXREVAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fx-revaluation-status.
           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO
                  "data/ACCOUNTBALANCES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-ACCOUNT-NO
               FILE STATUS IS account-balance-status.
           SELECT gl-feed-file ASSIGN TO "data/GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-feed-status.
           SELECT revaluation-report-file ASSIGN TO
                  "data/FXREVAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  fx-control-file.
       COPY FXCTL.

       FD  fx-rate-file.
       COPY FXRATE.

       FD  account-currency-file.
       COPY ACCTCCY.

       FD  fx-revaluation-file.
       COPY FXREVAL.

       FD  ACCOUNT-BALANCE-FILE.
       COPY ACCTBAL.

       FD  gl-feed-file.
       COPY GLFEED.

       FD  revaluation-report-file.
       01  revaluation-report-line PIC X(80).

       WORKING-STORAGE SECTION.
       COPY FXRATEWS.
       01  fx-revaluation-status PIC XX.
       01  fx-revaluation-eof   PIC X VALUE "N".
       01  account-balance-status PIC XX.
       01  gl-feed-status       PIC XX.
      * the last revaluation of each foreign account - the balance
      * and rate the next one measures its movement from
       01  prior-table.
           03 pri-entry OCCURS 100 TIMES INDEXED BY pri-idx.
              05 tab-pri-account PIC 9(4).
              05 tab-pri-period  PIC 9(6).
              05 tab-pri-balance PIC S9(7)V99.
              05 tab-pri-rate    PIC 9(4)V9(6).
       01  prior-count          PIC 999 VALUE ZERO.
       01  prior-found          PIC X.
       01  prior-found-idx      PIC 999 VALUE ZERO.
       01  period-revalued      PIC X.
       01  rates-changed        PIC X VALUE "N".
       01  currencies-changed   PIC X VALUE "N".
       01  menu-action          PIC X.
           88 action-enter      VALUE "E" "e".
           88 action-assign     VALUE "A" "a".
           88 action-list       VALUE "L" "l".
           88 action-revalue    VALUE "V" "v".
           88 action-exit       VALUE "X" "x".
       01  work-rate.
           03 wk-currency       PIC X(3).
           03 wk-rate-date      PIC 9(8).
           03 wk-rate           PIC 9(4)V9(6).
           03 wk-account        PIC 9(4).
       01  account-found        PIC X.
       01  run-date             PIC 9(8).
       01  revaluation-period   PIC 9(6).
       01  movement             PIC S9(9)V99.
       01  revalued-count       PIC 9(5) VALUE ZERO.
       01  total-gain           PIC 9(9)V99 VALUE ZERO.
       01  total-loss           PIC 9(9)V99 VALUE ZERO.
       01  rate-out             PIC ZZZ9.999999.
       01  report-heading.
           03 FILLER            PIC X(36) VALUE
                 "----- FOREIGN CURRENCY REVALUATION ".
           03 rh-period         PIC 9(6).
           03 FILLER            PIC X(10) VALUE " - BASE ".
           03 rh-base           PIC X(3).
       01  report-columns.
           03 FILLER            PIC X(9)  VALUE "ACCOUNT".
           03 FILLER            PIC X(4)  VALUE "CCY".
           03 FILLER            PIC X(15) VALUE "        BALANCE".
           03 FILLER            PIC X(13) VALUE "         RATE".
           03 FILLER            PIC X(17) VALUE "       BASE VALUE".
           03 FILLER            PIC X(17) VALUE "   GAIN (-) LOSS".
       01  report-detail.
           03 rd-account        PIC 9(4).
           03 FILLER            PIC X(5) VALUE SPACES.
           03 rd-currency       PIC X(3).
           03 FILLER            PIC X    VALUE SPACE.
           03 rd-balance-out    PIC -Z,ZZZ,ZZ9.99.
           03 FILLER            PIC X    VALUE SPACE.
           03 rd-rate-out       PIC ZZZ9.999999.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 rd-base-out       PIC -ZZZ,ZZZ,ZZ9.99.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 rd-movement-out   PIC -ZZZ,ZZZ,ZZ9.99.
       01  report-message.
           03 rm-account        PIC 9(4).
           03 FILLER            PIC X(5) VALUE SPACES.
           03 rm-currency       PIC X(3).
           03 FILLER            PIC X    VALUE SPACE.
           03 rm-text           PIC X(40).
       01  summary-line.
           03 sl-label          PIC X(26).
           03 sl-amount-out     PIC ZZZ,ZZZ,ZZ9.99.
       01  blank-line           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       Fx-Rates.
           DISPLAY "FOREIGN CURRENCY ACCOUNTS AND RATES"
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Fx-Tables
           PERFORM Fx-One-Action WITH TEST AFTER
                    UNTIL action-exit
           IF rates-changed = "Y"
              PERFORM Save-Fx-Rates
           END-IF
           IF currencies-changed = "Y"
              PERFORM Save-Account-Currencies
           END-IF
           GOBACK.

       Fx-One-Action.
           DISPLAY SPACE
           DISPLAY "Enter rate, Assign account currency, List, "
                   "reValue month-end or eXit? (E/A/L/V/X): "
                   WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-enter   PERFORM Enter-Fx-Rate
              WHEN action-assign  PERFORM Assign-Account-Currency
              WHEN action-list    PERFORM List-Fx-Tables
              WHEN action-revalue PERFORM Revalue-Foreign-Accounts
              WHEN action-exit    CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER E, A, L, V OR X"
           END-EVALUATE
           .

      * one rate per currency per day - a second rate keyed for
      * the same day replaces the first.
       Enter-Fx-Rate.
           DISPLAY "CURRENCY: " WITH NO ADVANCING
           ACCEPT wk-currency
           DISPLAY "RATE DATE (ZERO FOR TODAY): " WITH NO ADVANCING
           ACCEPT wk-rate-date
           IF wk-rate-date = ZERO
              MOVE run-date TO wk-rate-date
           END-IF
           DISPLAY "BASE UNITS PER ONE " wk-currency ": "
                   WITH NO ADVANCING
           ACCEPT wk-rate
           EVALUATE TRUE
              WHEN wk-currency = SPACES
                 DISPLAY "CURRENCY MUST BE GIVEN"
              WHEN wk-currency = fx-base-currency
                 DISPLAY wk-currency " IS THE BASE CURRENCY"
              WHEN wk-rate = ZERO
                 DISPLAY "RATE MUST NOT BE ZERO"
              WHEN OTHER
                 PERFORM Store-Entered-Rate
           END-EVALUATE
           .

       Store-Entered-Rate.
           MOVE "N" TO fx-rate-found
           PERFORM Replace-Same-Day-Rate
                    VARYING fx-rate-idx FROM 1 BY 1
                    UNTIL fx-rate-idx > fx-rate-count
           IF fx-rate-found NOT = "Y"
              ADD 1 TO fx-rate-count
              SET fx-rate-idx TO fx-rate-count
              MOVE wk-currency  TO tab-fxr-currency(fx-rate-idx)
              MOVE wk-rate-date TO tab-fxr-date(fx-rate-idx)
              MOVE wk-rate      TO tab-fxr-rate(fx-rate-idx)
           END-IF
           MOVE "Y" TO rates-changed
           MOVE wk-rate TO rate-out
           DISPLAY wk-currency " " wk-rate-date " RATE " rate-out
           .

       Replace-Same-Day-Rate.
           IF tab-fxr-currency(fx-rate-idx) = wk-currency
              AND tab-fxr-date(fx-rate-idx) = wk-rate-date
              MOVE wk-rate TO tab-fxr-rate(fx-rate-idx)
              MOVE "Y" TO fx-rate-found
           END-IF
           .

      * the currency is fixed while the account holds nothing -
      * switching it under a balance would restate the money.
       Assign-Account-Currency.
           DISPLAY "ACCOUNT: " WITH NO ADVANCING
           ACCEPT wk-account
           DISPLAY "CURRENCY: " WITH NO ADVANCING
           ACCEPT wk-currency
           MOVE "N" TO account-found
           OPEN INPUT ACCOUNT-BALANCE-FILE
           IF account-balance-status = "00"
              MOVE wk-account TO AB-ACCOUNT-NO
              READ ACCOUNT-BALANCE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO account-found
              END-READ
              CLOSE ACCOUNT-BALANCE-FILE
           END-IF
           MOVE wk-currency TO fx-currency
           MOVE run-date    TO fx-on-date
           PERFORM Find-Fx-Rate
           EVALUATE TRUE
              WHEN account-found NOT = "Y"
                 DISPLAY "NO ACCOUNT " wk-account
              WHEN AB-BALANCE NOT = ZERO
                 DISPLAY "ACCOUNT " wk-account
                         " HOLDS A BALANCE - CURRENCY CANNOT CHANGE"
              WHEN fx-rate-found NOT = "Y"
                 DISPLAY "NO RATE ON FILE FOR " wk-currency
              WHEN OTHER
                 PERFORM Store-Account-Currency-Row
           END-EVALUATE
           .

       Store-Account-Currency-Row.
           MOVE wk-account TO fx-account
           MOVE "N" TO account-found
           PERFORM Replace-Account-Currency
                    VARYING fx-ccy-idx FROM 1 BY 1
                    UNTIL fx-ccy-idx > fx-currency-count
           IF account-found NOT = "Y"
              ADD 1 TO fx-currency-count
              SET fx-ccy-idx TO fx-currency-count
              MOVE wk-account  TO tab-acy-account(fx-ccy-idx)
              MOVE wk-currency TO tab-acy-currency(fx-ccy-idx)
           END-IF
           MOVE "Y" TO currencies-changed
           DISPLAY "ACCOUNT " wk-account " NOW HELD IN " wk-currency
           .

       Replace-Account-Currency.
           IF tab-acy-account(fx-ccy-idx) = wk-account
              MOVE wk-currency TO tab-acy-currency(fx-ccy-idx)
              MOVE "Y" TO account-found
           END-IF
           .

       List-Fx-Tables.
           DISPLAY "BASE CURRENCY " fx-base-currency
           PERFORM List-One-Rate
                    VARYING fx-rate-idx FROM 1 BY 1
                    UNTIL fx-rate-idx > fx-rate-count
           PERFORM List-One-Account-Currency
                    VARYING fx-ccy-idx FROM 1 BY 1
                    UNTIL fx-ccy-idx > fx-currency-count
           .

       List-One-Rate.
           MOVE tab-fxr-rate(fx-rate-idx) TO rate-out
           DISPLAY "RATE " tab-fxr-currency(fx-rate-idx) " "
                   tab-fxr-date(fx-rate-idx) " " rate-out
           .

       List-One-Account-Currency.
           DISPLAY "ACCOUNT " tab-acy-account(fx-ccy-idx) " IN "
                   tab-acy-currency(fx-ccy-idx)
           .

      * once a month: each foreign balance at the closing rate,
      * with the gain or loss on what was carried at the last
      * revaluation's rate. the first revaluation of an account
      * only sets the carrying value. a month already revalued is
      * refused, so the feed is never doubled.
       Revalue-Foreign-Accounts.
           MOVE run-date(1:6) TO revaluation-period
           MOVE run-date      TO fx-on-date
           PERFORM Load-Prior-Revaluations
           IF period-revalued = "Y"
              DISPLAY "PERIOD " revaluation-period
                      " ALREADY REVALUED"
           ELSE
              PERFORM Run-Revaluation
           END-IF
           .

       Run-Revaluation.
           MOVE ZERO TO revalued-count
           MOVE ZERO TO total-gain
           MOVE ZERO TO total-loss
           OPEN OUTPUT revaluation-report-file
           MOVE revaluation-period TO rh-period
           MOVE fx-base-currency   TO rh-base
           WRITE revaluation-report-line FROM report-heading
           WRITE revaluation-report-line FROM blank-line
           WRITE revaluation-report-line FROM report-columns
           OPEN INPUT ACCOUNT-BALANCE-FILE
           OPEN EXTEND fx-revaluation-file
           IF fx-revaluation-status = "35"
              OPEN OUTPUT fx-revaluation-file
           END-IF
           PERFORM Revalue-One-Account
                    VARYING fx-ccy-idx FROM 1 BY 1
                    UNTIL fx-ccy-idx > fx-currency-count
           CLOSE fx-revaluation-file
           CLOSE ACCOUNT-BALANCE-FILE
           WRITE revaluation-report-line FROM blank-line
           MOVE "UNREALISED GAIN"  TO sl-label
           MOVE total-gain         TO sl-amount-out
           WRITE revaluation-report-line FROM summary-line
           DISPLAY summary-line
           MOVE "UNREALISED LOSS"  TO sl-label
           MOVE total-loss         TO sl-amount-out
           WRITE revaluation-report-line FROM summary-line
           DISPLAY summary-line
           CLOSE revaluation-report-file
           PERFORM Write-Gl-Revaluation
           DISPLAY "ACCOUNTS REVALUED: " revalued-count
           DISPLAY "REPORT WRITTEN TO data/FXREVAL.RPT"
           .

       Revalue-One-Account.
           MOVE tab-acy-account(fx-ccy-idx)  TO fx-account
           MOVE tab-acy-currency(fx-ccy-idx) TO fx-currency
           MOVE fx-account  TO rm-account
           MOVE fx-currency TO rm-currency
           PERFORM Find-Fx-Rate
           MOVE "N" TO account-found
           MOVE fx-account TO AB-ACCOUNT-NO
           READ ACCOUNT-BALANCE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO account-found
           END-READ
           EVALUATE TRUE
              WHEN fx-currency = fx-base-currency
                 CONTINUE
              WHEN account-found NOT = "Y"
                 MOVE "NOT ON BALANCE FILE - NOT REVALUED"
                    TO rm-text
                 WRITE revaluation-report-line FROM report-message
              WHEN fx-rate-found NOT = "Y"
                 MOVE "NO RATE ON FILE - NOT REVALUED" TO rm-text
                 WRITE revaluation-report-line FROM report-message
                 DISPLAY "NO " fx-currency " RATE - ACCOUNT "
                         fx-account " NOT REVALUED"
              WHEN OTHER
                 PERFORM Revalue-Balance
           END-EVALUATE
           .

      * a customer's credit balance is money we owe: a stronger
      * currency makes it a bigger debt in base terms - a loss;
      * an overdrawn balance moves the other way.
       Revalue-Balance.
           ADD 1 TO revalued-count
           MOVE AB-BALANCE TO fx-amount
           PERFORM Convert-To-Base
           MOVE ZERO TO movement
           PERFORM Find-Prior-Revaluation
           IF prior-found = "Y"
              SET pri-idx TO prior-found-idx
              COMPUTE movement ROUNDED = tab-pri-balance(pri-idx)
                    * (fx-rate-used - tab-pri-rate(pri-idx))
           END-IF
           IF movement > ZERO
              ADD movement TO total-loss
           ELSE
              SUBTRACT movement FROM total-gain
           END-IF
           MOVE fx-account         TO fxv-account-no
           MOVE fx-currency        TO fxv-currency
           MOVE revaluation-period TO fxv-period
           MOVE AB-BALANCE         TO fxv-balance
           MOVE fx-rate-used       TO fxv-rate
           MOVE fx-base-amount     TO fxv-base-value
           MOVE movement           TO fxv-movement
           WRITE fx-revaluation-record
           MOVE fx-account     TO rd-account
           MOVE fx-currency    TO rd-currency
           MOVE AB-BALANCE     TO rd-balance-out
           MOVE fx-rate-used   TO rd-rate-out
           MOVE fx-base-amount TO rd-base-out
           MOVE movement       TO rd-movement-out
           WRITE revaluation-report-line FROM report-detail
           DISPLAY report-detail
           .

       Find-Prior-Revaluation.
           MOVE "N" TO prior-found
           PERFORM Check-One-Prior
                    VARYING pri-idx FROM 1 BY 1
                    UNTIL pri-idx > prior-count
                       OR prior-found = "Y"
           .

       Check-One-Prior.
           IF tab-pri-account(pri-idx) = fx-account
              MOVE "Y" TO prior-found
              SET prior-found-idx TO pri-idx
           END-IF
           .

      * gains and losses go to GL-POST as separate totals so the
      * mapping can post each to its own side.
       Write-Gl-Revaluation.
           IF total-gain > ZERO OR total-loss > ZERO
              OPEN EXTEND gl-feed-file
              IF gl-feed-status = "35"
                 OPEN OUTPUT gl-feed-file
              END-IF
              MOVE "FX-REVALUE" TO gf-source
              MOVE SPACES       TO gf-department
              MOVE run-date     TO gf-date
              IF total-gain > ZERO
                 MOVE "GAIN"     TO gf-total-type
                 MOVE total-gain TO gf-amount
                 WRITE gl-feed-record
              END-IF
              IF total-loss > ZERO
                 MOVE "LOSS"     TO gf-total-type
                 MOVE total-loss TO gf-amount
                 WRITE gl-feed-record
              END-IF
              CLOSE gl-feed-file
           END-IF
           .

      * the file is in date order, so the last row read for an
      * account is its latest revaluation.
       Load-Prior-Revaluations.
           MOVE ZERO TO prior-count
           MOVE "N" TO period-revalued
           MOVE "N" TO fx-revaluation-eof
           OPEN INPUT fx-revaluation-file
           IF fx-revaluation-status = "00"
              PERFORM Read-Revaluation
              PERFORM Store-Revaluation
                 UNTIL fx-revaluation-eof = "Y"
              CLOSE fx-revaluation-file
           END-IF
           .

       Read-Revaluation.
           READ fx-revaluation-file
              AT END MOVE "Y" TO fx-revaluation-eof
           END-READ
           .

       Store-Revaluation.
           IF fxv-period = revaluation-period
              MOVE "Y" TO period-revalued
           END-IF
           MOVE fxv-account-no TO fx-account
           PERFORM Find-Prior-Revaluation
           IF prior-found = "Y"
              SET pri-idx TO prior-found-idx
           ELSE
              ADD 1 TO prior-count
              SET pri-idx TO prior-count
              MOVE fxv-account-no TO tab-pri-account(pri-idx)
           END-IF
           MOVE fxv-period  TO tab-pri-period(pri-idx)
           MOVE fxv-balance TO tab-pri-balance(pri-idx)
           MOVE fxv-rate    TO tab-pri-rate(pri-idx)
           PERFORM Read-Revaluation
           .

       Save-Fx-Rates.
           OPEN OUTPUT fx-rate-file
           PERFORM Write-Fx-Rate
                    VARYING fx-rate-idx FROM 1 BY 1
                    UNTIL fx-rate-idx > fx-rate-count
           CLOSE fx-rate-file
           .

       Write-Fx-Rate.
           MOVE tab-fxr-currency(fx-rate-idx) TO fxr-currency
           MOVE tab-fxr-date(fx-rate-idx)     TO fxr-rate-date
           MOVE tab-fxr-rate(fx-rate-idx)     TO fxr-rate
           WRITE fx-rate-record
           .

       Save-Account-Currencies.
           OPEN OUTPUT account-currency-file
           PERFORM Write-Account-Currency
                    VARYING fx-ccy-idx FROM 1 BY 1
                    UNTIL fx-ccy-idx > fx-currency-count
           CLOSE account-currency-file
           .

       Write-Account-Currency.
           MOVE tab-acy-account(fx-ccy-idx)  TO acy-account-no
           MOVE tab-acy-currency(fx-ccy-idx) TO acy-currency
           WRITE account-currency-record
           .

       COPY FXRATECK.
