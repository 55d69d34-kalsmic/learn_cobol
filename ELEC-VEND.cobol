       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELEC-VEND.
      * the prepaid meter counter. a prepaid customer (ec-payment-
      * type P) is never read or billed - they buy tokens here. the
      * amount paid has the arrears-recovery percentage (VENDCTL)
      * kept back against any post-paid balance still on the AR
      * ledger, then the VAT taken out, and what is left is turned
      * into units through the customer's tariff tiers. the tiers
      * run over the month's purchases, so a customer topping up
      * twice in a month climbs the tiers as a billed one would.
      * each sale is a numbered token on TOKENS.DAT. the sales
      * report lists a day's tokens; every run of it also hands the
      * GL feed each token above the last one posted, totalled by
      * sale date, so a token is fed once whenever it was sold and
      * whichever day is reported.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT elec-customer-file ASSIGN TO "data/ELECCUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS elec-customer-status.
           SELECT rate-tier-file ASSIGN TO "data/RATETIERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rate-tier-status.
           SELECT ar-balance-file ASSIGN TO "data/ARBALANCE.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ar-account
               FILE STATUS IS ar-balance-status.
           SELECT token-file ASSIGN TO "data/TOKENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS token-status.
           SELECT vend-control-file ASSIGN TO "data/VENDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS vend-control-status.
           SELECT gl-feed-file ASSIGN TO "data/GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-feed-status.
           SELECT current-operator-file ASSIGN TO
                  "data/CURRENTOP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS current-operator-status.
           SELECT sales-report-file ASSIGN TO
                  "data/VENDSALES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  elec-customer-file.
       COPY ELECCUST.

       FD  rate-tier-file.
       COPY RATETIER.

       FD  ar-balance-file.
       COPY ARBALANCE.

       FD  token-file.
       COPY TOKEN.

      * the share of each purchase kept back against post-paid
      * arrears, the last token number issued, and the last token
      * number whose sale went to the GL feed
       FD  vend-control-file.
       01  vend-control-record.
           03 vc-recovery-pct   PIC 99V99.
           03 vc-last-token     PIC 9(10).
           03 vc-last-posted    PIC 9(10).

       FD  gl-feed-file.
       COPY GLFEED.

       FD  current-operator-file.
       01  current-operator-record.
           03 co-operator-id    PIC X(8).

       FD  sales-report-file.
       01  sales-report-line    PIC X(80).

       WORKING-STORAGE SECTION.
       01  elec-customer-status PIC XX.
       01  elec-customer-eof    PIC X VALUE "N".
       01  rate-tier-status     PIC XX.
       01  rate-tier-eof        PIC X VALUE "N".
       01  ar-balance-status    PIC XX.
       01  ar-found             PIC X VALUE "N".
       01  token-status         PIC XX.
       01  token-eof            PIC X VALUE "N".
       01  vend-control-status  PIC XX.
       01  gl-feed-status       PIC XX.
       01  current-operator-status PIC XX.
       01  operator-stamp       PIC X(8) VALUE "CONSOLE".
       01  fixed-values.
           03 vat               PIC 9V999 VALUE 0.08.
       01  recovery-pct         PIC 99V99 VALUE ZERO.
       01  last-token           PIC 9(10) VALUE ZERO.
       01  last-posted          PIC 9(10) VALUE ZERO.
       01  elec-customer-table.
           03 customer-entry OCCURS 50 TIMES
                    INDEXED BY cust-idx.
              05 tab-ec-account  PIC 9(6).
              05 tab-ec-name     PIC X(20).
              05 tab-ec-status   PIC X.
              05 tab-ec-class    PIC X.
              05 tab-ec-payment  PIC X.
       01  customer-count       PIC 99 VALUE ZERO.
       01  customer-found       PIC X.
       01  cust-found-idx       PIC 99 VALUE ZERO.
       01  rate-tier-table.
           03 rate-tier OCCURS 40 TIMES
                    INDEXED BY tier-idx.
              05 tab-tier-class        PIC X.
              05 tab-tier-upper-units  PIC 9(5).
              05 tab-tier-rate         PIC 9V999.
              05 tab-tier-effective    PIC 9(8).
       01  tier-count           PIC 99 VALUE ZERO.
       01  current-tariff-date  PIC 9(8).
       01  tariff-found         PIC X.
       01  account-class        PIC X.
       01  menu-action          PIC X.
           88 action-vend       VALUE "V" "v".
           88 action-sales      VALUE "S" "s".
           88 action-exit       VALUE "X" "x".
       01  sale-confirmed       PIC X.
       01  work-vend.
           03 wk-account        PIC 9(6).
           03 wk-amount         PIC 9(6)V99.
           03 wk-recovery       PIC 9(6)V99.
           03 wk-remainder      PIC 9(6)V99.
           03 wk-vat            PIC 9(5)V99.
           03 wk-energy         PIC 9(6)V99.
           03 wk-units          PIC 9(5).
      * the tier walk - units already bought this month set where
      * the walk starts, and the energy value is spent tier by
      * tier until it will not buy a whole unit more
       01  tier-walk.
           03 month-units       PIC 9(7).
           03 tier-position     PIC 9(7).
           03 units-in-tier     PIC 9(7).
           03 tier-cost         PIC 9(8)V99.
           03 value-left        PIC 9(6)V99.
           03 units-affordable  PIC 9(7).
           03 walk-done         PIC X.
       01  run-date             PIC 9(8).
       01  run-time             PIC 9(8).
       01  report-date          PIC 9(8).
       01  sales-totals.
           03 sales-count       PIC 9(5).
           03 sales-amount      PIC 9(8)V99.
           03 sales-recovery    PIC 9(8)V99.
           03 sales-vat         PIC 9(8)V99.
           03 sales-energy      PIC 9(8)V99.
           03 sales-units       PIC 9(7).
      * the tokens not yet fed, totalled one sale date at a time
       01  feed-totals.
           03 feed-date         PIC 9(8).
           03 feed-count        PIC 9(5).
           03 feed-recovery     PIC 9(8)V99.
           03 feed-vat          PIC 9(8)V99.
           03 feed-energy       PIC 9(8)V99.
       01  tokens-fed           PIC 9(5).
       01  tokens-fed-out       PIC ZZZZ9.
       01  amount-out           PIC $$$,$$9.99.
       01  token-out            PIC 9(10).
       01  sales-heading.
           03 FILLER            PIC X(28) VALUE
                 "PREPAID VENDING SALES FOR ".
           03 sh-date           PIC 9(8).
       01  sales-columns.
           03 FILLER            PIC X(39) VALUE
                 "TOKEN NO   ACCOUNT    AMOUNT    ARREARS".
           03 FILLER            PIC X(30) VALUE
                 "        VAT     ENERGY   UNITS".
       01  sales-detail.
           03 sd-token          PIC 9(10).
           03 FILLER            PIC X VALUE SPACE.
           03 sd-account        PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 sd-amount         PIC ZZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 sd-recovery       PIC ZZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 sd-vat            PIC ZZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 sd-energy         PIC ZZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 sd-units          PIC ZZZZZZ9.
       01  sales-total-line.
           03 FILLER            PIC X(7) VALUE "TOTAL  ".
           03 st-count          PIC ZZZZ9.
           03 FILLER            PIC X(6) VALUE SPACES.
           03 st-amount         PIC ZZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 st-recovery       PIC ZZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 st-vat            PIC ZZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 st-energy         PIC ZZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 st-units          PIC ZZZZZZ9.
       01  sales-posted-line    PIC X(40).
       01  blank-line           PIC X(80) VALUE SPACES.
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Elec-Vend.
           DISPLAY "PREPAID TOKEN VENDING"
           PERFORM Load-Operator-Stamp
           PERFORM Load-Vend-Control
           PERFORM Load-Elec-Customers
           PERFORM Load-Rate-Tiers
           MOVE "ELEC-AR"   TO rl-lock-set
           MOVE "ELEC-VEND" TO rl-program
           PERFORM Claim-Run-Lock
           IF NOT rl-granted
              GOBACK
           END-IF
           PERFORM Open-Ar-Balance
           PERFORM Vend-One-Action WITH TEST AFTER
                    UNTIL action-exit
           CLOSE ar-balance-file
           PERFORM Release-Run-Lock
           GOBACK.

       Vend-One-Action.
           DISPLAY SPACE
           DISPLAY "Vend a token, day's Sales report or eXit? "
                   "(V/S/X): " WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-vend  PERFORM Vend-Token
              WHEN action-sales PERFORM Sales-Report
              WHEN action-exit  CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER V, S OR X"
           END-EVALUATE
           .

      * only a connected prepaid account can buy - a post-paid
      * customer is read and billed, and a disconnected or closed
      * meter has nothing to load the token into.
       Vend-Token.
           DISPLAY "ACCOUNT: " WITH NO ADVANCING
           ACCEPT wk-account
           PERFORM Find-Elec-Customer
           IF customer-found NOT = "Y"
              DISPLAY "ACCOUNT " wk-account
                      " NOT ON CUSTOMER MASTER"
           ELSE
              SET cust-idx TO cust-found-idx
              EVALUATE TRUE
                 WHEN tab-ec-payment(cust-idx) NOT = "P"
                    DISPLAY "ACCOUNT " wk-account
                            " IS NOT A PREPAID ACCOUNT"
                 WHEN tab-ec-status(cust-idx) NOT = "C"
                    DISPLAY "ACCOUNT " wk-account
                            " IS NOT CONNECTED - NO TOKEN SOLD"
                 WHEN OTHER
                    PERFORM Take-Payment
              END-EVALUATE
           END-IF
           .

       Take-Payment.
           DISPLAY tab-ec-name(cust-idx)
           DISPLAY "AMOUNT PAID: " WITH NO ADVANCING
           ACCEPT wk-amount
           IF wk-amount = ZERO
              DISPLAY "AMOUNT MUST NOT BE ZERO"
           ELSE
              MOVE tab-ec-class(cust-idx) TO account-class
              ACCEPT run-date FROM DATE YYYYMMDD
              PERFORM Split-Payment
              PERFORM Convert-To-Units
              IF tariff-found NOT = "Y"
                 DISPLAY "NO TARIFF ON FILE FOR CLASS "
                         account-class " - NO TOKEN SOLD"
              ELSE
                 IF wk-units = ZERO
                    DISPLAY "AMOUNT TOO SMALL TO BUY A UNIT"
                 ELSE
                    PERFORM Confirm-Sale
                 END-IF
              END-IF
           END-IF
           .

      * the arrears slice comes off first, capped at what is
      * still owed; the VAT is then taken out of the rest, leaving
      * the energy value the tiers convert to units.
       Split-Payment.
           MOVE ZERO TO wk-recovery
           PERFORM Find-Ar-Balance
           IF ar-found = "Y" AND ar-balance > ZERO
              AND recovery-pct > ZERO
              COMPUTE wk-recovery ROUNDED =
                    wk-amount * recovery-pct / 100
              IF wk-recovery > ar-balance
                 MOVE ar-balance TO wk-recovery
              END-IF
           END-IF
           COMPUTE wk-remainder = wk-amount - wk-recovery
           COMPUTE wk-vat ROUNDED = wk-remainder * vat / (1 + vat)
           COMPUTE wk-energy = wk-remainder - wk-vat
           .

       Convert-To-Units.
           PERFORM Select-Tariff-Generation
           MOVE ZERO TO wk-units
           IF tariff-found = "Y"
              PERFORM Sum-Month-Units
              MOVE month-units TO tier-position
              MOVE wk-energy   TO value-left
              MOVE "N" TO walk-done
              PERFORM Buy-One-Tier
                       VARYING tier-idx FROM 1 BY 1
                       UNTIL tier-idx > tier-count
                          OR walk-done = "Y"
           END-IF
           .

      * the generation in force for the class - the latest
      * effective date on or before today
       Select-Tariff-Generation.
           MOVE "N" TO tariff-found
           MOVE ZERO TO current-tariff-date
           PERFORM Judge-One-Generation
                    VARYING tier-idx FROM 1 BY 1
                    UNTIL tier-idx > tier-count
           .

       Judge-One-Generation.
           IF tab-tier-class(tier-idx) = account-class
              AND tab-tier-effective(tier-idx) <= run-date
              AND (tariff-found = "N"
                   OR tab-tier-effective(tier-idx)
                         > current-tariff-date)
              MOVE "Y" TO tariff-found
              MOVE tab-tier-effective(tier-idx)
                 TO current-tariff-date
           END-IF
           .

      * a tier already used up by this month's earlier tokens is
      * passed over; the tier the value runs out in buys only the
      * whole units it can pay for.
       Buy-One-Tier.
           IF tab-tier-class(tier-idx) = account-class
              AND tab-tier-effective(tier-idx) = current-tariff-date
              AND tab-tier-upper-units(tier-idx) > tier-position
              COMPUTE units-in-tier =
                    tab-tier-upper-units(tier-idx) - tier-position
              COMPUTE tier-cost =
                    units-in-tier * tab-tier-rate(tier-idx)
              IF value-left >= tier-cost
                 ADD units-in-tier TO wk-units
                 SUBTRACT tier-cost FROM value-left
                 MOVE tab-tier-upper-units(tier-idx)
                    TO tier-position
              ELSE
                 COMPUTE units-affordable =
                       value-left / tab-tier-rate(tier-idx)
                 ADD units-affordable TO wk-units
                 MOVE "Y" TO walk-done
              END-IF
           END-IF
           .

       Sum-Month-Units.
           MOVE ZERO TO month-units
           MOVE "N" TO token-eof
           OPEN INPUT token-file
           IF token-status = "00"
              PERFORM Read-Token
              PERFORM Add-Month-Token UNTIL token-eof = "Y"
              CLOSE token-file
           END-IF
           .

       Add-Month-Token.
           IF tk-account = wk-account
              AND tk-date(1:6) = run-date(1:6)
              ADD tk-units TO month-units
           END-IF
           PERFORM Read-Token
           .

       Read-Token.
           READ token-file
              AT END MOVE "Y" TO token-eof
           END-READ
           .

       Confirm-Sale.
           MOVE wk-amount TO amount-out
           DISPLAY "AMOUNT PAID      : " amount-out
           IF wk-recovery > ZERO
              MOVE wk-recovery TO amount-out
              DISPLAY "ARREARS RECOVERY : " amount-out
           END-IF
           MOVE wk-vat TO amount-out
           DISPLAY "VAT              : " amount-out
           MOVE wk-energy TO amount-out
           DISPLAY "ENERGY           : " amount-out
           DISPLAY "UNITS            : " wk-units
           DISPLAY "Issue token? (Y/N): " WITH NO ADVANCING
           ACCEPT sale-confirmed
           IF sale-confirmed = "Y" OR sale-confirmed = "y"
              PERFORM Issue-Token
           ELSE
              DISPLAY "SALE CANCELLED - NO TOKEN ISSUED"
           END-IF
           .

      * the token number is saved with the control record before
      * the token is written, so a number is never issued twice.
       Issue-Token.
           ADD 1 TO last-token
           PERFORM Save-Vend-Control
           IF wk-recovery > ZERO
              PERFORM Recover-Arrears
           END-IF
           ACCEPT run-time FROM TIME
           MOVE last-token     TO tk-token-no
           MOVE wk-account     TO tk-account
           MOVE run-date       TO tk-date
           MOVE run-time       TO tk-time
           MOVE operator-stamp TO tk-operator
           MOVE wk-amount      TO tk-amount
           MOVE wk-recovery    TO tk-recovery
           MOVE wk-vat         TO tk-vat
           MOVE wk-energy      TO tk-energy
           MOVE wk-units       TO tk-units
           OPEN EXTEND token-file
           IF token-status = "35"
              OPEN OUTPUT token-file
           END-IF
           WRITE token-record
           CLOSE token-file
           MOVE last-token TO token-out
           DISPLAY "TOKEN " token-out " - " wk-units " UNITS"
           .

      * the slice kept back is a payment against the post-paid
      * balance, recorded as such on the AR row.
       Recover-Arrears.
           SUBTRACT wk-recovery FROM ar-balance
           MOVE wk-recovery TO ar-last-paid
           IF ar-balance = ZERO
              MOVE ZERO TO ar-arrears-periods
           END-IF
           REWRITE ar-balance-record
           MOVE ar-balance TO amount-out
           DISPLAY "ARREARS NOW " amount-out
           .

       Find-Ar-Balance.
           MOVE "N" TO ar-found
           MOVE wk-account TO ar-account
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

      * every token sold on the date, with the day's totals. the
      * same pass feeds the GL every token above the last one
      * posted, whatever its date.
       Sales-Report.
           DISPLAY "SALES DATE (YYYYMMDD, 0 FOR TODAY): "
                   WITH NO ADVANCING
           ACCEPT report-date
           IF report-date = ZERO
              ACCEPT report-date FROM DATE YYYYMMDD
           END-IF
           INITIALIZE sales-totals
           INITIALIZE feed-totals
           MOVE ZERO TO tokens-fed
           OPEN OUTPUT sales-report-file
           MOVE report-date TO sh-date
           WRITE sales-report-line FROM sales-heading
           WRITE sales-report-line FROM blank-line
           WRITE sales-report-line FROM sales-columns
           MOVE "N" TO token-eof
           OPEN INPUT token-file
           IF token-status = "00"
              PERFORM Read-Token
              PERFORM Report-One-Token UNTIL token-eof = "Y"
              CLOSE token-file
           END-IF
           IF feed-count > ZERO
              PERFORM Write-Gl-Feed
           END-IF
           MOVE sales-count    TO st-count
           MOVE sales-amount   TO st-amount
           MOVE sales-recovery TO st-recovery
           MOVE sales-vat      TO st-vat
           MOVE sales-energy   TO st-energy
           MOVE sales-units    TO st-units
           WRITE sales-report-line FROM blank-line
           WRITE sales-report-line FROM sales-total-line
           DISPLAY sales-total-line
           IF tokens-fed > ZERO
              PERFORM Save-Vend-Control
              MOVE tokens-fed TO tokens-fed-out
              MOVE SPACES TO sales-posted-line
              STRING tokens-fed-out DELIMITED BY SIZE
                     " TOKENS SENT TO THE GL FEED"
                        DELIMITED BY SIZE
                 INTO sales-posted-line
              END-STRING
           ELSE
              MOVE "NO NEW TOKENS FOR THE GL FEED"
                 TO sales-posted-line
           END-IF
           WRITE sales-report-line FROM sales-posted-line
           DISPLAY sales-posted-line
           CLOSE sales-report-file
           DISPLAY "REPORT WRITTEN TO data/VENDSALES.RPT"
           .

       Report-One-Token.
           IF tk-date = report-date
              ADD 1           TO sales-count
              ADD tk-amount   TO sales-amount
              ADD tk-recovery TO sales-recovery
              ADD tk-vat      TO sales-vat
              ADD tk-energy   TO sales-energy
              ADD tk-units    TO sales-units
              MOVE tk-token-no TO sd-token
              MOVE tk-account  TO sd-account
              MOVE tk-amount   TO sd-amount
              MOVE tk-recovery TO sd-recovery
              MOVE tk-vat      TO sd-vat
              MOVE tk-energy   TO sd-energy
              MOVE tk-units    TO sd-units
              WRITE sales-report-line FROM sales-detail
           END-IF
           IF tk-token-no > last-posted
              PERFORM Feed-One-Token
           END-IF
           PERFORM Read-Token
           .

      * tokens are numbered in the order sold, so the unposted
      * ones arrive in date order; a change of date sends the
      * previous date's totals before this token starts the next.
       Feed-One-Token.
           IF feed-count > ZERO AND tk-date NOT = feed-date
              PERFORM Write-Gl-Feed
           END-IF
           MOVE tk-date TO feed-date
           ADD 1           TO feed-count
           ADD tk-recovery TO feed-recovery
           ADD tk-vat      TO feed-vat
           ADD tk-energy   TO feed-energy
           ADD 1 TO tokens-fed
           MOVE tk-token-no TO last-posted
           .

      * the cash taken splits three ways: energy revenue, VAT
      * payable, and old debtors recovered.
       Write-Gl-Feed.
           OPEN EXTEND gl-feed-file
           IF gl-feed-status = "35"
              OPEN OUTPUT gl-feed-file
           END-IF
           MOVE "PREPAID"       TO gf-source
           MOVE SPACES          TO gf-department
           MOVE feed-date       TO gf-date
           MOVE "SALES"         TO gf-total-type
           MOVE feed-energy     TO gf-amount
           WRITE gl-feed-record
           MOVE "VAT"           TO gf-total-type
           MOVE feed-vat        TO gf-amount
           WRITE gl-feed-record
           IF feed-recovery > ZERO
              MOVE "ARREARS"     TO gf-total-type
              MOVE feed-recovery TO gf-amount
              WRITE gl-feed-record
           END-IF
           CLOSE gl-feed-file
           INITIALIZE feed-totals
           .

       Load-Vend-Control.
           OPEN INPUT vend-control-file
           IF vend-control-status = "00"
              READ vend-control-file
                 AT END CONTINUE
                 NOT AT END
                    MOVE vc-recovery-pct TO recovery-pct
                    MOVE vc-last-token   TO last-token
                    MOVE vc-last-posted  TO last-posted
              END-READ
              CLOSE vend-control-file
           END-IF
           .

       Save-Vend-Control.
           MOVE recovery-pct TO vc-recovery-pct
           MOVE last-token   TO vc-last-token
           MOVE last-posted  TO vc-last-posted
           OPEN OUTPUT vend-control-file
           WRITE vend-control-record
           CLOSE vend-control-file
           .

       Find-Elec-Customer.
           MOVE "N" TO customer-found
           PERFORM Check-One-Customer
                    VARYING cust-idx FROM 1 BY 1
                    UNTIL cust-idx > customer-count
                       OR customer-found = "Y"
           .

       Check-One-Customer.
           IF tab-ec-account(cust-idx) = wk-account
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
           MOVE ec-account      TO tab-ec-account(cust-idx)
           MOVE ec-name         TO tab-ec-name(cust-idx)
           MOVE ec-status       TO tab-ec-status(cust-idx)
           MOVE ec-tariff-class TO tab-ec-class(cust-idx)
           MOVE ec-payment-type TO tab-ec-payment(cust-idx)
           PERFORM Read-Elec-Customer
           .

       Load-Rate-Tiers.
           MOVE ZERO TO tier-count
           OPEN INPUT rate-tier-file
           IF rate-tier-status = "00"
              PERFORM Read-Rate-Tier
              PERFORM Store-Rate-Tier UNTIL rate-tier-eof = "Y"
              CLOSE rate-tier-file
           END-IF
           .

       Read-Rate-Tier.
           READ rate-tier-file
              AT END MOVE "Y" TO rate-tier-eof
           END-READ
           .

       Store-Rate-Tier.
           ADD 1 TO tier-count
           SET tier-idx TO tier-count
           MOVE tier-class       TO tab-tier-class(tier-idx)
           MOVE tier-upper-units TO tab-tier-upper-units(tier-idx)
           MOVE tier-rate        TO tab-tier-rate(tier-idx)
           IF tier-effective NUMERIC
              MOVE tier-effective TO tab-tier-effective(tier-idx)
           ELSE
              MOVE ZERO TO tab-tier-effective(tier-idx)
           END-IF
           PERFORM Read-Rate-Tier
           .

       Load-Operator-Stamp.
           OPEN INPUT current-operator-file
           IF current-operator-status = "00"
              READ current-operator-file
                 AT END CONTINUE
                 NOT AT END MOVE co-operator-id TO operator-stamp
              END-READ
              CLOSE current-operator-file
           END-IF
           .

       COPY RUNLOCKCK.
