       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXED-ASSETS.
      * the fixed asset register - vehicles, computers, furniture.
      * each asset is tagged, described, categorised and located,
      * with its cost, acquisition date, useful life in months and
      * depreciation method: straight line over the life, or
      * reducing balance at an annual rate on the net book value.
      * a new purchase feeds GL-POST its cost under the asset's
      * category; an asset taken on from the old books brings its
      * depreciation to date with it and feeds nothing. the monthly
      * depreciation run charges every active asset up to the
      * period asked for - catching up any month missed, stopping
      * at the end of the useful life, when the last month writes
      * off whatever net book value is left - and feeds GL-POST one
      * charge per category. a disposal charges the months up to
      * the one it falls in, takes the cost and depreciation off
      * the books and feeds the sale proceeds and the gain or loss.
      * the register report gives cost, accumulated depreciation
      * and net book value per asset.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fixed-asset-file ASSIGN TO "data/FIXASSETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fixed-asset-status.
           SELECT asset-category-file ASSIGN TO "data/ASSETCATS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS asset-category-status.
           SELECT gl-feed-file ASSIGN TO "data/GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-feed-status.
           SELECT gl-year-file ASSIGN TO "data/GLYEAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-year-status.
           SELECT depreciation-report-file ASSIGN TO
                  "data/FADEPN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT register-report-file ASSIGN TO "data/FAREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT operator-file ASSIGN TO "data/OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS operator-file-status.
           SELECT current-operator-file ASSIGN TO
                  "data/CURRENTOP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS current-operator-status.

       DATA DIVISION.
       FILE SECTION.
       FD  fixed-asset-file.
       COPY FIXASSET.

       FD  asset-category-file.
       COPY ASSETCAT.

       FD  gl-feed-file.
       COPY GLFEED.

       FD  gl-year-file.
       COPY GLYEAR.

       FD  depreciation-report-file.
       01  depreciation-report-line PIC X(120).

       FD  register-report-file.
       01  register-report-line PIC X(120).

       FD  operator-file.
       COPY OPERATOR.

       FD  current-operator-file.
       01  current-operator-record.
           03 co-operator-id    PIC X(8).

       WORKING-STORAGE SECTION.
       01  fixed-asset-status   PIC XX.
       01  fixed-asset-eof      PIC X VALUE "N".
       01  asset-category-status PIC XX.
       01  asset-category-eof   PIC X VALUE "N".
       01  gl-feed-status       PIC XX.
       01  gl-year-status       PIC XX.
       01  operator-file-status PIC XX.
       01  current-operator-status PIC XX.
       01  operator-eof         PIC X.
       01  operator-stamp       PIC X(8) VALUE "CONSOLE".
       01  operator-authority   PIC 9 VALUE ZERO.
       01  closed-year          PIC 9(4) VALUE ZERO.
       01  today-date           PIC 9(8).
       01  today-period         PIC 9(6).
       01  category-table.
           03 category-entry OCCURS 20 TIMES INDEXED BY ac-idx.
              05 tab-ac-code        PIC X(4).
              05 tab-ac-description PIC X(16).
              05 tab-ac-charge      PIC 9(9)V99.
       01  category-count       PIC 99 VALUE ZERO.
       01  category-found       PIC X.
       01  category-idx         PIC 99 VALUE ZERO.
       01  asset-table.
           03 asset-entry OCCURS 300 TIMES INDEXED BY fa-idx fas-idx.
              05 tab-fa-tag          PIC X(8).
              05 tab-fa-description  PIC X(30).
              05 tab-fa-category     PIC X(4).
              05 tab-fa-cost         PIC 9(8)V99.
              05 tab-fa-acquired     PIC 9(8).
              05 tab-fa-life-months  PIC 999.
              05 tab-fa-method       PIC X.
              05 tab-fa-rate         PIC 99V99.
              05 tab-fa-location     PIC X(20).
              05 tab-fa-accum-depn   PIC 9(8)V99.
              05 tab-fa-depn-through PIC 9(6).
              05 tab-fa-status       PIC X.
              05 tab-fa-disposal-date PIC 9(8).
              05 tab-fa-proceeds     PIC 9(8)V99.
       01  asset-count          PIC 999 VALUE ZERO.
       01  asset-found          PIC X.
       01  asset-idx            PIC 999 VALUE ZERO.
       01  menu-action          PIC X.
           88 action-add        VALUE "A" "a".
           88 action-run        VALUE "R" "r".
           88 action-dispose    VALUE "D" "d".
           88 action-list       VALUE "L" "l".
           88 action-exit       VALUE "X" "x".
       01  entry-tag            PIC X(8).
       01  entry-category       PIC X(4).
       01  entry-method         PIC X.
           88 entry-straight-line VALUE "S" "s".
           88 entry-reducing    VALUE "R" "r".
       01  entry-kind           PIC X.
           88 entry-new         VALUE "N" "n".
           88 entry-take-on     VALUE "T" "t".
       01  confirm-flag         PIC X.
           88 confirm-yes       VALUE "Y" "y".
           88 confirm-no        VALUE "N" "n".
      * the asset being added, held until every detail is keyed
       01  work-asset.
           03 wk-description    PIC X(30).
           03 wk-cost           PIC 9(8)V99.
           03 wk-acquired       PIC 9(8).
           03 wk-life-months    PIC 999.
           03 wk-method         PIC X.
           03 wk-rate           PIC 99V99.
           03 wk-location       PIC X(20).
           03 wk-accum-depn     PIC 9(8)V99.
           03 wk-depn-through   PIC 9(6).
       01  entry-ok             PIC X.
       01  check-date           PIC 9(8).
       01  check-date-parts REDEFINES check-date.
           03 check-yyyy        PIC 9(4).
           03 check-mm          PIC 99.
           03 check-dd          PIC 99.
       01  date-valid           PIC X.
       01  days-in-month        PIC 99.
       01  leap-remainder       PIC 999.
       01  leap-quotient        PIC 9(4).
      * the month being charged, and the last month a charge may
      * reach - the run period, or the month before a disposal
       01  depn-month           PIC 9(6).
       01  depn-month-parts REDEFINES depn-month.
           03 depn-yyyy         PIC 9(4).
           03 depn-mm           PIC 99.
       01  charge-through       PIC 9(6).
       01  charge-through-parts REDEFINES charge-through.
           03 through-yyyy      PIC 9(4).
           03 through-mm        PIC 99.
       01  acquired-month       PIC 9(6).
       01  acquired-month-parts REDEFINES acquired-month.
           03 acquired-yyyy     PIC 9(4).
           03 acquired-mm       PIC 99.
       01  months-used          PIC 9(4).
       01  months-charged       PIC 9(4).
       01  month-charge         PIC 9(8)V99.
       01  asset-charge         PIC 9(8)V99.
       01  asset-nbv            PIC 9(8)V99.
       01  run-period           PIC 9(6).
       01  run-date             PIC 9(8).
       01  run-total            PIC 9(9)V99.
       01  assets-charged       PIC 999.
       01  disposal-date        PIC 9(8).
       01  disposal-proceeds    PIC 9(8)V99.
       01  disposal-result      PIC S9(8)V99.
       01  disposal-kind        PIC X(6).
      * one total handed to GL-POST
       01  feed-source          PIC X(16).
       01  feed-type            PIC X(12).
       01  feed-amount          PIC 9(8)V99.
       01  feed-date            PIC 9(8).
       01  amount-out           PIC $$$,$$$,$$9.99.
       01  nbv-out              PIC $$$,$$$,$$9.99.
       01  register-cost        PIC 9(9)V99.
       01  register-accum       PIC 9(9)V99.
       01  register-nbv         PIC 9(9)V99.
       01  assets-listed        PIC 999.
       01  assets-disposed      PIC 999.
       01  depreciation-heading.
           03 FILLER            PIC X(31) VALUE
                 "----- DEPRECIATION RUN PERIOD ".
           03 dh-period         PIC 9(6).
           03 FILLER            PIC X(6) VALUE " -----".
       01  depreciation-line.
           03 dl-tag            PIC X(8).
           03 FILLER            PIC X VALUE SPACE.
           03 dl-description    PIC X(30).
           03 FILLER            PIC X VALUE SPACE.
           03 dl-category       PIC X(4).
           03 FILLER            PIC X VALUE SPACE.
           03 dl-months         PIC ZZZ9.
           03 FILLER            PIC X(4) VALUE " MTH".
           03 dl-charge         PIC $$$,$$$,$$9.99.
           03 FILLER            PIC X(5) VALUE " NBV ".
           03 dl-nbv            PIC $$$,$$$,$$9.99.
       01  category-total-line.
           03 FILLER            PIC X(9) VALUE "CATEGORY ".
           03 ct-category       PIC X(4).
           03 FILLER            PIC X VALUE SPACE.
           03 ct-description    PIC X(16).
           03 FILLER            PIC X(8) VALUE " CHARGE ".
           03 ct-charge         PIC $$$,$$$,$$9.99.
       01  register-heading.
           03 FILLER            PIC X(35) VALUE
                 "----- FIXED ASSET REGISTER AS AT ".
           03 rh-date           PIC 9(8).
           03 FILLER            PIC X(6) VALUE " -----".
       01  register-column-line.
           03 FILLER            PIC X(40) VALUE
                 "TAG      DESCRIPTION                   ".
           03 FILLER            PIC X(36) VALUE
                 "CAT  ACQUIRED          COST    ACCUM".
           03 FILLER            PIC X(44) VALUE
                 " DEPRECN   NET BOOK VALUE LOCATION / STATUS".
       01  register-line.
           03 rl-tag            PIC X(8).
           03 FILLER            PIC X VALUE SPACE.
           03 rl-description    PIC X(30).
           03 FILLER            PIC X VALUE SPACE.
           03 rl-category       PIC X(4).
           03 FILLER            PIC X VALUE SPACE.
           03 rl-acquired       PIC 9(8).
           03 FILLER            PIC X VALUE SPACE.
           03 rl-cost           PIC $$$,$$$,$$9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 rl-accum          PIC $$$,$$$,$$9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 rl-nbv            PIC $$$,$$$,$$9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 rl-status         PIC X(20).
       01  register-total-line.
           03 FILLER            PIC X(55) VALUE
                 "TOTAL ACTIVE ASSETS".
           03 rt-cost           PIC $$$,$$$,$$9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 rt-accum          PIC $$$,$$$,$$9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 rt-nbv            PIC $$$,$$$,$$9.99.
       01  blank-line           PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       Fixed-Assets.
           DISPLAY "FIXED ASSET REGISTER"
           PERFORM Check-Operator-Authority
           IF operator-authority < 2
              DISPLAY "POSTING-LEVEL AUTHORITY REQUIRED - "
                      "NOT STARTED"
              GOBACK
           END-IF
           ACCEPT today-date FROM DATE YYYYMMDD
           MOVE today-date(1:6) TO today-period
           PERFORM Load-Categories
           PERFORM Load-Closed-Year
           PERFORM Load-Fixed-Assets
           IF category-count = ZERO
              DISPLAY "NO ASSET CATEGORIES ON FILE - NOT STARTED"
              GOBACK
           END-IF
           PERFORM Asset-One-Action WITH TEST AFTER
                    UNTIL action-exit
           GOBACK.

      * the signed-on id is proved against the operator file -
      * CONSOLE, or an id not on the file, carries no authority.
       Check-Operator-Authority.
           PERFORM Load-Operator-Stamp
           MOVE "N" TO operator-eof
           OPEN INPUT operator-file
           IF operator-file-status = "00"
              PERFORM Match-One-Operator WITH TEST AFTER
                 UNTIL operator-eof = "Y"
              CLOSE operator-file
           END-IF
           .

       Match-One-Operator.
           READ operator-file
              AT END MOVE "Y" TO operator-eof
              NOT AT END
                 IF op-id = operator-stamp
                    MOVE op-authority TO operator-authority
                 END-IF
           END-READ
           .

       Asset-One-Action.
           DISPLAY SPACE
           DISPLAY "Add asset, Run depreciation, Dispose of asset, "
                   "List register or eXit? (A/R/D/L/X): "
                   WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-add     PERFORM Add-Asset
              WHEN action-run     PERFORM Run-Depreciation
              WHEN action-dispose PERFORM Dispose-Asset
              WHEN action-list    PERFORM List-Register
              WHEN action-exit    CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER A, R, D, L OR X"
           END-EVALUATE
           .

      * a new purchase may not be dated into a year the year-end
      * close has locked; an asset taken on from the old books
      * may carry any past date, with its depreciation to date.
       Add-Asset.
           DISPLAY "ASSET TAG: " WITH NO ADVANCING
           ACCEPT entry-tag
           PERFORM Find-Asset
           EVALUATE TRUE
              WHEN entry-tag = SPACES
                 DISPLAY "NO TAG - NOTHING ADDED"
              WHEN asset-found = "Y"
                 DISPLAY "TAG " entry-tag " IS ALREADY ON THE "
                         "REGISTER"
              WHEN asset-count >= 300
                 DISPLAY "FIXED ASSET REGISTER FULL - NOT ADDED"
              WHEN OTHER
                 PERFORM Get-Asset-Details
                 PERFORM Record-Asset
           END-EVALUATE
           .

       Get-Asset-Details.
           DISPLAY "DESCRIPTION: " WITH NO ADVANCING
           ACCEPT wk-description
           PERFORM Prompt-Category WITH TEST AFTER
                    UNTIL category-found = "Y"
           PERFORM Prompt-Cost WITH TEST AFTER
                    UNTIL wk-cost NOT = ZERO
           PERFORM Prompt-Asset-Kind WITH TEST AFTER
                    UNTIL entry-new OR entry-take-on
           PERFORM Prompt-Acquired WITH TEST AFTER
                    UNTIL date-valid = "Y"
           PERFORM Prompt-Life WITH TEST AFTER
                    UNTIL wk-life-months NOT = ZERO
           PERFORM Prompt-Method WITH TEST AFTER
                    UNTIL entry-straight-line OR entry-reducing
           MOVE ZERO TO wk-rate
           IF entry-reducing
              MOVE "R" TO wk-method
              PERFORM Prompt-Rate WITH TEST AFTER
                       UNTIL wk-rate NOT = ZERO
           ELSE
              MOVE "S" TO wk-method
           END-IF
           DISPLAY "LOCATION: " WITH NO ADVANCING
           ACCEPT wk-location
           MOVE ZERO TO wk-accum-depn
           MOVE ZERO TO wk-depn-through
           IF entry-take-on
              PERFORM Prompt-Accum-Depn WITH TEST AFTER
                       UNTIL entry-ok = "Y"
              IF wk-accum-depn NOT = ZERO
                 PERFORM Prompt-Depn-Through WITH TEST AFTER
                          UNTIL entry-ok = "Y"
              END-IF
           END-IF
           .

       Prompt-Category.
           DISPLAY "CATEGORY: " WITH NO ADVANCING
           ACCEPT entry-category
           PERFORM Find-Category
           IF category-found NOT = "Y"
              DISPLAY "CATEGORY " entry-category " NOT ON FILE"
           END-IF
           .

       Prompt-Cost.
           DISPLAY "COST: " WITH NO ADVANCING
           ACCEPT wk-cost
           IF wk-cost = ZERO
              DISPLAY "COST MUST NOT BE ZERO"
           END-IF
           .

       Prompt-Asset-Kind.
           DISPLAY "New purchase or Take-on from the old books? "
                   "(N/T): " WITH NO ADVANCING
           ACCEPT entry-kind
           IF NOT entry-new AND NOT entry-take-on
              DISPLAY "ENTER N OR T"
           END-IF
           .

       Prompt-Acquired.
           DISPLAY "ACQUISITION DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT wk-acquired
           MOVE wk-acquired TO check-date
           PERFORM Validate-Date
           EVALUATE TRUE
              WHEN date-valid NOT = "Y"
                 DISPLAY "NOT A REAL DATE - TRY AGAIN"
              WHEN wk-acquired > today-date
                 MOVE "N" TO date-valid
                 DISPLAY "THE ACQUISITION DATE MAY NOT BE IN THE "
                         "FUTURE"
              WHEN entry-new AND check-yyyy <= closed-year
                 MOVE "N" TO date-valid
                 DISPLAY "YEAR " check-yyyy " IS CLOSED - A NEW "
                         "PURCHASE CANNOT POST INTO IT"
           END-EVALUATE
           .

       Prompt-Life.
           DISPLAY "USEFUL LIFE (MONTHS): " WITH NO ADVANCING
           ACCEPT wk-life-months
           IF wk-life-months = ZERO
              DISPLAY "USEFUL LIFE MUST NOT BE ZERO"
           END-IF
           .

       Prompt-Method.
           DISPLAY "Straight line or Reducing balance? (S/R): "
                   WITH NO ADVANCING
           ACCEPT entry-method
           IF NOT entry-straight-line AND NOT entry-reducing
              DISPLAY "ENTER S OR R"
           END-IF
           .

       Prompt-Rate.
           DISPLAY "ANNUAL RATE (PERCENT): " WITH NO ADVANCING
           ACCEPT wk-rate
           IF wk-rate = ZERO
              DISPLAY "RATE MUST NOT BE ZERO"
           END-IF
           .

       Prompt-Accum-Depn.
           DISPLAY "DEPRECIATION TO DATE B/F: " WITH NO ADVANCING
           ACCEPT wk-accum-depn
           MOVE "Y" TO entry-ok
           IF wk-accum-depn > wk-cost
              MOVE "N" TO entry-ok
              DISPLAY "DEPRECIATION MAY NOT EXCEED THE COST"
           END-IF
           .

      * the last month the old books charged - from the month the
      * asset was bought up to this month.
       Prompt-Depn-Through.
           DISPLAY "DEPRECIATED THROUGH (YYYYMM): "
                   WITH NO ADVANCING
           ACCEPT wk-depn-through
           MOVE wk-depn-through TO check-date(1:6)
           MOVE 1 TO check-dd
           PERFORM Validate-Date
           MOVE "Y" TO entry-ok
           EVALUATE TRUE
              WHEN date-valid NOT = "Y"
                 MOVE "N" TO entry-ok
                 DISPLAY "NOT A REAL MONTH - TRY AGAIN"
              WHEN wk-depn-through < wk-acquired(1:6)
                 MOVE "N" TO entry-ok
                 DISPLAY "THAT IS BEFORE THE ASSET WAS ACQUIRED"
              WHEN wk-depn-through > today-period
                 MOVE "N" TO entry-ok
                 DISPLAY "THAT MONTH IS STILL TO COME"
           END-EVALUATE
           .

       Record-Asset.
           ADD 1 TO asset-count
           SET fa-idx TO asset-count
           MOVE entry-tag         TO tab-fa-tag(fa-idx)
           MOVE wk-description    TO tab-fa-description(fa-idx)
           MOVE entry-category    TO tab-fa-category(fa-idx)
           MOVE wk-cost           TO tab-fa-cost(fa-idx)
           MOVE wk-acquired       TO tab-fa-acquired(fa-idx)
           MOVE wk-life-months    TO tab-fa-life-months(fa-idx)
           MOVE wk-method         TO tab-fa-method(fa-idx)
           MOVE wk-rate           TO tab-fa-rate(fa-idx)
           MOVE wk-location       TO tab-fa-location(fa-idx)
           MOVE wk-accum-depn     TO tab-fa-accum-depn(fa-idx)
           MOVE wk-depn-through   TO tab-fa-depn-through(fa-idx)
           MOVE "A"               TO tab-fa-status(fa-idx)
           MOVE ZERO              TO tab-fa-disposal-date(fa-idx)
           MOVE ZERO              TO tab-fa-proceeds(fa-idx)
           IF entry-new
              MOVE "ASSET-ADDITION" TO feed-source
              MOVE entry-category   TO feed-type
              MOVE wk-cost          TO feed-amount
              MOVE wk-acquired      TO feed-date
              PERFORM Write-Gl-Feed
           END-IF
           PERFORM Save-Fixed-Assets
           MOVE wk-cost TO amount-out
           DISPLAY "ASSET " entry-tag " ADDED AT COST " amount-out
           .

      * the month's run: every active asset is charged up to the
      * period, the charges totalled by category and fed to
      * GL-POST dated the period's last day. a period already run
      * charges nothing a second time.
       Run-Depreciation.
           PERFORM Prompt-Run-Period WITH TEST AFTER
                    UNTIL date-valid = "Y"
           IF run-period NOT = ZERO
              PERFORM Depreciate-Register
           END-IF
           .

       Prompt-Run-Period.
           DISPLAY "DEPRECIATION PERIOD (YYYYMM, 0 TO CANCEL): "
                   WITH NO ADVANCING
           ACCEPT run-period
           IF run-period = ZERO
              MOVE "Y" TO date-valid
           ELSE
              MOVE run-period TO check-date(1:6)
              MOVE 1 TO check-dd
              PERFORM Validate-Date
              EVALUATE TRUE
                 WHEN date-valid NOT = "Y"
                    DISPLAY "NOT A REAL MONTH - TRY AGAIN"
                 WHEN check-yyyy <= closed-year
                    MOVE "N" TO date-valid
                    DISPLAY "YEAR " check-yyyy " IS CLOSED - "
                            "DEPRECIATION CANNOT POST INTO IT"
                 WHEN run-period > today-period
                    MOVE "N" TO date-valid
                    DISPLAY "THAT PERIOD IS STILL TO COME"
              END-EVALUATE
           END-IF
           .

       Depreciate-Register.
           PERFORM Set-Days-In-Month
           MOVE days-in-month TO check-dd
           MOVE check-date TO run-date
           MOVE run-period TO charge-through
           MOVE ZERO TO run-total
           MOVE ZERO TO assets-charged
           PERFORM Clear-One-Category
                    VARYING ac-idx FROM 1 BY 1
                    UNTIL ac-idx > category-count
           OPEN OUTPUT depreciation-report-file
           MOVE run-period TO dh-period
           WRITE depreciation-report-line FROM depreciation-heading
           DISPLAY depreciation-heading
           PERFORM Run-One-Asset
                    VARYING fa-idx FROM 1 BY 1
                    UNTIL fa-idx > asset-count
           WRITE depreciation-report-line FROM blank-line
           MOVE "DEPRECIATION"  TO feed-source
           MOVE run-date        TO feed-date
           PERFORM Feed-One-Category
                    VARYING ac-idx FROM 1 BY 1
                    UNTIL ac-idx > category-count
           MOVE run-total TO amount-out
           MOVE SPACES TO depreciation-report-line
           STRING "ASSETS CHARGED: "  DELIMITED BY SIZE
                  assets-charged      DELIMITED BY SIZE
                  "  TOTAL CHARGE: "  DELIMITED BY SIZE
                  amount-out          DELIMITED BY SIZE
             INTO depreciation-report-line
           WRITE depreciation-report-line
           DISPLAY depreciation-report-line
           CLOSE depreciation-report-file
           PERFORM Save-Fixed-Assets
           DISPLAY "REPORT WRITTEN TO data/FADEPN.RPT"
           .

       Clear-One-Category.
           MOVE ZERO TO tab-ac-charge(ac-idx)
           .

       Run-One-Asset.
           IF tab-fa-status(fa-idx) = "A"
              MOVE tab-fa-category(fa-idx) TO entry-category
              PERFORM Find-Category
              IF category-found NOT = "Y"
                 DISPLAY "CATEGORY " entry-category " NOT ON FILE - "
                         "ASSET " tab-fa-tag(fa-idx)
                         " NOT DEPRECIATED"
              ELSE
                 PERFORM Depreciate-One-Asset
                 IF asset-charge NOT = ZERO
                    SET ac-idx TO category-idx
                    ADD asset-charge TO tab-ac-charge(ac-idx)
                    ADD asset-charge TO run-total
                    ADD 1 TO assets-charged
                    PERFORM Write-Depreciation-Line
                 END-IF
              END-IF
           END-IF
           .

       Write-Depreciation-Line.
           MOVE tab-fa-tag(fa-idx)         TO dl-tag
           MOVE tab-fa-description(fa-idx) TO dl-description
           MOVE tab-fa-category(fa-idx)    TO dl-category
           MOVE months-charged             TO dl-months
           MOVE asset-charge               TO dl-charge
           COMPUTE asset-nbv = tab-fa-cost(fa-idx)
                             - tab-fa-accum-depn(fa-idx)
           MOVE asset-nbv                  TO dl-nbv
           WRITE depreciation-report-line FROM depreciation-line
           DISPLAY depreciation-line
           .

       Feed-One-Category.
           IF tab-ac-charge(ac-idx) NOT = ZERO
              MOVE tab-ac-code(ac-idx)   TO feed-type
              MOVE tab-ac-charge(ac-idx) TO feed-amount
              PERFORM Write-Gl-Feed
              MOVE tab-ac-code(ac-idx)        TO ct-category
              MOVE tab-ac-description(ac-idx) TO ct-description
              MOVE tab-ac-charge(ac-idx)      TO ct-charge
              WRITE depreciation-report-line FROM category-total-line
              DISPLAY category-total-line
           END-IF
           .

      * charges one asset month by month from the month after the
      * last one charged (or the month it was bought) through
      * charge-through. straight line takes cost over the life;
      * reducing balance takes the annual rate on the net book
      * value a twelfth at a time. the last month of the life
      * writes off what is left, and no month takes more than the
      * net book value.
       Depreciate-One-Asset.
           MOVE ZERO TO asset-charge
           MOVE ZERO TO months-charged
           MOVE tab-fa-acquired(fa-idx)(1:6) TO acquired-month
           IF tab-fa-depn-through(fa-idx) = ZERO
              MOVE ZERO TO months-used
              MOVE acquired-month TO depn-month
           ELSE
              MOVE tab-fa-depn-through(fa-idx) TO depn-month
              COMPUTE months-used = depn-yyyy * 12 + depn-mm
                                  - acquired-yyyy * 12 - acquired-mm
                                  + 1
              PERFORM Advance-Depn-Month
           END-IF
           PERFORM Charge-One-Month
                    UNTIL depn-month > charge-through
                       OR months-used >= tab-fa-life-months(fa-idx)
                       OR tab-fa-accum-depn(fa-idx)
                          >= tab-fa-cost(fa-idx)
           .

       Charge-One-Month.
           COMPUTE asset-nbv = tab-fa-cost(fa-idx)
                             - tab-fa-accum-depn(fa-idx)
           ADD 1 TO months-used
           EVALUATE TRUE
              WHEN months-used >= tab-fa-life-months(fa-idx)
                 MOVE asset-nbv TO month-charge
              WHEN tab-fa-method(fa-idx) = "R"
                 COMPUTE month-charge ROUNDED =
                         asset-nbv * tab-fa-rate(fa-idx) / 1200
              WHEN OTHER
                 COMPUTE month-charge ROUNDED =
                         tab-fa-cost(fa-idx)
                       / tab-fa-life-months(fa-idx)
           END-EVALUATE
           IF month-charge > asset-nbv
              MOVE asset-nbv TO month-charge
           END-IF
           ADD month-charge TO tab-fa-accum-depn(fa-idx)
           ADD month-charge TO asset-charge
           ADD 1 TO months-charged
           MOVE depn-month TO tab-fa-depn-through(fa-idx)
           PERFORM Advance-Depn-Month
           .

       Advance-Depn-Month.
           IF depn-mm = 12
              MOVE 1 TO depn-mm
              ADD 1 TO depn-yyyy
           ELSE
              ADD 1 TO depn-mm
           END-IF
           .

      * a disposal first charges the months before the one it
      * falls in, then clears the asset's cost and depreciation
      * from the books: the depreciation against cost, the
      * proceeds against cost, and the difference between the
      * proceeds and the net book value as the gain or loss.
       Dispose-Asset.
           DISPLAY "ASSET TAG: " WITH NO ADVANCING
           ACCEPT entry-tag
           PERFORM Find-Asset
           EVALUATE TRUE
              WHEN asset-found NOT = "Y"
                 DISPLAY "TAG " entry-tag " NOT ON THE REGISTER"
              WHEN tab-fa-status(fa-idx) NOT = "A"
                 DISPLAY "ASSET " entry-tag " WAS DISPOSED OF ON "
                         tab-fa-disposal-date(fa-idx)
              WHEN OTHER
                 PERFORM Show-Asset
                 PERFORM Prompt-Disposal-Date WITH TEST AFTER
                          UNTIL date-valid = "Y"
                 DISPLAY "SALE PROCEEDS (0 IF SCRAPPED): "
                         WITH NO ADVANCING
                 ACCEPT disposal-proceeds
                 PERFORM Confirm-Disposal WITH TEST AFTER
                          UNTIL confirm-yes OR confirm-no
                 IF confirm-yes
                    PERFORM Record-Disposal
                 ELSE
                    DISPLAY "DISPOSAL ABANDONED - NOTHING POSTED"
                 END-IF
           END-EVALUATE
           .

       Show-Asset.
           MOVE tab-fa-cost(fa-idx) TO amount-out
           COMPUTE asset-nbv = tab-fa-cost(fa-idx)
                             - tab-fa-accum-depn(fa-idx)
           MOVE asset-nbv TO nbv-out
           DISPLAY tab-fa-description(fa-idx) " "
                   tab-fa-category(fa-idx) " AT "
                   tab-fa-location(fa-idx)
           DISPLAY "COST " amount-out " NET BOOK VALUE " nbv-out
                   " DEPRECIATED THROUGH "
                   tab-fa-depn-through(fa-idx)
           .

       Prompt-Disposal-Date.
           DISPLAY "DISPOSAL DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT disposal-date
           MOVE disposal-date TO check-date
           PERFORM Validate-Date
           EVALUATE TRUE
              WHEN date-valid NOT = "Y"
                 DISPLAY "NOT A REAL DATE - TRY AGAIN"
              WHEN check-yyyy <= closed-year
                 MOVE "N" TO date-valid
                 DISPLAY "YEAR " check-yyyy " IS CLOSED - THE "
                         "DISPOSAL CANNOT POST INTO IT"
              WHEN disposal-date > today-date
                 MOVE "N" TO date-valid
                 DISPLAY "THE DISPOSAL DATE MAY NOT BE IN THE "
                         "FUTURE"
              WHEN disposal-date < tab-fa-acquired(fa-idx)
                 MOVE "N" TO date-valid
                 DISPLAY "THAT IS BEFORE THE ASSET WAS ACQUIRED"
              WHEN disposal-date(1:6) < tab-fa-depn-through(fa-idx)
                 MOVE "N" TO date-valid
                 DISPLAY "THE ASSET IS DEPRECIATED THROUGH "
                         tab-fa-depn-through(fa-idx)
                         " - THE DISPOSAL MAY NOT BE EARLIER"
           END-EVALUATE
           .

       Confirm-Disposal.
           DISPLAY "DISPOSE OF " entry-tag "? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT confirm-flag
           IF NOT confirm-yes AND NOT confirm-no
              DISPLAY "ENTER Y OR N"
           END-IF
           .

       Record-Disposal.
           MOVE disposal-date(1:6) TO charge-through
           IF through-mm = 1
              MOVE 12 TO through-mm
              SUBTRACT 1 FROM through-yyyy
           ELSE
              SUBTRACT 1 FROM through-mm
           END-IF
           PERFORM Depreciate-One-Asset
           MOVE disposal-date TO feed-date
           MOVE tab-fa-category(fa-idx) TO entry-category
           IF asset-charge NOT = ZERO
              MOVE "DEPRECIATION" TO feed-source
              MOVE entry-category TO feed-type
              MOVE asset-charge   TO feed-amount
              PERFORM Write-Gl-Feed
              MOVE asset-charge TO amount-out
              DISPLAY "DEPRECIATION CHARGED TO DISPOSAL: " amount-out
           END-IF
           MOVE "ASSET-DISPOSAL" TO feed-source
           IF tab-fa-accum-depn(fa-idx) NOT = ZERO
              MOVE "ACCUM" TO disposal-kind
              MOVE tab-fa-accum-depn(fa-idx) TO feed-amount
              PERFORM Write-Disposal-Feed
           END-IF
           IF disposal-proceeds NOT = ZERO
              MOVE "SALE" TO disposal-kind
              MOVE disposal-proceeds TO feed-amount
              PERFORM Write-Disposal-Feed
           END-IF
           COMPUTE asset-nbv = tab-fa-cost(fa-idx)
                             - tab-fa-accum-depn(fa-idx)
           COMPUTE disposal-result = disposal-proceeds - asset-nbv
           EVALUATE TRUE
              WHEN disposal-result > ZERO
                 MOVE "GAIN" TO disposal-kind
                 MOVE disposal-result TO feed-amount
                 PERFORM Write-Disposal-Feed
              WHEN disposal-result < ZERO
                 MOVE "LOSS" TO disposal-kind
                 COMPUTE feed-amount = ZERO - disposal-result
                 PERFORM Write-Disposal-Feed
           END-EVALUATE
           MOVE "D"               TO tab-fa-status(fa-idx)
           MOVE disposal-date     TO tab-fa-disposal-date(fa-idx)
           MOVE disposal-proceeds TO tab-fa-proceeds(fa-idx)
           PERFORM Save-Fixed-Assets
           MOVE asset-nbv TO nbv-out
           MOVE feed-amount TO amount-out
           EVALUATE TRUE
              WHEN disposal-result > ZERO
                 DISPLAY "ASSET " entry-tag " DISPOSED OF - NET BOOK "
                         "VALUE " nbv-out " GAIN " amount-out
              WHEN disposal-result < ZERO
                 DISPLAY "ASSET " entry-tag " DISPOSED OF - NET BOOK "
                         "VALUE " nbv-out " LOSS " amount-out
              WHEN OTHER
                 DISPLAY "ASSET " entry-tag " DISPOSED OF AT NET "
                         "BOOK VALUE " nbv-out
           END-EVALUATE
           .

      * the total type is the kind of total and the category, so
      * each category clears to its own cost account.
       Write-Disposal-Feed.
           MOVE SPACES TO feed-type
           STRING disposal-kind  DELIMITED BY SPACE
                  " "            DELIMITED BY SIZE
                  entry-category DELIMITED BY SIZE
             INTO feed-type
           PERFORM Write-Gl-Feed
           .

       Write-Gl-Feed.
           OPEN EXTEND gl-feed-file
           IF gl-feed-status = "35"
              OPEN OUTPUT gl-feed-file
           END-IF
           MOVE feed-source TO gf-source
           MOVE feed-type   TO gf-total-type
           MOVE feed-amount TO gf-amount
           MOVE feed-date   TO gf-date
           MOVE SPACES      TO gf-department
           WRITE gl-feed-record
           CLOSE gl-feed-file
           .

      * the register: every asset with its cost, depreciation to
      * date and net book value; disposed assets are listed with
      * their disposal date but left out of the totals.
       List-Register.
           MOVE ZERO TO register-cost
           MOVE ZERO TO register-accum
           MOVE ZERO TO register-nbv
           MOVE ZERO TO assets-listed
           MOVE ZERO TO assets-disposed
           OPEN OUTPUT register-report-file
           MOVE today-date TO rh-date
           WRITE register-report-line FROM register-heading
           DISPLAY register-heading
           WRITE register-report-line FROM register-column-line
           DISPLAY register-column-line
           PERFORM List-One-Asset
                    VARYING fa-idx FROM 1 BY 1
                    UNTIL fa-idx > asset-count
           WRITE register-report-line FROM blank-line
           MOVE register-cost  TO rt-cost
           MOVE register-accum TO rt-accum
           MOVE register-nbv   TO rt-nbv
           WRITE register-report-line FROM register-total-line
           DISPLAY register-total-line
           MOVE SPACES TO register-report-line
           STRING "ASSETS LISTED: "   DELIMITED BY SIZE
                  assets-listed       DELIMITED BY SIZE
                  "  OF WHICH DISPOSED: " DELIMITED BY SIZE
                  assets-disposed     DELIMITED BY SIZE
             INTO register-report-line
           WRITE register-report-line
           DISPLAY register-report-line
           CLOSE register-report-file
           DISPLAY "REGISTER WRITTEN TO data/FAREG.RPT"
           .

       List-One-Asset.
           ADD 1 TO assets-listed
           MOVE tab-fa-tag(fa-idx)         TO rl-tag
           MOVE tab-fa-description(fa-idx) TO rl-description
           MOVE tab-fa-category(fa-idx)    TO rl-category
           MOVE tab-fa-acquired(fa-idx)    TO rl-acquired
           MOVE tab-fa-cost(fa-idx)        TO rl-cost
           MOVE tab-fa-accum-depn(fa-idx)  TO rl-accum
           COMPUTE asset-nbv = tab-fa-cost(fa-idx)
                             - tab-fa-accum-depn(fa-idx)
           IF tab-fa-status(fa-idx) = "D"
              ADD 1 TO assets-disposed
              MOVE ZERO TO rl-nbv
              MOVE SPACES TO rl-status
              STRING "DISPOSED "                  DELIMITED BY SIZE
                     tab-fa-disposal-date(fa-idx) DELIMITED BY SIZE
                INTO rl-status
           ELSE
              MOVE asset-nbv                  TO rl-nbv
              MOVE tab-fa-location(fa-idx)    TO rl-status
              ADD tab-fa-cost(fa-idx)         TO register-cost
              ADD tab-fa-accum-depn(fa-idx)   TO register-accum
              ADD asset-nbv                   TO register-nbv
           END-IF
           WRITE register-report-line FROM register-line
           DISPLAY register-line
           .

       Find-Asset.
           MOVE "N" TO asset-found
           PERFORM Check-One-Asset
                    VARYING fa-idx FROM 1 BY 1
                    UNTIL fa-idx > asset-count
                       OR asset-found = "Y"
           IF asset-found = "Y"
              SET fa-idx TO asset-idx
           END-IF
           .

       Check-One-Asset.
           IF tab-fa-tag(fa-idx) = entry-tag
              MOVE "Y" TO asset-found
              SET asset-idx TO fa-idx
           END-IF
           .

       Find-Category.
           MOVE "N" TO category-found
           PERFORM Check-One-Category
                    VARYING ac-idx FROM 1 BY 1
                    UNTIL ac-idx > category-count
                       OR category-found = "Y"
           .

       Check-One-Category.
           IF tab-ac-code(ac-idx) = entry-category
              MOVE "Y" TO category-found
              SET category-idx TO ac-idx
           END-IF
           .

      * a real calendar date - month 1-12, day within the month,
      * February checked against leap years.
       Validate-Date.
           MOVE "Y" TO date-valid
           IF check-yyyy < 1900 OR check-mm < 1 OR check-mm > 12
              MOVE "N" TO date-valid
           ELSE
              PERFORM Set-Days-In-Month
              IF check-dd < 1 OR check-dd > days-in-month
                 MOVE "N" TO date-valid
              END-IF
           END-IF
           .

       Set-Days-In-Month.
           EVALUATE check-mm
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO days-in-month
              WHEN 2
                 MOVE 28 TO days-in-month
                 DIVIDE check-yyyy BY 4 GIVING leap-quotient
                        REMAINDER leap-remainder
                 IF leap-remainder = ZERO
                    MOVE 29 TO days-in-month
                 END-IF
                 DIVIDE check-yyyy BY 100 GIVING leap-quotient
                        REMAINDER leap-remainder
                 IF leap-remainder = ZERO
                    MOVE 28 TO days-in-month
                    DIVIDE check-yyyy BY 400 GIVING leap-quotient
                           REMAINDER leap-remainder
                    IF leap-remainder = ZERO
                       MOVE 29 TO days-in-month
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 31 TO days-in-month
           END-EVALUATE
           .

       Load-Closed-Year.
           OPEN INPUT gl-year-file
           IF gl-year-status = "00"
              READ gl-year-file
                 AT END CONTINUE
                 NOT AT END
                    MOVE gy-closed-year TO closed-year
              END-READ
              CLOSE gl-year-file
           END-IF
           .

       Load-Categories.
           MOVE ZERO TO category-count
           OPEN INPUT asset-category-file
           IF asset-category-status = "00"
              PERFORM Read-Category
              PERFORM Store-Category
                 UNTIL asset-category-eof = "Y"
              CLOSE asset-category-file
           END-IF
           .

       Read-Category.
           READ asset-category-file
              AT END MOVE "Y" TO asset-category-eof
           END-READ
           .

       Store-Category.
           IF category-count < 20
              ADD 1 TO category-count
              SET ac-idx TO category-count
              MOVE ac-code        TO tab-ac-code(ac-idx)
              MOVE ac-description TO tab-ac-description(ac-idx)
              MOVE ZERO           TO tab-ac-charge(ac-idx)
           END-IF
           PERFORM Read-Category
           .

       Load-Fixed-Assets.
           MOVE ZERO TO asset-count
           OPEN INPUT fixed-asset-file
           IF fixed-asset-status = "00"
              PERFORM Read-Fixed-Asset
              PERFORM Store-Fixed-Asset
                 UNTIL fixed-asset-eof = "Y"
              CLOSE fixed-asset-file
           END-IF
           .

       Read-Fixed-Asset.
           READ fixed-asset-file
              AT END MOVE "Y" TO fixed-asset-eof
           END-READ
           .

       Store-Fixed-Asset.
           IF asset-count < 300
              ADD 1 TO asset-count
              SET fa-idx TO asset-count
              MOVE fa-tag           TO tab-fa-tag(fa-idx)
              MOVE fa-description   TO tab-fa-description(fa-idx)
              MOVE fa-category      TO tab-fa-category(fa-idx)
              MOVE fa-cost          TO tab-fa-cost(fa-idx)
              MOVE fa-acquired      TO tab-fa-acquired(fa-idx)
              MOVE fa-life-months   TO tab-fa-life-months(fa-idx)
              MOVE fa-method        TO tab-fa-method(fa-idx)
              MOVE fa-rate          TO tab-fa-rate(fa-idx)
              MOVE fa-location      TO tab-fa-location(fa-idx)
              MOVE fa-accum-depn    TO tab-fa-accum-depn(fa-idx)
              MOVE fa-depn-through  TO tab-fa-depn-through(fa-idx)
              MOVE fa-status        TO tab-fa-status(fa-idx)
              MOVE fa-disposal-date TO tab-fa-disposal-date(fa-idx)
              MOVE fa-proceeds      TO tab-fa-proceeds(fa-idx)
           END-IF
           PERFORM Read-Fixed-Asset
           .

      * saved after every addition, run and disposal, so a total
      * on the feed file is never left without its register change.
       Save-Fixed-Assets.
           OPEN OUTPUT fixed-asset-file
           PERFORM Write-Fixed-Asset
                    VARYING fas-idx FROM 1 BY 1
                    UNTIL fas-idx > asset-count
           CLOSE fixed-asset-file
           .

       Write-Fixed-Asset.
           MOVE tab-fa-tag(fas-idx)           TO fa-tag
           MOVE tab-fa-description(fas-idx)   TO fa-description
           MOVE tab-fa-category(fas-idx)      TO fa-category
           MOVE tab-fa-cost(fas-idx)          TO fa-cost
           MOVE tab-fa-acquired(fas-idx)      TO fa-acquired
           MOVE tab-fa-life-months(fas-idx)   TO fa-life-months
           MOVE tab-fa-method(fas-idx)        TO fa-method
           MOVE tab-fa-rate(fas-idx)          TO fa-rate
           MOVE tab-fa-location(fas-idx)      TO fa-location
           MOVE tab-fa-accum-depn(fas-idx)    TO fa-accum-depn
           MOVE tab-fa-depn-through(fas-idx)  TO fa-depn-through
           MOVE tab-fa-status(fas-idx)        TO fa-status
           MOVE tab-fa-disposal-date(fas-idx) TO fa-disposal-date
           MOVE tab-fa-proceeds(fas-idx)      TO fa-proceeds
           WRITE fixed-asset-record
           .

      * whoever signed on at the menu - CONSOLE when the program
      * is run on its own, which carries no authority here.
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
