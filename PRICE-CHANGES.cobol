      * to data/ITEMMASTER.DAT and writes the price-change journal
      * - old price, new price, who keyed it and when it took
      * effect - which is what the auditors ask for every year.
      * every run that applies prices also writes the shelf-edge
      * labels for the items it changed to data/LABELS.RPT - code,
      * description, new price, price per unit of the pack and
      * the date it took effect, with a second label for an item
      * on a live multi-buy - and labels can be reprinted for a
      * range of item codes whenever a ticket goes missing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT price-journal-file ASSIGN TO "data/PRICECHG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS price-journal-status.
           SELECT promotion-file ASSIGN TO "data/PROMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS promotion-status.
           SELECT label-file ASSIGN TO "data/LABELS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT current-operator-file ASSIGN TO
                  "data/CURRENTOP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  price-journal-file.
       01  price-journal-line   PIC X(70).

       FD  promotion-file.
       COPY PROMO.

       FD  label-file.
       01  label-line           PIC X(40).

       FD  current-operator-file.
       01  current-operator-record.
           03 co-operator-id    PIC X(8).
       01  item-master-status   PIC XX.
       01  item-master-eof      PIC X VALUE "N".
       01  price-journal-status PIC XX.
       01  promotion-status     PIC XX.
       01  promotion-eof        PIC X VALUE "N".
       01  current-operator-status PIC XX.
       01  operator-stamp       PIC X(8) VALUE "CONSOLE".
       01  pending-table.
              05 tab-im-stock   PIC 9(5).
              05 tab-im-reorder PIC 9(5).
              05 tab-im-cost    PIC 99V99.
              05 tab-im-perishable PIC X.
              05 tab-im-unit-of-sale PIC X(9).
       01  master-count         PIC 99 VALUE ZERO.
       01  master-found         PIC X.
       01  master-found-idx     PIC 99 VALUE ZERO.
      * multi-buys live on the run date, for the promotion labels
       01  promotion-table.
           03 promo-entry OCCURS 20 TIMES INDEXED BY promo-idx.
              05 tab-pro-item     PIC 9(4).
              05 tab-pro-qualify  PIC 999.
              05 tab-pro-reward   PIC 999.
              05 tab-pro-end      PIC 9(8).
       01  promotion-count      PIC 99 VALUE ZERO.
       01  menu-action          PIC X.
           88 action-key        VALUE "K" "k".
           88 action-list       VALUE "L" "l".
           88 action-apply      VALUE "A" "a".
           88 action-unit       VALUE "U" "u".
           88 action-reprint    VALUE "R" "r".
           88 action-exit       VALUE "X" "x".
       01  work-price.
           03 wk-item-code      PIC 9(4).
       01  applied-count        PIC 9(5) VALUE ZERO.
       01  pending-changed      PIC X VALUE "N".
       01  stock-changed        PIC X VALUE "N".
       01  unit-of-sale-work.
           03 wk-pack-size      PIC 9(4)V999.
           03 wk-pack-unit      PIC XX.
       01  unit-price           PIC 9(5)V99.
       01  label-date           PIC 9(8).
       01  label-count          PIC 9(5) VALUE ZERO.
       01  from-item-code       PIC 9(4).
       01  to-item-code         PIC 9(4).
       01  old-price-out        PIC $$9.99.
       01  new-price-out        PIC $$9.99.
       01  journal-detail.
           03 pj-keyed-by       PIC X(8).
           03 FILLER            PIC X(9) VALUE " APPLIED ".
           03 pj-applied        PIC 9(8).
       01  label-heading.
           03 FILLER            PIC X(18) VALUE
                 "SHELF-EDGE LABELS ".
           03 lh-date           PIC 9(8).
       01  label-rule           PIC X(40) VALUE
             "+--------------------------------------+".
       01  label-item-line.
           03 FILLER            PIC X(2) VALUE "| ".
           03 li-code           PIC 9(4).
           03 FILLER            PIC X VALUE SPACE.
           03 li-desc           PIC X(20).
           03 FILLER            PIC X(11) VALUE SPACES.
           03 FILLER            PIC X(2) VALUE " |".
       01  label-price-line.
           03 FILLER            PIC X(2) VALUE "| ".
           03 lp-price          PIC $$9.99.
           03 FILLER            PIC X(5) VALUE SPACES.
           03 lp-unit-price     PIC $$,$$9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 lp-per-unit       PIC X(8).
           03 FILLER            PIC X(7) VALUE SPACES.
           03 FILLER            PIC X(2) VALUE " |".
       01  label-date-line.
           03 FILLER            PIC X(13) VALUE "| PRICE FROM ".
           03 ld-date           PIC 9(8).
           03 FILLER            PIC X(17) VALUE SPACES.
           03 FILLER            PIC X(2) VALUE " |".
       01  label-offer-line.
           03 FILLER            PIC X(12) VALUE "| MULTI-BUY ".
           03 lo-qualify        PIC ZZ9.
           03 FILLER            PIC X(18) VALUE
                 " FOR THE PRICE OF ".
           03 lo-pay            PIC ZZ9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 FILLER            PIC X(2) VALUE " |".
       01  label-offer-end-line.
           03 FILLER            PIC X(13) VALUE "| OFFER ENDS ".
           03 le-date           PIC 9(8).
           03 FILLER            PIC X(17) VALUE SPACES.
           03 FILLER            PIC X(2) VALUE " |".

       LINKAGE SECTION.
       01  LK-CALLED-IN-BATCH   PIC X.
           PERFORM Load-Operator-Stamp
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Pending-Prices
           PERFORM Load-Promotions
           PERFORM Prices-One-Action WITH TEST AFTER
                    UNTIL action-exit
           IF pending-changed = "Y"
           PERFORM Load-Operator-Stamp
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Pending-Prices
           PERFORM Load-Promotions
           PERFORM Apply-Due-Prices
           IF pending-changed = "Y"
              PERFORM Save-Pending-Prices

       Prices-One-Action.
           DISPLAY SPACE
           DISPLAY "Key change, List pending, Apply due, "
                   "Unit of sale, Reprint labels or eXit?"
           DISPLAY "(K/L/A/U/R/X): " WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-key     PERFORM Key-Price-Change
              WHEN action-list    PERFORM List-Pending-Prices
              WHEN action-apply   PERFORM Apply-Due-Prices
              WHEN action-unit    PERFORM Key-Unit-Of-Sale
              WHEN action-reprint PERFORM Reprint-Labels
              WHEN action-exit    CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER K, L, A, U, R OR X"
           END-EVALUATE
           .

           MOVE ZERO TO applied-count
           MOVE "N" TO stock-changed
           PERFORM Load-Item-Master
           PERFORM Open-Label-File
           PERFORM Apply-One-Price
                    VARYING pnd-idx FROM 1 BY 1
                    UNTIL pnd-idx > pending-count
           PERFORM Close-Label-File
           IF stock-changed = "Y"
              PERFORM Save-Item-Master
           END-IF
                 PERFORM Write-Price-Journal
                 MOVE tab-pnp-price(pnd-idx)
                    TO tab-im-price(master-idx)
                 MOVE tab-pnp-effective(pnd-idx) TO label-date
                 PERFORM Print-Item-Labels
                 MOVE "A" TO tab-pnp-status(pnd-idx)
                 ADD 1 TO applied-count
                 MOVE "Y" TO stock-changed
           DISPLAY journal-detail
           .

      * the pack the item is sold in, for the price per unit on
      * its label.
       Key-Unit-Of-Sale.
           DISPLAY "ITEM CODE: " WITH NO ADVANCING
           ACCEPT wk-item-code
           PERFORM Load-Item-Master
           PERFORM Find-Item-Master
           IF master-found NOT = "Y"
              DISPLAY "ITEM " wk-item-code " NOT ON MASTER"
           ELSE
              SET master-idx TO master-found-idx
              DISPLAY tab-im-desc(master-idx)
              DISPLAY "PACK SIZE (E.G. 0.500): " WITH NO ADVANCING
              ACCEPT wk-pack-size
              DISPLAY "UNIT (KG, L OR EA): " WITH NO ADVANCING
              ACCEPT wk-pack-unit
              IF wk-pack-size = ZERO
                 DISPLAY "PACK SIZE MUST NOT BE ZERO"
              ELSE
                 MOVE unit-of-sale-work
                    TO tab-im-unit-of-sale(master-idx)
                 PERFORM Save-Item-Master
                 DISPLAY "UNIT OF SALE RECORDED"
              END-IF
           END-IF
           .

       Reprint-Labels.
           DISPLAY "FROM ITEM CODE: " WITH NO ADVANCING
           ACCEPT from-item-code
           DISPLAY "TO ITEM CODE  : " WITH NO ADVANCING
           ACCEPT to-item-code
           PERFORM Load-Item-Master
           PERFORM Open-Label-File
           PERFORM Reprint-One-Item
                    VARYING master-idx FROM 1 BY 1
                    UNTIL master-idx > master-count
           PERFORM Close-Label-File
           .

      * a reprint carries the date the item's current price took
      * effect, when the change came through here.
       Reprint-One-Item.
           IF tab-im-code(master-idx) >= from-item-code
              AND tab-im-code(master-idx) <= to-item-code
              MOVE ZERO TO label-date
              PERFORM Find-Price-Effective
                       VARYING pnd-idx FROM 1 BY 1
                       UNTIL pnd-idx > pending-count
              IF label-date = ZERO
                 MOVE run-date TO label-date
              END-IF
              PERFORM Print-Item-Labels
           END-IF
           .

       Find-Price-Effective.
           IF tab-pnp-code(pnd-idx) = tab-im-code(master-idx)
              AND tab-pnp-status(pnd-idx) = "A"
              AND tab-pnp-effective(pnd-idx) > label-date
              MOVE tab-pnp-effective(pnd-idx) TO label-date
           END-IF
           .

       Open-Label-File.
           MOVE ZERO TO label-count
           OPEN OUTPUT label-file
           MOVE run-date TO lh-date
           WRITE label-line FROM label-heading
           .

       Close-Label-File.
           CLOSE label-file
           DISPLAY "LABELS PRINTED: " label-count
                   " - data/LABELS.RPT"
           .

      * the price label, and the promotion label beside it when
      * the item is on a live multi-buy.
       Print-Item-Labels.
           MOVE tab-im-unit-of-sale(master-idx) TO unit-of-sale-work
           IF wk-pack-size NOT NUMERIC OR wk-pack-size = ZERO
              MOVE 1    TO wk-pack-size
              MOVE "EA" TO wk-pack-unit
           END-IF
           COMPUTE unit-price ROUNDED = tab-im-price(master-idx)
                 / wk-pack-size
           EVALUATE wk-pack-unit
              WHEN "EA"
                 MOVE "EACH" TO lp-per-unit
              WHEN OTHER
                 MOVE SPACES TO lp-per-unit
                 STRING "PER " DELIMITED BY SIZE
                        wk-pack-unit DELIMITED BY SPACE
                   INTO lp-per-unit
           END-EVALUATE
           MOVE tab-im-code(master-idx)  TO li-code
           MOVE tab-im-desc(master-idx)  TO li-desc
           MOVE tab-im-price(master-idx) TO lp-price
           MOVE unit-price               TO lp-unit-price
           MOVE label-date               TO ld-date
           WRITE label-line FROM label-rule
           WRITE label-line FROM label-item-line
           WRITE label-line FROM label-price-line
           WRITE label-line FROM label-date-line
           WRITE label-line FROM label-rule
           ADD 1 TO label-count
           PERFORM Print-Offer-Label
                    VARYING promo-idx FROM 1 BY 1
                    UNTIL promo-idx > promotion-count
           .

       Print-Offer-Label.
           IF tab-pro-item(promo-idx) = tab-im-code(master-idx)
              MOVE tab-pro-qualify(promo-idx) TO lo-qualify
              COMPUTE lo-pay = tab-pro-qualify(promo-idx)
                    - tab-pro-reward(promo-idx)
              MOVE tab-pro-end(promo-idx) TO le-date
              WRITE label-line FROM label-rule
              WRITE label-line FROM label-item-line
              WRITE label-line FROM label-offer-line
              WRITE label-line FROM label-offer-end-line
              WRITE label-line FROM label-rule
              ADD 1 TO label-count
           END-IF
           .

       Load-Promotions.
           MOVE ZERO TO promotion-count
           MOVE "N" TO promotion-eof
           OPEN INPUT promotion-file
           IF promotion-status = "00"
              PERFORM Read-Promotion
              PERFORM Store-Promotion
                 UNTIL promotion-eof = "Y"
              CLOSE promotion-file
           END-IF
           .

       Read-Promotion.
           READ promotion-file
              AT END MOVE "Y" TO promotion-eof
           END-READ
           .

       Store-Promotion.
           IF pro-multibuy
              AND pro-start-date <= run-date
              AND pro-end-date >= run-date
              AND pro-qualify-qty > ZERO
              ADD 1 TO promotion-count
              SET promo-idx TO promotion-count
              MOVE pro-item-code   TO tab-pro-item(promo-idx)
              MOVE pro-qualify-qty TO tab-pro-qualify(promo-idx)
              MOVE pro-reward-qty  TO tab-pro-reward(promo-idx)
              MOVE pro-end-date    TO tab-pro-end(promo-idx)
           END-IF
           PERFORM Read-Promotion
           .

       Find-Item-Master.
           MOVE "N" TO master-found
           PERFORM Check-One-Master-Item
           ELSE
              MOVE ZERO TO tab-im-cost(master-count)
           END-IF
           MOVE im-perishable TO tab-im-perishable(master-count)
           MOVE im-unit-of-sale TO tab-im-unit-of-sale(master-count)
           PERFORM Read-Item-Master
           .

           MOVE tab-im-stock(master-idx)   TO im-stock
           MOVE tab-im-reorder(master-idx) TO im-reorder-level
           MOVE tab-im-cost(master-idx)    TO im-cost
           MOVE tab-im-perishable(master-idx) TO im-perishable
           MOVE tab-im-unit-of-sale(master-idx) TO im-unit-of-sale
           WRITE item-master-record
           .

