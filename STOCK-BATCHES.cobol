       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-BATCHES.
      * perishable stock by batch. an item flagged perishable on
      * the master has each delivery kept on data/STOCKBATCH.DAT
      * with its expiry date. the day's sales take the oldest
      * batch first (a refund goes back on the newest), the near-
      * expiry report lists every batch within the configured
      * number of days of expiry (data/EXPIRYDAYS.DAT) for the
      * buyer to mark down through PRICE-CHANGES, and a batch
      * left on the shelf past its expiry date is written off
      * stock and reported by value at the item's average cost,
      * instead of the loss turning up at the next stocktake.
      * the end-of-day chain does all three through the batch
      * entry; data/BATCHCTL.DAT keeps the last day's sales taken
      * off the batches so none is taken twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT stock-batch-file ASSIGN TO "data/STOCKBATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS stock-batch-status.
           SELECT item-master-file ASSIGN TO "data/ITEMMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS item-master-status.
           SELECT sales-history-file ASSIGN TO
                  "data/SALESHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS sales-history-status.
           SELECT expiry-days-file ASSIGN TO "data/EXPIRYDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS expiry-days-status.
           SELECT batch-control-file ASSIGN TO "data/BATCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS batch-control-status.
           SELECT near-expiry-file ASSIGN TO "data/NEAREXP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT write-off-file ASSIGN TO "data/WRITEOFF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS write-off-status.
           SELECT gl-feed-file ASSIGN TO "data/GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-feed-status.
           SELECT JOB-STEP-FILE ASSIGN TO "data/JOBSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  stock-batch-file.
       COPY STKBATCH.

       FD  item-master-file.
       COPY ITEMMAST.

       FD  sales-history-file.
       COPY SALESHIST.

       FD  expiry-days-file.
       01  expiry-days-record.
           03 ed-days           PIC 999.

       FD  batch-control-file.
       01  batch-control-record.
           03 bc-last-taken     PIC 9(8).

       FD  near-expiry-file.
       01  near-expiry-line     PIC X(70).

       FD  write-off-file.
       01  write-off-line       PIC X(70).

       FD  gl-feed-file.
       COPY GLFEED.

       FD  JOB-STEP-FILE.
       COPY JOBSTEP.

       WORKING-STORAGE SECTION.
       01  stock-batch-status   PIC XX.
       01  stock-batch-eof      PIC X VALUE "N".
       01  item-master-status   PIC XX.
       01  item-master-eof      PIC X VALUE "N".
       01  sales-history-status PIC XX.
       01  sales-history-eof    PIC X VALUE "N".
       01  expiry-days-status   PIC XX.
       01  batch-control-status PIC XX.
       01  write-off-status     PIC XX.
       01  gl-feed-status       PIC XX.
       01  stock-batch-table.
           03 batch-entry OCCURS 2000 TIMES.
              05 tab-sb-item     PIC 9(4).
              05 tab-sb-grn      PIC 9(6).
              05 tab-sb-received PIC 9(8).
              05 tab-sb-expiry   PIC 9(8).
              05 tab-sb-quantity PIC 9(5).
              05 tab-sb-remaining PIC 9(5).
              05 tab-sb-status   PIC X.
       01  batch-count          PIC 9(4) VALUE ZERO.
       01  batch-sub            PIC 9(4).
       01  batch-found          PIC X.
       01  batch-found-sub      PIC 9(4).
       01  batches-changed      PIC X VALUE "N".
       01  item-master-table.
           03 master-entry OCCURS 50 TIMES
                    INDEXED BY master-idx.
              05 tab-im-code    PIC 9(4).
              05 tab-im-desc    PIC X(20).
              05 tab-im-price   PIC 99V99.
              05 tab-im-stock   PIC 9(5).
              05 tab-im-reorder PIC 9(5).
              05 tab-im-cost    PIC 99V99.
              05 tab-im-perishable PIC X.
              05 tab-im-unit-of-sale PIC X(9).
       01  master-count         PIC 99 VALUE ZERO.
       01  master-found         PIC X.
       01  master-found-idx     PIC 99 VALUE ZERO.
       01  stock-changed        PIC X VALUE "N".
       01  menu-action          PIC X.
           88 action-flag       VALUE "F" "f".
           88 action-take-sales VALUE "T" "t".
           88 action-near       VALUE "N" "n".
           88 action-write-off  VALUE "W" "w".
           88 action-exit       VALUE "X" "x".
       01  run-date             PIC 9(8).
       01  sales-date           PIC 9(8).
       01  last-taken           PIC 9(8) VALUE ZERO.
       01  in-sales-day         PIC X VALUE "N".
       01  near-days            PIC 999 VALUE 3.
       01  keyed-days           PIC 999.
       01  wk-item-code         PIC 9(4).
       01  wk-perishable        PIC X.
       01  quantity-to-take     PIC 9(5).
       01  quantity-taken       PIC 9(5).
       01  quantity-back        PIC 9(5).
       01  lines-taken          PIC 9(5).
       01  near-count           PIC 9(5).
       01  written-off-count    PIC 9(5).
       01  written-off-qty      PIC 9(5).
       01  written-off-value    PIC 9(7)V99.
       01  written-off-total    PIC 9(8)V99.
       01  date-work            PIC 9(8).
       01  date-parts REDEFINES date-work.
           03 dw-yyyy           PIC 9(4).
           03 dw-mm             PIC 99.
           03 dw-dd             PIC 99.
       01  day-number           PIC 9(7).
       01  today-day-number     PIC 9(7).
       01  days-to-expiry       PIC S9(5).
       01  near-heading.
           03 FILLER            PIC X(24) VALUE
                 "----- NEAR EXPIRY AS AT ".
           03 nh-date           PIC 9(8).
           03 FILLER            PIC X(8) VALUE " WITHIN ".
           03 nh-days           PIC ZZ9.
           03 FILLER            PIC X(11) VALUE " DAYS -----".
       01  near-columns.
           03 FILLER            PIC X(26) VALUE
                 "CODE DESCRIPTION".
           03 FILLER            PIC X(41) VALUE
                 "   GRN   EXPIRES DAYS  LEFT  PRICE".
       01  near-detail.
           03 nd-code           PIC 9(4).
           03 FILLER            PIC X VALUE SPACE.
           03 nd-desc           PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 nd-grn            PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 nd-expiry         PIC 9(8).
           03 FILLER            PIC X VALUE SPACE.
           03 nd-days           PIC ---9.
           03 FILLER            PIC X VALUE SPACE.
           03 nd-remaining      PIC ZZZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 nd-price          PIC ZZ9.99.
       01  near-total-line.
           03 FILLER            PIC X(26) VALUE
                 "BATCHES NEAR EXPIRY: ".
           03 nt-count          PIC ZZZZ9.
       01  write-off-heading.
           03 FILLER            PIC X(32) VALUE
                 "----- EXPIRED STOCK WRITTEN OFF ".
           03 wh-date           PIC 9(8).
           03 FILLER            PIC X(6) VALUE " -----".
       01  write-off-columns.
           03 FILLER            PIC X(26) VALUE
                 "CODE DESCRIPTION".
           03 FILLER            PIC X(44) VALUE
                 "   GRN   EXPIRED   QTY  AVG COST      VALUE".
       01  write-off-detail.
           03 wd-code           PIC 9(4).
           03 FILLER            PIC X VALUE SPACE.
           03 wd-desc           PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 wd-grn            PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 wd-expiry         PIC 9(8).
           03 FILLER            PIC X VALUE SPACE.
           03 wd-qty            PIC ZZZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 wd-cost           PIC ZZZZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 wd-value          PIC ZZZ,ZZ9.99.
       01  write-off-total-line.
           03 FILLER            PIC X(55) VALUE
                 "TOTAL WRITTEN OFF".
           03 wt-value          PIC Z,ZZZ,ZZ9.99.
       01  blank-line           PIC X(70) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-CALLED-IN-BATCH   PIC X.

       PROCEDURE DIVISION.
       Stock-Batches.
           DISPLAY "PERISHABLE STOCK BATCHES"
           PERFORM Set-Up-Run
           PERFORM Batches-One-Action WITH TEST AFTER
                    UNTIL action-exit
           PERFORM Save-Changes
           GOBACK.

      * called by EOD-DRIVER after the day's selling: the day's
      * sales come off the batches, what has expired is written
      * off and the near-expiry list is printed for the morning.
       Stock-Batches-Batch-Entry.
           ENTRY "STOCK-BATCHES-BATCH" USING LK-CALLED-IN-BATCH
           PERFORM Set-Up-Run
           MOVE run-date TO sales-date
           PERFORM Take-Sales-Off-Batches
           PERFORM Write-Off-Expired
           PERFORM Near-Expiry-Report
           PERFORM Save-Changes
           MOVE "STOCK-BATCHES"   TO JS-STEP-NAME
           MOVE near-count        TO JS-RECORD-COUNT
           MOVE "Y"               TO JS-SUCCESS-FLAG
           OPEN OUTPUT JOB-STEP-FILE
           WRITE JOB-STEP-RECORD
           CLOSE JOB-STEP-FILE
           GOBACK.

       Set-Up-Run.
           ACCEPT run-date FROM DATE YYYYMMDD
           MOVE run-date TO date-work
           PERFORM Flatten-To-Days
           MOVE day-number TO today-day-number
           MOVE "N" TO batches-changed
           MOVE "N" TO stock-changed
           PERFORM Load-Expiry-Days
           PERFORM Load-Item-Master
           PERFORM Load-Stock-Batches
           .

       Save-Changes.
           IF batches-changed = "Y"
              PERFORM Save-Stock-Batches
           END-IF
           IF stock-changed = "Y"
              PERFORM Save-Item-Master
              DISPLAY "ITEM MASTER UPDATED"
           END-IF
           .

       Batches-One-Action.
           DISPLAY SPACE
           DISPLAY "Flag perishable, Take sales off batches, "
                   "Near expiry, Write off expired or eXit?"
           DISPLAY "(F/T/N/W/X): " WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-flag       PERFORM Flag-Perishable
              WHEN action-take-sales PERFORM Key-Sales-Date
              WHEN action-near       PERFORM Key-Near-Days
              WHEN action-write-off  PERFORM Write-Off-Expired
              WHEN action-exit       CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER F, T, N, W OR X"
           END-EVALUATE
           .

      * from the next delivery on, the item comes in as batches;
      * stock already on the shelf is not batched.
       Flag-Perishable.
           DISPLAY "ITEM CODE: " WITH NO ADVANCING
           ACCEPT wk-item-code
           PERFORM Find-Item-Master
           IF master-found NOT = "Y"
              DISPLAY "ITEM " wk-item-code " NOT ON MASTER"
           ELSE
              SET master-idx TO master-found-idx
              DISPLAY tab-im-desc(master-idx)
                      " - PERISHABLE (Y/N): " WITH NO ADVANCING
              ACCEPT wk-perishable
              IF wk-perishable = "Y" OR wk-perishable = "y"
                 MOVE "Y" TO tab-im-perishable(master-idx)
              ELSE
                 MOVE "N" TO tab-im-perishable(master-idx)
              END-IF
              MOVE "Y" TO stock-changed
              DISPLAY "ITEM " wk-item-code " PERISHABLE FLAG "
                      tab-im-perishable(master-idx)
           END-IF
           .

       Key-Sales-Date.
           DISPLAY "BUSINESS DATE (ZERO FOR TODAY): "
                   WITH NO ADVANCING
           ACCEPT sales-date
           IF sales-date = ZERO
              MOVE run-date TO sales-date
           END-IF
           PERFORM Take-Sales-Off-Batches
           .

       Key-Near-Days.
           DISPLAY "DAYS TO EXPIRY (ZERO FOR " near-days "): "
                   WITH NO ADVANCING
           ACCEPT keyed-days
           IF keyed-days NOT = ZERO
              MOVE keyed-days TO near-days
           END-IF
           PERFORM Near-Expiry-Report
           .

      * the day's receipt lines for perishable items, matched to
      * the master on description as the margin report does.
       Take-Sales-Off-Batches.
           MOVE ZERO TO lines-taken
           PERFORM Load-Batch-Control
           IF sales-date NOT > last-taken
              DISPLAY "SALES ALREADY TAKEN OFF BATCHES TO "
                      last-taken
           ELSE
              MOVE "N" TO sales-history-eof
              MOVE "N" TO in-sales-day
              OPEN INPUT sales-history-file
              IF sales-history-status = "00"
                 PERFORM Read-Sales-History
                 PERFORM Take-One-Record
                    UNTIL sales-history-eof = "Y"
                 CLOSE sales-history-file
              END-IF
              MOVE sales-date TO bc-last-taken
              OPEN OUTPUT batch-control-file
              WRITE batch-control-record
              CLOSE batch-control-file
              DISPLAY "SALES LINES TAKEN OFF BATCHES: " lines-taken
           END-IF
           .

       Read-Sales-History.
           READ sales-history-file
              AT END MOVE "Y" TO sales-history-eof
           END-READ
           .

       Take-One-Record.
           EVALUATE TRUE
              WHEN sh-header
                 IF sh-date = sales-date
                    MOVE "Y" TO in-sales-day
                 ELSE
                    MOVE "N" TO in-sales-day
                 END-IF
              WHEN sh-line
                 IF in-sales-day = "Y"
                    PERFORM Take-One-Line
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM Read-Sales-History
           .

       Take-One-Line.
           PERFORM Find-Item-By-Desc
           IF master-found = "Y"
              SET master-idx TO master-found-idx
              IF tab-im-perishable(master-idx) = "Y"
                 MOVE tab-im-code(master-idx) TO wk-item-code
                 IF sh-item-qty > ZERO
                    MOVE sh-item-qty TO quantity-to-take
                    MOVE "Y" TO batch-found
                    PERFORM Take-From-Oldest-Batch
                       UNTIL quantity-to-take = ZERO
                          OR batch-found = "N"
                 ELSE
                    MOVE sh-item-qty TO quantity-back
                    PERFORM Return-To-Newest-Batch
                 END-IF
                 ADD 1 TO lines-taken
              END-IF
           END-IF
           .

      * a sale beyond what the batches hold came off stock that
      * was on the shelf before the item was batched.
       Take-From-Oldest-Batch.
           PERFORM Find-Oldest-Batch
           IF batch-found = "Y"
              MOVE batch-found-sub TO batch-sub
              IF tab-sb-remaining(batch-sub) > quantity-to-take
                 MOVE quantity-to-take TO quantity-taken
              ELSE
                 MOVE tab-sb-remaining(batch-sub) TO quantity-taken
              END-IF
              SUBTRACT quantity-taken FROM tab-sb-remaining(batch-sub)
              SUBTRACT quantity-taken FROM quantity-to-take
              IF tab-sb-remaining(batch-sub) = ZERO
                 MOVE "S" TO tab-sb-status(batch-sub)
              END-IF
              MOVE "Y" TO batches-changed
           END-IF
           .

       Find-Oldest-Batch.
           MOVE "N" TO batch-found
           PERFORM Check-Oldest-Batch
                    VARYING batch-sub FROM 1 BY 1
                    UNTIL batch-sub > batch-count
           .

       Check-Oldest-Batch.
           IF tab-sb-item(batch-sub) = wk-item-code
              AND tab-sb-status(batch-sub) = "O"
              AND tab-sb-remaining(batch-sub) > ZERO
              IF batch-found = "N"
                 MOVE "Y" TO batch-found
                 MOVE batch-sub TO batch-found-sub
              ELSE
                 IF tab-sb-expiry(batch-sub)
                       < tab-sb-expiry(batch-found-sub)
                    MOVE batch-sub TO batch-found-sub
                 END-IF
              END-IF
           END-IF
           .

      * a refund goes back on the freshest batch still saleable;
      * with none left it goes back as unbatched stock.
       Return-To-Newest-Batch.
           MOVE "N" TO batch-found
           PERFORM Check-Newest-Batch
                    VARYING batch-sub FROM 1 BY 1
                    UNTIL batch-sub > batch-count
           IF batch-found = "Y"
              MOVE batch-found-sub TO batch-sub
              ADD quantity-back TO tab-sb-remaining(batch-sub)
              MOVE "O" TO tab-sb-status(batch-sub)
              MOVE "Y" TO batches-changed
           END-IF
           .

       Check-Newest-Batch.
           IF tab-sb-item(batch-sub) = wk-item-code
              AND tab-sb-status(batch-sub) NOT = "W"
              AND tab-sb-expiry(batch-sub) >= run-date
              IF batch-found = "N"
                 MOVE "Y" TO batch-found
                 MOVE batch-sub TO batch-found-sub
              ELSE
                 IF tab-sb-expiry(batch-sub)
                       > tab-sb-expiry(batch-found-sub)
                    MOVE batch-sub TO batch-found-sub
                 END-IF
              END-IF
           END-IF
           .

      * every batch still on the shelf within the given number of
      * days of its expiry date, or already past it.
       Near-Expiry-Report.
           MOVE ZERO TO near-count
           OPEN OUTPUT near-expiry-file
           MOVE run-date  TO nh-date
           MOVE near-days TO nh-days
           WRITE near-expiry-line FROM near-heading
           WRITE near-expiry-line FROM blank-line
           WRITE near-expiry-line FROM near-columns
           PERFORM Report-One-Near-Batch
                    VARYING batch-sub FROM 1 BY 1
                    UNTIL batch-sub > batch-count
           WRITE near-expiry-line FROM blank-line
           MOVE near-count TO nt-count
           WRITE near-expiry-line FROM near-total-line
           CLOSE near-expiry-file
           DISPLAY near-total-line
           DISPLAY "REPORT WRITTEN TO data/NEAREXP.RPT"
           .

       Report-One-Near-Batch.
           IF tab-sb-status(batch-sub) = "O"
              AND tab-sb-remaining(batch-sub) > ZERO
              MOVE tab-sb-expiry(batch-sub) TO date-work
              PERFORM Flatten-To-Days
              COMPUTE days-to-expiry = day-number - today-day-number
              IF days-to-expiry <= near-days
                 MOVE tab-sb-item(batch-sub) TO wk-item-code
                 PERFORM Find-Item-Master
                 MOVE wk-item-code TO nd-code
                 IF master-found = "Y"
                    SET master-idx TO master-found-idx
                    MOVE tab-im-desc(master-idx)  TO nd-desc
                    MOVE tab-im-price(master-idx) TO nd-price
                 ELSE
                    MOVE "NOT ON MASTER" TO nd-desc
                    MOVE ZERO TO nd-price
                 END-IF
                 MOVE tab-sb-grn(batch-sub)       TO nd-grn
                 MOVE tab-sb-expiry(batch-sub)    TO nd-expiry
                 MOVE days-to-expiry              TO nd-days
                 MOVE tab-sb-remaining(batch-sub) TO nd-remaining
                 WRITE near-expiry-line FROM near-detail
                 ADD 1 TO near-count
              END-IF
           END-IF
           .

      * a batch is sellable up to and including its expiry date.
      * what is left after that comes off stock at the item's
      * average cost and the loss is fed to the ledger.
       Write-Off-Expired.
           MOVE ZERO TO written-off-count
           MOVE ZERO TO written-off-total
           OPEN EXTEND write-off-file
           IF write-off-status = "35"
              OPEN OUTPUT write-off-file
           END-IF
           MOVE run-date TO wh-date
           WRITE write-off-line FROM write-off-heading
           WRITE write-off-line FROM blank-line
           WRITE write-off-line FROM write-off-columns
           PERFORM Write-Off-One-Batch
                    VARYING batch-sub FROM 1 BY 1
                    UNTIL batch-sub > batch-count
           WRITE write-off-line FROM blank-line
           MOVE written-off-total TO wt-value
           WRITE write-off-line FROM write-off-total-line
           WRITE write-off-line FROM blank-line
           CLOSE write-off-file
           IF written-off-total > ZERO
              PERFORM Feed-Write-Off
           END-IF
           DISPLAY "BATCHES WRITTEN OFF: " written-off-count
           DISPLAY write-off-total-line
           DISPLAY "REPORT ADDED TO data/WRITEOFF.RPT"
           .

       Write-Off-One-Batch.
           IF tab-sb-status(batch-sub) = "O"
              AND tab-sb-remaining(batch-sub) > ZERO
              AND tab-sb-expiry(batch-sub) < run-date
              MOVE tab-sb-item(batch-sub) TO wk-item-code
              MOVE tab-sb-remaining(batch-sub) TO written-off-qty
              PERFORM Find-Item-Master
              MOVE ZERO TO written-off-value
              MOVE wk-item-code TO wd-code
              MOVE ZERO TO wd-cost
              IF master-found = "Y"
                 SET master-idx TO master-found-idx
                 MOVE tab-im-desc(master-idx) TO wd-desc
                 MOVE tab-im-cost(master-idx) TO wd-cost
                 COMPUTE written-off-value = written-off-qty
                       * tab-im-cost(master-idx)
                 IF tab-im-stock(master-idx) > written-off-qty
                    SUBTRACT written-off-qty
                        FROM tab-im-stock(master-idx)
                 ELSE
                    MOVE ZERO TO tab-im-stock(master-idx)
                 END-IF
                 MOVE "Y" TO stock-changed
              ELSE
                 MOVE "NOT ON MASTER" TO wd-desc
              END-IF
              MOVE tab-sb-grn(batch-sub)    TO wd-grn
              MOVE tab-sb-expiry(batch-sub) TO wd-expiry
              MOVE written-off-qty          TO wd-qty
              MOVE written-off-value        TO wd-value
              WRITE write-off-line FROM write-off-detail
              ADD written-off-value TO written-off-total
              ADD 1 TO written-off-count
              MOVE ZERO TO tab-sb-remaining(batch-sub)
              MOVE "W" TO tab-sb-status(batch-sub)
              MOVE "Y" TO batches-changed
           END-IF
           .

       Feed-Write-Off.
           OPEN EXTEND gl-feed-file
           IF gl-feed-status = "35"
              OPEN OUTPUT gl-feed-file
           END-IF
           MOVE "STOCK-WRITEOFF"  TO gf-source
           MOVE "EXPIRED"         TO gf-total-type
           MOVE written-off-total TO gf-amount
           MOVE run-date          TO gf-date
           MOVE SPACES            TO gf-department
           WRITE gl-feed-record
           CLOSE gl-feed-file
           .

       Flatten-To-Days.
           COMPUTE day-number = dw-yyyy * 360 + (dw-mm - 1) * 30
                 + dw-dd
           .

       Find-Item-Master.
           MOVE "N" TO master-found
           PERFORM Check-One-Master-Item
                    VARYING master-idx FROM 1 BY 1
                    UNTIL master-idx > master-count
                       OR master-found = "Y"
           .

       Check-One-Master-Item.
           IF tab-im-code(master-idx) = wk-item-code
              MOVE "Y" TO master-found
              SET master-found-idx TO master-idx
           END-IF
           .

       Find-Item-By-Desc.
           MOVE "N" TO master-found
           PERFORM Check-One-Item-Desc
                    VARYING master-idx FROM 1 BY 1
                    UNTIL master-idx > master-count
                       OR master-found = "Y"
           .

       Check-One-Item-Desc.
           IF tab-im-desc(master-idx) = sh-item-desc
              MOVE "Y" TO master-found
              SET master-found-idx TO master-idx
           END-IF
           .

       Load-Expiry-Days.
           OPEN INPUT expiry-days-file
           IF expiry-days-status = "00"
              READ expiry-days-file
                 AT END CONTINUE
                 NOT AT END
                    IF ed-days NUMERIC
                       MOVE ed-days TO near-days
                    END-IF
              END-READ
              CLOSE expiry-days-file
           END-IF
           .

       Load-Batch-Control.
           MOVE ZERO TO last-taken
           OPEN INPUT batch-control-file
           IF batch-control-status = "00"
              READ batch-control-file
                 AT END CONTINUE
                 NOT AT END MOVE bc-last-taken TO last-taken
              END-READ
              CLOSE batch-control-file
           END-IF
           .

       Load-Stock-Batches.
           MOVE ZERO TO batch-count
           MOVE "N" TO stock-batch-eof
           OPEN INPUT stock-batch-file
           IF stock-batch-status = "00"
              PERFORM Read-Stock-Batch
              PERFORM Store-Stock-Batch
                 UNTIL stock-batch-eof = "Y"
              CLOSE stock-batch-file
           END-IF
           .

       Read-Stock-Batch.
           READ stock-batch-file
              AT END MOVE "Y" TO stock-batch-eof
           END-READ
           .

       Store-Stock-Batch.
           ADD 1 TO batch-count
           MOVE sb-item-code     TO tab-sb-item(batch-count)
           MOVE sb-grn-number    TO tab-sb-grn(batch-count)
           MOVE sb-received-date TO tab-sb-received(batch-count)
           MOVE sb-expiry-date   TO tab-sb-expiry(batch-count)
           MOVE sb-quantity      TO tab-sb-quantity(batch-count)
           MOVE sb-remaining     TO tab-sb-remaining(batch-count)
           MOVE sb-status        TO tab-sb-status(batch-count)
           PERFORM Read-Stock-Batch
           .

       Save-Stock-Batches.
           OPEN OUTPUT stock-batch-file
           PERFORM Write-Stock-Batch
                    VARYING batch-sub FROM 1 BY 1
                    UNTIL batch-sub > batch-count
           CLOSE stock-batch-file
           .

       Write-Stock-Batch.
           MOVE tab-sb-item(batch-sub)      TO sb-item-code
           MOVE tab-sb-grn(batch-sub)       TO sb-grn-number
           MOVE tab-sb-received(batch-sub)  TO sb-received-date
           MOVE tab-sb-expiry(batch-sub)    TO sb-expiry-date
           MOVE tab-sb-quantity(batch-sub)  TO sb-quantity
           MOVE tab-sb-remaining(batch-sub) TO sb-remaining
           MOVE tab-sb-status(batch-sub)    TO sb-status
           WRITE stock-batch-record
           .

       Load-Item-Master.
           MOVE ZERO TO master-count
           MOVE "N" TO item-master-eof
           OPEN INPUT item-master-file
           IF item-master-status = "00"
              PERFORM Read-Item-Master
              PERFORM Store-Item-Master
                 UNTIL item-master-eof = "Y"
              CLOSE item-master-file
           END-IF
           .

       Read-Item-Master.
           READ item-master-file
              AT END MOVE "Y" TO item-master-eof
           END-READ
           .

       Store-Item-Master.
           ADD 1 TO master-count
           MOVE im-code          TO tab-im-code(master-count)
           MOVE im-desc          TO tab-im-desc(master-count)
           MOVE im-price         TO tab-im-price(master-count)
           MOVE im-stock         TO tab-im-stock(master-count)
           MOVE im-reorder-level TO tab-im-reorder(master-count)
           IF im-cost NUMERIC
              MOVE im-cost TO tab-im-cost(master-count)
           ELSE
              MOVE ZERO TO tab-im-cost(master-count)
           END-IF
           MOVE im-perishable TO tab-im-perishable(master-count)
           MOVE im-unit-of-sale TO tab-im-unit-of-sale(master-count)
           PERFORM Read-Item-Master
           .

       Save-Item-Master.
           OPEN OUTPUT item-master-file
           PERFORM Write-Item-Master
                    VARYING master-idx FROM 1 BY 1
                    UNTIL master-idx > master-count
           CLOSE item-master-file
           .

       Write-Item-Master.
           MOVE tab-im-code(master-idx)    TO im-code
           MOVE tab-im-desc(master-idx)    TO im-desc
           MOVE tab-im-price(master-idx)   TO im-price
           MOVE tab-im-stock(master-idx)   TO im-stock
           MOVE tab-im-reorder(master-idx) TO im-reorder-level
           MOVE tab-im-cost(master-idx)    TO im-cost
           MOVE tab-im-perishable(master-idx) TO im-perishable
           MOVE tab-im-unit-of-sale(master-idx) TO im-unit-of-sale
           WRITE item-master-record
           .
