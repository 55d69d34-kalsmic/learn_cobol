       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-COSTING.
      * the shop's stock at cost. the month-end valuation prices
      * every item on the master at the weighted average cost the
      * goods-received run keeps. the daily cost-of-sales run
      * prices the day's sales-history lines at the same cost -
      * refunds come back into stock at it - and feeds GL-POST to
      * move that cost out of stock, so the ledger shows gross
      * margin without waiting for a stocktake. a business day is
      * costed once: data/COGSCTL.DAT keeps the last day posted,
      * and the end-of-day chain runs the day's costing through
      * the batch entry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT sales-history-file ASSIGN TO
                  "data/SALESHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS sales-history-status.
           SELECT item-master-file ASSIGN TO "data/ITEMMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS item-master-status.
           SELECT valuation-report-file ASSIGN TO
                  "data/STOCKVAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT cogs-report-file ASSIGN TO "data/COGS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT cogs-control-file ASSIGN TO "data/COGSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cogs-control-status.
           SELECT gl-feed-file ASSIGN TO "data/GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-feed-status.
           SELECT JOB-STEP-FILE ASSIGN TO "data/JOBSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  sales-history-file.
       COPY SALESHIST.

       FD  item-master-file.
       COPY ITEMMAST.

       FD  valuation-report-file.
       01  valuation-report-line PIC X(70).

       FD  cogs-report-file.
       01  cogs-report-line     PIC X(70).

       FD  cogs-control-file.
       01  cogs-control-record.
           03 cg-last-posted    PIC 9(8).

       FD  gl-feed-file.
       COPY GLFEED.

       FD  JOB-STEP-FILE.
       COPY JOBSTEP.

       WORKING-STORAGE SECTION.
       01  sales-history-status PIC XX.
       01  sales-history-eof    PIC X VALUE "N".
       01  item-master-status   PIC XX.
       01  item-master-eof      PIC X VALUE "N".
       01  cogs-control-status  PIC XX.
       01  gl-feed-status       PIC XX.
       01  item-master-table.
           03 master-entry OCCURS 50 TIMES
                    INDEXED BY master-idx.
              05 tab-im-code    PIC 9(4).
              05 tab-im-desc    PIC X(20).
              05 tab-im-stock   PIC 9(5).
              05 tab-im-cost    PIC 99V99.
              05 tab-cs-qty     PIC S9(5).
              05 tab-cs-value   PIC S9(7)V99.
       01  master-count         PIC 99 VALUE ZERO.
       01  master-found         PIC X.
       01  master-found-idx     PIC 99 VALUE ZERO.
       01  menu-action          PIC X.
           88 action-valuation  VALUE "V" "v".
           88 action-cogs       VALUE "C" "c".
           88 action-exit       VALUE "X" "x".
       01  run-date             PIC 9(8).
       01  cogs-date            PIC 9(8).
       01  last-posted          PIC 9(8) VALUE ZERO.
       01  in-costed-day        PIC X VALUE "N".
       01  item-value           PIC 9(8)V99.
       01  valuation-total      PIC 9(9)V99.
       01  line-cost            PIC S9(7)V99.
       01  cogs-total           PIC S9(8)V99.
       01  lines-costed         PIC 9(5).
       01  lines-not-costed     PIC 9(5).
       01  cogs-posted          PIC X.
       01  valuation-heading.
           03 FILLER            PIC X(36) VALUE
                 "----- STOCK VALUATION AT COST AS AT ".
           03 vh-date           PIC 9(8).
           03 FILLER            PIC X(6) VALUE " -----".
       01  valuation-columns.
           03 FILLER            PIC X(26) VALUE
                 "CODE DESCRIPTION".
           03 FILLER            PIC X(32) VALUE
                 "STOCK  AVG COST            VALUE".
       01  valuation-detail.
           03 vd-code           PIC 9(4).
           03 FILLER            PIC X VALUE SPACE.
           03 vd-desc           PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 vd-stock          PIC ZZZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 vd-cost           PIC ZZZZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 vd-value          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  valuation-total-line.
           03 FILLER            PIC X(45) VALUE
                 "TOTAL STOCK AT COST".
           03 vt-value          PIC ZZ,ZZZ,ZZ9.99.
       01  cogs-heading.
           03 FILLER            PIC X(24) VALUE
                 "----- COST OF SALES FOR ".
           03 ch-date           PIC 9(8).
           03 FILLER            PIC X(6) VALUE " -----".
       01  cogs-columns.
           03 FILLER            PIC X(26) VALUE
                 "CODE DESCRIPTION".
           03 FILLER            PIC X(32) VALUE
                 " SOLD  AVG COST             COST".
       01  cogs-detail.
           03 cd-code           PIC 9(4).
           03 FILLER            PIC X VALUE SPACE.
           03 cd-desc           PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 cd-qty            PIC -ZZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 cd-cost           PIC ZZZZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 cd-value          PIC -,---,---,--9.99.
       01  cogs-total-line.
           03 FILLER            PIC X(46) VALUE
                 "COST OF SALES".
           03 ct-value          PIC -,---,--9.99.
       01  amount-out           PIC -,---,--9.99.
       01  blank-line           PIC X(70) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-CALLED-IN-BATCH   PIC X.

       PROCEDURE DIVISION.
       Stock-Costing.
           DISPLAY "STOCK COSTING"
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Item-Master
           PERFORM Costing-One-Action WITH TEST AFTER
                    UNTIL action-exit
           GOBACK.

      * called by EOD-DRIVER once the day's selling is done, to
      * cost the business day's sales without a prompt
       Stock-Costing-Batch-Entry.
           ENTRY "STOCK-COSTING-BATCH" USING LK-CALLED-IN-BATCH
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Item-Master
           MOVE run-date TO cogs-date
           PERFORM Cost-Of-Sales-Run
           MOVE "STOCK-COSTING" TO JS-STEP-NAME
           MOVE lines-costed    TO JS-RECORD-COUNT
           MOVE "Y"             TO JS-SUCCESS-FLAG
           OPEN OUTPUT JOB-STEP-FILE
           WRITE JOB-STEP-RECORD
           CLOSE JOB-STEP-FILE
           GOBACK.

       Costing-One-Action.
           DISPLAY SPACE
           DISPLAY "stock Valuation, Cost of sales or eXit? "
                   "(V/C/X): " WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-valuation PERFORM Valuation-Report
              WHEN action-cogs      PERFORM Key-Cost-Of-Sales
              WHEN action-exit      CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER V, C OR X"
           END-EVALUATE
           .

      * every item on the master with stock on hand, at its
      * average cost.
       Valuation-Report.
           MOVE ZERO TO valuation-total
           OPEN OUTPUT valuation-report-file
           MOVE run-date TO vh-date
           WRITE valuation-report-line FROM valuation-heading
           WRITE valuation-report-line FROM blank-line
           WRITE valuation-report-line FROM valuation-columns
           PERFORM Value-One-Item
                    VARYING master-idx FROM 1 BY 1
                    UNTIL master-idx > master-count
           WRITE valuation-report-line FROM blank-line
           MOVE valuation-total TO vt-value
           WRITE valuation-report-line FROM valuation-total-line
           CLOSE valuation-report-file
           DISPLAY valuation-total-line
           DISPLAY "REPORT WRITTEN TO data/STOCKVAL.RPT"
           .

       Value-One-Item.
           IF tab-im-stock(master-idx) > ZERO
              COMPUTE item-value = tab-im-stock(master-idx)
                    * tab-im-cost(master-idx)
              ADD item-value TO valuation-total
              MOVE tab-im-code(master-idx)  TO vd-code
              MOVE tab-im-desc(master-idx)  TO vd-desc
              MOVE tab-im-stock(master-idx) TO vd-stock
              MOVE tab-im-cost(master-idx)  TO vd-cost
              MOVE item-value               TO vd-value
              WRITE valuation-report-line FROM valuation-detail
           END-IF
           .

       Key-Cost-Of-Sales.
           DISPLAY "BUSINESS DATE (ZERO FOR TODAY): "
                   WITH NO ADVANCING
           ACCEPT cogs-date
           IF cogs-date = ZERO
              MOVE run-date TO cogs-date
           END-IF
           PERFORM Cost-Of-Sales-Run
           .

      * the day's lines, each at its item's average cost; refund
      * lines carry negative quantities and put the cost back.
      * the promotion's saving lines are money, not goods, and
      * match no item.
       Cost-Of-Sales-Run.
           MOVE ZERO TO lines-costed
           MOVE ZERO TO lines-not-costed
           MOVE ZERO TO cogs-total
           MOVE "N" TO cogs-posted
           PERFORM Load-Cogs-Control
           IF cogs-date NOT > last-posted
              DISPLAY "COST OF SALES ALREADY POSTED TO "
                      last-posted " - NOTHING POSTED"
           ELSE
              PERFORM Clear-One-Item-Cost
                       VARYING master-idx FROM 1 BY 1
                       UNTIL master-idx > master-count
              MOVE "N" TO sales-history-eof
              MOVE "N" TO in-costed-day
              OPEN INPUT sales-history-file
              IF sales-history-status = "00"
                 PERFORM Read-Sales-History
                 PERFORM Cost-One-Record
                    UNTIL sales-history-eof = "Y"
                 CLOSE sales-history-file
              END-IF
              PERFORM Write-Cogs-Report
              PERFORM Post-Cost-Of-Sales
           END-IF
           .

       Clear-One-Item-Cost.
           MOVE ZERO TO tab-cs-qty(master-idx)
           MOVE ZERO TO tab-cs-value(master-idx)
           .

       Read-Sales-History.
           READ sales-history-file
              AT END MOVE "Y" TO sales-history-eof
           END-READ
           .

       Cost-One-Record.
           EVALUATE TRUE
              WHEN sh-header
                 IF sh-date = cogs-date
                    MOVE "Y" TO in-costed-day
                 ELSE
                    MOVE "N" TO in-costed-day
                 END-IF
              WHEN sh-line
                 IF in-costed-day = "Y"
                    AND sh-item-desc NOT = "PROMO SAVING"
                    PERFORM Cost-One-Line
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM Read-Sales-History
           .

      * the line carries the description, not the code - the
      * master is matched on description the way the margin
      * report does.
       Cost-One-Line.
           PERFORM Find-Item-By-Desc
           IF master-found = "Y"
              SET master-idx TO master-found-idx
              COMPUTE line-cost = sh-item-qty
                    * tab-im-cost(master-idx)
              ADD sh-item-qty TO tab-cs-qty(master-idx)
              ADD line-cost   TO tab-cs-value(master-idx)
              ADD line-cost   TO cogs-total
              ADD 1 TO lines-costed
           ELSE
              ADD 1 TO lines-not-costed
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

       Write-Cogs-Report.
           OPEN OUTPUT cogs-report-file
           MOVE cogs-date TO ch-date
           WRITE cogs-report-line FROM cogs-heading
           WRITE cogs-report-line FROM blank-line
           WRITE cogs-report-line FROM cogs-columns
           PERFORM Report-One-Item-Cost
                    VARYING master-idx FROM 1 BY 1
                    UNTIL master-idx > master-count
           WRITE cogs-report-line FROM blank-line
           MOVE cogs-total TO ct-value
           WRITE cogs-report-line FROM cogs-total-line
           CLOSE cogs-report-file
           DISPLAY cogs-total-line
           DISPLAY "LINES COSTED: " lines-costed
           IF lines-not-costed > ZERO
              DISPLAY "LINES FOR ITEMS NO LONGER ON THE MASTER, "
                      "NOT COSTED: " lines-not-costed
           END-IF
           DISPLAY "REPORT WRITTEN TO data/COGS.RPT"
           .

       Report-One-Item-Cost.
           IF tab-cs-qty(master-idx) NOT = ZERO
              MOVE tab-im-code(master-idx)  TO cd-code
              MOVE tab-im-desc(master-idx)  TO cd-desc
              MOVE tab-cs-qty(master-idx)   TO cd-qty
              MOVE tab-im-cost(master-idx)  TO cd-cost
              MOVE tab-cs-value(master-idx) TO cd-value
              WRITE cogs-report-line FROM cogs-detail
           END-IF
           .

      * the day is marked costed even when nothing sold, so a
      * rerun never posts it twice.
       Post-Cost-Of-Sales.
           IF cogs-total NOT = ZERO
              OPEN EXTEND gl-feed-file
              IF gl-feed-status = "35"
                 OPEN OUTPUT gl-feed-file
              END-IF
              MOVE "COST-OF-SALES" TO gf-source
              MOVE "COGS"          TO gf-total-type
              MOVE cogs-total      TO gf-amount
              MOVE cogs-date       TO gf-date
              MOVE SPACES          TO gf-department
              WRITE gl-feed-record
              CLOSE gl-feed-file
              MOVE "Y" TO cogs-posted
           END-IF
           MOVE cogs-date TO cg-last-posted
           OPEN OUTPUT cogs-control-file
           WRITE cogs-control-record
           CLOSE cogs-control-file
           IF cogs-posted = "Y"
              DISPLAY "COST OF SALES FED TO THE LEDGER FOR "
                      cogs-date
           END-IF
           .

       Load-Cogs-Control.
           MOVE ZERO TO last-posted
           OPEN INPUT cogs-control-file
           IF cogs-control-status = "00"
              READ cogs-control-file
                 AT END CONTINUE
                 NOT AT END MOVE cg-last-posted TO last-posted
              END-READ
              CLOSE cogs-control-file
           END-IF
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
           MOVE im-code  TO tab-im-code(master-count)
           MOVE im-desc  TO tab-im-desc(master-count)
           MOVE im-stock TO tab-im-stock(master-count)
           IF im-cost NUMERIC
              MOVE im-cost TO tab-im-cost(master-count)
           ELSE
              MOVE ZERO TO tab-im-cost(master-count)
           END-IF
           PERFORM Read-Item-Master
           .
