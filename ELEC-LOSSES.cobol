       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELEC-LOSSES.
      * transformer-level energy loss analysis. every customer on
      * ELECCUST is linked to the transformer (or feeder) that
      * supplies it, and each transformer's own check-meter reading
      * is captured once a period on TRANSFORMERS.DAT. the loss
      * report sets the check-meter units for the period against
      * the units billed to the customers behind the transformer -
      * metered reads and reads billed on estimate from METERHIST,
      * bulk-meter readings split to tenants by BULK-BILL, and
      * prepaid units sold at ELEC-VEND - and shows the loss as a
      * percentage. a transformer losing more than the tolerance on
      * LOSSCTL.DAT is flagged for a field inspection.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT transformer-file ASSIGN TO "data/TRANSFORMERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS transformer-status.
           SELECT loss-control-file ASSIGN TO "data/LOSSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS loss-control-status.
           SELECT elec-customer-file ASSIGN TO "data/ELECCUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS elec-customer-status.
           SELECT meter-history-file ASSIGN TO
                  "data/METERHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS mh-account
               FILE STATUS IS meter-history-status.
           SELECT bulk-usage-file ASSIGN TO "data/BULKUSAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS bulk-usage-status.
           SELECT token-file ASSIGN TO "data/TOKENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS token-status.
           SELECT loss-report-file ASSIGN TO "data/LOSSES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  transformer-file.
       COPY TRANSFMR.

      * the loss percentage above which a transformer is flagged
      * for inspection, to one decimal place
       FD  loss-control-file.
       01  loss-control-record.
           03 lc-tolerance      PIC 99V9.

       FD  elec-customer-file.
       01  elec-customer-line   PIC X(90).

       FD  meter-history-file.
       COPY METERHIST.

       FD  bulk-usage-file.
       COPY BULKUSE.

       FD  token-file.
       COPY TOKEN.

       FD  loss-report-file.
       01  loss-report-line     PIC X(90).

       WORKING-STORAGE SECTION.
      * a work copy of one customer, unpacked from the table when
      * an account is linked to its transformer
       COPY ELECCUST.
       01  transformer-status   PIC XX.
       01  transformer-eof      PIC X VALUE "N".
       01  loss-control-status  PIC XX.
       01  elec-customer-status PIC XX.
       01  elec-customer-eof    PIC X VALUE "N".
       01  meter-history-status PIC XX.
       01  meter-history-open   PIC X VALUE "N".
       01  bulk-usage-status    PIC XX.
       01  bulk-usage-eof       PIC X VALUE "N".
       01  token-status         PIC XX.
       01  token-eof            PIC X VALUE "N".
       01  loss-tolerance       PIC 99V9 VALUE 8.0.
       01  transformer-table.
           03 tf-entry OCCURS 50 TIMES INDEXED BY tf-idx.
              05 tab-tf-image         PIC X(62).
              05 tab-tf-fields REDEFINES tab-tf-image.
                 07 tab-tf-code       PIC X(6).
                 07 tab-tf-name       PIC X(20).
                 07 tab-tf-feeder     PIC X(6).
                 07 tab-tf-previous   PIC 9(7).
                 07 tab-tf-prev-date  PIC 9(8).
                 07 tab-tf-present    PIC 9(7).
                 07 tab-tf-pres-date  PIC 9(8).
       01  transformer-count    PIC 99 VALUE ZERO.
       01  transformer-found    PIC X.
       01  tf-found-idx         PIC 99 VALUE ZERO.
       01  elec-customer-table.
           03 customer-entry OCCURS 50 TIMES
                    INDEXED BY cust-idx.
              05 tab-ec-image         PIC X(90).
              05 tab-ec-fields REDEFINES tab-ec-image.
                 07 tab-ec-account    PIC 9(6).
                 07 tab-ec-name       PIC X(20).
                 07 FILLER            PIC X(57).
                 07 tab-ec-payment    PIC X.
                 07 tab-ec-transformer PIC X(6).
       01  customer-count       PIC 99 VALUE ZERO.
       01  customer-found       PIC X.
       01  cust-found-idx       PIC 99 VALUE ZERO.
       01  menu-action          PIC X.
           88 action-assign     VALUE "A" "a".
           88 action-readings   VALUE "R" "r".
           88 action-losses     VALUE "L" "l".
           88 action-exit       VALUE "X" "x".
       01  wk-account           PIC 9(6).
       01  wk-transformer       PIC X(6).
       01  new-reading          PIC 9(7).
       01  readings-taken       PIC 99 VALUE ZERO.
       01  run-date             PIC 9(8).
       01  period-from          PIC 9(8).
       01  period-to            PIC 9(8).
       01  this-transformer     PIC X(6).
       01  check-units          PIC 9(7).
       01  metered-units        PIC 9(7).
       01  exported-units       PIC 9(7).
       01  bulk-units           PIC 9(7).
       01  token-units          PIC 9(7).
       01  billed-units         PIC S9(7).
       01  loss-units           PIC S9(7).
       01  loss-pct             PIC S9(5)V9.
       01  linked-count         PIC 999.
       01  estimate-count       PIC 999.
       01  inspect-count        PIC 99 VALUE ZERO.
       01  report-heading.
           03 FILLER            PIC X(33) VALUE
                 "TRANSFORMER LOSS ANALYSIS AT ".
           03 rh-date           PIC 9(8).
           03 FILLER            PIC X(13) VALUE "  TOLERANCE ".
           03 rh-tolerance      PIC Z9.9.
           03 FILLER            PIC X VALUE "%".
       01  report-columns.
           03 FILLER            PIC X(36) VALUE
                 "CODE   NAME                 ACC EST".
           03 FILLER            PIC X(42) VALUE
                 "  CHECK   BILLED     LOSS   LOSS% FLAG".
       01  report-detail.
           03 rd-code           PIC X(6).
           03 FILLER            PIC X VALUE SPACE.
           03 rd-name           PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 rd-accounts       PIC ZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 rd-estimated      PIC ZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 rd-check          PIC ZZZZZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 rd-billed         PIC -ZZZZZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 rd-loss           PIC -ZZZZZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 rd-pct            PIC -ZZZ9.9.
           03 FILLER            PIC X VALUE SPACE.
           03 rd-flag           PIC X(14).
       01  report-total-line.
           03 FILLER            PIC X(28) VALUE
                 "TRANSFORMERS FOR INSPECTION ".
           03 rt-count          PIC Z9.
       01  blank-line           PIC X(90) VALUE SPACES.
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Elec-Losses.
           DISPLAY "TRANSFORMER LOSS ANALYSIS"
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Loss-Control
           PERFORM Load-Transformers
           PERFORM Load-Elec-Customers
           PERFORM Loss-One-Action WITH TEST AFTER
                    UNTIL action-exit
           GOBACK.

       Loss-One-Action.
           DISPLAY SPACE
           DISPLAY "Assign an account, capture Readings, Loss "
                   "report or eXit? (A/R/L/X): " WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-assign   PERFORM Assign-Account
              WHEN action-readings PERFORM Capture-Readings
              WHEN action-losses   PERFORM Loss-Report
              WHEN action-exit     CONTINUE
              WHEN OTHER
                 DISPLAY "CHOOSE A, R, L OR X"
           END-EVALUATE
           .

      * links one customer to the transformer that supplies it.
      * the whole customer row is carried back so nothing else on
      * the master is disturbed - the master is claimed and read
      * afresh first, so a change billing or a service order made
      * since this session started is not written back over.
       Assign-Account.
           MOVE "ELEC-AR"     TO rl-lock-set
           MOVE "ELEC-LOSSES" TO rl-program
           PERFORM Claim-Run-Lock
           IF rl-granted
              PERFORM Load-Elec-Customers
              PERFORM Assign-Under-Lock
              PERFORM Release-Run-Lock
           ELSE
              DISPLAY "ACCOUNT NOT LINKED"
           END-IF
           .

       Assign-Under-Lock.
           DISPLAY "Account: " WITH NO ADVANCING
           ACCEPT wk-account
           PERFORM Find-Elec-Customer
           IF customer-found NOT = "Y"
              DISPLAY "ACCOUNT " wk-account
                      " NOT ON CUSTOMER MASTER"
           ELSE
              DISPLAY tab-ec-name(cust-found-idx) " NOW ON "
                      tab-ec-transformer(cust-found-idx)
              DISPLAY "Transformer code: " WITH NO ADVANCING
              ACCEPT wk-transformer
              PERFORM Find-Transformer
              IF transformer-found NOT = "Y"
                 DISPLAY "TRANSFORMER " wk-transformer
                         " NOT ON FILE - ACCOUNT NOT LINKED"
              ELSE
                 MOVE tab-ec-image(cust-found-idx)
                    TO elec-customer-record
                 MOVE wk-transformer TO ec-transformer
                 MOVE elec-customer-record
                    TO tab-ec-image(cust-found-idx)
                 PERFORM Save-Elec-Customers
                 DISPLAY "ACCOUNT " wk-account " LINKED TO "
                         wk-transformer " "
                         tab-tf-name(tf-found-idx)
              END-IF
           END-IF
           .

      * the period's check-meter readings, one transformer at a
      * time. a dial cannot run backwards, so a reading below the
      * last one is refused rather than turning into a negative
      * period.
       Capture-Readings.
           MOVE ZERO TO readings-taken
           PERFORM Capture-One-Reading
                    VARYING tf-idx FROM 1 BY 1
                    UNTIL tf-idx > transformer-count
           IF readings-taken > ZERO
              PERFORM Save-Transformers
           END-IF
           DISPLAY "CHECK-METER READINGS TAKEN: " readings-taken
           .

       Capture-One-Reading.
           DISPLAY SPACE
           DISPLAY tab-tf-code(tf-idx) " " tab-tf-name(tf-idx)
                   " LAST READ " tab-tf-present(tf-idx)
                   " ON " tab-tf-pres-date(tf-idx)
           DISPLAY "Check-meter reading (0 to skip): "
                   WITH NO ADVANCING
           ACCEPT new-reading
           EVALUATE TRUE
              WHEN new-reading = ZERO
                 CONTINUE
              WHEN tab-tf-pres-date(tf-idx) > ZERO
                 AND new-reading < tab-tf-present(tf-idx)
                 DISPLAY "READING BELOW THE LAST ONE - NOT TAKEN"
              WHEN OTHER
                 MOVE tab-tf-present(tf-idx)
                    TO tab-tf-previous(tf-idx)
                 MOVE tab-tf-pres-date(tf-idx)
                    TO tab-tf-prev-date(tf-idx)
                 MOVE new-reading TO tab-tf-present(tf-idx)
                 MOVE run-date    TO tab-tf-pres-date(tf-idx)
                 ADD 1 TO readings-taken
           END-EVALUATE
           .

       Loss-Report.
           MOVE ZERO TO inspect-count
           OPEN OUTPUT loss-report-file
           MOVE run-date       TO rh-date
           MOVE loss-tolerance TO rh-tolerance
           WRITE loss-report-line FROM report-heading
           WRITE loss-report-line FROM blank-line
           WRITE loss-report-line FROM report-columns
           PERFORM Open-Meter-History
           PERFORM Report-One-Transformer
                    VARYING tf-idx FROM 1 BY 1
                    UNTIL tf-idx > transformer-count
           IF meter-history-open = "Y"
              CLOSE meter-history-file
           END-IF
           MOVE inspect-count TO rt-count
           WRITE loss-report-line FROM blank-line
           WRITE loss-report-line FROM report-total-line
           CLOSE loss-report-file
           DISPLAY "TRANSFORMERS FOR INSPECTION: " inspect-count
           DISPLAY "LOSS REPORT WRITTEN TO data/LOSSES.RPT"
           .

      * the period is the span between the transformer's two
      * latest check-meter readings; one read only once has no
      * period to measure yet.
       Report-One-Transformer.
           MOVE tab-tf-code(tf-idx) TO this-transformer
           MOVE tab-tf-prev-date(tf-idx) TO period-from
           MOVE tab-tf-pres-date(tf-idx) TO period-to
           MOVE ZERO TO metered-units
           MOVE ZERO TO exported-units
           MOVE ZERO TO bulk-units
           MOVE ZERO TO token-units
           MOVE ZERO TO linked-count
           MOVE ZERO TO estimate-count
           MOVE ZERO TO loss-units
           MOVE ZERO TO loss-pct
           MOVE SPACES TO rd-flag
           PERFORM Add-One-Customer
                    VARYING cust-idx FROM 1 BY 1
                    UNTIL cust-idx > customer-count
           IF period-from = ZERO
              MOVE ZERO TO check-units
              MOVE "NO PERIOD READ" TO rd-flag
           ELSE
              COMPUTE check-units = tab-tf-present(tf-idx)
                    - tab-tf-previous(tf-idx)
              PERFORM Add-Bulk-Usage
              PERFORM Add-Token-Sales
           END-IF
           COMPUTE billed-units = metered-units + bulk-units
                 + token-units - exported-units
           IF period-from NOT = ZERO
              PERFORM Judge-The-Loss
           END-IF
           MOVE this-transformer     TO rd-code
           MOVE tab-tf-name(tf-idx)  TO rd-name
           MOVE linked-count         TO rd-accounts
           MOVE estimate-count       TO rd-estimated
           MOVE check-units          TO rd-check
           MOVE billed-units         TO rd-billed
           MOVE loss-units           TO rd-loss
           MOVE loss-pct             TO rd-pct
           WRITE loss-report-line FROM report-detail
           IF rd-flag NOT = SPACES
              DISPLAY this-transformer " " tab-tf-name(tf-idx)
                      " " rd-pct "% " rd-flag
           END-IF
           .

      * energy billed beyond what passed the check meter points at
      * a customer linked to the wrong transformer or a faulty
      * check meter rather than a loss, and is flagged as such.
       Judge-The-Loss.
           COMPUTE loss-units = check-units - billed-units
           IF check-units = ZERO
              MOVE "NO CHECK UNITS" TO rd-flag
           ELSE
              COMPUTE loss-pct ROUNDED = loss-units * 100
                    / check-units
              EVALUATE TRUE
                 WHEN loss-units < ZERO
                    MOVE "BILLED > CHECK" TO rd-flag
                 WHEN loss-pct > loss-tolerance
                    MOVE "INSPECT" TO rd-flag
                    ADD 1 TO inspect-count
              END-EVALUATE
           END-IF
           .

      * a post-paid account counts its last real period's units,
      * or, while it is being billed on estimate, the units billed
      * on estimate that no real reading has trued up yet. a
      * net-metered account's exported units came back through the
      * transformer and are netted off. prepaid accounts are taken
      * from the token sales instead.
       Add-One-Customer.
           IF tab-ec-transformer(cust-idx) = this-transformer
              ADD 1 TO linked-count
              IF tab-ec-payment(cust-idx) NOT = "P"
                 AND meter-history-open = "Y"
                 PERFORM Add-Meter-History
              END-IF
           END-IF
           .

       Add-Meter-History.
           MOVE tab-ec-account(cust-idx) TO mh-account
           READ meter-history-file
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF mh-estimated-units NUMERIC
                    AND mh-estimated-units > ZERO
                    ADD mh-estimated-units TO metered-units
                    ADD 1 TO estimate-count
                 ELSE
                    ADD mh-last-usage TO metered-units
                 END-IF
                 IF mh-last-export NUMERIC
                    ADD mh-last-export TO exported-units
                 END-IF
           END-READ
           .

      * bulk readings split in the period, counted whole against
      * the master account's transformer - the tenants' shares and
      * the master's remainder together.
       Add-Bulk-Usage.
           MOVE "N" TO bulk-usage-eof
           OPEN INPUT bulk-usage-file
           IF bulk-usage-status = "00"
              PERFORM Read-Bulk-Usage
              PERFORM Add-One-Bulk-Reading
                 UNTIL bulk-usage-eof = "Y"
              CLOSE bulk-usage-file
           END-IF
           .

       Read-Bulk-Usage.
           READ bulk-usage-file
              AT END MOVE "Y" TO bulk-usage-eof
           END-READ
           .

       Add-One-Bulk-Reading.
           IF bu-date > period-from AND bu-date NOT > period-to
              MOVE bu-master-account TO wk-account
              PERFORM Find-Elec-Customer
              IF customer-found = "Y"
                 AND tab-ec-transformer(cust-found-idx)
                       = this-transformer
                 ADD bu-units TO bulk-units
              END-IF
           END-IF
           PERFORM Read-Bulk-Usage
           .

       Add-Token-Sales.
           MOVE "N" TO token-eof
           OPEN INPUT token-file
           IF token-status = "00"
              PERFORM Read-Token
              PERFORM Add-One-Token UNTIL token-eof = "Y"
              CLOSE token-file
           END-IF
           .

       Read-Token.
           READ token-file
              AT END MOVE "Y" TO token-eof
           END-READ
           .

       Add-One-Token.
           IF tk-date > period-from AND tk-date NOT > period-to
              MOVE tk-account TO wk-account
              PERFORM Find-Elec-Customer
              IF customer-found = "Y"
                 AND tab-ec-transformer(cust-found-idx)
                       = this-transformer
                 ADD tk-units TO token-units
              END-IF
           END-IF
           PERFORM Read-Token
           .

       Open-Meter-History.
           MOVE "N" TO meter-history-open
           OPEN INPUT meter-history-file
           IF meter-history-status = "00"
              MOVE "Y" TO meter-history-open
           END-IF
           .

       Find-Transformer.
           MOVE "N" TO transformer-found
           PERFORM Check-One-Transformer
                    VARYING tf-idx FROM 1 BY 1
                    UNTIL tf-idx > transformer-count
                       OR transformer-found = "Y"
           .

       Check-One-Transformer.
           IF tab-tf-code(tf-idx) = wk-transformer
              MOVE "Y" TO transformer-found
              SET tf-found-idx TO tf-idx
           END-IF
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

       Load-Loss-Control.
           OPEN INPUT loss-control-file
           IF loss-control-status = "00"
              READ loss-control-file
                 AT END CONTINUE
                 NOT AT END MOVE lc-tolerance TO loss-tolerance
              END-READ
              CLOSE loss-control-file
           END-IF
           .

       Load-Transformers.
           MOVE ZERO TO transformer-count
           OPEN INPUT transformer-file
           IF transformer-status = "00"
              PERFORM Read-Transformer
              PERFORM Store-Transformer UNTIL transformer-eof = "Y"
              CLOSE transformer-file
           END-IF
           .

       Read-Transformer.
           READ transformer-file
              AT END MOVE "Y" TO transformer-eof
           END-READ
           .

       Store-Transformer.
           ADD 1 TO transformer-count
           SET tf-idx TO transformer-count
           MOVE transformer-record TO tab-tf-image(tf-idx)
           PERFORM Read-Transformer
           .

       Save-Transformers.
           OPEN OUTPUT transformer-file
           PERFORM Write-Transformer
                    VARYING tf-idx FROM 1 BY 1
                    UNTIL tf-idx > transformer-count
           CLOSE transformer-file
           .

       Write-Transformer.
           WRITE transformer-record FROM tab-tf-image(tf-idx)
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
           READ elec-customer-file INTO elec-customer-record
              AT END MOVE "Y" TO elec-customer-eof
           END-READ
           .

       Store-Elec-Customer.
           ADD 1 TO customer-count
           SET cust-idx TO customer-count
           MOVE elec-customer-record TO tab-ec-image(cust-idx)
           PERFORM Read-Elec-Customer
           .

       Save-Elec-Customers.
           OPEN OUTPUT elec-customer-file
           PERFORM Write-Elec-Customer
                    VARYING cust-idx FROM 1 BY 1
                    UNTIL cust-idx > customer-count
           CLOSE elec-customer-file
           .

       Write-Elec-Customer.
           WRITE elec-customer-line FROM tab-ec-image(cust-idx)
           .

       COPY RUNLOCKCK.
