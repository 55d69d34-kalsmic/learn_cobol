       IDENTIFICATION DIVISION.
       PROGRAM-ID. METER-REGISTER.
      * the meter asset register: every physical meter by serial
      * number with its make, type, where it is and its last
      * accuracy test. meters are received into store here, tested
      * and scrapped here; they go out to a premises only through a
      * new-connection order (SERVICE-ORDERS) or a meter exchange
      * (METER-EXCHANGE), which draw them from store stock. prints
      * the meter stock report and the list of meters overdue for
      * their accuracy test - the interval in years is on
      * METERCTL.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT meter-register-file ASSIGN TO "data/METERREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS meter-register-status.
           SELECT meter-control-file ASSIGN TO "data/METERCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS meter-control-status.
           SELECT stock-report-file ASSIGN TO "data/METERSTOCK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT test-report-file ASSIGN TO "data/METERTEST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  meter-register-file.
       COPY METERREG.

      * years a meter may go between accuracy tests
       FD  meter-control-file.
       01  meter-control-record.
           03 mc-test-years     PIC 99.

       FD  stock-report-file.
       01  stock-report-line    PIC X(70).

       FD  test-report-file.
       01  test-report-line     PIC X(70).

       WORKING-STORAGE SECTION.
       COPY METERWS.
       01  meter-control-status PIC XX.
       01  test-years           PIC 99 VALUE 10.
       01  menu-action          PIC X.
           88 action-receive    VALUE "A" "a".
           88 action-test       VALUE "T" "t".
           88 action-scrap      VALUE "S" "s".
           88 action-stock      VALUE "K" "k".
           88 action-overdue    VALUE "O" "o".
           88 action-exit       VALUE "X" "x".
       01  work-meter.
           03 wk-make           PIC X(12).
           03 wk-type           PIC X(4).
           03 wk-last-test      PIC 9(8).
           03 wk-test-result    PIC X.
               88 wk-test-passed   VALUE "P" "p".
               88 wk-test-failed   VALUE "F" "f".
       01  run-date             PIC 9(8).
       01  due-date             PIC 9(8).
       01  due-date-parts REDEFINES due-date.
           03 due-yyyy          PIC 9(4).
           03 due-mmdd          PIC 9(4).
       01  store-count          PIC 999 VALUE ZERO.
       01  installed-count      PIC 999 VALUE ZERO.
       01  faulty-count         PIC 999 VALUE ZERO.
       01  scrapped-count       PIC 999 VALUE ZERO.
       01  overdue-count        PIC 999 VALUE ZERO.
       01  status-name          PIC X(9).
       01  stock-heading.
           03 FILLER            PIC X(25) VALUE
                 "METER STOCK REPORT AT ".
           03 sh-date           PIC 9(8).
       01  stock-columns.
           03 FILLER            PIC X(31) VALUE
                 "SERIAL       MAKE         TYPE ".
           03 FILLER            PIC X(26) VALUE
                 "STATUS    ACCT   LAST TEST".
       01  stock-detail.
           03 sd-serial         PIC X(12).
           03 FILLER            PIC X VALUE SPACE.
           03 sd-make           PIC X(12).
           03 FILLER            PIC X VALUE SPACE.
           03 sd-type           PIC X(4).
           03 FILLER            PIC X VALUE SPACE.
           03 sd-status         PIC X(9).
           03 FILLER            PIC X VALUE SPACE.
           03 sd-account        PIC ZZZZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 sd-last-test      PIC 9(8).
       01  stock-total-line.
           03 FILLER            PIC X(10) VALUE "IN STORE: ".
           03 st-store          PIC ZZ9.
           03 FILLER            PIC X(13) VALUE "  INSTALLED: ".
           03 st-installed      PIC ZZ9.
           03 FILLER            PIC X(10) VALUE "  FAULTY: ".
           03 st-faulty         PIC ZZ9.
           03 FILLER            PIC X(12) VALUE "  SCRAPPED: ".
           03 st-scrapped       PIC ZZ9.
       01  test-heading.
           03 FILLER            PIC X(28) VALUE
                 "METERS OVERDUE FOR TEST AT ".
           03 th-date           PIC 9(8).
           03 FILLER            PIC X(12) VALUE " - INTERVAL ".
           03 th-years          PIC Z9.
           03 FILLER            PIC X(6) VALUE " YEARS".
       01  test-columns.
           03 FILLER            PIC X(31) VALUE
                 "SERIAL       MAKE         TYPE ".
           03 FILLER            PIC X(20) VALUE
                 "STATUS    ACCT   DUE".
       01  test-total-line.
           03 FILLER            PIC X(16) VALUE "METERS OVERDUE: ".
           03 tt-count          PIC ZZ9.
       01  blank-line           PIC X(70) VALUE SPACES.
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Meter-Register.
           DISPLAY "METER ASSET REGISTER"
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM Load-Meter-Control
           PERFORM Load-Meter-Register
           PERFORM Register-One-Action WITH TEST AFTER
                    UNTIL action-exit
           GOBACK.

       Register-One-Action.
           DISPLAY SPACE
           DISPLAY "Add meter to store, Test, Scrap, stocK report, "
                   "Overdue tests or eXit? (A/T/S/K/O/X): "
                   WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-receive PERFORM Change-Under-Lock
              WHEN action-test    PERFORM Change-Under-Lock
              WHEN action-scrap   PERFORM Change-Under-Lock
              WHEN action-stock   PERFORM Stock-Report
              WHEN action-overdue PERFORM Overdue-Test-Report
              WHEN action-exit    CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER A, T, S, K, O OR X"
           END-EVALUATE
           .

      * service orders fit and draw meters on the register under
      * the ELEC-AR lock, so a change here claims it and reads the
      * register afresh before touching it, and saves it before
      * letting go.
       Change-Under-Lock.
           MOVE "ELEC-AR"        TO rl-lock-set
           MOVE "METER-REGISTER" TO rl-program
           PERFORM Claim-Run-Lock
           IF rl-granted
              PERFORM Load-Meter-Register
              EVALUATE TRUE
                 WHEN action-receive PERFORM Receive-Meter
                 WHEN action-test    PERFORM Test-Meter
                 WHEN action-scrap   PERFORM Scrap-Meter
              END-EVALUATE
              PERFORM Release-Run-Lock
           ELSE
              DISPLAY "METER REGISTER NOT CHANGED"
           END-IF
           .

      * a new meter arrives in the store with the maker's test
      * certificate date as its last test.
       Receive-Meter.
           DISPLAY "SERIAL NUMBER: " WITH NO ADVANCING
           ACCEPT meter-serial
           PERFORM Find-Meter
           IF meter-found = "Y"
              DISPLAY "METER " meter-serial " IS ALREADY REGISTERED"
           ELSE
              IF meter-count NOT < 500
                 DISPLAY "METER REGISTER IS FULL"
              ELSE
                 DISPLAY "MAKE: " WITH NO ADVANCING
                 ACCEPT wk-make
                 DISPLAY "TYPE (1PH/3PH/PRE): " WITH NO ADVANCING
                 ACCEPT wk-type
                 DISPLAY "LAST TEST DATE (YYYYMMDD): "
                         WITH NO ADVANCING
                 ACCEPT wk-last-test
                 PERFORM Add-Store-Meter
              END-IF
           END-IF
           .

       Add-Store-Meter.
           ADD 1 TO meter-count
           SET mtr-idx TO meter-count
           MOVE meter-serial TO tab-mr-serial(mtr-idx)
           MOVE wk-make      TO tab-mr-make(mtr-idx)
           MOVE wk-type      TO tab-mr-type(mtr-idx)
           MOVE "S"          TO tab-mr-status(mtr-idx)
           MOVE ZERO         TO tab-mr-account(mtr-idx)
           MOVE ZERO         TO tab-mr-installed(mtr-idx)
           MOVE wk-last-test TO tab-mr-last-test(mtr-idx)
           PERFORM Save-Meter-Register
           DISPLAY "METER " meter-serial " RECEIVED INTO STORE"
           .

      * a passed test restamps the test date, and a faulty meter
      * that passes goes back into stock; a failed one is faulty
      * wherever it was - an installed meter that fails stays on
      * the wall until it is exchanged.
       Test-Meter.
           DISPLAY "SERIAL NUMBER: " WITH NO ADVANCING
           ACCEPT meter-serial
           PERFORM Find-Meter
           IF meter-found NOT = "Y"
              DISPLAY "METER " meter-serial " NOT ON THE REGISTER"
           ELSE
              SET mtr-idx TO meter-found-idx
              IF tab-mr-status(mtr-idx) = "X"
                 DISPLAY "METER " meter-serial " IS SCRAPPED"
              ELSE
                 PERFORM Prompt-Test-Result WITH TEST AFTER
                          UNTIL wk-test-passed OR wk-test-failed
                 PERFORM Apply-Test-Result
              END-IF
           END-IF
           .

       Prompt-Test-Result.
           DISPLAY "TEST RESULT (P=Pass F=Fail): " WITH NO ADVANCING
           ACCEPT wk-test-result
           .

       Apply-Test-Result.
           IF wk-test-passed
              MOVE run-date TO tab-mr-last-test(mtr-idx)
              IF tab-mr-status(mtr-idx) = "F"
                 MOVE "S" TO tab-mr-status(mtr-idx)
              END-IF
              DISPLAY "METER " meter-serial " PASSED " run-date
           ELSE
              IF tab-mr-status(mtr-idx) NOT = "I"
                 MOVE "F" TO tab-mr-status(mtr-idx)
              END-IF
              DISPLAY "METER " meter-serial " FAILED - "
                      "EXCHANGE IT IF INSTALLED"
           END-IF
           PERFORM Save-Meter-Register
           .

      * only a meter off the wall can be scrapped
       Scrap-Meter.
           DISPLAY "SERIAL NUMBER: " WITH NO ADVANCING
           ACCEPT meter-serial
           PERFORM Find-Meter
           IF meter-found NOT = "Y"
              DISPLAY "METER " meter-serial " NOT ON THE REGISTER"
           ELSE
              SET mtr-idx TO meter-found-idx
              EVALUATE tab-mr-status(mtr-idx)
                 WHEN "I"
                    DISPLAY "METER " meter-serial
                            " IS INSTALLED - EXCHANGE IT FIRST"
                 WHEN "X"
                    DISPLAY "METER " meter-serial
                            " IS ALREADY SCRAPPED"
                 WHEN OTHER
                    MOVE "X" TO tab-mr-status(mtr-idx)
                    PERFORM Save-Meter-Register
                    DISPLAY "METER " meter-serial " SCRAPPED"
              END-EVALUATE
           END-IF
           .

       Stock-Report.
           MOVE ZERO TO store-count
           MOVE ZERO TO installed-count
           MOVE ZERO TO faulty-count
           MOVE ZERO TO scrapped-count
           OPEN OUTPUT stock-report-file
           MOVE run-date TO sh-date
           WRITE stock-report-line FROM stock-heading
           WRITE stock-report-line FROM blank-line
           WRITE stock-report-line FROM stock-columns
           PERFORM Report-One-Meter
                    VARYING mtr-idx FROM 1 BY 1
                    UNTIL mtr-idx > meter-count
           MOVE store-count     TO st-store
           MOVE installed-count TO st-installed
           MOVE faulty-count    TO st-faulty
           MOVE scrapped-count  TO st-scrapped
           WRITE stock-report-line FROM blank-line
           WRITE stock-report-line FROM stock-total-line
           CLOSE stock-report-file
           DISPLAY stock-total-line
           DISPLAY "STOCK REPORT WRITTEN TO data/METERSTOCK.RPT"
           .

       Report-One-Meter.
           EVALUATE tab-mr-status(mtr-idx)
              WHEN "S" ADD 1 TO store-count
              WHEN "I" ADD 1 TO installed-count
              WHEN "F" ADD 1 TO faulty-count
              WHEN "X" ADD 1 TO scrapped-count
           END-EVALUATE
           PERFORM Fill-Meter-Line
           MOVE tab-mr-last-test(mtr-idx) TO sd-last-test
           WRITE stock-report-line FROM stock-detail
           .

       Fill-Meter-Line.
           EVALUATE tab-mr-status(mtr-idx)
              WHEN "S" MOVE "IN STORE"  TO status-name
              WHEN "I" MOVE "INSTALLED" TO status-name
              WHEN "F" MOVE "FAULTY"    TO status-name
              WHEN "X" MOVE "SCRAPPED"  TO status-name
              WHEN OTHER MOVE SPACES    TO status-name
           END-EVALUATE
           MOVE tab-mr-serial(mtr-idx)  TO sd-serial
           MOVE tab-mr-make(mtr-idx)    TO sd-make
           MOVE tab-mr-type(mtr-idx)    TO sd-type
           MOVE status-name             TO sd-status
           MOVE tab-mr-account(mtr-idx) TO sd-account
           .

      * a meter is due its test the set number of years after the
      * last one; scrapped meters are gone and are not chased.
       Overdue-Test-Report.
           MOVE ZERO TO overdue-count
           OPEN OUTPUT test-report-file
           MOVE run-date   TO th-date
           MOVE test-years TO th-years
           WRITE test-report-line FROM test-heading
           WRITE test-report-line FROM blank-line
           WRITE test-report-line FROM test-columns
           PERFORM Judge-One-Test
                    VARYING mtr-idx FROM 1 BY 1
                    UNTIL mtr-idx > meter-count
           MOVE overdue-count TO tt-count
           WRITE test-report-line FROM blank-line
           WRITE test-report-line FROM test-total-line
           CLOSE test-report-file
           DISPLAY "METERS OVERDUE FOR TEST: " overdue-count
           DISPLAY "TEST REPORT WRITTEN TO data/METERTEST.RPT"
           .

       Judge-One-Test.
           IF tab-mr-status(mtr-idx) NOT = "X"
              MOVE tab-mr-last-test(mtr-idx) TO due-date
              ADD test-years TO due-yyyy
              IF due-date NOT > run-date
                 ADD 1 TO overdue-count
                 PERFORM Fill-Meter-Line
                 MOVE due-date TO sd-last-test
                 WRITE test-report-line FROM stock-detail
              END-IF
           END-IF
           .

       Load-Meter-Control.
           OPEN INPUT meter-control-file
           IF meter-control-status = "00"
              READ meter-control-file
                 AT END CONTINUE
                 NOT AT END MOVE mc-test-years TO test-years
              END-READ
              CLOSE meter-control-file
           END-IF
           .

       COPY RUNLOCKCK.

       COPY METERCK.
