      * proving total debits equal total credits, the zero-net
      * property the journal file promises. the drill-down mode
      * lists every leg on one account with its source and total
      * type. the journal is kept in the base currency - foreign
      * account activity reaches it converted, and the month-end
      * revaluation posts the difference - so the report names
      * the base currency on its heading. a year the year-end
      * close has locked is no longer on the live journal - its
      * legs and closing journal are on the journal history file,
      * and the next year opens with its balances brought forward.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT activity-report-file ASSIGN TO "data/NOMACT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT gl-year-file ASSIGN TO "data/GLYEAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-year-status.
           SELECT fx-control-file ASSIGN TO "data/FXCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fx-control-status.

       DATA DIVISION.
       FILE SECTION.
       FD  activity-report-file.
       01  activity-report-line PIC X(80).

       FD  gl-year-file.
       COPY GLYEAR.

       FD  fx-control-file.
       COPY FXCTL.

       WORKING-STORAGE SECTION.
       01  gl-journal-status    PIC XX.
       01  gl-journal-eof       PIC X VALUE "N".
       01  chart-account-status PIC XX.
       01  chart-account-eof    PIC X VALUE "N".
       01  fx-control-status    PIC XX.
       01  base-currency        PIC X(3) VALUE "UGX".
       01  gl-year-status       PIC XX.
       01  closed-year          PIC 9(4) VALUE ZERO.
       01  chart-table.
           03 coa-entry OCCURS 100 TIMES INDEXED BY coa-idx.
              05 tab-coa-account PIC X(6).
           88 action-drill      VALUE "D" "d".
           88 action-exit       VALUE "X" "x".
       01  chosen-period        PIC 9(6).
       01  chosen-period-parts REDEFINES chosen-period.
           03 chosen-year       PIC 9(4).
           03 chosen-month      PIC 99.
       01  leg-period           PIC 9(6).
       01  wanted-account       PIC X(6).
       01  leg-amount           PIC S9(9)V99.
                 "----- TRIAL BALANCE ".
           03 th-period         PIC 9(6).
           03 FILLER            PIC X(6) VALUE " -----".
           03 FILLER            PIC X(4) VALUE " IN ".
           03 th-base           PIC X(3).
       01  trial-detail.
           03 td-account        PIC X(6).
           03 FILLER            PIC X VALUE SPACE.
       Trial-Balance.
           DISPLAY "TRIAL BALANCE AND NOMINAL ACTIVITY"
           PERFORM Load-Chart
           PERFORM Load-Base-Currency
           PERFORM Load-Closed-Year
           PERFORM Trial-One-Action WITH TEST AFTER
                    UNTIL action-exit
           GOBACK.
       Run-Trial-Balance.
           DISPLAY "PERIOD (YYYYMM): " WITH NO ADVANCING
           ACCEPT chosen-period
           IF chosen-year <= closed-year
              DISPLAY "YEAR " chosen-year " IS CLOSED - ITS LEGS "
                      "ARE ON data/GLJRNLHIST.DAT"
           ELSE
              PERFORM Tally-Open-Year
           END-IF
           .

       Tally-Open-Year.
           MOVE ZERO TO balance-count
           MOVE ZERO TO grand-debits
           MOVE ZERO TO grand-credits
           END-IF
           .

       Load-Base-Currency.
           OPEN INPUT fx-control-file
           IF fx-control-status = "00"
              READ fx-control-file
                 AT END CONTINUE
                 NOT AT END
                    MOVE fxc-base-currency TO base-currency
              END-READ
              CLOSE fx-control-file
           END-IF
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

       Print-Trial-Balance.
           OPEN OUTPUT trial-balance-file
           MOVE chosen-period TO th-period
           MOVE base-currency TO th-base
           WRITE trial-balance-line FROM trial-heading
           PERFORM Print-One-Balance-Row
                    VARYING tb-idx FROM 1 BY 1
