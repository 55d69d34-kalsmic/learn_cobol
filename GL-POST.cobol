      * account mapping, appends them to the day's journal file,
      * proves debits equal credits, and prints a posting summary.
      * feeds with no mapping are reported and left on the feed
      * file; posted ones are consumed. a feed dated in a year the
      * year-end close has locked is left on the feed file too.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT chart-account-file ASSIGN TO "data/CHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS chart-account-status.
           SELECT gl-year-file ASSIGN TO "data/GLYEAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-year-status.
           SELECT chart-exception-file ASSIGN TO
                  "data/GLPOSTEXC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  chart-account-file.
       COPY CHART.

       FD  gl-year-file.
       COPY GLYEAR.

       FD  chart-exception-file.
       01  chart-exception-line PIC X(70).

       01  gl-feed-eof          PIC X VALUE "N".
       01  gl-map-eof           PIC X VALUE "N".
       01  gl-map-table.
           03 map-entry OCCURS 150 TIMES INDEXED BY map-idx.
              05 tab-gm-source  PIC X(16).
              05 tab-gm-type    PIC X(12).
              05 tab-gm-debit   PIC X(6).
              05 tab-gm-credit  PIC X(6).
              05 tab-gm-dept    PIC X(12).
       01  map-count            PIC 999 VALUE ZERO.
       01  map-found            PIC X.
       01  map-found-idx        PIC 999 VALUE ZERO.
      * feeds that could not be mapped ride through untouched so
      * a missing mapping row never loses a total
       01  unposted-table.
       01  chart-account-status PIC XX.
       01  chart-account-eof    PIC X VALUE "N".
       01  chart-exception-status PIC XX.
       01  gl-year-status       PIC XX.
      * the last year GL-YEAR-END has closed - nothing posts on or
      * before its year end
       01  closed-year          PIC 9(4) VALUE ZERO.
       01  feed-year            PIC 9(4).
      * the chart of accounts CHART-MAINT keeps - a feed whose
      * mapping lands on an account the chart does not know (or
      * one switched inactive) is rejected to the exceptions
       Gl-Post.
           DISPLAY "JOURNAL POSTING RUN"
           PERFORM Load-Chart
           PERFORM Load-Closed-Year
           PERFORM Load-Gl-Map
           IF map-count = ZERO
              DISPLAY "NO ACCOUNT MAPPING ON FILE - NOTHING "
           PERFORM Rewrite-Feed-File
           GOBACK.

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

       Load-Gl-Map.
           OPEN INPUT gl-map-file
           IF gl-map-status = "00"
           .

       Store-Gl-Map.
           IF map-count < 150
              ADD 1 TO map-count
              MOVE gm-source         TO tab-gm-source(map-count)
              MOVE gm-total-type     TO tab-gm-type(map-count)
              MOVE gm-debit-account  TO tab-gm-debit(map-count)
              MOVE gm-credit-account TO tab-gm-credit(map-count)
              MOVE gm-department     TO tab-gm-dept(map-count)
           END-IF
           PERFORM Read-Gl-Map
           .

                      gf-total-type " - LEFT ON FEED FILE"
           ELSE
              PERFORM Prove-Mapped-Accounts
              MOVE gf-date(1:4) TO feed-year
              EVALUATE TRUE
                 WHEN feed-year <= closed-year
                    ADD 1 TO unposted-count
                    SET unposted-idx TO unposted-count
                    MOVE gl-feed-record
                       TO tab-unposted-record(unposted-idx)
                    DISPLAY "FEED " gf-source " " gf-total-type
                            " DATED " gf-date " FALLS IN CLOSED "
                            "YEAR - LEFT ON FEED FILE"
                 WHEN accounts-on-chart NOT = "Y"
                    ADD 1 TO chart-reject-count
                    ADD 1 TO unposted-count
