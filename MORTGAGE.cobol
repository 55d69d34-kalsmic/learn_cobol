           SELECT loan-master-file ASSIGN TO "data/LOANMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS loan-master-status.
           SELECT loan-restructure-file ASSIGN TO
                  "data/LOANRSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS loan-restructure-status.
           SELECT quote-file ASSIGN TO "PAYQUOTE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT current-operator-file ASSIGN TO
       FD  loan-master-file.
       COPY LOANMAST.

       FD  loan-restructure-file.
       COPY LOANRSTR.

       FD  quote-file.
       01  quote-line           PIC X(60).
       FD  current-operator-file.
           03 qh-month          PIC Z9.
       01  loan-master-status   PIC XX.
       01  loan-master-eof      PIC X VALUE "N".
       01  loan-restructure-status PIC XX.
       01  loan-restructure-eof PIC X.
       01  restructured-from    PIC 9(8).
       01  mode-flag            PIC X.
       01  loan-count           PIC 999 VALUE ZERO.
       01  early-payoff-count   PIC 999 VALUE ZERO.
             INTO schedule-file-name
           DISPLAY SPACE
           DISPLAY "LOAN " lm-loan-id " " lm-borrower-name
           PERFORM Find-Latest-Restructure
           IF restructured-from > ZERO
              DISPLAY "RESTRUCTURED ON " restructured-from
                      " - SCHEDULE FROM THAT DATE"
           END-IF
           PERFORM Run-One-Schedule
           IF balance-end NOT > ZERO AND current-year < years
              ADD 1 TO early-payoff-count
           PERFORM Read-Loan-Master
           .

      * a restructured loan's master already holds its new terms,
      * so the schedule is built from the restructure; the date is
      * shown so the schedule is read from there.
       Find-Latest-Restructure.
           MOVE ZERO TO restructured-from
           MOVE "N" TO loan-restructure-eof
           OPEN INPUT loan-restructure-file
           IF loan-restructure-status = "00"
              PERFORM Check-One-Restructure
                 UNTIL loan-restructure-eof = "Y"
              CLOSE loan-restructure-file
           END-IF
           .

       Check-One-Restructure.
           READ loan-restructure-file
              AT END MOVE "Y" TO loan-restructure-eof
              NOT AT END
                 IF rs-loan-id = lm-loan-id
                    MOVE rs-effective-date TO restructured-from
                 END-IF
           END-READ
           .

      * the schedule run shared by the single interactive loan and
      * each loan of the batch - inputs and monthly-rate are set
      * before arriving here.
