       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREPAY-REVIEW.
      * pre-payroll review of master-file changes: every field the
      * maintenance programs changed since the last gross run
      * finished, with its before and after image and the operator
      * who changed it, for a supervisor to check before MYPAYROLL
      * is released. a bank-details change made within the
      * configured number of days before pay day is flagged - the
      * classic way pay is diverted is a late change of account
      * that nobody has time to question.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT change-history-file ASSIGN TO
                  "data/CHANGEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS change-history-status.
           SELECT last-gross-run-file ASSIGN TO "data/LASTGROSS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS last-gross-run-status.
           SELECT review-control-file ASSIGN TO "data/PREPAYCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS review-control-status.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
                  "data/EMPLOYEEMASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-ID
               FILE STATUS IS employee-master-status.
           SELECT review-report-file ASSIGN TO
                  "data/PREPAYREVIEW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  change-history-file.
       COPY CHGHIST.

       FD  last-gross-run-file.
       01  last-gross-run-record.
           03 lgr-run-date      PIC 9(8).
           03 lgr-run-time      PIC 9(8).

      * how many days before pay day a bank-details change is
      * treated as late and flagged for the supervisor
       FD  review-control-file.
       01  review-control-record.
           03 rvc-bank-days     PIC 99.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  review-report-file.
       01  review-report-line   PIC X(80).

       WORKING-STORAGE SECTION.
       01  change-history-status PIC XX.
       01  change-history-eof   PIC X VALUE "N".
       01  last-gross-run-status PIC XX.
       01  review-control-status PIC XX.
       01  employee-master-status PIC XX.
       01  employee-master-table.
           03 em-entry OCCURS 100 TIMES INDEXED BY em-idx.
              05 tab-em-id       PIC 9(4).
              05 tab-em-name     PIC X(20).
       01  employee-count       PIC 999 VALUE ZERO.
       01  employee-master-eof  PIC X VALUE "N".
       01  employee-name        PIC X(20).
       01  employee-found       PIC X.
       01  last-run-stamp.
           03 ls-date           PIC 9(8) VALUE ZERO.
           03 ls-time           PIC 9(8) VALUE ZERO.
       01  change-stamp.
           03 cs-date           PIC 9(8).
           03 cs-time           PIC 9(8).
       01  bank-warning-days    PIC 99 VALUE 5.
       01  pay-date             PIC 9(8).
       01  window-start         PIC 9(8).
       01  work-date            PIC 9(8).
       01  work-date-parts REDEFINES work-date.
           03 wd-yyyy           PIC 9(4).
           03 wd-mm             PIC 99.
           03 wd-dd             PIC 99.
       01  days-in-month        PIC 99.
       01  leap-remainder       PIC 9(4).
       01  change-count         PIC 9(5) VALUE ZERO.
       01  late-bank-count      PIC 9(5) VALUE ZERO.
       01  report-heading.
           03 FILLER PIC X(41) VALUE
                 "------- PRE-PAYROLL CHANGE REVIEW -------".
       01  since-line.
           03 FILLER            PIC X(22) VALUE
                 "CHANGES SINCE       : ".
           03 sl-date           PIC 9(8).
           03 FILLER            PIC X VALUE SPACE.
           03 sl-time           PIC 9(4).
       01  pay-day-line.
           03 FILLER            PIC X(22) VALUE
                 "PAY DAY             : ".
           03 pd-date           PIC 9(8).
           03 FILLER            PIC X(21) VALUE
                 "  LATE BANK WINDOW : ".
           03 pd-days           PIC Z9.
           03 FILLER            PIC X(5) VALUE " DAYS".
       01  change-line.
           03 cl-date           PIC 9(8).
           03 FILLER            PIC X VALUE SPACE.
           03 cl-time           PIC 9(4).
           03 FILLER            PIC X VALUE SPACE.
           03 cl-operator       PIC X(8).
           03 FILLER            PIC X VALUE SPACE.
           03 cl-program        PIC X(16).
           03 FILLER            PIC X VALUE SPACE.
           03 cl-emp-id         PIC 9(4).
           03 FILLER            PIC X VALUE SPACE.
           03 cl-name           PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 cl-action         PIC X(10).
       01  image-line.
           03 FILLER            PIC X(6) VALUE SPACES.
           03 il-field          PIC X(16).
           03 FILLER            PIC X VALUE SPACE.
           03 il-before         PIC X(20).
           03 FILLER            PIC X(4) VALUE " -> ".
           03 il-after          PIC X(20).
       01  late-bank-line.
           03 FILLER            PIC X(6) VALUE SPACES.
           03 FILLER            PIC X(50) VALUE
                 "** LATE BANK CHANGE - WITHIN WINDOW BEFORE PAY DAY".
       01  total-line.
           03 tl-label          PIC X(30).
           03 tl-count          PIC ZZ,ZZ9.
       01  blank-line           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       Prepay-Review.
           DISPLAY "PRE-PAYROLL CHANGE REVIEW"
           DISPLAY "Pay day (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT pay-date
           PERFORM Load-Last-Gross-Run
           PERFORM Load-Review-Control
           PERFORM Set-Window-Start
           OPEN INPUT change-history-file
           IF change-history-status NOT = "00"
              DISPLAY "NO MASTER-FILE CHANGES ON FILE"
              GOBACK
           END-IF
           PERFORM Load-Employee-Master
           OPEN OUTPUT review-report-file
           WRITE review-report-line FROM report-heading
           MOVE ls-date TO sl-date
           MOVE ls-time(1:4) TO sl-time
           WRITE review-report-line FROM since-line
           MOVE pay-date TO pd-date
           MOVE bank-warning-days TO pd-days
           WRITE review-report-line FROM pay-day-line
           WRITE review-report-line FROM blank-line
           PERFORM Read-Change-History
           PERFORM Review-One-Change
                    UNTIL change-history-eof = "Y"
           CLOSE change-history-file
           WRITE review-report-line FROM blank-line
           MOVE "FIELDS CHANGED" TO tl-label
           MOVE change-count TO tl-count
           WRITE review-report-line FROM total-line
           MOVE "LATE BANK CHANGES" TO tl-label
           MOVE late-bank-count TO tl-count
           WRITE review-report-line FROM total-line
           CLOSE review-report-file
           DISPLAY "FIELDS CHANGED SINCE LAST RUN: " change-count
           IF late-bank-count > ZERO
              DISPLAY "*** " late-bank-count
                      " LATE BANK CHANGE(S) - CHECK BEFORE RELEASE"
           END-IF
           DISPLAY "REVIEW WRITTEN TO data/PREPAYREVIEW.RPT"
           GOBACK.

      * no gross run on record yet lists the whole history
       Load-Last-Gross-Run.
           OPEN INPUT last-gross-run-file
           IF last-gross-run-status = "00"
              READ last-gross-run-file
                 NOT AT END
                    MOVE lgr-run-date TO ls-date
                    MOVE lgr-run-time TO ls-time
              END-READ
              CLOSE last-gross-run-file
           END-IF
           .

       Load-Review-Control.
           OPEN INPUT review-control-file
           IF review-control-status = "00"
              READ review-control-file
                 NOT AT END
                    MOVE rvc-bank-days TO bank-warning-days
              END-READ
              CLOSE review-control-file
           END-IF
           .

       Set-Window-Start.
           MOVE pay-date TO work-date
           PERFORM Subtract-One-Day bank-warning-days TIMES
           MOVE work-date TO window-start
           .

       Subtract-One-Day.
           SUBTRACT 1 FROM wd-dd
           IF wd-dd < 1
              SUBTRACT 1 FROM wd-mm
              IF wd-mm < 1
                 MOVE 12 TO wd-mm
                 SUBTRACT 1 FROM wd-yyyy
              END-IF
              PERFORM Set-Days-In-Month
              MOVE days-in-month TO wd-dd
           END-IF
           .

       Set-Days-In-Month.
           EVALUATE wd-mm
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO days-in-month
              WHEN 2
                 MOVE 28 TO days-in-month
                 DIVIDE wd-yyyy BY 4 GIVING leap-remainder
                        REMAINDER leap-remainder
                 IF leap-remainder = ZERO
                    MOVE 29 TO days-in-month
                 END-IF
                 DIVIDE wd-yyyy BY 100 GIVING leap-remainder
                        REMAINDER leap-remainder
                 IF leap-remainder = ZERO
                    MOVE 28 TO days-in-month
                    DIVIDE wd-yyyy BY 400 GIVING leap-remainder
                           REMAINDER leap-remainder
                    IF leap-remainder = ZERO
                       MOVE 29 TO days-in-month
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 31 TO days-in-month
           END-EVALUATE
           .

       Read-Change-History.
           READ change-history-file
              AT END MOVE "Y" TO change-history-eof
           END-READ
           .

       Review-One-Change.
           MOVE ch-date TO cs-date
           MOVE ch-time TO cs-time
           IF change-stamp > last-run-stamp
              PERFORM Write-Change
           END-IF
           PERFORM Read-Change-History
           .

       Write-Change.
           ADD 1 TO change-count
           MOVE "N" TO employee-found
           MOVE SPACES TO employee-name
           PERFORM Find-Employee-Master
                    VARYING em-idx FROM 1 BY 1
                    UNTIL em-idx > employee-count
                       OR employee-found = "Y"
           MOVE ch-date        TO cl-date
           MOVE ch-time(1:4)   TO cl-time
           MOVE ch-operator    TO cl-operator
           MOVE ch-program     TO cl-program
           MOVE ch-emp-id      TO cl-emp-id
           MOVE employee-name  TO cl-name
           EVALUATE TRUE
              WHEN ch-added   MOVE "ADDED"      TO cl-action
              WHEN ch-removed MOVE "REMOVED"    TO cl-action
              WHEN OTHER      MOVE "CHANGED"    TO cl-action
           END-EVALUATE
           WRITE review-report-line FROM change-line
           MOVE ch-field       TO il-field
           MOVE ch-before      TO il-before
           MOVE ch-after       TO il-after
           WRITE review-report-line FROM image-line
           IF ch-program = "BANK-DETAILS"
              AND ch-date NOT < window-start
              AND ch-date NOT > pay-date
              ADD 1 TO late-bank-count
              WRITE review-report-line FROM late-bank-line
           END-IF
           .

      * a terminated employee is gone from the master - the
      * history line then prints without a name.
       Find-Employee-Master.
           IF tab-em-id(em-idx) = ch-emp-id
              MOVE tab-em-name(em-idx) TO employee-name
              MOVE "Y" TO employee-found
           END-IF
           .

       Load-Employee-Master.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF employee-master-status = "00"
              PERFORM Read-Employee-Master
              PERFORM Store-Employee-Master
                 UNTIL employee-master-eof = "Y"
              CLOSE EMPLOYEE-MASTER-FILE
           ELSE
              DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - "
                      "REVIEW PRINTS WITHOUT NAMES"
           END-IF
           .

       Read-Employee-Master.
           READ EMPLOYEE-MASTER-FILE
              AT END MOVE "Y" TO employee-master-eof
           END-READ
           .

       Store-Employee-Master.
           ADD 1 TO employee-count
           SET em-idx TO employee-count
           MOVE EM-ID   TO tab-em-id(em-idx)
           MOVE EM-NAME TO tab-em-name(em-idx)
           PERFORM Read-Employee-Master
           .
