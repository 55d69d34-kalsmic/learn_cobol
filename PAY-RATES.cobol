      * hours figure. changes sit pending on the register until
      * the RETRO-PAY step of the payroll cycle applies them -
      * updating the master's current rate and computing any back
      * pay owed for periods already paid at the old rate. each
      * change recorded goes to the change history as well, with
      * the current rate as its before image.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT rate-change-file ASSIGN TO "data/RATECHANGES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rate-change-status.
           SELECT pay-band-file ASSIGN TO "data/PAYBANDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pay-band-status.
           SELECT change-history-file ASSIGN TO
                  "data/CHANGEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS change-history-status.
           SELECT current-operator-file ASSIGN TO
                  "data/CURRENTOP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS current-operator-status.

       DATA DIVISION.
       FILE SECTION.
       FD  rate-change-file.
       COPY RATECHG.

       FD  pay-band-file.
       COPY PAYBAND.

       FD  change-history-file.
       COPY CHGHIST.

       FD  current-operator-file.
       01  current-operator-record.
           03 co-operator-id    PIC X(8).

       WORKING-STORAGE SECTION.
       COPY PAYBANDWS.
       COPY CHGLOGWS.
       01  current-operator-status PIC XX.
       01  operator-stamp       PIC X(8) VALUE "CONSOLE".
       01  rate-edit            PIC ZZ9.99.
       01  employee-master-status PIC XX.
       01  rate-change-status   PIC XX.
       01  rate-change-eof      PIC X VALUE "N".
           03 wk-effective      PIC 9(8).
           03 wk-new-rate       PIC 9(3)V99.
       01  changes-made         PIC X VALUE "N".
       01  confirm-flag         PIC X.
       01  band-accepted        PIC X.
       01  band-minimum-out     PIC $$$9.99.
       01  band-maximum-out     PIC $$$9.99.
       01  current-rate-out     PIC $$$9.99.
       01  new-rate-out         PIC $$$9.99.
       01  list-line.
       PROCEDURE DIVISION.
       Pay-Rates.
           DISPLAY "EFFECTIVE-DATED PAY RATE CHANGES"
           PERFORM Load-Operator-Stamp
           MOVE "PAY-RATES" TO change-program
           OPEN INPUT EMPLOYEE-MASTER-FILE
           PERFORM Load-Pay-Bands
           PERFORM Rates-One-Action WITH TEST AFTER
                    UNTIL action-exit
           CLOSE EMPLOYEE-MASTER-FILE
                      WITH NO ADVANCING
              ACCEPT wk-effective
              PERFORM Get-New-Rate
              PERFORM Confirm-Band-Rate WITH TEST AFTER
                       UNTIL band-accepted = "Y"
              PERFORM Append-Rate-Change
           END-IF
           .
           END-IF
           .

      * a new rate outside the employee's grade band is only
      * recorded if the operator confirms it - otherwise it is
      * keyed again.
       Confirm-Band-Rate.
           MOVE "Y" TO band-accepted
           MOVE EM-JOB-GRADE TO band-grade
           MOVE wk-new-rate  TO band-rate
           PERFORM Check-Pay-Band
           IF band-below OR band-above
              MOVE wk-new-rate  TO new-rate-out
              MOVE band-minimum TO band-minimum-out
              MOVE band-maximum TO band-maximum-out
              DISPLAY "RATE " new-rate-out " IS OUTSIDE THE GRADE "
                      EM-JOB-GRADE " BAND " band-minimum-out
                      " TO " band-maximum-out
              DISPLAY "Record this rate? (Y/N): " WITH NO ADVANCING
              ACCEPT confirm-flag
              IF confirm-flag NOT = "Y" AND confirm-flag NOT = "y"
                 MOVE "N" TO band-accepted
                 PERFORM Get-New-Rate
              END-IF
           END-IF
           .

       Append-Rate-Change.
           MOVE wk-emp-id    TO prc-emp-id
           MOVE wk-effective TO prc-effective
           WRITE rate-change-record
           CLOSE rate-change-file
           MOVE "Y" TO changes-made
           PERFORM Log-Rate-Change
           MOVE wk-new-rate TO new-rate-out
           DISPLAY "CHANGE RECORDED - " new-rate-out
                   " EFFECTIVE " wk-effective
           .

      * the rate and the date it takes effect, as two history
      * records - the master itself only changes when RETRO-PAY
      * applies the change.
       Log-Rate-Change.
           MOVE wk-emp-id       TO change-emp-id
           MOVE "C"             TO change-action
           MOVE "PAY RATE"      TO change-field
           MOVE EM-PAY-RATE     TO rate-edit
           MOVE rate-edit       TO change-before
           MOVE wk-new-rate     TO rate-edit
           MOVE rate-edit       TO change-after
           PERFORM Log-Field-Change
           MOVE "A"             TO change-action
           MOVE "RATE EFFECTIVE" TO change-field
           MOVE wk-effective    TO change-after
           PERFORM Log-Field-Change
           .

       List-Rate-Changes.
           MOVE "N" TO rate-change-eof
           OPEN INPUT rate-change-file
                 MOVE "Y" TO employee-found
           END-READ
           .

      * whoever signed on at the menu - CONSOLE when the program
      * is run on its own.
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

       COPY PAYBANDCK.
       COPY CHGLOG.
