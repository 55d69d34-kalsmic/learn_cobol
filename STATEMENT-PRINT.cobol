      * keyed copy of the ledger LEDGER-INDEX cuts, so one pass
      * serves every account instead of rereading the whole file
      * per statement - the step that was eating the batch window.
      * an account held in a foreign currency prints in that
      * currency, named on the heading.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS AB-ACCOUNT-NO.
           SELECT statement-file ASSIGN TO "data/STATEMENTS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT fx-control-file ASSIGN TO "data/FXCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fx-control-status.
           SELECT fx-rate-file ASSIGN TO "data/FXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fx-rate-status.
           SELECT account-currency-file ASSIGN TO
                  "data/ACCTCCY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS account-currency-status.

       DATA DIVISION.
       FILE SECTION.
       FD  statement-file.
       01  statement-line       PIC X(60).

       FD  fx-control-file.
       COPY FXCTL.

       FD  fx-rate-file.
       COPY FXRATE.

       FD  account-currency-file.
       COPY ACCTCCY.

       WORKING-STORAGE SECTION.
       COPY FXRATEWS.
       01  ledger-keyed-status  PIC XX.
       01  keyed-read-done      PIC X VALUE "N".
       01  account-balance-eof  PIC X VALUE "N".
           03 FILLER            PIC X(22) VALUE
                 "STATEMENT FOR ACCOUNT ".
           03 sh-account        PIC 9(4).
           03 FILLER            PIC X(13) VALUE "  CURRENCY ".
           03 sh-currency       PIC X(3).
       01  opening-line.
           03 FILLER            PIC X(24) VALUE
                 "OPENING BALANCE       : ".
      * the keyed copy is rebuilt first, so it is exactly as
      * fresh as the ledger it was cut from
           CALL "LEDGER-INDEX"
           PERFORM Load-Fx-Tables
           OPEN INPUT ledger-keyed-file
           OPEN OUTPUT statement-file
           OPEN INPUT ACCOUNT-BALANCE-FILE
           COMPUTE opening-balance = closing-balance
                 - account-txn-total
           MOVE this-account-no  TO sh-account
           MOVE this-account-no  TO fx-account
           PERFORM Find-Account-Currency
           MOVE fx-currency      TO sh-currency
           WRITE statement-line FROM statement-rule
           WRITE statement-line FROM statement-heading
           MOVE opening-balance  TO ol-amount-out
              WRITE statement-line FROM txn-line
           END-IF
           .

       COPY FXRATECK.
