      * shared master. only a posting-level operator (authority 2
      * or above on the operator file) may maintain it - the menu
      * gates the option, and the program proves the signed-on
      * operator again itself in case it is run standalone. every
      * new or altered detail goes to the change history with its
      * before and after image, so a late change to where pay lands
      * can be traced to the operator who made it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  "data/CURRENTOP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS current-operator-status.
           SELECT change-history-file ASSIGN TO
                  "data/CHANGEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS change-history-status.

       DATA DIVISION.
       FILE SECTION.
       01  current-operator-record.
           03 co-operator-id    PIC X(8).

       FD  change-history-file.
       COPY CHGHIST.

       WORKING-STORAGE SECTION.
       COPY CHGLOGWS.
       01  employee-master-status PIC XX.
       01  bank-details-status  PIC XX.
       01  bank-details-eof     PIC X VALUE "N".
           03 digit-remainder   PIC 999.
           03 expected-check    PIC 99.
       01  account-valid        PIC X.
       01  before-details.
           03 bf-bank-code      PIC 9(4).
           03 bf-branch-code    PIC 9(4).
           03 bf-account-no     PIC 9(10).
       01  changes-made         PIC X VALUE "N".

       PROCEDURE DIVISION.
           IF details-found NOT = "Y"
              ADD 1 TO details-count
              MOVE details-count TO details-idx
              MOVE "A" TO change-action
           ELSE
              SET bdt-idx TO details-idx
              MOVE tab-bd-bank(bdt-idx)    TO bf-bank-code
              MOVE tab-bd-branch(bdt-idx)  TO bf-branch-code
              MOVE tab-bd-account(bdt-idx) TO bf-account-no
              MOVE "C" TO change-action
           END-IF
           PERFORM Log-Details-Changes
           SET bdt-idx TO details-idx
           MOVE wk-emp-id      TO tab-bd-emp-id(bdt-idx)
           MOVE wk-bank-code   TO tab-bd-bank(bdt-idx)
           DISPLAY "BANK DETAILS RECORDED FOR " wk-emp-id
           .

       Log-Details-Changes.
           MOVE "BANK-DETAILS"   TO change-program
           MOVE wk-emp-id        TO change-emp-id
           MOVE "BANK CODE"      TO change-field
           MOVE bf-bank-code     TO change-before
           MOVE wk-bank-code     TO change-after
           PERFORM Log-Field-Change
           MOVE "BRANCH CODE"    TO change-field
           MOVE bf-branch-code   TO change-before
           MOVE wk-branch-code   TO change-after
           PERFORM Log-Field-Change
           MOVE "ACCOUNT NUMBER" TO change-field
           MOVE bf-account-no    TO change-before
           MOVE wk-account-no    TO change-after
           PERFORM Log-Field-Change
           .

       Details-Inquiry.
           PERFORM Get-Details-Employee
           IF employee-found = "Y"
              CLOSE current-operator-file
           END-IF
           .

       COPY CHGLOG.
