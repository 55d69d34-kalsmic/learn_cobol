       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-ELEMENTS.
      * maintains the recurring pay elements held against
      * employees on the shared master - housing, transport,
      * responsibility and the like - so an allowance is set up
      * once with its start date and paid by MYPAYROLL and NET-PAY
      * every period until its end date, instead of being keyed
      * through SUPP-PAY as a one-off every month. an element is
      * ended, never deleted, so past periods can still be proved.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
                  "data/EMPLOYEEMASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-ID
               FILE STATUS IS employee-master-status.
           SELECT pay-element-file ASSIGN TO "data/PAYELEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pay-element-status.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  pay-element-file.
       COPY PAYELEM.

       WORKING-STORAGE SECTION.
       COPY PAYELWS.
       01  employee-master-status PIC XX.
       01  employee-found       PIC X.
       01  element-found        PIC X.
       01  element-idx          PIC 999 VALUE ZERO.
       01  menu-action          PIC X.
           88 action-add        VALUE "A" "a".
           88 action-end        VALUE "E" "e".
           88 action-list       VALUE "L" "l".
           88 action-exit       VALUE "X" "x".
       01  work-element.
           03 wk-emp-id         PIC 9(4).
           03 wk-code           PIC X(4).
           03 wk-description    PIC X(14).
           03 wk-basis          PIC X.
              88 valid-basis       VALUE "F" "P".
           03 wk-amount         PIC 9(6)V99.
           03 wk-percent        PIC 99V99.
           03 wk-taxable        PIC X.
              88 valid-taxable     VALUE "Y" "N".
           03 wk-start-date     PIC 9(8).
           03 wk-end-date       PIC 9(8).
       01  changes-made         PIC X VALUE "N".
       01  list-count           PIC 999 VALUE ZERO.
       01  list-line.
           03 ll-code           PIC X(4).
           03 FILLER            PIC X     VALUE SPACE.
           03 ll-description    PIC X(14).
           03 FILLER            PIC X     VALUE SPACE.
           03 ll-value-out      PIC $$$$,$$9.99.
           03 ll-percent-sign   PIC X.
           03 FILLER            PIC X     VALUE SPACE.
           03 ll-taxable        PIC X(7).
           03 FILLER            PIC X(6)  VALUE " FROM ".
           03 ll-start          PIC 9(8).
           03 FILLER            PIC X(4)  VALUE " TO ".
           03 ll-end            PIC X(8).

       PROCEDURE DIVISION.
       Pay-Elements.
           DISPLAY "RECURRING PAY ELEMENTS"
           PERFORM Load-Pay-Elements
           OPEN INPUT EMPLOYEE-MASTER-FILE
           PERFORM Elements-One-Action WITH TEST AFTER
                    UNTIL action-exit
           CLOSE EMPLOYEE-MASTER-FILE
           IF changes-made = "Y"
              PERFORM Save-Pay-Elements
              DISPLAY "PAY ELEMENTS SAVED"
           ELSE
              DISPLAY "NO CHANGES RECORDED"
           END-IF
           GOBACK.

       Elements-One-Action.
           DISPLAY SPACE
           DISPLAY "Add element, End element, List employee or "
                   "eXit? (A/E/L/X): " WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-add  PERFORM Add-Pay-Element
              WHEN action-end  PERFORM End-Pay-Element
              WHEN action-list PERFORM List-Employee-Elements
              WHEN action-exit CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER A, E, L OR X"
           END-EVALUATE
           .

       Add-Pay-Element.
           DISPLAY "EMPLOYEE ID: " WITH NO ADVANCING
           ACCEPT wk-emp-id
           PERFORM Find-Employee-Master
           IF employee-found NOT = "Y"
              DISPLAY "EMPLOYEE " wk-emp-id " NOT ON FILE"
           ELSE
              DISPLAY "ELEMENT FOR " EM-NAME
              DISPLAY "ELEMENT CODE (E.G. HOUS): " WITH NO ADVANCING
              ACCEPT wk-code
              PERFORM Find-Open-Element
              IF element-found = "Y"
                 DISPLAY "ELEMENT " wk-code " IS ALREADY IN FORCE "
                         "- END IT BEFORE ADDING A NEW ONE"
              ELSE
                 PERFORM Get-Element-Details
                 PERFORM Store-New-Element
              END-IF
           END-IF
           .

       Get-Element-Details.
           DISPLAY "DESCRIPTION: " WITH NO ADVANCING
           ACCEPT wk-description
           PERFORM Prompt-Basis WITH TEST AFTER
                    UNTIL valid-basis
           MOVE ZERO TO wk-amount
           MOVE ZERO TO wk-percent
           IF wk-basis = "F"
              DISPLAY "AMOUNT PER PERIOD: " WITH NO ADVANCING
              ACCEPT wk-amount
           ELSE
              DISPLAY "PERCENT OF BASIC PAY: " WITH NO ADVANCING
              ACCEPT wk-percent
           END-IF
           PERFORM Prompt-Taxable WITH TEST AFTER
                    UNTIL valid-taxable
           DISPLAY "START DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT wk-start-date
           DISPLAY "END DATE (YYYYMMDD, 0 = OPEN): "
                   WITH NO ADVANCING
           ACCEPT wk-end-date
           .

       Prompt-Basis.
           DISPLAY "Fixed amount or Percentage of basic? (F/P): "
                   WITH NO ADVANCING
           ACCEPT wk-basis
           IF wk-basis = "f"
              MOVE "F" TO wk-basis
           END-IF
           IF wk-basis = "p"
              MOVE "P" TO wk-basis
           END-IF
           IF NOT valid-basis
              DISPLAY "ENTER F OR P"
           END-IF
           .

       Prompt-Taxable.
           DISPLAY "Taxable? (Y/N): " WITH NO ADVANCING
           ACCEPT wk-taxable
           IF wk-taxable = "y"
              MOVE "Y" TO wk-taxable
           END-IF
           IF wk-taxable = "n"
              MOVE "N" TO wk-taxable
           END-IF
           IF NOT valid-taxable
              DISPLAY "ENTER Y OR N"
           END-IF
           .

       Store-New-Element.
           IF pay-element-count >= 200
              DISPLAY "PAY ELEMENT FILE FULL - ELEMENT NOT ADDED"
           ELSE
              ADD 1 TO pay-element-count
              SET pel-idx TO pay-element-count
              MOVE wk-emp-id      TO tab-pe-emp-id(pel-idx)
              MOVE wk-code        TO tab-pe-code(pel-idx)
              MOVE wk-description TO tab-pe-description(pel-idx)
              MOVE wk-basis       TO tab-pe-basis(pel-idx)
              MOVE wk-amount      TO tab-pe-amount(pel-idx)
              MOVE wk-percent     TO tab-pe-percent(pel-idx)
              MOVE wk-taxable     TO tab-pe-taxable(pel-idx)
              MOVE wk-start-date  TO tab-pe-start(pel-idx)
              MOVE wk-end-date    TO tab-pe-end(pel-idx)
              MOVE "Y" TO changes-made
              DISPLAY "ELEMENT " wk-code " ADDED FOR " wk-emp-id
           END-IF
           .

      * ending an element stamps its last day in force - the row
      * stays on file so the periods it was paid can be proved.
       End-Pay-Element.
           DISPLAY "EMPLOYEE ID: " WITH NO ADVANCING
           ACCEPT wk-emp-id
           DISPLAY "ELEMENT CODE: " WITH NO ADVANCING
           ACCEPT wk-code
           PERFORM Find-Open-Element
           IF element-found NOT = "Y"
              DISPLAY "NO OPEN ELEMENT " wk-code " FOR " wk-emp-id
           ELSE
              DISPLAY "LAST DAY IN FORCE (YYYYMMDD): "
                      WITH NO ADVANCING
              ACCEPT wk-end-date
              SET pel-idx TO element-idx
              IF wk-end-date < tab-pe-start(pel-idx)
                 DISPLAY "END DATE IS BEFORE THE START DATE - "
                         "NOT ENDED"
              ELSE
                 MOVE wk-end-date TO tab-pe-end(pel-idx)
                 MOVE "Y" TO changes-made
                 DISPLAY "ELEMENT " wk-code " ENDED " wk-end-date
              END-IF
           END-IF
           .

       Find-Open-Element.
           MOVE "N" TO element-found
           PERFORM Match-Open-Element
                    VARYING pel-idx FROM 1 BY 1
                    UNTIL pel-idx > pay-element-count
                       OR element-found = "Y"
           .

       Match-Open-Element.
           IF tab-pe-emp-id(pel-idx) = wk-emp-id
              AND tab-pe-code(pel-idx) = wk-code
              AND tab-pe-end(pel-idx) = ZERO
              MOVE "Y" TO element-found
              SET element-idx TO pel-idx
           END-IF
           .

       List-Employee-Elements.
           DISPLAY "EMPLOYEE ID: " WITH NO ADVANCING
           ACCEPT wk-emp-id
           MOVE ZERO TO list-count
           PERFORM List-One-Element
                    VARYING pel-idx FROM 1 BY 1
                    UNTIL pel-idx > pay-element-count
           IF list-count = ZERO
              DISPLAY "NO PAY ELEMENTS FOR " wk-emp-id
           END-IF
           .

       List-One-Element.
           IF tab-pe-emp-id(pel-idx) = wk-emp-id
              ADD 1 TO list-count
              MOVE tab-pe-code(pel-idx)        TO ll-code
              MOVE tab-pe-description(pel-idx) TO ll-description
              IF tab-pe-basis(pel-idx) = "P"
                 MOVE tab-pe-percent(pel-idx) TO ll-value-out
                 MOVE "%" TO ll-percent-sign
              ELSE
                 MOVE tab-pe-amount(pel-idx) TO ll-value-out
                 MOVE SPACE TO ll-percent-sign
              END-IF
              IF tab-pe-taxable(pel-idx) = "Y"
                 MOVE "TAXABLE" TO ll-taxable
              ELSE
                 MOVE "NON-TAX" TO ll-taxable
              END-IF
              MOVE tab-pe-start(pel-idx) TO ll-start
              IF tab-pe-end(pel-idx) = ZERO
                 MOVE "OPEN" TO ll-end
              ELSE
                 MOVE tab-pe-end(pel-idx) TO ll-end
              END-IF
              DISPLAY list-line
           END-IF
           .

       Find-Employee-Master.
           MOVE "N" TO employee-found
           MOVE wk-emp-id TO EM-ID
           READ EMPLOYEE-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO employee-found
           END-READ
           .

       Save-Pay-Elements.
           OPEN OUTPUT pay-element-file
           PERFORM Write-Pay-Element
                    VARYING pel-idx FROM 1 BY 1
                    UNTIL pel-idx > pay-element-count
           CLOSE pay-element-file
           .

       Write-Pay-Element.
           MOVE tab-pe-emp-id(pel-idx)      TO pe-emp-id
           MOVE tab-pe-code(pel-idx)        TO pe-code
           MOVE tab-pe-description(pel-idx) TO pe-description
           MOVE tab-pe-basis(pel-idx)       TO pe-basis
           MOVE tab-pe-amount(pel-idx)      TO pe-amount
           MOVE tab-pe-percent(pel-idx)     TO pe-percent
           MOVE tab-pe-taxable(pel-idx)     TO pe-taxable
           MOVE tab-pe-start(pel-idx)       TO pe-start-date
           MOVE tab-pe-end(pel-idx)         TO pe-end-date
           WRITE pay-element-record
           .

       COPY PAYELCALC.
