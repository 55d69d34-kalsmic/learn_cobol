       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHART-MAINT.
      * maintenance for the chart-of-accounts master behind the
      * journal: account code, name, type, active flag and the
      * financial-statement line it prints on, with a listing -
      * and the account-mapping maintenance that adds rows to
      * data/GLMAP.DAT, refusing to map a feed to an account the
      * chart does not know. GL-POST rejects feeds that slip past
      * anyway.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              05 tab-coa-name    PIC X(20).
              05 tab-coa-type    PIC X.
              05 tab-coa-active  PIC X.
              05 tab-coa-fs-line PIC X.
       01  chart-count          PIC 999 VALUE ZERO.
       01  chart-found          PIC X.
       01  chart-idx            PIC 999 VALUE ZERO.
               88 wk-valid-type    VALUE "A" "a" "L" "l"
                                         "I" "i" "E" "e".
           03 wk-active         PIC X.
           03 wk-fs-line        PIC X.
               88 wk-valid-fs-line VALUE "R" "C" "X" "A" "L" "Q".
       01  line-fits-type       PIC X.
       01  work-map.
           03 wk-source         PIC X(16).
           03 wk-total-type     PIC X(12).
           ELSE
              PERFORM Get-Account-Name
              PERFORM Get-Account-Type
              PERFORM Get-Statement-Line
              DISPLAY "ACTIVE? (Y/N): " WITH NO ADVANCING
              ACCEPT wk-active
              IF wk-active NOT = "Y" AND wk-active NOT = "y"
           END-IF
           .

      * an income account prints as revenue, an expense as cost of
      * sales or expenses, an asset as an asset, and a liability
      * as a liability or as equity.
       Get-Statement-Line.
           PERFORM Prompt-Statement-Line WITH TEST AFTER
                    UNTIL line-fits-type = "Y"
           .

       Prompt-Statement-Line.
           DISPLAY "STATEMENT LINE (R=Revenue C=Cost of sales "
                   "X=Expenses A=Assets L=Liabilities Q=Equity): "
                   WITH NO ADVANCING
           ACCEPT wk-fs-line
           EVALUATE wk-fs-line
              WHEN "r" MOVE "R" TO wk-fs-line
              WHEN "c" MOVE "C" TO wk-fs-line
              WHEN "x" MOVE "X" TO wk-fs-line
              WHEN "a" MOVE "A" TO wk-fs-line
              WHEN "l" MOVE "L" TO wk-fs-line
              WHEN "q" MOVE "Q" TO wk-fs-line
              WHEN OTHER CONTINUE
           END-EVALUATE
           MOVE "N" TO line-fits-type
           EVALUATE TRUE
              WHEN NOT wk-valid-fs-line
                 DISPLAY "ENTER R, C, X, A, L OR Q"
              WHEN wk-type = "I" AND wk-fs-line = "R"
                 MOVE "Y" TO line-fits-type
              WHEN wk-type = "E" AND wk-fs-line = "C"
                 MOVE "Y" TO line-fits-type
              WHEN wk-type = "E" AND wk-fs-line = "X"
                 MOVE "Y" TO line-fits-type
              WHEN wk-type = "A" AND wk-fs-line = "A"
                 MOVE "Y" TO line-fits-type
              WHEN wk-type = "L" AND wk-fs-line = "L"
                 MOVE "Y" TO line-fits-type
              WHEN wk-type = "L" AND wk-fs-line = "Q"
                 MOVE "Y" TO line-fits-type
              WHEN OTHER
                 DISPLAY "STATEMENT LINE DOES NOT SUIT ACCOUNT TYPE "
                         wk-type
           END-EVALUATE
           .

       Record-Account.
           PERFORM Find-Chart-Account
           IF chart-found NOT = "Y"
           MOVE wk-name    TO tab-coa-name(coa-idx)
           MOVE wk-type    TO tab-coa-type(coa-idx)
           MOVE wk-active  TO tab-coa-active(coa-idx)
           MOVE wk-fs-line TO tab-coa-fs-line(coa-idx)
           MOVE "Y" TO changes-made
           DISPLAY "ACCOUNT " wk-account " RECORDED"
           .
           DISPLAY tab-coa-account(coa-idx) " "
                   tab-coa-name(coa-idx) " "
                   tab-coa-type(coa-idx) " "
                   tab-coa-active(coa-idx) " "
                   tab-coa-fs-line(coa-idx)
           .

      * a mapping row only goes on when both of its accounts are
           MOVE coa-name    TO tab-coa-name(coa-idx)
           MOVE coa-type    TO tab-coa-type(coa-idx)
           MOVE coa-active  TO tab-coa-active(coa-idx)
           MOVE coa-fs-line TO tab-coa-fs-line(coa-idx)
           PERFORM Read-Chart-Account
           .

           MOVE tab-coa-name(coa-idx)    TO coa-name
           MOVE tab-coa-type(coa-idx)    TO coa-type
           MOVE tab-coa-active(coa-idx)  TO coa-active
           MOVE tab-coa-fs-line(coa-idx) TO coa-fs-line
           WRITE chart-account-record
           .
