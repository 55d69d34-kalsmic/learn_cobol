       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST-CERT.
      * year-end certificates of interest earned: one printed
      * certificate per client for the year the operator chooses,
      * bringing together through the client links every balance-
      * file account and fixed-term deposit the client holds - the
      * gross interest credited, the withholding tax deducted and
      * the net interest, account by account and in total. credit
      * interest and its tax come off the withholding file
      * INTEREST-ACCRUAL appends; deposit interest off the maturity
      * records TERM-DEPOSITS keeps. a control listing totals every
      * certificate, adds the interest on accounts no client is
      * linked to, and proves the tax against the year's
      * withholding remittances before the pack goes out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT client-identity-file ASSIGN TO
                  "data/CLIENTIDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS client-identity-status.
           SELECT client-link-file ASSIGN TO
                  "data/CLIENTLINKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS client-link-status.
           SELECT withholding-file ASSIGN TO "data/WHTHELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS withholding-status.
           SELECT deposit-interest-file ASSIGN TO
                  "data/TDINTEREST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS deposit-interest-status.
           SELECT certificate-file ASSIGN TO "data/INTCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT control-listing-file ASSIGN TO
                  "data/INTCERTCTL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  client-identity-file.
       COPY CLIENTID.

       FD  client-link-file.
       COPY CLIENTLNK.

       FD  withholding-file.
       COPY WHTHELD.

       FD  deposit-interest-file.
       COPY TDINTPD.

       FD  certificate-file.
       01  certificate-line     PIC X(60).

       FD  control-listing-file.
       01  control-listing-line PIC X(72).

       WORKING-STORAGE SECTION.
       01  client-identity-status PIC XX.
       01  client-identity-eof  PIC X VALUE "N".
       01  client-link-status   PIC XX.
       01  client-link-eof      PIC X VALUE "N".
       01  withholding-status   PIC XX.
       01  withholding-eof      PIC X VALUE "N".
       01  deposit-interest-status PIC XX.
       01  deposit-interest-eof PIC X VALUE "N".
       01  client-table.
           03 cid-entry OCCURS 100 TIMES INDEXED BY cid-idx.
              05 tab-ci-client   PIC 9(5).
              05 tab-ci-name     PIC X(20).
       01  client-count         PIC 999 VALUE ZERO.
       01  link-table.
           03 lnk-entry OCCURS 200 TIMES INDEXED BY lnk-idx.
              05 tab-cl-client   PIC 9(5).
              05 tab-cl-account  PIC 9(4).
       01  link-count           PIC 999 VALUE ZERO.
      * the year's credit interest and tax per account, and whether
      * a certificate has claimed it - what no certificate claims
      * is listed separately so the control totals still prove
       01  account-interest-table.
           03 ai-entry OCCURS 300 TIMES INDEXED BY ai-idx.
              05 tab-ai-account  PIC 9(4).
              05 tab-ai-gross    PIC 9(8)V99.
              05 tab-ai-tax      PIC 9(8)V99.
              05 tab-ai-claimed  PIC X.
       01  account-interest-count PIC 999 VALUE ZERO.
       01  account-interest-found PIC X.
       01  ai-found-idx         PIC 999 VALUE ZERO.
      * the year's deposit interest per deposit - a deposit rolled
      * over more than once in the year is one line
       01  deposit-interest-table.
           03 di-entry OCCURS 200 TIMES INDEXED BY di-idx.
              05 tab-di-deposit  PIC 9(6).
              05 tab-di-account  PIC 9(4).
              05 tab-di-interest PIC 9(8)V99.
              05 tab-di-claimed  PIC X.
       01  deposit-interest-count PIC 999 VALUE ZERO.
       01  deposit-interest-found PIC X.
       01  di-found-idx         PIC 999 VALUE ZERO.
       01  certificate-year     PIC 9(4).
       01  certificate-count    PIC 9(5) VALUE ZERO.
       01  wk-account           PIC 9(4).
       01  wk-deposit-no        PIC 9(6).
       01  client-totals.
           03 client-gross      PIC 9(9)V99.
           03 client-tax        PIC 9(9)V99.
           03 client-net        PIC 9(9)V99.
       01  pack-totals.
           03 pack-gross        PIC 9(9)V99 VALUE ZERO.
           03 pack-tax          PIC 9(9)V99 VALUE ZERO.
           03 pack-net          PIC 9(9)V99 VALUE ZERO.
       01  unlinked-totals.
           03 unlinked-gross    PIC 9(9)V99 VALUE ZERO.
           03 unlinked-tax      PIC 9(9)V99 VALUE ZERO.
           03 unlinked-net      PIC 9(9)V99 VALUE ZERO.
       01  grand-totals.
           03 grand-gross       PIC 9(9)V99 VALUE ZERO.
           03 grand-tax         PIC 9(9)V99 VALUE ZERO.
           03 grand-net         PIC 9(9)V99 VALUE ZERO.
      * the year's withholding as the monthly remittance schedules
      * report it - the figure the control listing must agree to
       01  remitted-gross       PIC 9(9)V99 VALUE ZERO.
       01  remitted-tax         PIC 9(9)V99 VALUE ZERO.
       01  remitted-difference  PIC S9(9)V99 VALUE ZERO.
       01  certificate-heading.
           03 FILLER            PIC X(34) VALUE
                 "---- CERTIFICATE OF INTEREST ----".
       01  certificate-year-line.
           03 FILLER            PIC X(17) VALUE "TAX YEAR       : ".
           03 ct-year           PIC 9(4).
       01  certificate-client-line.
           03 FILLER            PIC X(17) VALUE "CLIENT         : ".
           03 ct-client-no      PIC 9(5).
           03 FILLER            PIC X     VALUE SPACE.
           03 ct-client-name    PIC X(20).
       01  certificate-columns.
           03 FILLER            PIC X(15) VALUE "HELD IN".
           03 FILLER            PIC X(11) VALUE "      GROSS".
           03 FILLER            PIC X(13) VALUE "          TAX".
           03 FILLER            PIC X(13) VALUE "          NET".
       01  certificate-detail.
           03 cd-kind           PIC X(8).
           03 cd-reference      PIC X(6).
           03 FILLER            PIC X     VALUE SPACE.
           03 cd-gross-out      PIC $$$$,$$9.99.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 cd-tax-out        PIC $$$$,$$9.99.
           03 FILLER            PIC X(2)  VALUE SPACES.
           03 cd-net-out        PIC $$$$,$$9.99.
       01  certificate-amount-line.
           03 ct-amount-label   PIC X(15).
           03 FILLER            PIC X(2)  VALUE ": ".
           03 ct-amount-out     PIC $$$,$$$,$$9.99.
       01  certificate-rule     PIC X(52) VALUE ALL "-".
       01  control-heading.
           03 FILLER            PIC X(34) VALUE
                 "---- INTEREST CERTIFICATE CONTROL ".
           03 ch-year           PIC 9(4).
           03 FILLER            PIC X(5)  VALUE " ----".
       01  control-columns.
           03 FILLER            PIC X(27) VALUE "CLIENT".
           03 FILLER            PIC X(14) VALUE "         GROSS".
           03 FILLER            PIC X(15) VALUE "            TAX".
           03 FILLER            PIC X(15) VALUE "            NET".
       01  control-detail.
           03 kd-label          PIC X(26).
           03 FILLER            PIC X     VALUE SPACE.
           03 kd-gross-out      PIC $$$,$$$,$$9.99.
           03 FILLER            PIC X     VALUE SPACE.
           03 kd-tax-out        PIC $$$,$$$,$$9.99.
           03 FILLER            PIC X     VALUE SPACE.
           03 kd-net-out        PIC $$$,$$$,$$9.99.
       01  control-amount-line.
           03 ka-label          PIC X(26).
           03 FILLER            PIC X     VALUE SPACE.
           03 ka-amount-out     PIC +$$,$$$,$$9.99.
       01  control-message-line PIC X(72).
       01  blank-line           PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
       Interest-Cert.
           DISPLAY "YEAR-END INTEREST CERTIFICATE RUN"
           DISPLAY "Certificate year (YYYY): " WITH NO ADVANCING
           ACCEPT certificate-year
           PERFORM Load-Client-Identities
           PERFORM Load-Client-Links
           PERFORM Load-Account-Interest
           PERFORM Load-Deposit-Interest
           OPEN OUTPUT certificate-file
           OPEN OUTPUT control-listing-file
           MOVE certificate-year TO ch-year
           WRITE control-listing-line FROM control-heading
           WRITE control-listing-line FROM blank-line
           WRITE control-listing-line FROM control-columns
           PERFORM Certify-One-Client
                    VARYING cid-idx FROM 1 BY 1
                    UNTIL cid-idx > client-count
           PERFORM Write-Control-Totals
           CLOSE control-listing-file
           CLOSE certificate-file
           DISPLAY "CERTIFICATES PRINTED: " certificate-count
           DISPLAY "CERTIFICATES WRITTEN TO data/INTCERT.RPT"
           DISPLAY "CONTROL LISTING WRITTEN TO data/INTCERTCTL.RPT"
           GOBACK.

      * a client whose accounts and deposits earned nothing in the
      * year gets no certificate.
       Certify-One-Client.
           MOVE ZERO TO client-gross
           MOVE ZERO TO client-tax
           PERFORM Add-Linked-Interest
                    VARYING lnk-idx FROM 1 BY 1
                    UNTIL lnk-idx > link-count
           IF client-gross > ZERO
              PERFORM Print-One-Certificate
           END-IF
           .

       Add-Linked-Interest.
           IF tab-cl-client(lnk-idx) = tab-ci-client(cid-idx)
              MOVE tab-cl-account(lnk-idx) TO wk-account
              PERFORM Find-Account-Interest
              IF account-interest-found = "Y"
                 SET ai-idx TO ai-found-idx
                 ADD tab-ai-gross(ai-idx) TO client-gross
                 ADD tab-ai-tax(ai-idx)   TO client-tax
              END-IF
              PERFORM Add-Deposit-Interest
                       VARYING di-idx FROM 1 BY 1
                       UNTIL di-idx > deposit-interest-count
           END-IF
           .

       Add-Deposit-Interest.
           IF tab-di-account(di-idx) = wk-account
              ADD tab-di-interest(di-idx) TO client-gross
           END-IF
           .

       Print-One-Certificate.
           ADD 1 TO certificate-count
           COMPUTE client-net = client-gross - client-tax
           WRITE certificate-line FROM certificate-heading
           MOVE certificate-year TO ct-year
           WRITE certificate-line FROM certificate-year-line
           MOVE tab-ci-client(cid-idx) TO ct-client-no
           MOVE tab-ci-name(cid-idx)   TO ct-client-name
           WRITE certificate-line FROM certificate-client-line
           WRITE certificate-line FROM blank-line
           WRITE certificate-line FROM certificate-columns
           PERFORM Print-Linked-Lines
                    VARYING lnk-idx FROM 1 BY 1
                    UNTIL lnk-idx > link-count
           WRITE certificate-line FROM certificate-rule
           MOVE "GROSS INTEREST" TO ct-amount-label
           MOVE client-gross     TO ct-amount-out
           WRITE certificate-line FROM certificate-amount-line
           MOVE "TAX WITHHELD"   TO ct-amount-label
           MOVE client-tax       TO ct-amount-out
           WRITE certificate-line FROM certificate-amount-line
           MOVE "NET INTEREST"   TO ct-amount-label
           MOVE client-net       TO ct-amount-out
           WRITE certificate-line FROM certificate-amount-line
           WRITE certificate-line FROM certificate-rule
           WRITE certificate-line FROM blank-line
           ADD client-gross TO pack-gross
           ADD client-tax   TO pack-tax
           ADD client-net   TO pack-net
           MOVE tab-ci-client(cid-idx) TO kd-label(1:5)
           MOVE SPACE                  TO kd-label(6:1)
           MOVE tab-ci-name(cid-idx)   TO kd-label(7:20)
           MOVE client-gross TO kd-gross-out
           MOVE client-tax   TO kd-tax-out
           MOVE client-net   TO kd-net-out
           WRITE control-listing-line FROM control-detail
           .

       Print-Linked-Lines.
           IF tab-cl-client(lnk-idx) = tab-ci-client(cid-idx)
              MOVE tab-cl-account(lnk-idx) TO wk-account
              PERFORM Find-Account-Interest
              IF account-interest-found = "Y"
                 SET ai-idx TO ai-found-idx
                 MOVE "Y" TO tab-ai-claimed(ai-idx)
                 MOVE "ACCOUNT"  TO cd-kind
                 MOVE SPACES     TO cd-reference
                 MOVE wk-account TO cd-reference(1:4)
                 MOVE tab-ai-gross(ai-idx) TO cd-gross-out
                 MOVE tab-ai-tax(ai-idx)   TO cd-tax-out
                 COMPUTE cd-net-out =
                       tab-ai-gross(ai-idx) - tab-ai-tax(ai-idx)
                 WRITE certificate-line FROM certificate-detail
              END-IF
              PERFORM Print-Deposit-Line
                       VARYING di-idx FROM 1 BY 1
                       UNTIL di-idx > deposit-interest-count
           END-IF
           .

       Print-Deposit-Line.
           IF tab-di-account(di-idx) = wk-account
              MOVE "Y" TO tab-di-claimed(di-idx)
              MOVE "DEPOSIT"  TO cd-kind
              MOVE tab-di-deposit(di-idx)  TO cd-reference
              MOVE tab-di-interest(di-idx) TO cd-gross-out
              MOVE ZERO                    TO cd-tax-out
              MOVE tab-di-interest(di-idx) TO cd-net-out
              WRITE certificate-line FROM certificate-detail
           END-IF
           .

      * interest on accounts no client is linked to is listed as
      * one line, so the grand totals cover the whole year. an
      * account linked to two clients sits on both certificates and
      * shows up here as a difference against the remittances.
       Write-Control-Totals.
           PERFORM Add-Unclaimed-Account
                    VARYING ai-idx FROM 1 BY 1
                    UNTIL ai-idx > account-interest-count
           PERFORM Add-Unclaimed-Deposit
                    VARYING di-idx FROM 1 BY 1
                    UNTIL di-idx > deposit-interest-count
           COMPUTE unlinked-net = unlinked-gross - unlinked-tax
           IF unlinked-gross > ZERO
              MOVE "NOT LINKED TO A CLIENT" TO kd-label
              MOVE unlinked-gross TO kd-gross-out
              MOVE unlinked-tax   TO kd-tax-out
              MOVE unlinked-net   TO kd-net-out
              WRITE control-listing-line FROM control-detail
           END-IF
           COMPUTE grand-gross = pack-gross + unlinked-gross
           COMPUTE grand-tax   = pack-tax   + unlinked-tax
           COMPUTE grand-net   = pack-net   + unlinked-net
           WRITE control-listing-line FROM blank-line
           MOVE "CERTIFICATES PRINTED" TO kd-label
           MOVE pack-gross TO kd-gross-out
           MOVE pack-tax   TO kd-tax-out
           MOVE pack-net   TO kd-net-out
           WRITE control-listing-line FROM control-detail
           MOVE "GRAND TOTAL" TO kd-label
           MOVE grand-gross TO kd-gross-out
           MOVE grand-tax   TO kd-tax-out
           MOVE grand-net   TO kd-net-out
           WRITE control-listing-line FROM control-detail
           DISPLAY control-detail
           WRITE control-listing-line FROM blank-line
           MOVE "TAX REMITTED FOR THE YEAR" TO ka-label
           MOVE remitted-tax TO ka-amount-out
           WRITE control-listing-line FROM control-amount-line
           COMPUTE remitted-difference = grand-tax - remitted-tax
           MOVE "DIFFERENCE" TO ka-label
           MOVE remitted-difference TO ka-amount-out
           WRITE control-listing-line FROM control-amount-line
           IF remitted-difference = ZERO
              MOVE "CERTIFICATES AGREE TO THE YEAR'S WHT REMITTANCES"
                 TO control-message-line
           ELSE
              MOVE "*** CERTIFICATES DO NOT AGREE TO WHT REMITTED ***"
                 TO control-message-line
              DISPLAY "WARNING - CERTIFICATE TAX DOES NOT AGREE TO "
                      "THE YEAR'S WITHHOLDING REMITTANCES"
           END-IF
           WRITE control-listing-line FROM control-message-line
           .

       Add-Unclaimed-Account.
           IF tab-ai-claimed(ai-idx) NOT = "Y"
              ADD tab-ai-gross(ai-idx) TO unlinked-gross
              ADD tab-ai-tax(ai-idx)   TO unlinked-tax
           END-IF
           .

       Add-Unclaimed-Deposit.
           IF tab-di-claimed(di-idx) NOT = "Y"
              ADD tab-di-interest(di-idx) TO unlinked-gross
           END-IF
           .

       Find-Account-Interest.
           MOVE "N" TO account-interest-found
           PERFORM Check-One-Account-Interest
                    VARYING ai-idx FROM 1 BY 1
                    UNTIL ai-idx > account-interest-count
                       OR account-interest-found = "Y"
           .

       Check-One-Account-Interest.
           IF tab-ai-account(ai-idx) = wk-account
              MOVE "Y" TO account-interest-found
              SET ai-found-idx TO ai-idx
           END-IF
           .

       Find-Deposit-Interest.
           MOVE "N" TO deposit-interest-found
           PERFORM Check-One-Deposit-Interest
                    VARYING di-idx FROM 1 BY 1
                    UNTIL di-idx > deposit-interest-count
                       OR deposit-interest-found = "Y"
           .

       Check-One-Deposit-Interest.
           IF tab-di-deposit(di-idx) = wk-deposit-no
              MOVE "Y" TO deposit-interest-found
              SET di-found-idx TO di-idx
           END-IF
           .

      * only withholding dated in the chosen year - the same rows
      * the twelve monthly remittance schedules were built from.
       Load-Account-Interest.
           MOVE ZERO TO account-interest-count
           OPEN INPUT withholding-file
           IF withholding-status = "00"
              PERFORM Read-Withholding
              PERFORM Store-Withholding
                 UNTIL withholding-eof = "Y"
              CLOSE withholding-file
           END-IF
           .

       Read-Withholding.
           READ withholding-file
              AT END MOVE "Y" TO withholding-eof
           END-READ
           .

       Store-Withholding.
           IF wh-date(1:4) = certificate-year
              ADD wh-gross-interest TO remitted-gross
              ADD wh-tax-withheld   TO remitted-tax
              MOVE wh-account-no TO wk-account
              PERFORM Find-Account-Interest
              IF account-interest-found = "Y"
                 SET ai-idx TO ai-found-idx
              ELSE
                 ADD 1 TO account-interest-count
                 SET ai-idx TO account-interest-count
                 MOVE wk-account TO tab-ai-account(ai-idx)
                 MOVE ZERO       TO tab-ai-gross(ai-idx)
                 MOVE ZERO       TO tab-ai-tax(ai-idx)
                 MOVE "N"        TO tab-ai-claimed(ai-idx)
              END-IF
              ADD wh-gross-interest TO tab-ai-gross(ai-idx)
              ADD wh-tax-withheld   TO tab-ai-tax(ai-idx)
           END-IF
           PERFORM Read-Withholding
           .

       Load-Deposit-Interest.
           MOVE ZERO TO deposit-interest-count
           OPEN INPUT deposit-interest-file
           IF deposit-interest-status = "00"
              PERFORM Read-Deposit-Interest
              PERFORM Store-Deposit-Interest
                 UNTIL deposit-interest-eof = "Y"
              CLOSE deposit-interest-file
           END-IF
           .

       Read-Deposit-Interest.
           READ deposit-interest-file
              AT END MOVE "Y" TO deposit-interest-eof
           END-READ
           .

       Store-Deposit-Interest.
           IF ti-date(1:4) = certificate-year
              MOVE ti-deposit-no TO wk-deposit-no
              PERFORM Find-Deposit-Interest
              IF deposit-interest-found = "Y"
                 SET di-idx TO di-found-idx
              ELSE
                 ADD 1 TO deposit-interest-count
                 SET di-idx TO deposit-interest-count
                 MOVE ti-deposit-no TO tab-di-deposit(di-idx)
                 MOVE ti-account-no TO tab-di-account(di-idx)
                 MOVE ZERO          TO tab-di-interest(di-idx)
                 MOVE "N"           TO tab-di-claimed(di-idx)
              END-IF
              ADD ti-interest TO tab-di-interest(di-idx)
           END-IF
           PERFORM Read-Deposit-Interest
           .

       Load-Client-Identities.
           MOVE ZERO TO client-count
           OPEN INPUT client-identity-file
           IF client-identity-status = "00"
              PERFORM Read-Client-Identity
              PERFORM Store-Client-Identity
                 UNTIL client-identity-eof = "Y"
              CLOSE client-identity-file
           END-IF
           .

       Read-Client-Identity.
           READ client-identity-file
              AT END MOVE "Y" TO client-identity-eof
           END-READ
           .

       Store-Client-Identity.
           ADD 1 TO client-count
           SET cid-idx TO client-count
           MOVE ci-client-no   TO tab-ci-client(cid-idx)
           MOVE ci-client-name TO tab-ci-name(cid-idx)
           PERFORM Read-Client-Identity
           .

       Load-Client-Links.
           MOVE ZERO TO link-count
           OPEN INPUT client-link-file
           IF client-link-status = "00"
              PERFORM Read-Client-Link
              PERFORM Store-Client-Link
                 UNTIL client-link-eof = "Y"
              CLOSE client-link-file
           END-IF
           .

       Read-Client-Link.
           READ client-link-file
              AT END MOVE "Y" TO client-link-eof
           END-READ
           .

       Store-Client-Link.
           ADD 1 TO link-count
           SET lnk-idx TO link-count
           MOVE cl-client-no  TO tab-cl-client(lnk-idx)
           MOVE cl-account-no TO tab-cl-account(lnk-idx)
           PERFORM Read-Client-Link
           .
