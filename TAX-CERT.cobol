      * chooses, with a summary page totalling every certificate
      * so the pack can be proved against the year's PAYE
      * remittances before anything goes out the door - no more
      * typing certificates up from screen-prints. the year's
      * PAYE returns PAYE-RETURN filed are read back and proved
      * against the pack: fewer than twelve returns, or returns
      * that do not add up to the pack's tax, are flagged on the
      * summary page and on the console before anything is sent.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS employee-master-status.
           SELECT certificate-file ASSIGN TO "data/TAXCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT paye-return-file ASSIGN TO "data/PAYERETURNS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS paye-return-status.

       DATA DIVISION.
       FILE SECTION.
       FD  certificate-file.
       01  certificate-line     PIC X(60).

       FD  paye-return-file.
       COPY PAYERTN.

       WORKING-STORAGE SECTION.
       01  ytd-earnings-status  PIC XX.
       01  ytd-earnings-eof     PIC X VALUE "N".
           03 sa-amount-label   PIC X(15).
           03 FILLER            PIC X(2)  VALUE ": ".
           03 sa-amount-out     PIC +$$$,$$$,$$9.99.
       01  paye-return-status   PIC XX.
       01  paye-return-eof      PIC X VALUE "N".
       01  returns-filed        PIC 99 VALUE ZERO.
       01  returns-tax          PIC 9(8)V99 VALUE ZERO.
       01  returns-difference   PIC S9(8)V99 VALUE ZERO.
       01  summary-returns-line.
           03 FILLER            PIC X(17) VALUE "RETURNS FILED  : ".
           03 sr-count          PIC Z9.
       01  summary-warning-line PIC X(60).
       01  blank-line           PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "Certificate year (YYYY): " WITH NO ADVANCING
           ACCEPT certificate-year
           PERFORM Load-Employee-Master
           PERFORM Load-Paye-Returns
           OPEN OUTPUT certificate-file
           OPEN INPUT ytd-earnings-file
           IF ytd-earnings-status NOT = "00"
           MOVE "TOTAL NET"      TO sa-amount-label
           MOVE pack-net         TO sa-amount-out
           WRITE certificate-line FROM summary-amount-line
           PERFORM Prove-Paye-Returns
           .

      * the year's twelve monthly returns must account for every
      * pound of tax the certificates say was withheld - a missing
      * return or a difference is raised here, before the pack
      * goes out, not by the tax authority afterwards.
       Prove-Paye-Returns.
           WRITE certificate-line FROM blank-line
           MOVE returns-filed    TO sr-count
           WRITE certificate-line FROM summary-returns-line
           MOVE "PAYE RETURNED"  TO sa-amount-label
           MOVE returns-tax      TO sa-amount-out
           WRITE certificate-line FROM summary-amount-line
           COMPUTE returns-difference = pack-tax - returns-tax
           MOVE "DIFFERENCE"     TO sa-amount-label
           MOVE returns-difference TO sa-amount-out
           WRITE certificate-line FROM summary-amount-line
           IF returns-filed < 12
              MOVE "*** FEWER THAN TWELVE PAYE RETURNS FILED ***"
                 TO summary-warning-line
              WRITE certificate-line FROM summary-warning-line
              DISPLAY "WARNING - ONLY " returns-filed
                      " PAYE RETURNS FILED FOR " certificate-year
           END-IF
           IF returns-difference NOT = ZERO
              MOVE "*** PAYE RETURNS DO NOT AGREE TO PACK TAX ***"
                 TO summary-warning-line
              WRITE certificate-line FROM summary-warning-line
              DISPLAY "WARNING - PAYE RETURNS DO NOT AGREE TO "
                      "THE CERTIFICATE PACK TAX TOTAL"
           END-IF
           IF returns-filed = 12 AND returns-difference = ZERO
              MOVE "PACK AGREES TO THE YEAR'S PAYE RETURNS"
                 TO summary-warning-line
              WRITE certificate-line FROM summary-warning-line
           END-IF
           .

       Load-Paye-Returns.
           OPEN INPUT paye-return-file
           IF paye-return-status = "00"
              PERFORM Read-Paye-Return
              PERFORM Add-Paye-Return UNTIL paye-return-eof = "Y"
              CLOSE paye-return-file
           END-IF
           .

       Read-Paye-Return.
           READ paye-return-file
              AT END MOVE "Y" TO paye-return-eof
           END-READ
           .

       Add-Paye-Return.
           IF rt-month(1:4) = certificate-year
              ADD 1      TO returns-filed
              ADD rt-tax TO returns-tax
           END-IF
           PERFORM Read-Paye-Return
           .

      * certificates still print without the master - just with
