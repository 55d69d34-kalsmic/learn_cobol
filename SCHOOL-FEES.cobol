      * student showing charges, payments and balance, and the
      * arrears list for the bursar - with billing and receipts
      * totals fed through data/GLFEED.DAT the way the shop and
      * electricity runs post theirs. results are not released
      * to a student whose fees are not cleared: the bursar lists
      * the students whose results are withheld, and a supervisor
      * can override the check for an individual case. bursaries
      * and scholarships on the award register, and the sibling
      * discount for brothers and sisters under one guardian, are
      * credited by the billing run and shown on each invoice; a
      * sponsor is invoiced each term for the portion it covers.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STATEMENT-FILE ASSIGN TO "data/FEESTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-STATUS.
           SELECT FEE-TOLERANCE-FILE ASSIGN TO "data/FEETOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-TOLERANCE-STATUS.
           SELECT FEE-OVERRIDE-FILE ASSIGN TO "data/FEEOVRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-OVERRIDE-STATUS.
           SELECT WITHHELD-REPORT-FILE ASSIGN TO
                  "data/WITHHELD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUPERVISOR-AUTH-FILE ASSIGN TO
                  "data/SUPAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPERVISOR-AUTH-STATUS.
           SELECT CURRENT-OPERATOR-FILE ASSIGN TO
                  "data/CURRENTOP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRENT-OPERATOR-STATUS.
           SELECT FEE-AWARD-FILE ASSIGN TO "data/FEEAWARDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-AWARD-STATUS.
           SELECT SIBLING-DISCOUNT-FILE ASSIGN TO
                  "data/SIBLINGDISC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIBLING-DISCOUNT-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "data/FEEINV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPONSOR-INVOICE-FILE ASSIGN TO
                  "data/SPONSORINV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE       PIC X(60).

       FD  FEE-TOLERANCE-FILE.
       01  FEE-TOLERANCE-RECORD.
           03 FT-TOLERANCE      PIC 9(6)V99.

       FD  FEE-OVERRIDE-FILE.
       COPY FEEOVRD.

       FD  WITHHELD-REPORT-FILE.
       01  WITHHELD-REPORT-LINE PIC X(60).

       FD  SUPERVISOR-AUTH-FILE.
       01  SUPERVISOR-AUTH-RECORD.
           03 SA-AUTH-CODE      PIC X(8).

       FD  CURRENT-OPERATOR-FILE.
       01  CURRENT-OPERATOR-RECORD.
           03 CO-OPERATOR-ID    PIC X(8).

       FD  FEE-AWARD-FILE.
       COPY FEEAWARD.

       FD  SIBLING-DISCOUNT-FILE.
       01  SIBLING-DISCOUNT-RECORD.
           03 SG-PERCENT        PIC 9(3)V99.

       FD  INVOICE-FILE.
       01  INVOICE-LINE         PIC X(60).

       FD  SPONSOR-INVOICE-FILE.
       01  SPONSOR-INVOICE-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       01  FEE-SCHEDULE-STATUS  PIC XX.
       01  FEE-SCHEDULE-EOF     PIC X VALUE "N".
       01  STUDENT-BIO-STATUS   PIC XX.
       01  STUDENT-BIO-EOF      PIC X VALUE "N".
       01  GL-FEED-STATUS       PIC XX.
       01  SCHEDULE-FOUND       PIC X.
       01  SCHEDULE-INDEX-SAVE  PIC 99 VALUE ZERO.
       01  BIO-TABLE.
           03 BIO-ENTRY OCCURS 99 TIMES
                        INDEXED BY BIO-INDEX SIB-INDEX.
              05 TAB-SB-STUDENT  PIC 99.
              05 TAB-SB-NAME     PIC X(20).
              05 TAB-SB-GUARDIAN PIC X(20).
              05 TAB-SB-STATUS   PIC X.
       01  BIO-COUNT            PIC 99 VALUE ZERO.
       01  MENU-ACTION          PIC X.
           88 ACTION-RECEIPT    VALUE "R" "r".
           88 ACTION-STATEMENT  VALUE "S" "s".
           88 ACTION-ARREARS    VALUE "A" "a".
           88 ACTION-OVERRIDE   VALUE "O" "o".
           88 ACTION-WITHHELD   VALUE "W" "w".
           88 ACTION-AWARD      VALUE "G" "g".
           88 ACTION-EXIT       VALUE "X" "x".
       01  WORK-FEES.
           03 WK-ACAD-YEAR      PIC 9(4).
           03 AR-BALANCE-OUT    PIC $$,$$$,$$9.99.
       01  STATEMENT-RULE       PIC X(40) VALUE ALL "-".
       01  BLANK-LINE           PIC X(60) VALUE SPACES.
       COPY FEECLRWS.
       01  SUPERVISOR-AUTH-STATUS PIC XX.
       01  SUPERVISOR-CODE      PIC X(8) VALUE SPACES.
       01  KEYED-AUTH-CODE      PIC X(8).
       01  CURRENT-OPERATOR-STATUS PIC XX.
       01  OPERATOR-STAMP       PIC X(8) VALUE "CONSOLE".
       01  OVERRIDE-TABLE.
           03 OVR-ENTRY OCCURS 99 TIMES INDEXED BY OVR-INDEX.
              05 TAB-FO-STUDENT  PIC 99.
              05 TAB-FO-DATE     PIC 9(8).
              05 TAB-FO-BY       PIC X(8).
              05 TAB-FO-REASON   PIC X(30).
       01  OVERRIDE-COUNT       PIC 99 VALUE ZERO.
       01  OVERRIDE-FOUND       PIC X.
       01  OVERRIDE-INDEX-SAVE  PIC 99 VALUE ZERO.
       01  WK-REASON            PIC X(30).
       01  WK-REPLY             PIC X.
       01  WITHHELD-COUNT       PIC 99 VALUE ZERO.
       01  WITHHELD-HEADING.
           03 FILLER            PIC X(31) VALUE
                 "----- RESULTS WITHHELD - OWING ".
           03 FILLER            PIC X(5) VALUE "OVER ".
           03 WH-TOLERANCE-OUT  PIC $$$,$$9.99.
           03 FILLER            PIC X(6) VALUE " -----".
       01  WITHHELD-DETAIL.
           03 WD-STUDENT        PIC 99.
           03 FILLER            PIC X VALUE SPACE.
           03 WD-NAME           PIC X(20).
           03 FILLER            PIC X(6) VALUE " OWES ".
           03 WD-BALANCE-OUT    PIC $$,$$$,$$9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 WD-REMARK         PIC X(17).
       01  FEE-AWARD-STATUS     PIC XX.
       01  FEE-AWARD-EOF        PIC X VALUE "N".
       01  SIBLING-DISCOUNT-STATUS PIC XX.
       01  SIBLING-PERCENT      PIC 9(3)V99 VALUE ZERO.
       01  AWARD-TABLE.
           03 AWD-ENTRY OCCURS 99 TIMES INDEXED BY AWD-INDEX.
              05 TAB-FA-STUDENT  PIC 99.
              05 TAB-FA-TYPE     PIC X.
              05 TAB-FA-SPONSOR  PIC X(20).
              05 TAB-FA-BASIS    PIC X.
              05 TAB-FA-PERCENT  PIC 9(3)V99.
              05 TAB-FA-AMOUNT   PIC 9(6)V99.
              05 TAB-FA-FROM.
                 07 TAB-FA-FROM-YEAR PIC 9(4).
                 07 TAB-FA-FROM-TERM PIC 9.
              05 TAB-FA-TO.
                 07 TAB-FA-TO-YEAR   PIC 9(4).
                 07 TAB-FA-TO-TERM   PIC 9.
       01  AWARD-COUNT          PIC 99 VALUE ZERO.
       01  WORK-AWARD.
           03 WK-AWARD-LINE     PIC 99.
           03 WK-AWARD-TYPE     PIC X.
              88 WK-BURSARY     VALUE "B" "b".
              88 WK-SCHOLARSHIP VALUE "S" "s".
           03 WK-SPONSOR        PIC X(20).
           03 WK-BASIS          PIC X.
              88 WK-PERCENTAGE  VALUE "P" "p".
              88 WK-FIXED       VALUE "F" "f".
           03 WK-PERCENT        PIC 9(3)V99.
           03 WK-VALID-FROM.
              05 WK-FROM-YEAR   PIC 9(4).
              05 WK-FROM-TERM   PIC 9.
           03 WK-VALID-TO.
              05 WK-TO-YEAR     PIC 9(4).
              05 WK-TO-TERM     PIC 9.
       01  BILLING-PERIOD.
           03 BP-YEAR           PIC 9(4).
           03 BP-TERM           PIC 9.
       01  NET-FEE              PIC 9(6)V99.
       01  CREDIT-AMOUNT        PIC 9(6)V99.
       01  CREDIT-TYPE          PIC X.
       01  HAS-ELDER-SIBLING    PIC X.
       01  DISCOUNT-TOTAL       PIC 9(8)V99 VALUE ZERO.
       01  SPONSORED-TOTAL      PIC 9(8)V99 VALUE ZERO.
       01  SPONSOR-LINE-TABLE.
           03 SPL-ENTRY OCCURS 99 TIMES
                        INDEXED BY SPL-INDEX SPL-SCAN.
              05 TAB-SPL-SPONSOR PIC X(20).
              05 TAB-SPL-STUDENT PIC 99.
              05 TAB-SPL-NAME    PIC X(20).
              05 TAB-SPL-AMOUNT  PIC 9(6)V99.
              05 TAB-SPL-PRINTED PIC X.
       01  SPONSOR-LINE-COUNT   PIC 99 VALUE ZERO.
       01  SPONSOR-INVOICE-COUNT PIC 99 VALUE ZERO.
       01  SPONSOR-TOTAL        PIC 9(8)V99 VALUE ZERO.
       01  CURRENT-SPONSOR      PIC X(20).
       01  INVOICE-HEADING.
           03 FILLER            PIC X(13) VALUE "FEES INVOICE ".
           03 IH-YEAR           PIC 9(4).
           03 FILLER            PIC X(6) VALUE " TERM ".
           03 IH-TERM           PIC 9.
       01  INVOICE-STUDENT-LINE.
           03 IS-STUDENT        PIC 99.
           03 FILLER            PIC X VALUE SPACE.
           03 IS-NAME           PIC X(20).
           03 FILLER            PIC X(10) VALUE " GUARDIAN ".
           03 IS-GUARDIAN       PIC X(20).
       01  INVOICE-DETAIL.
           03 ID-TEXT.
              05 ID-LABEL       PIC X(17).
              05 ID-SPONSOR     PIC X(20).
           03 ID-AMOUNT-OUT     PIC $$$$,$$9.99.
           03 ID-SIGN           PIC X(3).
       01  SPONSOR-HEADING.
           03 FILLER            PIC X(11) VALUE "INVOICE TO ".
           03 SPH-SPONSOR       PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 SPH-YEAR          PIC 9(4).
           03 FILLER            PIC X(6) VALUE " TERM ".
           03 SPH-TERM          PIC 9.
       01  SPONSOR-DETAIL.
           03 SPD-STUDENT       PIC 99.
           03 FILLER            PIC X VALUE SPACE.
           03 SPD-NAME          PIC X(20).
           03 FILLER            PIC X(9) VALUE " COVERED ".
           03 SPD-AMOUNT-OUT    PIC $$$$,$$9.99.
       01  SPONSOR-TOTAL-LINE.
           03 FILLER            PIC X(30) VALUE
                 "TOTAL DUE FROM SPONSOR".
           03 SPT-AMOUNT-OUT    PIC $$,$$$,$$9.99.
       01  AWARD-LIST-LINE.
           03 AL-LINE           PIC 99.
           03 FILLER            PIC X VALUE SPACE.
           03 AL-TYPE           PIC X(12).
           03 AL-SPONSOR        PIC X(20).
           03 AL-PERCENT-OUT    PIC ZZ9.99 BLANK WHEN ZERO.
           03 AL-AMOUNT-OUT     PIC $$$$,$$9.99 BLANK WHEN ZERO.
           03 FILLER            PIC X VALUE SPACE.
           03 AL-FROM-YEAR      PIC 9(4).
           03 FILLER            PIC X(2) VALUE " T".
           03 AL-FROM-TERM      PIC 9.
           03 FILLER            PIC X(3) VALUE " - ".
           03 AL-TO-YEAR        PIC 9(4).
           03 FILLER            PIC X(2) VALUE " T".
           03 AL-TO-TERM        PIC 9.

       PROCEDURE DIVISION.
       School-Fees.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-STUDENT-BIO
           PERFORM LOAD-SUPERVISOR-CODE
           PERFORM LOAD-OPERATOR-STAMP
           PERFORM LOAD-AWARDS
           PERFORM LOAD-SIBLING-DISCOUNT
           PERFORM FEES-ONE-ACTION WITH TEST AFTER
                    UNTIL ACTION-EXIT
           GOBACK.
       FEES-ONE-ACTION.
           DISPLAY SPACE
           DISPLAY "Fee schedule, Billing run, Receipt, "
                   "Statement, Arrears, clearance Override,"
           DISPLAY "Withheld results, Grant award or eXit? "
                   "(F/B/R/S/A/O/W/G/X): " WITH NO ADVANCING
           ACCEPT MENU-ACTION
           EVALUATE TRUE
              WHEN ACTION-SCHEDULE  PERFORM MAINTAIN-SCHEDULE
              WHEN ACTION-RECEIPT   PERFORM POST-RECEIPT
              WHEN ACTION-STATEMENT PERFORM PRINT-STATEMENT
              WHEN ACTION-ARREARS   PERFORM ARREARS-LIST
              WHEN ACTION-OVERRIDE  PERFORM CLEARANCE-OVERRIDE
              WHEN ACTION-WITHHELD  PERFORM WITHHELD-LIST
              WHEN ACTION-AWARD     PERFORM MAINTAIN-AWARDS
              WHEN ACTION-EXIT      CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER F, B, R, S, A, O, W, G OR X"
           END-EVALUATE
           .

       RAISE-TERM-CHARGES.
           MOVE ZERO TO BILLED-COUNT
           MOVE ZERO TO BILLED-TOTAL
           MOVE ZERO TO DISCOUNT-TOTAL
           MOVE ZERO TO SPONSORED-TOTAL
           MOVE ZERO TO SPONSOR-LINE-COUNT
           MOVE WK-ACAD-YEAR TO BP-YEAR
           MOVE WK-TERM      TO BP-TERM
           OPEN OUTPUT INVOICE-FILE
           PERFORM BILL-ONE-STUDENT
                    VARYING BIO-INDEX FROM 1 BY 1
                    UNTIL BIO-INDEX > BIO-COUNT
           CLOSE INVOICE-FILE
           PERFORM WRITE-BILLING-FEED
           PERFORM PRINT-SPONSOR-INVOICES
           DISPLAY "STUDENTS BILLED: " BILLED-COUNT
           DISPLAY "INVOICES WRITTEN TO data/FEEINV.RPT"
           .

      * the full term fee is charged, then the sibling discount
      * and any awards valid for the term are credited against it
      * - never more than the fee itself - so the statement and
      * the arrears list see the same figures as the invoice.
       BILL-ONE-STUDENT.
           IF TAB-SB-STATUS(BIO-INDEX) = "A"
              MOVE "C"      TO CREDIT-TYPE
              MOVE TERM-FEE TO CREDIT-AMOUNT
              PERFORM POST-BILLING-ENTRY
              ADD 1 TO BILLED-COUNT
              ADD TERM-FEE TO BILLED-TOTAL
              MOVE TERM-FEE TO NET-FEE
              MOVE WK-ACAD-YEAR TO IH-YEAR
              MOVE WK-TERM      TO IH-TERM
              WRITE INVOICE-LINE FROM INVOICE-HEADING
              MOVE TAB-SB-STUDENT(BIO-INDEX)  TO IS-STUDENT
              MOVE TAB-SB-NAME(BIO-INDEX)     TO IS-NAME
              MOVE TAB-SB-GUARDIAN(BIO-INDEX) TO IS-GUARDIAN
              WRITE INVOICE-LINE FROM INVOICE-STUDENT-LINE
              MOVE "TERM FEE" TO ID-LABEL
              MOVE SPACES     TO ID-SPONSOR
              MOVE TERM-FEE   TO ID-AMOUNT-OUT
              MOVE SPACES     TO ID-SIGN
              WRITE INVOICE-LINE FROM INVOICE-DETAIL
              PERFORM APPLY-SIBLING-DISCOUNT
              PERFORM APPLY-ONE-AWARD
                       VARYING AWD-INDEX FROM 1 BY 1
                       UNTIL AWD-INDEX > AWARD-COUNT
              MOVE "AMOUNT DUE" TO ID-LABEL
              MOVE SPACES       TO ID-SPONSOR
              MOVE NET-FEE      TO ID-AMOUNT-OUT
              MOVE SPACES       TO ID-SIGN
              WRITE INVOICE-LINE FROM INVOICE-DETAIL
              WRITE INVOICE-LINE FROM STATEMENT-RULE
              WRITE INVOICE-LINE FROM BLANK-LINE
              MOVE NET-FEE TO AMOUNT-OUT
              DISPLAY TAB-SB-STUDENT(BIO-INDEX) " "
                      TAB-SB-NAME(BIO-INDEX) " BILLED " AMOUNT-OUT
           END-IF
           .

      * the eldest child on the register - the lowest student
      * number under the guardian - pays the full fee; each
      * younger active brother or sister gets the discount.
       APPLY-SIBLING-DISCOUNT.
           IF SIBLING-PERCENT > ZERO
              AND TAB-SB-GUARDIAN(BIO-INDEX) NOT = SPACES
              MOVE "N" TO HAS-ELDER-SIBLING
              PERFORM CHECK-ONE-SIBLING
                       VARYING SIB-INDEX FROM 1 BY 1
                       UNTIL SIB-INDEX > BIO-COUNT
                          OR HAS-ELDER-SIBLING = "Y"
              IF HAS-ELDER-SIBLING = "Y"
                 COMPUTE CREDIT-AMOUNT ROUNDED =
                       TERM-FEE * SIBLING-PERCENT / 100
                 PERFORM TAKE-CREDIT-OFF-FEE
                 IF CREDIT-AMOUNT > ZERO
                    MOVE "D" TO CREDIT-TYPE
                    PERFORM POST-BILLING-ENTRY
                    ADD CREDIT-AMOUNT TO DISCOUNT-TOTAL
                    MOVE "SIBLING DISCOUNT" TO ID-LABEL
                    MOVE SPACES             TO ID-SPONSOR
                    PERFORM WRITE-INVOICE-CREDIT
                 END-IF
              END-IF
           END-IF
           .

       CHECK-ONE-SIBLING.
           IF TAB-SB-STATUS(SIB-INDEX) = "A"
              AND TAB-SB-GUARDIAN(SIB-INDEX) =
                  TAB-SB-GUARDIAN(BIO-INDEX)
              AND TAB-SB-STUDENT(SIB-INDEX) <
                  TAB-SB-STUDENT(BIO-INDEX)
              MOVE "Y" TO HAS-ELDER-SIBLING
           END-IF
           .

      * an award with a sponsor moves that portion of the fee to
      * the sponsor's invoice; one with no sponsor is the school's
      * own and is written off as a discount.
       APPLY-ONE-AWARD.
           IF TAB-FA-STUDENT(AWD-INDEX) = TAB-SB-STUDENT(BIO-INDEX)
              AND BILLING-PERIOD NOT < TAB-FA-FROM(AWD-INDEX)
              AND BILLING-PERIOD NOT > TAB-FA-TO(AWD-INDEX)
              IF TAB-FA-BASIS(AWD-INDEX) = "P"
                 COMPUTE CREDIT-AMOUNT ROUNDED =
                       TERM-FEE * TAB-FA-PERCENT(AWD-INDEX) / 100
              ELSE
                 MOVE TAB-FA-AMOUNT(AWD-INDEX) TO CREDIT-AMOUNT
              END-IF
              PERFORM TAKE-CREDIT-OFF-FEE
              IF CREDIT-AMOUNT > ZERO
                 IF TAB-FA-TYPE(AWD-INDEX) = "B"
                    MOVE "BURSARY"     TO ID-LABEL
                 ELSE
                    MOVE "SCHOLARSHIP" TO ID-LABEL
                 END-IF
                 MOVE TAB-FA-SPONSOR(AWD-INDEX) TO ID-SPONSOR
                 IF TAB-FA-SPONSOR(AWD-INDEX) = SPACES
                    MOVE "A" TO CREDIT-TYPE
                    ADD CREDIT-AMOUNT TO DISCOUNT-TOTAL
                 ELSE
                    MOVE "S" TO CREDIT-TYPE
                    ADD CREDIT-AMOUNT TO SPONSORED-TOTAL
                    PERFORM ADD-SPONSOR-LINE
                 END-IF
                 PERFORM POST-BILLING-ENTRY
                 PERFORM WRITE-INVOICE-CREDIT
              END-IF
           END-IF
           .

       TAKE-CREDIT-OFF-FEE.
           IF CREDIT-AMOUNT > NET-FEE
              MOVE NET-FEE TO CREDIT-AMOUNT
           END-IF
           SUBTRACT CREDIT-AMOUNT FROM NET-FEE
           .

       POST-BILLING-ENTRY.
           MOVE TAB-SB-STUDENT(BIO-INDEX) TO FL-STUDENT-NO
           MOVE WK-ACAD-YEAR  TO FL-ACAD-YEAR
           MOVE WK-TERM       TO FL-TERM
           MOVE CREDIT-TYPE   TO FL-TYPE
           MOVE CREDIT-AMOUNT TO FL-AMOUNT
           MOVE RUN-DATE      TO FL-DATE
           PERFORM APPEND-FEE-LEDGER
           .

       WRITE-INVOICE-CREDIT.
           MOVE CREDIT-AMOUNT TO ID-AMOUNT-OUT
           MOVE " CR"         TO ID-SIGN
           WRITE INVOICE-LINE FROM INVOICE-DETAIL
           .

       ADD-SPONSOR-LINE.
           IF SPONSOR-LINE-COUNT < 99
              ADD 1 TO SPONSOR-LINE-COUNT
              SET SPL-INDEX TO SPONSOR-LINE-COUNT
              MOVE TAB-FA-SPONSOR(AWD-INDEX)
                TO TAB-SPL-SPONSOR(SPL-INDEX)
              MOVE TAB-SB-STUDENT(BIO-INDEX)
                TO TAB-SPL-STUDENT(SPL-INDEX)
              MOVE TAB-SB-NAME(BIO-INDEX) TO TAB-SPL-NAME(SPL-INDEX)
              MOVE CREDIT-AMOUNT TO TAB-SPL-AMOUNT(SPL-INDEX)
              MOVE "N" TO TAB-SPL-PRINTED(SPL-INDEX)
           END-IF
           .

      * one invoice per sponsor for the term, listing each student
      * it covers and what it owes for them.
       PRINT-SPONSOR-INVOICES.
           MOVE ZERO TO SPONSOR-INVOICE-COUNT
           OPEN OUTPUT SPONSOR-INVOICE-FILE
           PERFORM SPONSOR-ONE-INVOICE
                    VARYING SPL-INDEX FROM 1 BY 1
                    UNTIL SPL-INDEX > SPONSOR-LINE-COUNT
           CLOSE SPONSOR-INVOICE-FILE
           IF SPONSOR-INVOICE-COUNT > ZERO
              DISPLAY "SPONSOR INVOICES: " SPONSOR-INVOICE-COUNT
              DISPLAY "WRITTEN TO data/SPONSORINV.RPT"
           END-IF
           .

       SPONSOR-ONE-INVOICE.
           IF TAB-SPL-PRINTED(SPL-INDEX) = "N"
              MOVE TAB-SPL-SPONSOR(SPL-INDEX) TO CURRENT-SPONSOR
              MOVE CURRENT-SPONSOR TO SPH-SPONSOR
              MOVE WK-ACAD-YEAR    TO SPH-YEAR
              MOVE WK-TERM         TO SPH-TERM
              WRITE SPONSOR-INVOICE-LINE FROM SPONSOR-HEADING
              MOVE ZERO TO SPONSOR-TOTAL
              PERFORM SPONSOR-ONE-LINE
                       VARYING SPL-SCAN FROM SPL-INDEX BY 1
                       UNTIL SPL-SCAN > SPONSOR-LINE-COUNT
              MOVE SPONSOR-TOTAL TO SPT-AMOUNT-OUT
              WRITE SPONSOR-INVOICE-LINE FROM SPONSOR-TOTAL-LINE
              WRITE SPONSOR-INVOICE-LINE FROM STATEMENT-RULE
              WRITE SPONSOR-INVOICE-LINE FROM BLANK-LINE
              ADD 1 TO SPONSOR-INVOICE-COUNT
           END-IF
           .

       SPONSOR-ONE-LINE.
           IF TAB-SPL-SPONSOR(SPL-SCAN) = CURRENT-SPONSOR
              MOVE TAB-SPL-STUDENT(SPL-SCAN) TO SPD-STUDENT
              MOVE TAB-SPL-NAME(SPL-SCAN)    TO SPD-NAME
              MOVE TAB-SPL-AMOUNT(SPL-SCAN)  TO SPD-AMOUNT-OUT
              WRITE SPONSOR-INVOICE-LINE FROM SPONSOR-DETAIL
              ADD TAB-SPL-AMOUNT(SPL-SCAN) TO SPONSOR-TOTAL
              MOVE "Y" TO TAB-SPL-PRINTED(SPL-SCAN)
           END-IF
           .

       STATEMENT-ONE-LINE.
           MOVE FL-ACAD-YEAR TO SD-YEAR
           MOVE FL-TERM      TO SD-TERM
           EVALUATE TRUE
              WHEN FL-CHARGE    MOVE "CHARGE"  TO SD-TYPE
              WHEN FL-DISCOUNT  MOVE "SIBLING" TO SD-TYPE
              WHEN FL-AWARD     MOVE "AWARD"   TO SD-TYPE
              WHEN FL-SPONSORED MOVE "SPONSOR" TO SD-TYPE
              WHEN FL-FINE      MOVE "FINE"    TO SD-TYPE
              WHEN OTHER        MOVE "PAYMENT" TO SD-TYPE
           END-EVALUATE
           IF FL-DEBIT
              ADD FL-AMOUNT TO STUDENT-CHARGES
           ELSE
              ADD FL-AMOUNT TO STUDENT-PAYMENTS
           END-IF
           MOVE FL-AMOUNT TO SD-AMOUNT-OUT
              AT END MOVE "Y" TO FEE-LEDGER-EOF
              NOT AT END
                 IF FL-STUDENT-NO = WK-STUDENT-NO
                    IF FL-DEBIT
                       ADD FL-AMOUNT TO STUDENT-CHARGES
                    ELSE
                       ADD FL-AMOUNT TO STUDENT-PAYMENTS
           END-READ
           .

      * an override releases one student's results although the
      * fees are not cleared - only on the supervisor's code, and
      * it stands until revoked here.
       CLEARANCE-OVERRIDE.
           DISPLAY "STUDENT NUMBER: " WITH NO ADVANCING
           ACCEPT WK-STUDENT-NO
           PERFORM FIND-STUDENT-NAME
           PERFORM LOAD-OVERRIDES
           PERFORM FIND-OVERRIDE
           EVALUATE TRUE
              WHEN SH-NAME = SPACES
                 DISPLAY "STUDENT " WK-STUDENT-NO
                         " NOT ON THE BIO MASTER"
              WHEN OVERRIDE-FOUND = "Y"
                 SET OVR-INDEX TO OVERRIDE-INDEX-SAVE
                 DISPLAY "OVERRIDE STANDS FOR " SH-NAME
                 DISPLAY "GRANTED " TAB-FO-DATE(OVR-INDEX) " BY "
                         TAB-FO-BY(OVR-INDEX) " - "
                         TAB-FO-REASON(OVR-INDEX)
                 DISPLAY "REVOKE IT? (Y/N): " WITH NO ADVANCING
                 ACCEPT WK-REPLY
                 IF WK-REPLY = "Y" OR WK-REPLY = "y"
                    MOVE ZERO TO TAB-FO-STUDENT(OVR-INDEX)
                    PERFORM SAVE-OVERRIDES
                    DISPLAY "OVERRIDE REVOKED"
                 END-IF
              WHEN SUPERVISOR-CODE = SPACES
                 DISPLAY "NO SUPERVISOR AUTHORISATION CODE ON "
                         "FILE - OVERRIDE REFUSED"
              WHEN OTHER
                 PERFORM GRANT-OVERRIDE
           END-EVALUATE
           .

       GRANT-OVERRIDE.
           DISPLAY "REASON: " WITH NO ADVANCING
           ACCEPT WK-REASON
           DISPLAY "Supervisor authorisation code: "
                   WITH NO ADVANCING
           ACCEPT KEYED-AUTH-CODE
           IF KEYED-AUTH-CODE NOT = SUPERVISOR-CODE
              DISPLAY "AUTHORISATION REFUSED"
           ELSE
              IF OVERRIDE-COUNT < 99
                 ADD 1 TO OVERRIDE-COUNT
                 SET OVR-INDEX TO OVERRIDE-COUNT
                 MOVE WK-STUDENT-NO  TO TAB-FO-STUDENT(OVR-INDEX)
                 MOVE RUN-DATE       TO TAB-FO-DATE(OVR-INDEX)
                 MOVE OPERATOR-STAMP TO TAB-FO-BY(OVR-INDEX)
                 MOVE WK-REASON      TO TAB-FO-REASON(OVR-INDEX)
                 PERFORM SAVE-OVERRIDES
                 DISPLAY "RESULTS RELEASED FOR " SH-NAME
              ELSE
                 DISPLAY "OVERRIDE FILE FULL - REVOKE OLD ONES FIRST"
              END-IF
           END-IF
           .

      * every active student whose results the transcript and
      * the results slips would withhold today, and those
      * released only by an override.
       WITHHELD-LIST.
           MOVE ZERO TO WITHHELD-COUNT
           PERFORM LOAD-FEE-CLEARANCE
           OPEN OUTPUT WITHHELD-REPORT-FILE
           MOVE FEE-TOLERANCE TO WH-TOLERANCE-OUT
           WRITE WITHHELD-REPORT-LINE FROM WITHHELD-HEADING
           PERFORM WITHHELD-ONE-STUDENT
                    VARYING BIO-INDEX FROM 1 BY 1
                    UNTIL BIO-INDEX > BIO-COUNT
           CLOSE WITHHELD-REPORT-FILE
           DISPLAY "RESULTS WITHHELD: " WITHHELD-COUNT
           DISPLAY "REPORT WRITTEN TO data/WITHHELD.RPT"
           .

       WITHHELD-ONE-STUDENT.
           IF TAB-SB-STATUS(BIO-INDEX) = "A"
              MOVE TAB-SB-STUDENT(BIO-INDEX) TO CLEARANCE-STUDENT
              PERFORM CHECK-FEE-CLEARANCE
              IF STUDENT-CLEARED NOT = "Y"
                 OR CLEARED-BY-OVERRIDE = "Y"
                 MOVE TAB-SB-STUDENT(BIO-INDEX) TO WD-STUDENT
                 MOVE TAB-SB-NAME(BIO-INDEX)    TO WD-NAME
                 MOVE CLEARANCE-BALANCE         TO WD-BALANCE-OUT
                 IF CLEARED-BY-OVERRIDE = "Y"
                    MOVE "RELEASED-OVERRIDE" TO WD-REMARK
                 ELSE
                    MOVE "WITHHELD"          TO WD-REMARK
                    ADD 1 TO WITHHELD-COUNT
                 END-IF
                 WRITE WITHHELD-REPORT-LINE FROM WITHHELD-DETAIL
                 DISPLAY WITHHELD-DETAIL
              END-IF
           END-IF
           .

       FIND-OVERRIDE.
           MOVE "N" TO OVERRIDE-FOUND
           PERFORM CHECK-ONE-OVERRIDE
                    VARYING OVR-INDEX FROM 1 BY 1
                    UNTIL OVR-INDEX > OVERRIDE-COUNT
                       OR OVERRIDE-FOUND = "Y"
           .

       CHECK-ONE-OVERRIDE.
           IF TAB-FO-STUDENT(OVR-INDEX) = WK-STUDENT-NO
              MOVE "Y" TO OVERRIDE-FOUND
              SET OVERRIDE-INDEX-SAVE TO OVR-INDEX
           END-IF
           .

       LOAD-OVERRIDES.
           MOVE ZERO TO OVERRIDE-COUNT
           MOVE "N" TO FEE-OVERRIDE-EOF
           OPEN INPUT FEE-OVERRIDE-FILE
           IF FEE-OVERRIDE-STATUS = "00"
              PERFORM READ-CLEARANCE-OVERRIDE
              PERFORM STORE-OVERRIDE
                 UNTIL FEE-OVERRIDE-EOF = "Y"
              CLOSE FEE-OVERRIDE-FILE
           END-IF
           .

       STORE-OVERRIDE.
           ADD 1 TO OVERRIDE-COUNT
           SET OVR-INDEX TO OVERRIDE-COUNT
           MOVE FO-STUDENT-NO   TO TAB-FO-STUDENT(OVR-INDEX)
           MOVE FO-GRANTED-DATE TO TAB-FO-DATE(OVR-INDEX)
           MOVE FO-GRANTED-BY   TO TAB-FO-BY(OVR-INDEX)
           MOVE FO-REASON       TO TAB-FO-REASON(OVR-INDEX)
           PERFORM READ-CLEARANCE-OVERRIDE
           .

      * a revoked override is dropped from the file.
       SAVE-OVERRIDES.
           OPEN OUTPUT FEE-OVERRIDE-FILE
           PERFORM WRITE-OVERRIDE
                    VARYING OVR-INDEX FROM 1 BY 1
                    UNTIL OVR-INDEX > OVERRIDE-COUNT
           CLOSE FEE-OVERRIDE-FILE
           .

       WRITE-OVERRIDE.
           IF TAB-FO-STUDENT(OVR-INDEX) NOT = ZERO
              MOVE TAB-FO-STUDENT(OVR-INDEX) TO FO-STUDENT-NO
              MOVE TAB-FO-DATE(OVR-INDEX)    TO FO-GRANTED-DATE
              MOVE TAB-FO-BY(OVR-INDEX)      TO FO-GRANTED-BY
              MOVE TAB-FO-REASON(OVR-INDEX)  TO FO-REASON
              WRITE FEE-OVERRIDE-RECORD
           END-IF
           .

      * the award register: the bursar lists a student's awards,
      * cancels one by its line number or adds a new one.
       MAINTAIN-AWARDS.
           DISPLAY "STUDENT NUMBER: " WITH NO ADVANCING
           ACCEPT WK-STUDENT-NO
           PERFORM FIND-STUDENT-NAME
           IF SH-NAME = SPACES
              DISPLAY "STUDENT " WK-STUDENT-NO
                      " NOT ON THE BIO MASTER"
           ELSE
              DISPLAY "AWARDS FOR " SH-NAME
              PERFORM LIST-ONE-AWARD
                       VARYING AWD-INDEX FROM 1 BY 1
                       UNTIL AWD-INDEX > AWARD-COUNT
              DISPLAY "AWARD LINE TO CANCEL, OR 00 TO ADD ONE: "
                      WITH NO ADVANCING
              ACCEPT WK-AWARD-LINE
              IF WK-AWARD-LINE = ZERO
                 PERFORM ADD-AWARD
              ELSE
                 PERFORM CANCEL-AWARD
              END-IF
           END-IF
           .

       LIST-ONE-AWARD.
           IF TAB-FA-STUDENT(AWD-INDEX) = WK-STUDENT-NO
              SET AL-LINE TO AWD-INDEX
              IF TAB-FA-TYPE(AWD-INDEX) = "B"
                 MOVE "BURSARY"     TO AL-TYPE
              ELSE
                 MOVE "SCHOLARSHIP" TO AL-TYPE
              END-IF
              IF TAB-FA-SPONSOR(AWD-INDEX) = SPACES
                 MOVE "SCHOOL"                  TO AL-SPONSOR
              ELSE
                 MOVE TAB-FA-SPONSOR(AWD-INDEX) TO AL-SPONSOR
              END-IF
              MOVE TAB-FA-PERCENT(AWD-INDEX)   TO AL-PERCENT-OUT
              MOVE TAB-FA-AMOUNT(AWD-INDEX)    TO AL-AMOUNT-OUT
              MOVE TAB-FA-FROM-YEAR(AWD-INDEX) TO AL-FROM-YEAR
              MOVE TAB-FA-FROM-TERM(AWD-INDEX) TO AL-FROM-TERM
              MOVE TAB-FA-TO-YEAR(AWD-INDEX)   TO AL-TO-YEAR
              MOVE TAB-FA-TO-TERM(AWD-INDEX)   TO AL-TO-TERM
              DISPLAY AWARD-LIST-LINE
           END-IF
           .

       ADD-AWARD.
           DISPLAY "AWARD TYPE (B=BURSARY, S=SCHOLARSHIP): "
                   WITH NO ADVANCING
           ACCEPT WK-AWARD-TYPE
           DISPLAY "SPONSOR (BLANK IF THE SCHOOL'S OWN): "
                   WITH NO ADVANCING
           ACCEPT WK-SPONSOR
           DISPLAY "PERCENTAGE OR FIXED AMOUNT (P/F): "
                   WITH NO ADVANCING
           ACCEPT WK-BASIS
           MOVE ZERO TO WK-PERCENT
           MOVE ZERO TO WK-AMOUNT
           IF WK-PERCENTAGE
              DISPLAY "PERCENT OF THE TERM FEE: " WITH NO ADVANCING
              ACCEPT WK-PERCENT
           ELSE
              DISPLAY "AMOUNT OFF EACH TERM: " WITH NO ADVANCING
              ACCEPT WK-AMOUNT
           END-IF
           DISPLAY "VALID FROM YEAR (YYYY): " WITH NO ADVANCING
           ACCEPT WK-FROM-YEAR
           DISPLAY "VALID FROM TERM (1-3): " WITH NO ADVANCING
           ACCEPT WK-FROM-TERM
           DISPLAY "VALID TO YEAR (YYYY): " WITH NO ADVANCING
           ACCEPT WK-TO-YEAR
           DISPLAY "VALID TO TERM (1-3): " WITH NO ADVANCING
           ACCEPT WK-TO-TERM
           EVALUATE TRUE
              WHEN NOT WK-BURSARY AND NOT WK-SCHOLARSHIP
                 DISPLAY "AWARD TYPE MUST BE B OR S"
              WHEN NOT WK-PERCENTAGE AND NOT WK-FIXED
                 DISPLAY "ENTER P FOR PERCENTAGE OR F FOR FIXED"
              WHEN WK-PERCENTAGE
                   AND (WK-PERCENT = ZERO OR WK-PERCENT > 100)
                 DISPLAY "PERCENT MUST BE MORE THAN 0 AND AT MOST 100"
              WHEN WK-FIXED AND WK-AMOUNT = ZERO
                 DISPLAY "AMOUNT MUST NOT BE ZERO"
              WHEN WK-FROM-TERM < 1 OR WK-FROM-TERM > 3
                   OR WK-TO-TERM < 1 OR WK-TO-TERM > 3
                 DISPLAY "TERM MUST BE 1 TO 3"
              WHEN WK-VALID-TO < WK-VALID-FROM
                 DISPLAY "AWARD ENDS BEFORE IT STARTS"
              WHEN AWARD-COUNT NOT < 99
                 DISPLAY "AWARD REGISTER FULL - CANCEL OLD ONES FIRST"
              WHEN OTHER
                 PERFORM STORE-NEW-AWARD
           END-EVALUATE
           .

       STORE-NEW-AWARD.
           ADD 1 TO AWARD-COUNT
           SET AWD-INDEX TO AWARD-COUNT
           MOVE WK-STUDENT-NO TO TAB-FA-STUDENT(AWD-INDEX)
           IF WK-BURSARY
              MOVE "B" TO TAB-FA-TYPE(AWD-INDEX)
           ELSE
              MOVE "S" TO TAB-FA-TYPE(AWD-INDEX)
           END-IF
           MOVE WK-SPONSOR TO TAB-FA-SPONSOR(AWD-INDEX)
           IF WK-PERCENTAGE
              MOVE "P" TO TAB-FA-BASIS(AWD-INDEX)
           ELSE
              MOVE "F" TO TAB-FA-BASIS(AWD-INDEX)
           END-IF
           MOVE WK-PERCENT    TO TAB-FA-PERCENT(AWD-INDEX)
           MOVE WK-AMOUNT     TO TAB-FA-AMOUNT(AWD-INDEX)
           MOVE WK-VALID-FROM TO TAB-FA-FROM(AWD-INDEX)
           MOVE WK-VALID-TO   TO TAB-FA-TO(AWD-INDEX)
           PERFORM SAVE-AWARDS
           DISPLAY "AWARD ADDED FOR " SH-NAME
           .

       CANCEL-AWARD.
           EVALUATE TRUE
              WHEN WK-AWARD-LINE > AWARD-COUNT
                 DISPLAY "NO SUCH AWARD LINE"
              WHEN TAB-FA-STUDENT(WK-AWARD-LINE) NOT = WK-STUDENT-NO
                 DISPLAY "THAT AWARD IS NOT THIS STUDENT'S"
              WHEN OTHER
                 MOVE ZERO TO TAB-FA-STUDENT(WK-AWARD-LINE)
                 PERFORM SAVE-AWARDS
                 DISPLAY "AWARD CANCELLED"
           END-EVALUATE
           .

       LOAD-AWARDS.
           MOVE ZERO TO AWARD-COUNT
           MOVE "N" TO FEE-AWARD-EOF
           OPEN INPUT FEE-AWARD-FILE
           IF FEE-AWARD-STATUS = "00"
              PERFORM READ-FEE-AWARD
              PERFORM STORE-FEE-AWARD
                 UNTIL FEE-AWARD-EOF = "Y"
              CLOSE FEE-AWARD-FILE
           END-IF
           .

       READ-FEE-AWARD.
           READ FEE-AWARD-FILE
              AT END MOVE "Y" TO FEE-AWARD-EOF
           END-READ
           .

       STORE-FEE-AWARD.
           ADD 1 TO AWARD-COUNT
           SET AWD-INDEX TO AWARD-COUNT
           MOVE FA-STUDENT-NO  TO TAB-FA-STUDENT(AWD-INDEX)
           MOVE FA-AWARD-TYPE  TO TAB-FA-TYPE(AWD-INDEX)
           MOVE FA-SPONSOR     TO TAB-FA-SPONSOR(AWD-INDEX)
           MOVE FA-BASIS       TO TAB-FA-BASIS(AWD-INDEX)
           MOVE FA-PERCENT     TO TAB-FA-PERCENT(AWD-INDEX)
           MOVE FA-AMOUNT      TO TAB-FA-AMOUNT(AWD-INDEX)
           MOVE FA-VALID-FROM  TO TAB-FA-FROM(AWD-INDEX)
           MOVE FA-VALID-TO    TO TAB-FA-TO(AWD-INDEX)
           PERFORM READ-FEE-AWARD
           .

      * a cancelled award is dropped from the file.
       SAVE-AWARDS.
           OPEN OUTPUT FEE-AWARD-FILE
           PERFORM WRITE-FEE-AWARD
                    VARYING AWD-INDEX FROM 1 BY 1
                    UNTIL AWD-INDEX > AWARD-COUNT
           CLOSE FEE-AWARD-FILE
           .

       WRITE-FEE-AWARD.
           IF TAB-FA-STUDENT(AWD-INDEX) NOT = ZERO
              MOVE TAB-FA-STUDENT(AWD-INDEX) TO FA-STUDENT-NO
              MOVE TAB-FA-TYPE(AWD-INDEX)    TO FA-AWARD-TYPE
              MOVE TAB-FA-SPONSOR(AWD-INDEX) TO FA-SPONSOR
              MOVE TAB-FA-BASIS(AWD-INDEX)   TO FA-BASIS
              MOVE TAB-FA-PERCENT(AWD-INDEX) TO FA-PERCENT
              MOVE TAB-FA-AMOUNT(AWD-INDEX)  TO FA-AMOUNT
              MOVE TAB-FA-FROM(AWD-INDEX)    TO FA-VALID-FROM
              MOVE TAB-FA-TO(AWD-INDEX)      TO FA-VALID-TO
              WRITE FEE-AWARD-RECORD
           END-IF
           .

      * the sibling discount is a percentage of the term fee kept
      * in data/SIBLINGDISC.DAT - none when the file is absent.
       LOAD-SIBLING-DISCOUNT.
           MOVE ZERO TO SIBLING-PERCENT
           OPEN INPUT SIBLING-DISCOUNT-FILE
           IF SIBLING-DISCOUNT-STATUS = "00"
              READ SIBLING-DISCOUNT-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF SG-PERCENT NUMERIC
                       MOVE SG-PERCENT TO SIBLING-PERCENT
                    END-IF
              END-READ
              CLOSE SIBLING-DISCOUNT-FILE
           END-IF
           .

       LOAD-SUPERVISOR-CODE.
           OPEN INPUT SUPERVISOR-AUTH-FILE
           IF SUPERVISOR-AUTH-STATUS = "00"
              READ SUPERVISOR-AUTH-FILE
                 AT END CONTINUE
                 NOT AT END MOVE SA-AUTH-CODE TO SUPERVISOR-CODE
              END-READ
              CLOSE SUPERVISOR-AUTH-FILE
           END-IF
           .

      * whoever signed on at the menu goes on the override -
      * CONSOLE when the program is run on its own.
       LOAD-OPERATOR-STAMP.
           OPEN INPUT CURRENT-OPERATOR-FILE
           IF CURRENT-OPERATOR-STATUS = "00"
              READ CURRENT-OPERATOR-FILE
                 AT END CONTINUE
                 NOT AT END MOVE CO-OPERATOR-ID TO OPERATOR-STAMP
              END-READ
              CLOSE CURRENT-OPERATOR-FILE
           END-IF
           .

      * billing and receipts totals go to the nominal-ledger feed
      * so GL-POST journals them instead of the bursar.
      * the fees are billed gross; discounts and the school's own
      * awards come off the debtors as a charge against revenue,
      * and the sponsored portion moves to the sponsor debtors.
       WRITE-BILLING-FEED.
           IF BILLED-TOTAL NOT = ZERO
              OPEN EXTEND GL-FEED-FILE
              IF GL-FEED-STATUS = "35"
                 OPEN OUTPUT GL-FEED-FILE
              END-IF
              MOVE "BILLED"      TO GF-TOTAL-TYPE
              MOVE BILLED-TOTAL  TO GF-AMOUNT
              PERFORM WRITE-BILLING-FEED-ROW
              IF DISCOUNT-TOTAL NOT = ZERO
                 MOVE "DISCOUNTS"    TO GF-TOTAL-TYPE
                 MOVE DISCOUNT-TOTAL TO GF-AMOUNT
                 PERFORM WRITE-BILLING-FEED-ROW
              END-IF
              IF SPONSORED-TOTAL NOT = ZERO
                 MOVE "SPONSORED"     TO GF-TOTAL-TYPE
                 MOVE SPONSORED-TOTAL TO GF-AMOUNT
                 PERFORM WRITE-BILLING-FEED-ROW
              END-IF
              CLOSE GL-FEED-FILE
           END-IF
           .

       WRITE-BILLING-FEED-ROW.
           MOVE "SCHOOL-FEES" TO GF-SOURCE
           MOVE SPACES        TO GF-DEPARTMENT
           MOVE RUN-DATE      TO GF-DATE
           WRITE GL-FEED-RECORD
           .

       WRITE-RECEIPT-FEED.
           OPEN EXTEND GL-FEED-FILE
           IF GL-FEED-STATUS = "35"
           SET BIO-INDEX TO BIO-COUNT
           MOVE SB-STUDENT-NO TO TAB-SB-STUDENT(BIO-INDEX)
           MOVE SB-NAME       TO TAB-SB-NAME(BIO-INDEX)
           MOVE SB-GUARDIAN   TO TAB-SB-GUARDIAN(BIO-INDEX)
           MOVE SB-STATUS     TO TAB-SB-STATUS(BIO-INDEX)
           PERFORM READ-STUDENT-BIO
           .

       COPY FEECLRCK.
