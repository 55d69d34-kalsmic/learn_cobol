       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTY-MASTER.
      * one person, one number, across every subsystem. the same
      * person can be an employee, an electricity customer, a
      * banking client, a borrower, a loyalty member and the
      * guardian of a pupil, and each file spells their name its
      * own way. the party master gives them a party number, links
      * each subsystem's record to it, prints a duplicate-suspect
      * report of names that match whatever their word order and
      * spelling, and answers a single inquiry on everything the
      * party holds with us and owes us. where a party who is on
      * the payroll owes electricity arrears and has agreed to
      * repay them from pay, the agreement is raised as a fixed
      * deduction order that NET-PAY serves like any other.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT party-file ASSIGN TO "data/PARTIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS party-status.
           SELECT party-link-file ASSIGN TO "data/PARTYLINKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS party-link-status.
           SELECT party-number-file ASSIGN TO "data/PARTYNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS party-number-status.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
                  "data/EMPLOYEEMASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-ID
               FILE STATUS IS employee-master-status.
           SELECT elec-customer-file ASSIGN TO "data/ELECCUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS elec-customer-status.
           SELECT client-identity-file ASSIGN TO
                  "data/CLIENTIDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS client-identity-status.
           SELECT client-link-file ASSIGN TO
                  "data/CLIENTLINKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS client-link-status.
           SELECT loan-master-file ASSIGN TO "data/LOANMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS loan-master-status.
           SELECT loan-position-file ASSIGN TO "data/LOANPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS loan-position-status.
           SELECT loyalty-member-file ASSIGN TO "data/LOYALTY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS loyalty-member-status.
           SELECT STUDENT-BIO-FILE ASSIGN TO "data/STUDENTBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUDENT-BIO-STATUS.
           SELECT FEE-LEDGER-FILE ASSIGN TO "data/FEELEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-LEDGER-STATUS.
           SELECT advance-register-file ASSIGN TO
                  "data/SALADVANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS advance-register-status.
           SELECT ar-balance-file ASSIGN TO "data/ARBALANCE.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ar-account
               FILE STATUS IS ar-balance-status.
           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO
                  "data/ACCOUNTBALANCES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-ACCOUNT-NO
               FILE STATUS IS account-balance-status.
           SELECT term-deposit-file ASSIGN TO "data/TERMDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS term-deposit-status.
           SELECT garnishment-order-file ASSIGN TO
                  "data/GARNORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS garnishment-order-status.
           SELECT position-report-file ASSIGN TO
                  "data/PARTYPOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS position-report-status.
           SELECT duplicate-report-file ASSIGN TO
                  "data/PARTYDUPS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS duplicate-report-status.

       DATA DIVISION.
       FILE SECTION.
       FD  party-file.
       COPY PARTY.

       FD  party-link-file.
       COPY PARTYLNK.

       FD  party-number-file.
       01  party-number-record.
           03 pn-next-party     PIC 9(6).

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  elec-customer-file.
       COPY ELECCUST.

       FD  client-identity-file.
       COPY CLIENTID.

       FD  client-link-file.
       COPY CLIENTLNK.

       FD  loan-master-file.
       COPY LOANMAST.

       FD  loan-position-file.
       COPY LOANPOS.

       FD  loyalty-member-file.
       COPY LOYALTY.

       FD  STUDENT-BIO-FILE.
       COPY STUDBIO.

       FD  FEE-LEDGER-FILE.
       COPY FEELEDGER.

       FD  advance-register-file.
       COPY SALADV.

       FD  ar-balance-file.
       COPY ARBALANCE.

       FD  ACCOUNT-BALANCE-FILE.
       COPY ACCTBAL.

       FD  term-deposit-file.
       COPY TERMDEP.

       FD  garnishment-order-file.
       COPY GARNORD.

       FD  position-report-file.
       01  position-report-line PIC X(80).

       FD  duplicate-report-file.
       01  duplicate-report-line PIC X(80).

       WORKING-STORAGE SECTION.
       01  party-status         PIC XX.
       01  party-eof            PIC X VALUE "N".
       01  party-link-status    PIC XX.
       01  party-link-eof       PIC X VALUE "N".
       01  party-number-status  PIC XX.
       01  employee-master-status PIC XX.
       01  employee-master-eof  PIC X VALUE "N".
       01  elec-customer-status PIC XX.
       01  elec-customer-eof    PIC X VALUE "N".
       01  client-identity-status PIC XX.
       01  client-identity-eof  PIC X VALUE "N".
       01  client-link-status   PIC XX.
       01  client-link-eof      PIC X VALUE "N".
       01  loan-master-status   PIC XX.
       01  loan-master-eof      PIC X VALUE "N".
       01  loan-position-status PIC XX.
       01  loan-position-eof    PIC X VALUE "N".
       01  loyalty-member-status PIC XX.
       01  loyalty-member-eof   PIC X VALUE "N".
       01  STUDENT-BIO-STATUS   PIC XX.
       01  STUDENT-BIO-EOF      PIC X VALUE "N".
       01  FEE-LEDGER-STATUS    PIC XX.
       01  FEE-LEDGER-EOF       PIC X VALUE "N".
       01  advance-register-status PIC XX.
       01  advance-register-eof PIC X VALUE "N".
       01  ar-balance-status    PIC XX.
       01  account-balance-status PIC XX.
       01  term-deposit-status  PIC XX.
       01  term-deposit-eof     PIC X VALUE "N".
       01  garnishment-order-status PIC XX.
       01  garnishment-order-eof PIC X VALUE "N".
       01  position-report-status PIC XX.
       01  duplicate-report-status PIC XX.
       01  party-table.
           03 pty-entry OCCURS 300 TIMES INDEXED BY pty-idx.
              05 tab-pm-party    PIC 9(6).
              05 tab-pm-name     PIC X(30).
              05 tab-pm-address  PIC X(30).
              05 tab-pm-status   PIC X.
       01  party-count          PIC 999 VALUE ZERO.
       01  party-found          PIC X.
       01  party-idx            PIC 999 VALUE ZERO.
       01  link-table.
           03 plk-entry OCCURS 600 TIMES INDEXED BY plk-idx.
              05 tab-pl-party    PIC 9(6).
              05 tab-pl-subsystem PIC X(4).
              05 tab-pl-key      PIC 9(6).
       01  link-count           PIC 999 VALUE ZERO.
       01  link-found           PIC X.
       01  link-idx             PIC 999 VALUE ZERO.
      * every subsystem record a party could be linked to, with
      * the name that subsystem holds for it - loaded once at
      * start so linking can check the record exists and show
      * whose it is, and so the inquiry can show each file's own
      * spelling. sub-amount carries the loan's opening balance
      * for a loan not yet repaying, and the member's points.
       01  subsystem-table.
           03 sub-entry OCCURS 900 TIMES INDEXED BY sub-idx.
              05 tab-sub-source  PIC X(4).
              05 tab-sub-key     PIC 9(6).
              05 tab-sub-name    PIC X(30).
              05 tab-sub-amount  PIC 9(8)V99.
       01  subsystem-count      PIC 999 VALUE ZERO.
       01  subsystem-found      PIC X.
       01  subsystem-idx        PIC 999 VALUE ZERO.
      * the duplicate-suspect work table: every party and every
      * subsystem record, each with the party it belongs to (zero
      * when unlinked) and its match key, sorted on the key so
      * names that match fall together.
       01  match-table.
           03 mtc-entry OCCURS 1200 TIMES INDEXED BY mtc-idx
                                                     mtc-cmp.
              05 tab-mt-key      PIC X(24).
              05 tab-mt-source   PIC X(4).
              05 tab-mt-record   PIC 9(6).
              05 tab-mt-party    PIC 9(6).
              05 tab-mt-name     PIC X(30).
       01  match-count          PIC 9(4) VALUE ZERO.
       01  match-hold.
           03 hold-mt-key       PIC X(24).
           03 hold-mt-source    PIC X(4).
           03 hold-mt-record    PIC 9(6).
           03 hold-mt-party     PIC 9(6).
           03 hold-mt-name      PIC X(30).
       01  group-start          PIC 9(4).
       01  group-end            PIC 9(4).
       01  group-party          PIC 9(6).
       01  group-mixed          PIC X.
       01  suspect-groups       PIC 999 VALUE ZERO.
      * the match key: each word of the name reduced to its
      * sound code - first letter kept, the rest coded by the
      * group of consonants it belongs to, vowels dropped,
      * repeated sounds written once - and the codes put in
      * order, so OKELLO JOHN and John Okelo carry the same key.
      * courtesy titles are left out of the key.
       01  match-name           PIC X(30).
       01  match-key            PIC X(24).
       01  match-char           PIC X.
       01  match-pos            PIC 99.
       01  match-word           PIC X(30).
       01  match-word-len       PIC 99.
       01  match-codes.
           03 match-code        PIC X(4) OCCURS 6 TIMES.
       01  match-code-count     PIC 9.
       01  match-i              PIC 9.
       01  match-j              PIC 9.
       01  match-code-hold      PIC X(4).
       01  sound-code           PIC X(4).
       01  sound-len            PIC 9.
       01  sound-pos            PIC 99.
       01  sound-letter         PIC X.
       01  sound-class          PIC X.
       01  sound-prev           PIC X.
       01  lower-letters        PIC X(26) VALUE
                 "abcdefghijklmnopqrstuvwxyz".
       01  upper-letters        PIC X(26) VALUE
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  menu-action          PIC X.
           88 action-new        VALUE "N" "n".
           88 action-link       VALUE "L" "l".
           88 action-unlink     VALUE "U" "u".
           88 action-inquiry    VALUE "I" "i".
           88 action-duplicates VALUE "D" "d".
           88 action-agreement  VALUE "A" "a".
           88 action-exit       VALUE "X" "x".
       01  work-party.
           03 wk-party-no       PIC 9(6).
           03 wk-party-name     PIC X(30).
           03 wk-party-address  PIC X(30).
           03 wk-subsystem      PIC X(4).
               88 wk-valid-subsystem VALUE "EMP " "ELEC" "BANK"
                                           "LOAN" "LOYL" "GUAR".
           03 wk-key            PIC 9(6).
       01  confirm-flag         PIC X.
       01  parties-changed      PIC X VALUE "N".
       01  links-changed        PIC X VALUE "N".
      * the inquiry's running totals: what the party holds with
      * us (deposits, credits) and what the party owes us.
       01  party-held           PIC S9(9)V99.
       01  party-owed           PIC S9(9)V99.
       01  party-net            PIC S9(9)V99.
       01  party-points         PIC 9(8).
       01  links-shown          PIC 999.
       01  item-amount          PIC S9(9)V99.
       01  fee-balance          PIC S9(8)V99.
       01  advance-owed         PIC 9(8)V99.
       01  loan-outstanding     PIC 9(8)V99.
       01  loan-position-found  PIC X.
       01  held-out             PIC $$$,$$$,$$9.99.
       01  owed-out             PIC $$$,$$$,$$9.99.
       01  net-out              PIC $$$,$$$,$$9.99-.
      * the arrears deduction agreement: the employee link and
      * the electricity account being repaid.
       01  agreement-emp-id     PIC 9(4).
       01  agreement-account    PIC 9(6).
       01  agreement-arrears    PIC 9(7)V99.
       01  agreement-instalment PIC 9(6)V99.
       01  agreement-ref.
           03 FILLER            PIC X(5) VALUE "ELEC ".
           03 ar-ref-account    PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
       01  agreement-exists     PIC X.
       01  agreement-beneficiary PIC X(20) VALUE
                 "ELECTRICITY ARREARS".
       01  position-heading.
           03 FILLER            PIC X(20) VALUE
                 "PARTY POSITION FOR ".
           03 ph-party-no       PIC 9(6).
       01  position-name-line.
           03 pn-name           PIC X(30).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 pn-address        PIC X(30).
       01  position-column-line.
           03 FILLER            PIC X(50) VALUE
                 "SRCE KEY    NAME ON FILE         ITEM".
           03 FILLER            PIC X(30) VALUE
                 "          HELD           OWED".
       01  position-detail.
           03 pd-source         PIC X(4).
           03 FILLER            PIC X VALUE SPACE.
           03 pd-key            PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 pd-name           PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 pd-item           PIC X(16).
           03 FILLER            PIC X VALUE SPACE.
           03 pd-held-out       PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 pd-owed-out       PIC ZZZ,ZZZ,ZZ9.99.
       01  position-points-line.
           03 FILLER            PIC X(23) VALUE
                 "LOYALTY POINTS HELD  : ".
           03 pp-points-out     PIC ZZ,ZZZ,ZZ9.
       01  position-total-line.
           03 FILLER            PIC X(50) VALUE
                 "PARTY TOTALS".
           03 pt-held-out       PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 pt-owed-out       PIC ZZZ,ZZZ,ZZ9.99.
       01  position-net-line.
           03 FILLER            PIC X(23) VALUE
                 "NET - HELD LESS OWED : ".
           03 pn-net-out        PIC $$$,$$$,$$9.99-.
       01  position-rule        PIC X(80) VALUE ALL "-".
       01  duplicate-heading.
           03 FILLER            PIC X(44) VALUE
                 "DUPLICATE-SUSPECT REPORT - NAMES THAT MATCH ".
           03 FILLER            PIC X(36) VALUE
                 "IGNORING ORDER AND SPELLING".
       01  duplicate-column-line PIC X(80) VALUE
                 "    SRCE KEY    PARTY   NAME ON FILE".
       01  duplicate-group-line.
           03 FILLER            PIC X(14) VALUE "MATCH GROUP - ".
           03 dg-key            PIC X(24).
       01  duplicate-detail.
           03 FILLER            PIC X(4) VALUE SPACES.
           03 dd-source         PIC X(4).
           03 FILLER            PIC X VALUE SPACE.
           03 dd-record         PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 dd-party          PIC X(7).
           03 FILLER            PIC X VALUE SPACE.
           03 dd-name           PIC X(30).
       01  duplicate-total-line.
           03 FILLER            PIC X(22) VALUE
                 "SUSPECT GROUPS      : ".
           03 dt-groups         PIC ZZ9.
       01  blank-line           PIC X(80) VALUE SPACES.
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Party-Master.
           DISPLAY "PARTY MASTER"
           PERFORM Load-Parties
           PERFORM Load-Party-Links
           PERFORM Load-Subsystem-Records
           PERFORM Party-One-Action WITH TEST AFTER
                    UNTIL action-exit
           IF parties-changed = "Y"
              PERFORM Save-Parties
           END-IF
           IF links-changed = "Y"
              PERFORM Save-Party-Links
           END-IF
           IF parties-changed = "Y" OR links-changed = "Y"
              DISPLAY "PARTY FILES SAVED"
           END-IF
           GOBACK.

       Party-One-Action.
           DISPLAY SPACE
           DISPLAY "New party, Link, Unlink, Inquiry, Duplicates, "
                   "Agree arrears deduction or eXit? "
           DISPLAY "(N/L/U/I/D/A/X): " WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-new        PERFORM New-Party
              WHEN action-link       PERFORM Link-Record
              WHEN action-unlink     PERFORM Unlink-Record
              WHEN action-inquiry    PERFORM Party-Inquiry
              WHEN action-duplicates PERFORM Duplicate-Report
              WHEN action-agreement  PERFORM Agree-Arrears-Deduction
              WHEN action-exit       CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER N, L, U, I, D, A OR X"
           END-EVALUATE
           .

       New-Party.
           DISPLAY "PARTY NAME: " WITH NO ADVANCING
           ACCEPT wk-party-name
           DISPLAY "ADDRESS   : " WITH NO ADVANCING
           ACCEPT wk-party-address
           EVALUATE TRUE
              WHEN wk-party-name = SPACES
                 DISPLAY "NAME MUST NOT BE BLANK"
              WHEN party-count NOT < 300
                 DISPLAY "PARTY TABLE FULL - NOT ADDED"
              WHEN OTHER
                 PERFORM Get-Next-Party-No
                 ADD 1 TO party-count
                 SET pty-idx TO party-count
                 MOVE wk-party-no      TO tab-pm-party(pty-idx)
                 MOVE wk-party-name    TO tab-pm-name(pty-idx)
                 MOVE wk-party-address TO tab-pm-address(pty-idx)
                 MOVE "A"              TO tab-pm-status(pty-idx)
                 MOVE "Y" TO parties-changed
                 DISPLAY "PARTY " wk-party-no " OPENED - "
                         wk-party-name
           END-EVALUATE
           .

       Get-Next-Party-No.
           OPEN INPUT party-number-file
           IF party-number-status = "00"
              READ party-number-file
                 AT END MOVE 1 TO pn-next-party
              END-READ
              CLOSE party-number-file
           ELSE
              MOVE 1 TO pn-next-party
           END-IF
           MOVE pn-next-party TO wk-party-no
           ADD 1 TO pn-next-party
           OPEN OUTPUT party-number-file
           WRITE party-number-record
           CLOSE party-number-file
           .

      * a subsystem record links to one party at a time, and only
      * a record that is actually on its subsystem's file.
       Link-Record.
           PERFORM Get-Party-No
           IF party-found = "Y"
              PERFORM Get-Subsystem-Key
              PERFORM Find-Subsystem-Record
              PERFORM Find-Link-By-Record
              EVALUATE TRUE
                 WHEN subsystem-found NOT = "Y"
                    DISPLAY wk-subsystem " " wk-key " NOT ON FILE"
                 WHEN link-found = "Y"
                    SET plk-idx TO link-idx
                    DISPLAY wk-subsystem " " wk-key
                            " ALREADY LINKED TO PARTY "
                            tab-pl-party(plk-idx)
                 WHEN link-count NOT < 600
                    DISPLAY "LINK TABLE FULL - NOT LINKED"
                 WHEN OTHER
                    SET sub-idx TO subsystem-idx
                    DISPLAY "LINK " wk-subsystem " " wk-key " "
                            tab-sub-name(sub-idx) "? (Y/N): "
                            WITH NO ADVANCING
                    ACCEPT confirm-flag
                    IF confirm-flag = "Y" OR confirm-flag = "y"
                       ADD 1 TO link-count
                       SET plk-idx TO link-count
                       MOVE wk-party-no  TO tab-pl-party(plk-idx)
                       MOVE wk-subsystem TO tab-pl-subsystem(plk-idx)
                       MOVE wk-key       TO tab-pl-key(plk-idx)
                       MOVE "Y" TO links-changed
                       DISPLAY wk-subsystem " " wk-key
                               " LINKED TO PARTY " wk-party-no
                    END-IF
              END-EVALUATE
           END-IF
           .

       Unlink-Record.
           PERFORM Get-Subsystem-Key
           PERFORM Find-Link-By-Record
           IF link-found NOT = "Y"
              DISPLAY wk-subsystem " " wk-key " IS NOT LINKED"
           ELSE
              SET plk-idx TO link-idx
              MOVE SPACES TO tab-pl-subsystem(plk-idx)
              MOVE ZERO   TO tab-pl-key(plk-idx)
              MOVE "Y" TO links-changed
              DISPLAY wk-subsystem " " wk-key " UNLINKED"
           END-IF
           .

       Get-Party-No.
           DISPLAY "PARTY NUMBER: " WITH NO ADVANCING
           ACCEPT wk-party-no
           PERFORM Find-Party
           IF party-found NOT = "Y"
              DISPLAY "PARTY " wk-party-no " NOT ON FILE"
           END-IF
           .

       Get-Subsystem-Key.
           PERFORM Prompt-Subsystem WITH TEST AFTER
                    UNTIL wk-valid-subsystem
           DISPLAY "RECORD KEY: " WITH NO ADVANCING
           ACCEPT wk-key
           .

       Prompt-Subsystem.
           DISPLAY "SUBSYSTEM (EMP/ELEC/BANK/LOAN/LOYL/GUAR): "
                   WITH NO ADVANCING
           ACCEPT wk-subsystem
           INSPECT wk-subsystem CONVERTING lower-letters
                                        TO upper-letters
           IF NOT wk-valid-subsystem
              DISPLAY "ENTER EMP, ELEC, BANK, LOAN, LOYL OR GUAR"
           END-IF
           .

      * everything the party holds with us and owes us, record by
      * linked record, on the console and on the printed summary
      * for the party's file. each line carries the name as that
      * subsystem spells it.
       Party-Inquiry.
           PERFORM Get-Party-No
           IF party-found = "Y"
              MOVE ZERO TO party-held
              MOVE ZERO TO party-owed
              MOVE ZERO TO party-points
              MOVE ZERO TO links-shown
              OPEN INPUT ar-balance-file
              OPEN INPUT ACCOUNT-BALANCE-FILE
              OPEN EXTEND position-report-file
              IF position-report-status = "35"
                 OPEN OUTPUT position-report-file
              END-IF
              MOVE wk-party-no TO ph-party-no
              SET pty-idx TO party-idx
              MOVE tab-pm-name(pty-idx)    TO pn-name
              MOVE tab-pm-address(pty-idx) TO pn-address
              WRITE position-report-line FROM position-rule
              WRITE position-report-line FROM position-heading
              WRITE position-report-line FROM position-name-line
              WRITE position-report-line FROM position-column-line
              DISPLAY position-heading
              DISPLAY position-name-line
              DISPLAY position-column-line
              PERFORM Inquire-One-Link
                       VARYING plk-idx FROM 1 BY 1
                       UNTIL plk-idx > link-count
              MOVE party-held TO pt-held-out
              MOVE party-owed TO pt-owed-out
              WRITE position-report-line FROM position-total-line
              DISPLAY position-total-line
              IF party-points > ZERO
                 MOVE party-points TO pp-points-out
                 WRITE position-report-line FROM position-points-line
                 DISPLAY position-points-line
              END-IF
              SUBTRACT party-owed FROM party-held GIVING party-net
              MOVE party-net TO pn-net-out
              WRITE position-report-line FROM position-net-line
              WRITE position-report-line FROM blank-line
              DISPLAY position-net-line
              CLOSE position-report-file
              CLOSE ACCOUNT-BALANCE-FILE
              CLOSE ar-balance-file
              IF links-shown = ZERO
                 DISPLAY "NO SUBSYSTEM RECORDS LINKED TO PARTY "
                         wk-party-no
              END-IF
              DISPLAY "SUMMARY WRITTEN TO data/PARTYPOS.RPT"
           END-IF
           .

       Inquire-One-Link.
           IF tab-pl-party(plk-idx) = wk-party-no
              AND tab-pl-subsystem(plk-idx) NOT = SPACES
              ADD 1 TO links-shown
              MOVE tab-pl-subsystem(plk-idx) TO wk-subsystem
              MOVE tab-pl-key(plk-idx)       TO wk-key
              PERFORM Find-Subsystem-Record
              MOVE wk-subsystem TO pd-source
              MOVE wk-key       TO pd-key
              IF subsystem-found = "Y"
                 SET sub-idx TO subsystem-idx
                 MOVE tab-sub-name(sub-idx) TO pd-name
              ELSE
                 MOVE "** NO LONGER ON FILE" TO pd-name
              END-IF
              EVALUATE wk-subsystem
                 WHEN "EMP "
                    PERFORM Inquire-Employee
                 WHEN "ELEC"
                    PERFORM Inquire-Electricity
                 WHEN "BANK"
                    PERFORM Inquire-Banking
                 WHEN "LOAN"
                    PERFORM Inquire-Loan
                 WHEN "LOYL"
                    PERFORM Inquire-Loyalty
                 WHEN "GUAR"
                    PERFORM Inquire-Guardian
              END-EVALUATE
           END-IF
           .

      * an employee owes us whatever is left on a salary advance.
       Inquire-Employee.
           MOVE ZERO TO advance-owed
           MOVE "N" TO advance-register-eof
           OPEN INPUT advance-register-file
           IF advance-register-status = "00"
              PERFORM Read-Advance-Register
              PERFORM Total-One-Advance
                 UNTIL advance-register-eof = "Y"
              CLOSE advance-register-file
           END-IF
           MOVE "SALARY ADVANCE" TO pd-item
           MOVE advance-owed TO item-amount
           PERFORM Show-Owed-Item
           .

       Read-Advance-Register.
           READ advance-register-file
              AT END MOVE "Y" TO advance-register-eof
           END-READ
           .

       Total-One-Advance.
           IF sa-emp-id = wk-key
              ADD sa-balance TO advance-owed
           END-IF
           PERFORM Read-Advance-Register
           .

      * an electricity balance is arrears when positive and a
      * credit the customer holds with us when negative.
       Inquire-Electricity.
           MOVE wk-key TO ar-account
           READ ar-balance-file
              INVALID KEY
                 MOVE ZERO TO ar-balance
              NOT INVALID KEY
                 CONTINUE
           END-READ
           IF ar-balance < ZERO
              MOVE "ELECTRICITY CRED" TO pd-item
              COMPUTE item-amount = ZERO - ar-balance
              PERFORM Show-Held-Item
           ELSE
              MOVE "ELECTRICITY A/R " TO pd-item
              MOVE ar-balance TO item-amount
              PERFORM Show-Owed-Item
           END-IF
           .

      * a banking client's accounts are the ones CLIENT-LINK ties
      * to the client identity: each balance (an overdrawn one is
      * owed), and any deposit still placed from the account.
       Inquire-Banking.
           MOVE "N" TO client-link-eof
           OPEN INPUT client-link-file
           IF client-link-status = "00"
              PERFORM Read-Client-Link
              PERFORM Inquire-One-Account
                 UNTIL client-link-eof = "Y"
              CLOSE client-link-file
           END-IF
           .

       Read-Client-Link.
           READ client-link-file
              AT END MOVE "Y" TO client-link-eof
           END-READ
           .

       Inquire-One-Account.
           IF cl-client-no = wk-key
              MOVE cl-account-no TO AB-ACCOUNT-NO
              READ ACCOUNT-BALANCE-FILE
                 INVALID KEY
                    MOVE ZERO TO AB-BALANCE
                 NOT INVALID KEY
                    CONTINUE
              END-READ
              MOVE SPACES TO pd-item
              STRING "ACCOUNT " cl-account-no DELIMITED BY SIZE
                     INTO pd-item
              IF AB-BALANCE < ZERO
                 COMPUTE item-amount = ZERO - AB-BALANCE
                 PERFORM Show-Owed-Item
              ELSE
                 MOVE AB-BALANCE TO item-amount
                 PERFORM Show-Held-Item
              END-IF
              PERFORM Inquire-Term-Deposits
           END-IF
           PERFORM Read-Client-Link
           .

       Inquire-Term-Deposits.
           MOVE "N" TO term-deposit-eof
           OPEN INPUT term-deposit-file
           IF term-deposit-status = "00"
              PERFORM Read-Term-Deposit
              PERFORM Inquire-One-Deposit
                 UNTIL term-deposit-eof = "Y"
              CLOSE term-deposit-file
           END-IF
           .

       Read-Term-Deposit.
           READ term-deposit-file
              AT END MOVE "Y" TO term-deposit-eof
           END-READ
           .

       Inquire-One-Deposit.
           IF td-account-no = cl-account-no AND td-open
              MOVE SPACES TO pd-item
              STRING "DEPOSIT " td-deposit-no DELIMITED BY SIZE
                     INTO pd-item
              MOVE td-accrued-value TO item-amount
              PERFORM Show-Held-Item
           END-IF
           PERFORM Read-Term-Deposit
           .

      * a loan owes its true outstanding balance, or the amount
      * lent while no repayment has yet been posted.
       Inquire-Loan.
           IF subsystem-found = "Y"
              SET sub-idx TO subsystem-idx
              MOVE tab-sub-amount(sub-idx) TO loan-outstanding
           ELSE
              MOVE ZERO TO loan-outstanding
           END-IF
           MOVE "N" TO loan-position-found
           MOVE "N" TO loan-position-eof
           OPEN INPUT loan-position-file
           IF loan-position-status = "00"
              PERFORM Read-Loan-Position
              PERFORM Check-One-Loan-Position
                 UNTIL loan-position-eof = "Y"
                    OR loan-position-found = "Y"
              CLOSE loan-position-file
           END-IF
           MOVE "LOAN OUTSTANDING" TO pd-item
           MOVE loan-outstanding TO item-amount
           PERFORM Show-Owed-Item
           .

       Read-Loan-Position.
           READ loan-position-file
              AT END MOVE "Y" TO loan-position-eof
           END-READ
           .

       Check-One-Loan-Position.
           IF lp-loan-id = wk-key
              MOVE "Y" TO loan-position-found
              MOVE lp-outstanding TO loan-outstanding
           ELSE
              PERFORM Read-Loan-Position
           END-IF
           .

      * points are shown and totalled apart - they are a promise
      * of money off, not money held.
       Inquire-Loyalty.
           MOVE "LOYALTY POINTS" TO pd-item
           MOVE ZERO TO pd-held-out
           MOVE ZERO TO pd-owed-out
           IF subsystem-found = "Y"
              SET sub-idx TO subsystem-idx
              ADD tab-sub-amount(sub-idx) TO party-points
           END-IF
           WRITE position-report-line FROM position-detail
           DISPLAY position-detail
           .

      * a guardian owes whatever is left on the pupil's fee
      * account: charges and fines less payments and credits.
       Inquire-Guardian.
           MOVE ZERO TO fee-balance
           MOVE "N" TO FEE-LEDGER-EOF
           OPEN INPUT FEE-LEDGER-FILE
           IF FEE-LEDGER-STATUS = "00"
              PERFORM Read-Fee-Ledger
              PERFORM Total-One-Fee-Movement
                 UNTIL FEE-LEDGER-EOF = "Y"
              CLOSE FEE-LEDGER-FILE
           END-IF
           IF fee-balance < ZERO
              MOVE "SCHOOL FEES CRED" TO pd-item
              COMPUTE item-amount = ZERO - fee-balance
              PERFORM Show-Held-Item
           ELSE
              MOVE "SCHOOL FEES OWED" TO pd-item
              MOVE fee-balance TO item-amount
              PERFORM Show-Owed-Item
           END-IF
           .

       Read-Fee-Ledger.
           READ FEE-LEDGER-FILE
              AT END MOVE "Y" TO FEE-LEDGER-EOF
           END-READ
           .

       Total-One-Fee-Movement.
           IF FL-STUDENT-NO = wk-key
              IF FL-DEBIT
                 ADD FL-AMOUNT TO fee-balance
              ELSE
                 SUBTRACT FL-AMOUNT FROM fee-balance
              END-IF
           END-IF
           PERFORM Read-Fee-Ledger
           .

       Show-Held-Item.
           ADD item-amount TO party-held
           MOVE item-amount TO pd-held-out
           MOVE ZERO        TO pd-owed-out
           WRITE position-report-line FROM position-detail
           DISPLAY position-detail
           .

       Show-Owed-Item.
           ADD item-amount TO party-owed
           MOVE ZERO        TO pd-held-out
           MOVE item-amount TO pd-owed-out
           WRITE position-report-line FROM position-detail
           DISPLAY position-detail
           .

      * every party and every subsystem record goes into one
      * table with its match key; sorted on the key, names that
      * match fall together. a group is suspect unless all of it
      * already belongs to the one party - two parties with one
      * name, or a record nobody has linked yet that matches.
       Duplicate-Report.
           MOVE ZERO TO match-count
           MOVE ZERO TO suspect-groups
           PERFORM Add-Party-To-Match
                    VARYING pty-idx FROM 1 BY 1
                    UNTIL pty-idx > party-count
           PERFORM Add-Record-To-Match
                    VARYING sub-idx FROM 1 BY 1
                    UNTIL sub-idx > subsystem-count
           PERFORM Order-Match-Pair
                    VARYING mtc-idx FROM 1 BY 1
                    UNTIL mtc-idx > match-count
                    AFTER mtc-cmp FROM 1 BY 1
                    UNTIL mtc-cmp > match-count
           OPEN OUTPUT duplicate-report-file
           WRITE duplicate-report-line FROM duplicate-heading
           WRITE duplicate-report-line FROM duplicate-column-line
           MOVE 1 TO group-start
           PERFORM Report-One-Group
                    UNTIL group-start > match-count
           WRITE duplicate-report-line FROM blank-line
           MOVE suspect-groups TO dt-groups
           WRITE duplicate-report-line FROM duplicate-total-line
           CLOSE duplicate-report-file
           DISPLAY "SUSPECT GROUPS: " suspect-groups
           DISPLAY "REPORT WRITTEN TO data/PARTYDUPS.RPT"
           .

       Add-Party-To-Match.
           MOVE tab-pm-name(pty-idx) TO match-name
           PERFORM Build-Match-Key
           ADD 1 TO match-count
           SET mtc-idx TO match-count
           MOVE match-key             TO tab-mt-key(mtc-idx)
           MOVE "PRTY"                TO tab-mt-source(mtc-idx)
           MOVE tab-pm-party(pty-idx) TO tab-mt-record(mtc-idx)
           MOVE tab-pm-party(pty-idx) TO tab-mt-party(mtc-idx)
           MOVE tab-pm-name(pty-idx)  TO tab-mt-name(mtc-idx)
           .

       Add-Record-To-Match.
           MOVE tab-sub-name(sub-idx) TO match-name
           PERFORM Build-Match-Key
           ADD 1 TO match-count
           SET mtc-idx TO match-count
           MOVE match-key              TO tab-mt-key(mtc-idx)
           MOVE tab-sub-source(sub-idx) TO tab-mt-source(mtc-idx)
           MOVE tab-sub-key(sub-idx)   TO tab-mt-record(mtc-idx)
           MOVE tab-sub-name(sub-idx)  TO tab-mt-name(mtc-idx)
           MOVE tab-sub-source(sub-idx) TO wk-subsystem
           MOVE tab-sub-key(sub-idx)   TO wk-key
           PERFORM Find-Link-By-Record
           IF link-found = "Y"
              SET plk-idx TO link-idx
              MOVE tab-pl-party(plk-idx) TO tab-mt-party(mtc-idx)
           ELSE
              MOVE ZERO TO tab-mt-party(mtc-idx)
           END-IF
           .

       Order-Match-Pair.
           IF mtc-cmp > mtc-idx
              AND tab-mt-key(mtc-cmp) < tab-mt-key(mtc-idx)
              MOVE mtc-entry(mtc-idx) TO match-hold
              MOVE mtc-entry(mtc-cmp) TO mtc-entry(mtc-idx)
              MOVE match-hold         TO mtc-entry(mtc-cmp)
           END-IF
           .

      * a group runs from group-start to the last entry with the
      * same key; a name with no letters in it matches nothing.
       Report-One-Group.
           SET mtc-idx TO group-start
           MOVE group-start TO group-end
           MOVE tab-mt-party(mtc-idx) TO group-party
           MOVE "N" TO group-mixed
           IF group-party = ZERO
              MOVE "Y" TO group-mixed
           END-IF
           PERFORM Extend-Group
                    VARYING mtc-cmp FROM group-start BY 1
                    UNTIL mtc-cmp > match-count
                       OR tab-mt-key(mtc-cmp) NOT = tab-mt-key(mtc-idx)
           IF group-end > group-start
              AND group-mixed = "Y"
              AND tab-mt-key(mtc-idx) NOT = SPACES
              ADD 1 TO suspect-groups
              WRITE duplicate-report-line FROM blank-line
              MOVE tab-mt-key(mtc-idx) TO dg-key
              WRITE duplicate-report-line FROM duplicate-group-line
              PERFORM Write-Group-Member
                       VARYING mtc-cmp FROM group-start BY 1
                       UNTIL mtc-cmp > group-end
           END-IF
           COMPUTE group-start = group-end + 1
           .

       Extend-Group.
           SET group-end TO mtc-cmp
           IF tab-mt-party(mtc-cmp) NOT = group-party
              OR tab-mt-party(mtc-cmp) = ZERO
              MOVE "Y" TO group-mixed
           END-IF
           .

       Write-Group-Member.
           MOVE tab-mt-source(mtc-cmp) TO dd-source
           MOVE tab-mt-record(mtc-cmp) TO dd-record
           IF tab-mt-party(mtc-cmp) = ZERO
              MOVE "UNLINKD" TO dd-party
           ELSE
              MOVE tab-mt-party(mtc-cmp) TO dd-party
           END-IF
           MOVE tab-mt-name(mtc-cmp) TO dd-name
           WRITE duplicate-report-line FROM duplicate-detail
           .

      * the match key for match-name - see match-key above.
       Build-Match-Key.
           INSPECT match-name CONVERTING lower-letters
                                      TO upper-letters
           MOVE SPACES TO match-codes
           MOVE ZERO TO match-code-count
           MOVE SPACES TO match-word
           MOVE ZERO TO match-word-len
           PERFORM Scan-One-Character
                    VARYING match-pos FROM 1 BY 1
                    UNTIL match-pos > 30
           PERFORM Close-Match-Word
           PERFORM Order-Code-Pair
                    VARYING match-i FROM 1 BY 1
                    UNTIL match-i > match-code-count
                    AFTER match-j FROM 1 BY 1
                    UNTIL match-j > match-code-count
           MOVE match-codes TO match-key
           .

      * anything that is not a letter ends a word - spaces,
      * full stops, hyphens and apostrophes alike.
       Scan-One-Character.
           MOVE match-name(match-pos:1) TO match-char
           IF match-char IS ALPHABETIC AND match-char NOT = SPACE
              IF match-word-len < 30
                 ADD 1 TO match-word-len
                 MOVE match-char TO match-word(match-word-len:1)
              END-IF
           ELSE
              PERFORM Close-Match-Word
           END-IF
           .

       Close-Match-Word.
           IF match-word-len > ZERO
              IF match-word NOT = "MR" AND match-word NOT = "MRS"
                 AND match-word NOT = "MS" AND match-word NOT = "DR"
                 AND match-word NOT = "MISS"
                 AND match-code-count < 6
                 PERFORM Code-Match-Word
                 ADD 1 TO match-code-count
                 MOVE sound-code TO match-code(match-code-count)
              END-IF
              MOVE SPACES TO match-word
              MOVE ZERO TO match-word-len
           END-IF
           .

       Code-Match-Word.
           MOVE "000" TO sound-code(2:3)
           MOVE match-word(1:1) TO sound-code(1:1)
           MOVE 1 TO sound-len
           MOVE match-word(1:1) TO sound-letter
           PERFORM Class-Sound-Letter
           MOVE sound-class TO sound-prev
           PERFORM Code-One-Letter
                    VARYING sound-pos FROM 2 BY 1
                    UNTIL sound-pos > match-word-len
                       OR sound-len = 4
           .

      * a vowel between two like consonants lets both count; H
      * and W between them do not.
       Code-One-Letter.
           MOVE match-word(sound-pos:1) TO sound-letter
           PERFORM Class-Sound-Letter
           EVALUATE sound-class
              WHEN "0"
                 MOVE "0" TO sound-prev
              WHEN "-"
                 CONTINUE
              WHEN OTHER
                 IF sound-class NOT = sound-prev
                    ADD 1 TO sound-len
                    MOVE sound-class TO sound-code(sound-len:1)
                 END-IF
                 MOVE sound-class TO sound-prev
           END-EVALUATE
           .

       Class-Sound-Letter.
           EVALUATE sound-letter
              WHEN "B" WHEN "F" WHEN "P" WHEN "V"
                 MOVE "1" TO sound-class
              WHEN "C" WHEN "G" WHEN "J" WHEN "K"
              WHEN "Q" WHEN "S" WHEN "X" WHEN "Z"
                 MOVE "2" TO sound-class
              WHEN "D" WHEN "T"
                 MOVE "3" TO sound-class
              WHEN "L"
                 MOVE "4" TO sound-class
              WHEN "M" WHEN "N"
                 MOVE "5" TO sound-class
              WHEN "R"
                 MOVE "6" TO sound-class
              WHEN "H" WHEN "W"
                 MOVE "-" TO sound-class
              WHEN OTHER
                 MOVE "0" TO sound-class
           END-EVALUATE
           .

       Order-Code-Pair.
           IF match-j > match-i
              AND match-code(match-j) < match-code(match-i)
              MOVE match-code(match-i) TO match-code-hold
              MOVE match-code(match-j) TO match-code(match-i)
              MOVE match-code-hold     TO match-code(match-j)
           END-IF
           .

      * a party on the payroll who owes electricity arrears and
      * has agreed to repay them from pay: the agreement becomes a
      * fixed deduction order on the court order register for the
      * arrears outstanding today, referenced ELEC and the
      * account, so NET-PAY takes the instalment each period and
      * writes it as a receipt ELEC-PAYMENTS posts to the account.
      * NET-PAY rewrites the order register under the PAYROLL run
      * lock, so the order is only added while that lock is held.
       Agree-Arrears-Deduction.
           PERFORM Get-Party-No
           IF party-found = "Y"
              MOVE "EMP " TO wk-subsystem
              PERFORM Find-Link-For-Party
              IF link-found NOT = "Y"
                 DISPLAY "PARTY " wk-party-no
                         " IS NOT LINKED TO AN EMPLOYEE"
              ELSE
                 SET plk-idx TO link-idx
                 MOVE tab-pl-key(plk-idx) TO agreement-emp-id
                 PERFORM Agree-For-Employee
              END-IF
           END-IF
           .

       Agree-For-Employee.
           DISPLAY "ELECTRICITY ACCOUNT: " WITH NO ADVANCING
           ACCEPT agreement-account
           MOVE "ELEC" TO wk-subsystem
           MOVE agreement-account TO wk-key
           PERFORM Find-Link-By-Record
           IF link-found = "Y"
              SET plk-idx TO link-idx
              IF tab-pl-party(plk-idx) NOT = wk-party-no
                 MOVE "N" TO link-found
              END-IF
           END-IF
           IF link-found NOT = "Y"
              DISPLAY "ACCOUNT " agreement-account
                      " IS NOT LINKED TO PARTY " wk-party-no
           ELSE
              MOVE "PAYROLL"      TO rl-lock-set
              MOVE "PARTY-MASTER" TO rl-program
              PERFORM Claim-Run-Lock
              IF rl-granted
                 PERFORM Agree-Under-Lock
                 PERFORM Release-Run-Lock
              ELSE
                 DISPLAY "DEDUCTION NOT REGISTERED"
              END-IF
           END-IF
           .

       Agree-Under-Lock.
           PERFORM Read-Agreement-Arrears
           MOVE agreement-account TO ar-ref-account
           PERFORM Check-Agreement-Exists
           EVALUATE TRUE
              WHEN agreement-arrears = ZERO
                 DISPLAY "ACCOUNT " agreement-account
                         " HAS NO ARREARS"
              WHEN agreement-exists = "Y"
                 DISPLAY "AN ACTIVE DEDUCTION ALREADY RECOVERS "
                         "ACCOUNT " agreement-account
              WHEN OTHER
                 PERFORM Record-Agreement
           END-EVALUATE
           .

       Read-Agreement-Arrears.
           OPEN INPUT ar-balance-file
           MOVE agreement-account TO ar-account
           READ ar-balance-file
              INVALID KEY
                 MOVE ZERO TO ar-balance
              NOT INVALID KEY
                 CONTINUE
           END-READ
           CLOSE ar-balance-file
           IF ar-balance > ZERO
              MOVE ar-balance TO agreement-arrears
           ELSE
              MOVE ZERO TO agreement-arrears
           END-IF
           .

       Check-Agreement-Exists.
           MOVE "N" TO agreement-exists
           MOVE "N" TO garnishment-order-eof
           OPEN INPUT garnishment-order-file
           IF garnishment-order-status = "00"
              PERFORM Read-Garnishment-Order
              PERFORM Check-One-Order
                 UNTIL garnishment-order-eof = "Y"
              CLOSE garnishment-order-file
           END-IF
           .

       Read-Garnishment-Order.
           READ garnishment-order-file
              AT END MOVE "Y" TO garnishment-order-eof
           END-READ
           .

       Check-One-Order.
           IF go-emp-id = agreement-emp-id
              AND go-order-ref = agreement-ref
              AND go-active
              MOVE "Y" TO agreement-exists
           END-IF
           PERFORM Read-Garnishment-Order
           .

       Record-Agreement.
           MOVE agreement-arrears TO owed-out
           DISPLAY "ARREARS ON ACCOUNT " agreement-account ": "
                   owed-out
           PERFORM Prompt-Instalment WITH TEST AFTER
                    UNTIL agreement-instalment NOT = ZERO
                      AND agreement-instalment NOT > agreement-arrears
           DISPLAY "Deduct from employee " agreement-emp-id
                   " pay? (Y/N): " WITH NO ADVANCING
           ACCEPT confirm-flag
           IF confirm-flag = "Y" OR confirm-flag = "y"
              MOVE agreement-emp-id      TO go-emp-id
              MOVE agreement-ref         TO go-order-ref
              MOVE agreement-beneficiary TO go-beneficiary
              MOVE "F"                   TO go-basis
              MOVE agreement-instalment  TO go-amount
              MOVE ZERO                  TO go-percent
              MOVE agreement-arrears     TO go-total
              MOVE ZERO                  TO go-recovered
              MOVE ZERO                  TO go-arrears
              MOVE "A"                   TO go-status
              OPEN EXTEND garnishment-order-file
              IF garnishment-order-status = "35"
                 OPEN OUTPUT garnishment-order-file
              END-IF
              WRITE garnishment-order-record
              CLOSE garnishment-order-file
              DISPLAY "DEDUCTION " agreement-ref
                      " REGISTERED FOR EMPLOYEE " agreement-emp-id
           END-IF
           .

       Prompt-Instalment.
           DISPLAY "INSTALMENT PER PAY PERIOD: " WITH NO ADVANCING
           ACCEPT agreement-instalment
           EVALUATE TRUE
              WHEN agreement-instalment = ZERO
                 DISPLAY "INSTALMENT MUST NOT BE ZERO"
              WHEN agreement-instalment > agreement-arrears
                 DISPLAY "INSTALMENT MUST NOT EXCEED THE ARREARS"
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       Find-Party.
           MOVE "N" TO party-found
           PERFORM Check-One-Party
                    VARYING pty-idx FROM 1 BY 1
                    UNTIL pty-idx > party-count
                       OR party-found = "Y"
           .

       Check-One-Party.
           IF tab-pm-party(pty-idx) = wk-party-no
              MOVE "Y" TO party-found
              SET party-idx TO pty-idx
           END-IF
           .

       Find-Link-By-Record.
           MOVE "N" TO link-found
           PERFORM Check-One-Link
                    VARYING plk-idx FROM 1 BY 1
                    UNTIL plk-idx > link-count
                       OR link-found = "Y"
           .

       Check-One-Link.
           IF tab-pl-subsystem(plk-idx) = wk-subsystem
              AND tab-pl-key(plk-idx) = wk-key
              MOVE "Y" TO link-found
              SET link-idx TO plk-idx
           END-IF
           .

       Find-Link-For-Party.
           MOVE "N" TO link-found
           PERFORM Check-One-Party-Link
                    VARYING plk-idx FROM 1 BY 1
                    UNTIL plk-idx > link-count
                       OR link-found = "Y"
           .

       Check-One-Party-Link.
           IF tab-pl-party(plk-idx) = wk-party-no
              AND tab-pl-subsystem(plk-idx) = wk-subsystem
              MOVE "Y" TO link-found
              SET link-idx TO plk-idx
           END-IF
           .

       Find-Subsystem-Record.
           MOVE "N" TO subsystem-found
           PERFORM Check-One-Subsystem-Record
                    VARYING sub-idx FROM 1 BY 1
                    UNTIL sub-idx > subsystem-count
                       OR subsystem-found = "Y"
           .

       Check-One-Subsystem-Record.
           IF tab-sub-source(sub-idx) = wk-subsystem
              AND tab-sub-key(sub-idx) = wk-key
              MOVE "Y" TO subsystem-found
              SET subsystem-idx TO sub-idx
           END-IF
           .

       Load-Parties.
           MOVE ZERO TO party-count
           OPEN INPUT party-file
           IF party-status = "00"
              PERFORM Read-Party
              PERFORM Store-Party
                 UNTIL party-eof = "Y"
              CLOSE party-file
           END-IF
           .

       Read-Party.
           READ party-file
              AT END MOVE "Y" TO party-eof
           END-READ
           .

       Store-Party.
           IF party-count < 300
              ADD 1 TO party-count
              SET pty-idx TO party-count
              MOVE pm-party-no TO tab-pm-party(pty-idx)
              MOVE pm-name     TO tab-pm-name(pty-idx)
              MOVE pm-address  TO tab-pm-address(pty-idx)
              MOVE pm-status   TO tab-pm-status(pty-idx)
           END-IF
           PERFORM Read-Party
           .

       Save-Parties.
           OPEN OUTPUT party-file
           PERFORM Write-Party
                    VARYING pty-idx FROM 1 BY 1
                    UNTIL pty-idx > party-count
           CLOSE party-file
           .

       Write-Party.
           MOVE tab-pm-party(pty-idx)   TO pm-party-no
           MOVE tab-pm-name(pty-idx)    TO pm-name
           MOVE tab-pm-address(pty-idx) TO pm-address
           MOVE tab-pm-status(pty-idx)  TO pm-status
           WRITE party-record
           .

       Load-Party-Links.
           MOVE ZERO TO link-count
           OPEN INPUT party-link-file
           IF party-link-status = "00"
              PERFORM Read-Party-Link
              PERFORM Store-Party-Link
                 UNTIL party-link-eof = "Y"
              CLOSE party-link-file
           END-IF
           .

       Read-Party-Link.
           READ party-link-file
              AT END MOVE "Y" TO party-link-eof
           END-READ
           .

       Store-Party-Link.
           IF link-count < 600
              ADD 1 TO link-count
              SET plk-idx TO link-count
              MOVE pl-party-no  TO tab-pl-party(plk-idx)
              MOVE pl-subsystem TO tab-pl-subsystem(plk-idx)
              MOVE pl-key       TO tab-pl-key(plk-idx)
           END-IF
           PERFORM Read-Party-Link
           .

      * unlinked records are dropped on the way out.
       Save-Party-Links.
           OPEN OUTPUT party-link-file
           PERFORM Write-Party-Link
                    VARYING plk-idx FROM 1 BY 1
                    UNTIL plk-idx > link-count
           CLOSE party-link-file
           .

       Write-Party-Link.
           IF tab-pl-subsystem(plk-idx) NOT = SPACES
              MOVE tab-pl-party(plk-idx)     TO pl-party-no
              MOVE tab-pl-subsystem(plk-idx) TO pl-subsystem
              MOVE tab-pl-key(plk-idx)       TO pl-key
              WRITE party-link-record
           END-IF
           .

      * the records of every subsystem a party can be linked to.
       Load-Subsystem-Records.
           MOVE ZERO TO subsystem-count
           PERFORM Load-Employees
           PERFORM Load-Elec-Customers
           PERFORM Load-Client-Identities
           PERFORM Load-Loans
           PERFORM Load-Loyalty-Members
           PERFORM Load-Guardians
           .

       Add-Subsystem-Record.
           IF subsystem-count < 900
              ADD 1 TO subsystem-count
              SET sub-idx TO subsystem-count
              MOVE wk-subsystem TO tab-sub-source(sub-idx)
              MOVE wk-key       TO tab-sub-key(sub-idx)
              MOVE match-name   TO tab-sub-name(sub-idx)
              MOVE item-amount  TO tab-sub-amount(sub-idx)
           END-IF
           .

       Load-Employees.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF employee-master-status = "00"
              PERFORM Read-Employee-Master
              PERFORM Store-Employee
                 UNTIL employee-master-eof = "Y"
              CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           .

       Read-Employee-Master.
           READ EMPLOYEE-MASTER-FILE NEXT
              AT END MOVE "Y" TO employee-master-eof
           END-READ
           .

       Store-Employee.
           MOVE "EMP " TO wk-subsystem
           MOVE EM-ID   TO wk-key
           MOVE EM-NAME TO match-name
           MOVE ZERO    TO item-amount
           PERFORM Add-Subsystem-Record
           PERFORM Read-Employee-Master
           .

       Load-Elec-Customers.
           OPEN INPUT elec-customer-file
           IF elec-customer-status = "00"
              PERFORM Read-Elec-Customer
              PERFORM Store-Elec-Customer
                 UNTIL elec-customer-eof = "Y"
              CLOSE elec-customer-file
           END-IF
           .

       Read-Elec-Customer.
           READ elec-customer-file
              AT END MOVE "Y" TO elec-customer-eof
           END-READ
           .

       Store-Elec-Customer.
           MOVE "ELEC"     TO wk-subsystem
           MOVE ec-account TO wk-key
           MOVE ec-name    TO match-name
           MOVE ZERO       TO item-amount
           PERFORM Add-Subsystem-Record
           PERFORM Read-Elec-Customer
           .

       Load-Client-Identities.
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
           MOVE "BANK"         TO wk-subsystem
           MOVE ci-client-no   TO wk-key
           MOVE ci-client-name TO match-name
           MOVE ZERO           TO item-amount
           PERFORM Add-Subsystem-Record
           PERFORM Read-Client-Identity
           .

       Load-Loans.
           OPEN INPUT loan-master-file
           IF loan-master-status = "00"
              PERFORM Read-Loan-Master
              PERFORM Store-Loan
                 UNTIL loan-master-eof = "Y"
              CLOSE loan-master-file
           END-IF
           .

       Read-Loan-Master.
           READ loan-master-file
              AT END MOVE "Y" TO loan-master-eof
           END-READ
           .

       Store-Loan.
           MOVE "LOAN"           TO wk-subsystem
           MOVE lm-loan-id       TO wk-key
           MOVE lm-borrower-name TO match-name
           MOVE lm-balance-start TO item-amount
           PERFORM Add-Subsystem-Record
           PERFORM Read-Loan-Master
           .

       Load-Loyalty-Members.
           OPEN INPUT loyalty-member-file
           IF loyalty-member-status = "00"
              PERFORM Read-Loyalty-Member
              PERFORM Store-Loyalty-Member
                 UNTIL loyalty-member-eof = "Y"
              CLOSE loyalty-member-file
           END-IF
           .

       Read-Loyalty-Member.
           READ loyalty-member-file
              AT END MOVE "Y" TO loyalty-member-eof
           END-READ
           .

       Store-Loyalty-Member.
           MOVE "LOYL"         TO wk-subsystem
           MOVE ly-member-no   TO wk-key
           MOVE ly-member-name TO match-name
           MOVE ly-points      TO item-amount
           PERFORM Add-Subsystem-Record
           PERFORM Read-Loyalty-Member
           .

      * a guardian is known by the pupil: the key is the student
      * number and the name is the guardian's as the school has it.
       Load-Guardians.
           OPEN INPUT STUDENT-BIO-FILE
           IF STUDENT-BIO-STATUS = "00"
              PERFORM Read-Student-Bio
              PERFORM Store-Guardian
                 UNTIL STUDENT-BIO-EOF = "Y"
              CLOSE STUDENT-BIO-FILE
           END-IF
           .

       Read-Student-Bio.
           READ STUDENT-BIO-FILE
              AT END MOVE "Y" TO STUDENT-BIO-EOF
           END-READ
           .

       Store-Guardian.
           IF SB-GUARDIAN NOT = SPACES
              MOVE "GUAR"        TO wk-subsystem
              MOVE SB-STUDENT-NO TO wk-key
              MOVE SB-GUARDIAN   TO match-name
              MOVE ZERO          TO item-amount
              PERFORM Add-Subsystem-Record
           END-IF
           PERFORM Read-Student-Bio
           .

       COPY RUNLOCKCK.
