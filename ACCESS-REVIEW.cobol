       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-REVIEW.
      * the monthly operator access review. every id on the
      * operator file is measured against how it was really used:
      * its last menu sign-on (SIGNONLOG.DAT) and the last audit
      * entry stamped with it - the live audit log, the sealed
      * generations still on the register and the archive. the
      * report lists ids unused for longer than the configured
      * idle days, to be disabled; ids whose password is past the
      * configured age (they are made to change it at the next
      * sign-on); every item the same operator both keyed and
      * approved - ADD-TEN corrections and their authorisations,
      * till returns and the supervisor who authorised them, and
      * manual journals; and what each supervisor-level id did in
      * the review month, program by program, with the approvals
      * it gave. the report goes to data/ACCESSREV.RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT operator-file ASSIGN TO "data/OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS operator-file-status.
           SELECT access-control-file ASSIGN TO
                  "data/ACCESSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS access-control-status.
           SELECT signon-log-file ASSIGN TO "data/SIGNONLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS signon-log-status.
           SELECT AUDIT-LOG-FILE ASSIGN USING audit-source-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-log-status.
           SELECT seal-register-file ASSIGN TO "data/AUDITGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS seal-register-status.
           SELECT CORRECTION-FILE ASSIGN USING correction-source
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS correction-status.
           SELECT AUTHORISATION-FILE ASSIGN TO
                  "data/AUTHORISE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS authorisation-status.
           SELECT sales-history-file ASSIGN TO
                  "data/SALESHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS sales-history-status.
           SELECT manual-journal-file ASSIGN TO "data/MANJNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS manual-journal-status.
           SELECT review-report-file ASSIGN TO
                  "data/ACCESSREV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  operator-file.
       COPY OPERATOR.

       FD  access-control-file.
       COPY ACCESSCTL.

       FD  signon-log-file.
       COPY SIGNON.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  seal-register-file.
       01  seal-register-record.
           03 ag-date           PIC 9(8).
           03 ag-count          PIC 9(5).
           03 ag-hash           PIC S9(9)V99 SIGN IS TRAILING
                                              SEPARATE.
           03 ag-status         PIC X.
               88 ag-sealed        VALUE "S".
               88 ag-archived      VALUE "A".

      * the pending corrections carry the queued date behind the
      * same account, amount and operator, so the correction
      * fields read both the day's corrections and the queue.
       FD  CORRECTION-FILE.
       COPY CORRECT.
       COPY PENDCORR.

       FD  AUTHORISATION-FILE.
       COPY AUTHRZ.

       FD  sales-history-file.
       COPY SALESHIST.

       FD  manual-journal-file.
       COPY MANJNL.

       FD  review-report-file.
       01  review-report-line   PIC X(80).

       WORKING-STORAGE SECTION.
       01  operator-file-status PIC XX.
       01  access-control-status PIC XX.
       01  signon-log-status    PIC XX.
       01  audit-log-status     PIC XX.
       01  seal-register-status PIC XX.
       01  correction-status    PIC XX.
       01  authorisation-status PIC XX.
       01  sales-history-status PIC XX.
       01  manual-journal-status PIC XX.
       01  operator-eof         PIC X.
       01  signon-log-eof       PIC X.
       01  audit-log-eof        PIC X.
       01  register-eof         PIC X.
       01  correction-eof       PIC X.
       01  authorisation-eof    PIC X.
       01  sales-history-eof    PIC X.
       01  manual-journal-eof   PIC X.
       01  audit-source-name    PIC X(30).
       01  correction-source    PIC X(30).
       01  idle-days            PIC 999 VALUE 60.
       01  password-days        PIC 999 VALUE 90.
       01  run-date             PIC 9(8).
       01  run-date-parts REDEFINES run-date.
           03 run-yyyy          PIC 9(4).
           03 run-mm            PIC 99.
           03 run-dd            PIC 99.
       01  review-month         PIC 9(6).
       01  then-date            PIC 9(8).
       01  then-date-parts REDEFINES then-date.
           03 then-yyyy         PIC 9(4).
           03 then-mm           PIC 99.
           03 then-dd           PIC 99.
       01  then-month REDEFINES then-date.
           03 then-yyyymm       PIC 9(6).
           03 FILLER            PIC 99.
       01  days-since           PIC S9(5).
       01  operator-table.
           03 opr-entry OCCURS 50 TIMES INDEXED BY opr-idx.
              05 tab-opr-id          PIC X(8).
              05 tab-opr-authority   PIC 9.
              05 tab-opr-pw-date     PIC 9(8).
              05 tab-opr-last-signon PIC 9(8).
              05 tab-opr-last-audit  PIC 9(8).
              05 tab-opr-signons     PIC 9(5).
              05 tab-opr-entries     PIC 9(5).
       01  operator-count       PIC 99 VALUE ZERO.
       01  operator-found       PIC X.
       01  operator-found-idx   PIC 99 VALUE ZERO.
       01  wk-operator          PIC X(8).
       01  generation-table.
           03 gen-entry OCCURS 100 TIMES INDEXED BY gen-idx.
              05 tab-gen-date   PIC 9(8).
       01  generation-count     PIC 999 VALUE ZERO.
       01  authorisation-table.
           03 auth-entry OCCURS 50 TIMES INDEXED BY auth-idx.
              05 tab-au-account    PIC 9(4).
              05 tab-au-adjustment PIC S9(7)V99.
              05 tab-au-operator   PIC X(8).
       01  auth-count           PIC 99 VALUE ZERO.
      * what each supervisor-level id did in the review month: one
      * row per id and program (or approval kind), with a count.
       01  activity-table.
           03 act-entry OCCURS 200 TIMES INDEXED BY act-idx.
              05 tab-act-operator PIC X(8).
              05 tab-act-name     PIC X(20).
              05 tab-act-count    PIC 9(5).
       01  activity-count       PIC 999 VALUE ZERO.
       01  activity-found       PIC X.
       01  activity-found-idx   PIC 999 VALUE ZERO.
       01  wk-activity          PIC X(20).
       01  idle-count           PIC 999 VALUE ZERO.
       01  overdue-count        PIC 999 VALUE ZERO.
       01  finding-count        PIC 999 VALUE ZERO.
       01  supervisor-lines     PIC 999 VALUE ZERO.
       01  report-heading.
           03 FILLER            PIC X(30) VALUE
                 "OPERATOR ACCESS REVIEW  MONTH ".
           03 rh-month          PIC 9(6).
           03 FILLER            PIC X(10) VALUE "  RUN ON ".
           03 rh-date           PIC 9(8).
       01  section-line         PIC X(80).
       01  blank-line           PIC X(80) VALUE SPACES.
       01  idle-detail.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 id-operator       PIC X(8).
           03 FILLER            PIC X(11) VALUE " AUTHORITY ".
           03 id-authority      PIC 9.
           03 FILLER            PIC X(12) VALUE "  LAST USED ".
           03 id-last-used      PIC 9(8).
           03 FILLER            PIC X VALUE SPACE.
           03 id-remark         PIC X(24).
       01  idle-days-text.
           03 it-days           PIC ZZZZ9.
           03 FILLER            PIC X(19) VALUE " DAYS - DISABLE".
       01  password-detail.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 pd-operator       PIC X(8).
           03 FILLER            PIC X(11) VALUE " AUTHORITY ".
           03 pd-authority      PIC 9.
           03 FILLER            PIC X(13) VALUE "  CHANGED ON ".
           03 pd-changed        PIC 9(8).
           03 FILLER            PIC X VALUE SPACE.
           03 pd-remark         PIC X(24).
       01  password-days-text.
           03 pt-days           PIC ZZZZ9.
           03 FILLER            PIC X(19) VALUE " DAYS OLD".
       01  finding-detail.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 fd-kind           PIC X(10).
           03 fd-reference      PIC X(30).
           03 FILLER            PIC X(23) VALUE
                 " KEYED AND APPROVED BY ".
           03 fd-operator       PIC X(8).
       01  correction-reference.
           03 FILLER            PIC X(8) VALUE "ACCOUNT ".
           03 cr-ref-account    PIC 9(4).
           03 FILLER            PIC X VALUE SPACE.
           03 cr-ref-amount     PIC +9(7).99.
       01  receipt-reference.
           03 FILLER            PIC X(8) VALUE "RECEIPT ".
           03 rr-receipt        PIC 9(6).
           03 FILLER            PIC X(4) VALUE " OF ".
           03 rr-date           PIC 9(8).
       01  journal-reference.
           03 FILLER            PIC X(4) VALUE "NO. ".
           03 jr-journal        PIC 9(6).
           03 FILLER            PIC X(4) VALUE " OF ".
           03 jr-date           PIC 9(8).
       01  activity-detail.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 ad-operator       PIC X(8).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 ad-activity       PIC X(20).
           03 ad-count          PIC ZZZZ9.

       PROCEDURE DIVISION.
       Access-Review.
           DISPLAY "OPERATOR ACCESS REVIEW"
           ACCEPT run-date FROM DATE YYYYMMDD
           DISPLAY "Review month YYYYMM (0 for this month): "
                   WITH NO ADVANCING
           ACCEPT review-month
           IF review-month = ZERO
              MOVE run-date(1:6) TO review-month
           END-IF
           PERFORM Load-Access-Control
           PERFORM Load-Operators
           IF operator-count = ZERO
              DISPLAY "NO OPERATOR FILE - NOTHING TO REVIEW"
              GOBACK
           END-IF
           PERFORM Scan-Signon-Log
           PERFORM Scan-Audit-Trail
           OPEN OUTPUT review-report-file
           MOVE review-month TO rh-month
           MOVE run-date     TO rh-date
           WRITE review-report-line FROM report-heading
           PERFORM Write-Idle-Section
           PERFORM Write-Password-Section
           PERFORM Write-Finding-Section
           PERFORM Write-Supervisor-Section
           CLOSE review-report-file
           DISPLAY "IDS TO DISABLE:        " idle-count
           DISPLAY "PASSWORDS OVERDUE:     " overdue-count
           DISPLAY "KEYED AND APPROVED BY ONE OPERATOR: "
                   finding-count
           DISPLAY "REPORT WRITTEN TO data/ACCESSREV.RPT"
           GOBACK.

       Load-Access-Control.
           OPEN INPUT access-control-file
           IF access-control-status = "00"
              READ access-control-file
                 AT END CONTINUE
                 NOT AT END
                    IF ac-idle-days NUMERIC AND ac-idle-days > ZERO
                       MOVE ac-idle-days TO idle-days
                    END-IF
                    IF ac-password-days NUMERIC
                       AND ac-password-days > ZERO
                       MOVE ac-password-days TO password-days
                    END-IF
              END-READ
              CLOSE access-control-file
           END-IF
           .

       Load-Operators.
           MOVE ZERO TO operator-count
           MOVE "N" TO operator-eof
           OPEN INPUT operator-file
           IF operator-file-status = "00"
              PERFORM Read-Operator
              PERFORM Store-Operator UNTIL operator-eof = "Y"
              CLOSE operator-file
           END-IF
           .

       Read-Operator.
           READ operator-file
              AT END MOVE "Y" TO operator-eof
           END-READ
           .

       Store-Operator.
           IF operator-count < 50
              ADD 1 TO operator-count
              SET opr-idx TO operator-count
              MOVE op-id        TO tab-opr-id(opr-idx)
              MOVE op-authority TO tab-opr-authority(opr-idx)
              IF op-password-date NUMERIC
                 MOVE op-password-date TO tab-opr-pw-date(opr-idx)
              ELSE
                 MOVE ZERO TO tab-opr-pw-date(opr-idx)
              END-IF
              MOVE ZERO TO tab-opr-last-signon(opr-idx)
              MOVE ZERO TO tab-opr-last-audit(opr-idx)
              MOVE ZERO TO tab-opr-signons(opr-idx)
              MOVE ZERO TO tab-opr-entries(opr-idx)
           END-IF
           PERFORM Read-Operator
           .

       Find-Operator.
           MOVE "N" TO operator-found
           PERFORM Check-One-Operator
                    VARYING opr-idx FROM 1 BY 1
                    UNTIL opr-idx > operator-count
                       OR operator-found = "Y"
           .

       Check-One-Operator.
           IF tab-opr-id(opr-idx) = wk-operator
              MOVE "Y" TO operator-found
              SET operator-found-idx TO opr-idx
           END-IF
           .

      * a sign-on counts as use of the id; one in the review
      * month also counts as supervisor activity.
       Scan-Signon-Log.
           MOVE "N" TO signon-log-eof
           OPEN INPUT signon-log-file
           IF signon-log-status = "00"
              PERFORM Read-Signon-Log
              PERFORM Take-One-Signon UNTIL signon-log-eof = "Y"
              CLOSE signon-log-file
           END-IF
           .

       Read-Signon-Log.
           READ signon-log-file
              AT END MOVE "Y" TO signon-log-eof
           END-READ
           .

       Take-One-Signon.
           MOVE sg-operator TO wk-operator
           PERFORM Find-Operator
           IF operator-found = "Y" AND sg-date NUMERIC
              SET opr-idx TO operator-found-idx
              IF sg-date > tab-opr-last-signon(opr-idx)
                 MOVE sg-date TO tab-opr-last-signon(opr-idx)
              END-IF
              MOVE sg-date TO then-date
              IF then-yyyymm = review-month
                 ADD 1 TO tab-opr-signons(opr-idx)
                 MOVE "MENU SIGN-ON" TO wk-activity
                 PERFORM Tally-Supervisor-Activity
              END-IF
           END-IF
           PERFORM Read-Signon-Log
           .

      * the audit trail is the archive, each sealed generation on
      * the register, and the live log - between them every entry
      * written since the trail was first kept.
       Scan-Audit-Trail.
           MOVE "data/AUDITARCH.DAT" TO audit-source-name
           PERFORM Scan-Audit-Source
           PERFORM Load-Generations
           PERFORM Scan-One-Generation
                    VARYING gen-idx FROM 1 BY 1
                    UNTIL gen-idx > generation-count
           MOVE "data/AUDITLOG.DAT" TO audit-source-name
           PERFORM Scan-Audit-Source
           .

       Load-Generations.
           MOVE ZERO TO generation-count
           MOVE "N" TO register-eof
           OPEN INPUT seal-register-file
           IF seal-register-status = "00"
              PERFORM Read-Seal-Register
              PERFORM Store-Generation UNTIL register-eof = "Y"
              CLOSE seal-register-file
           END-IF
           .

       Read-Seal-Register.
           READ seal-register-file
              AT END MOVE "Y" TO register-eof
           END-READ
           .

       Store-Generation.
           IF ag-sealed AND generation-count < 100
              ADD 1 TO generation-count
              SET gen-idx TO generation-count
              MOVE ag-date TO tab-gen-date(gen-idx)
           END-IF
           PERFORM Read-Seal-Register
           .

       Scan-One-Generation.
           MOVE SPACES TO audit-source-name
           STRING "data/AUDITLOG.G" DELIMITED BY SIZE
                  tab-gen-date(gen-idx) DELIMITED BY SIZE
             INTO audit-source-name
           PERFORM Scan-Audit-Source
           .

       Scan-Audit-Source.
           MOVE "N" TO audit-log-eof
           OPEN INPUT AUDIT-LOG-FILE
           IF audit-log-status = "00"
              PERFORM Read-Audit-Log
              PERFORM Take-One-Entry UNTIL audit-log-eof = "Y"
              CLOSE AUDIT-LOG-FILE
           END-IF
           .

       Read-Audit-Log.
           READ AUDIT-LOG-FILE
              AT END MOVE "Y" TO audit-log-eof
           END-READ
           .

       Take-One-Entry.
           MOVE AL-OPERATOR TO wk-operator
           PERFORM Find-Operator
           IF operator-found = "Y" AND AL-DATE NUMERIC
              SET opr-idx TO operator-found-idx
              IF AL-DATE > tab-opr-last-audit(opr-idx)
                 MOVE AL-DATE TO tab-opr-last-audit(opr-idx)
              END-IF
              MOVE AL-DATE TO then-date
              IF then-yyyymm = review-month
                 ADD 1 TO tab-opr-entries(opr-idx)
                 MOVE AL-PROGRAM-NAME TO wk-activity
                 PERFORM Tally-Supervisor-Activity
              END-IF
           END-IF
           PERFORM Read-Audit-Log
           .

      * only supervisor-level ids are tallied - wk-operator and
      * wk-activity say who did what.
       Tally-Supervisor-Activity.
           PERFORM Find-Operator
           IF operator-found = "Y"
              SET opr-idx TO operator-found-idx
              IF tab-opr-authority(opr-idx) = 3
                 PERFORM Add-Activity
              END-IF
           END-IF
           .

       Add-Activity.
           MOVE "N" TO activity-found
           PERFORM Check-One-Activity
                    VARYING act-idx FROM 1 BY 1
                    UNTIL act-idx > activity-count
                       OR activity-found = "Y"
           IF activity-found NOT = "Y" AND activity-count < 200
              ADD 1 TO activity-count
              MOVE activity-count TO activity-found-idx
              SET act-idx TO activity-found-idx
              MOVE wk-operator TO tab-act-operator(act-idx)
              MOVE wk-activity TO tab-act-name(act-idx)
              MOVE ZERO        TO tab-act-count(act-idx)
              MOVE "Y" TO activity-found
           END-IF
           IF activity-found = "Y"
              SET act-idx TO activity-found-idx
              ADD 1 TO tab-act-count(act-idx)
           END-IF
           .

       Check-One-Activity.
           IF tab-act-operator(act-idx) = wk-operator
              AND tab-act-name(act-idx) = wk-activity
              MOVE "Y" TO activity-found
              SET activity-found-idx TO act-idx
           END-IF
           .

      * an id's last use is the later of its last sign-on and its
      * last audit entry; never used at all is listed too.
       Write-Idle-Section.
           MOVE SPACES TO section-line
           STRING "IDS UNUSED FOR MORE THAN " DELIMITED BY SIZE
                  idle-days DELIMITED BY SIZE
                  " DAYS - FOR DISABLING" DELIMITED BY SIZE
             INTO section-line
           WRITE review-report-line FROM blank-line
           WRITE review-report-line FROM section-line
           PERFORM Judge-One-Idle-Id
                    VARYING opr-idx FROM 1 BY 1
                    UNTIL opr-idx > operator-count
           IF idle-count = ZERO
              MOVE "  NONE" TO section-line
              WRITE review-report-line FROM section-line
           END-IF
           .

       Judge-One-Idle-Id.
           MOVE tab-opr-last-signon(opr-idx) TO then-date
           IF tab-opr-last-audit(opr-idx) > then-date
              MOVE tab-opr-last-audit(opr-idx) TO then-date
           END-IF
           MOVE tab-opr-id(opr-idx)        TO id-operator
           MOVE tab-opr-authority(opr-idx) TO id-authority
           MOVE then-date                  TO id-last-used
           IF then-date = ZERO
              ADD 1 TO idle-count
              MOVE "NEVER USED - DISABLE" TO id-remark
              WRITE review-report-line FROM idle-detail
           ELSE
              PERFORM Compute-Days-Since
              IF days-since > idle-days
                 ADD 1 TO idle-count
                 MOVE days-since TO it-days
                 MOVE idle-days-text TO id-remark
                 WRITE review-report-line FROM idle-detail
              END-IF
           END-IF
           .

      * the same day-count the dispute and pending-correction
      * ageing use - thirty-day months.
       Compute-Days-Since.
           COMPUTE days-since = (run-yyyy - then-yyyy) * 360
                 + (run-mm - then-mm) * 30
                 + (run-dd - then-dd)
           .

       Write-Password-Section.
           MOVE SPACES TO section-line
           STRING "PASSWORDS OLDER THAN " DELIMITED BY SIZE
                  password-days DELIMITED BY SIZE
                  " DAYS - CHANGE AT NEXT SIGN-ON"
                     DELIMITED BY SIZE
             INTO section-line
           WRITE review-report-line FROM blank-line
           WRITE review-report-line FROM section-line
           PERFORM Judge-One-Password
                    VARYING opr-idx FROM 1 BY 1
                    UNTIL opr-idx > operator-count
           IF overdue-count = ZERO
              MOVE "  NONE" TO section-line
              WRITE review-report-line FROM section-line
           END-IF
           .

       Judge-One-Password.
           MOVE tab-opr-id(opr-idx)        TO pd-operator
           MOVE tab-opr-authority(opr-idx) TO pd-authority
           MOVE tab-opr-pw-date(opr-idx)   TO pd-changed
           MOVE tab-opr-pw-date(opr-idx)   TO then-date
           IF then-date = ZERO
              ADD 1 TO overdue-count
              MOVE "NEVER CHANGED" TO pd-remark
              WRITE review-report-line FROM password-detail
           ELSE
              PERFORM Compute-Days-Since
              IF days-since >= password-days
                 ADD 1 TO overdue-count
                 MOVE days-since TO pt-days
                 MOVE password-days-text TO pd-remark
                 WRITE review-report-line FROM password-detail
              END-IF
           END-IF
           .

      * segregation of duties: the maker-checker controls refuse a
      * second signature from the maker, but the files are checked
      * here all the same - an authorisation keyed by the maker,
      * a refund its own till operator authorised, a journal its
      * keyer approved. the approvals given are tallied for the
      * supervisor section on the way.
       Write-Finding-Section.
           MOVE "ITEMS KEYED AND APPROVED BY THE SAME OPERATOR"
              TO section-line
           WRITE review-report-line FROM blank-line
           WRITE review-report-line FROM section-line
           PERFORM Load-Authorisations
           MOVE "data/CORRECTIONS.DAT" TO correction-source
           PERFORM Scan-Corrections
           MOVE "data/PENDCORR.DAT"    TO correction-source
           PERFORM Scan-Corrections
           PERFORM Scan-Refunds
           PERFORM Scan-Manual-Journals
           IF finding-count = ZERO
              MOVE "  NONE" TO section-line
              WRITE review-report-line FROM section-line
           END-IF
           .

       Load-Authorisations.
           MOVE ZERO TO auth-count
           MOVE "N" TO authorisation-eof
           OPEN INPUT AUTHORISATION-FILE
           IF authorisation-status = "00"
              PERFORM Read-Authorisation
              PERFORM Store-Authorisation
                 UNTIL authorisation-eof = "Y"
              CLOSE AUTHORISATION-FILE
           END-IF
           .

       Read-Authorisation.
           READ AUTHORISATION-FILE
              AT END MOVE "Y" TO authorisation-eof
           END-READ
           .

       Store-Authorisation.
           IF auth-count < 50
              ADD 1 TO auth-count
              SET auth-idx TO auth-count
              MOVE au-account-no TO tab-au-account(auth-idx)
              MOVE au-adjustment TO tab-au-adjustment(auth-idx)
              MOVE au-operator   TO tab-au-operator(auth-idx)
              MOVE au-operator   TO wk-operator
              MOVE "ADD-TEN AUTHORISED" TO wk-activity
              PERFORM Tally-Supervisor-Activity
           END-IF
           PERFORM Read-Authorisation
           .

       Scan-Corrections.
           MOVE "N" TO correction-eof
           OPEN INPUT CORRECTION-FILE
           IF correction-status = "00"
              PERFORM Read-Correction
              PERFORM Check-One-Correction
                 UNTIL correction-eof = "Y"
              CLOSE CORRECTION-FILE
           END-IF
           .

       Read-Correction.
           READ CORRECTION-FILE
              AT END MOVE "Y" TO correction-eof
           END-READ
           .

       Check-One-Correction.
           PERFORM Match-One-Authorisation
                    VARYING auth-idx FROM 1 BY 1
                    UNTIL auth-idx > auth-count
           PERFORM Read-Correction
           .

       Match-One-Authorisation.
           IF tab-au-account(auth-idx) = CR-ACCOUNT-NO
              AND tab-au-adjustment(auth-idx) = CR-ADJUSTMENT
              AND tab-au-operator(auth-idx) = CR-OPERATOR
              MOVE CR-ACCOUNT-NO TO cr-ref-account
              MOVE CR-ADJUSTMENT TO cr-ref-amount
              MOVE "ADD-TEN"            TO fd-kind
              MOVE correction-reference TO fd-reference
              MOVE CR-OPERATOR          TO fd-operator
              PERFORM Write-Finding
           END-IF
           .

       Scan-Refunds.
           MOVE "N" TO sales-history-eof
           OPEN INPUT sales-history-file
           IF sales-history-status = "00"
              PERFORM Read-Sales-History
              PERFORM Check-One-Receipt
                 UNTIL sales-history-eof = "Y"
              CLOSE sales-history-file
           END-IF
           .

       Read-Sales-History.
           READ sales-history-file
              AT END MOVE "Y" TO sales-history-eof
           END-READ
           .

       Check-One-Receipt.
           IF sh-header AND sh-refund-of NUMERIC
              AND sh-refund-of > ZERO AND sh-date NUMERIC
              AND sh-approved-by NOT = SPACES
              MOVE sh-date TO then-date
              IF then-yyyymm = review-month
                 MOVE sh-approved-by TO wk-operator
                 MOVE "REFUND AUTHORISED" TO wk-activity
                 PERFORM Tally-Supervisor-Activity
                 IF sh-approved-by = sh-operator
                    MOVE sh-receipt-no TO rr-receipt
                    MOVE sh-date       TO rr-date
                    MOVE "RETURN"          TO fd-kind
                    MOVE receipt-reference TO fd-reference
                    MOVE sh-operator       TO fd-operator
                    PERFORM Write-Finding
                 END-IF
              END-IF
           END-IF
           PERFORM Read-Sales-History
           .

      * a journal is judged once, on its first line.
       Scan-Manual-Journals.
           MOVE "N" TO manual-journal-eof
           OPEN INPUT manual-journal-file
           IF manual-journal-status = "00"
              PERFORM Read-Manual-Journal
              PERFORM Check-One-Journal
                 UNTIL manual-journal-eof = "Y"
              CLOSE manual-journal-file
           END-IF
           .

       Read-Manual-Journal.
           READ manual-journal-file
              AT END MOVE "Y" TO manual-journal-eof
           END-READ
           .

       Check-One-Journal.
           IF mj-line-no = 1 AND mj-approved-by NOT = SPACES
              AND mj-date NUMERIC
              MOVE mj-date TO then-date
              IF then-yyyymm = review-month
                 MOVE mj-approved-by TO wk-operator
                 IF mj-rejected
                    MOVE "JOURNAL REJECTED" TO wk-activity
                 ELSE
                    MOVE "JOURNAL APPROVED" TO wk-activity
                 END-IF
                 PERFORM Tally-Supervisor-Activity
                 IF mj-approved-by = mj-keyed-by
                    MOVE mj-journal-no TO jr-journal
                    MOVE mj-date       TO jr-date
                    MOVE "JOURNAL"         TO fd-kind
                    MOVE journal-reference TO fd-reference
                    MOVE mj-keyed-by       TO fd-operator
                    PERFORM Write-Finding
                 END-IF
              END-IF
           END-IF
           PERFORM Read-Manual-Journal
           .

       Write-Finding.
           ADD 1 TO finding-count
           WRITE review-report-line FROM finding-detail
           DISPLAY finding-detail
           .

       Write-Supervisor-Section.
           MOVE "SUPERVISOR-LEVEL ACTIVITY IN THE REVIEW MONTH"
              TO section-line
           WRITE review-report-line FROM blank-line
           WRITE review-report-line FROM section-line
           PERFORM Write-One-Supervisor
                    VARYING opr-idx FROM 1 BY 1
                    UNTIL opr-idx > operator-count
           .

       Write-One-Supervisor.
           IF tab-opr-authority(opr-idx) = 3
              MOVE ZERO TO supervisor-lines
              MOVE tab-opr-id(opr-idx) TO wk-operator
              PERFORM Write-One-Activity
                       VARYING act-idx FROM 1 BY 1
                       UNTIL act-idx > activity-count
              IF supervisor-lines = ZERO
                 MOVE wk-operator       TO ad-operator
                 MOVE "NO ACTIVITY"     TO ad-activity
                 MOVE ZERO              TO ad-count
                 WRITE review-report-line FROM activity-detail
              END-IF
           END-IF
           .

       Write-One-Activity.
           IF tab-act-operator(act-idx) = wk-operator
              ADD 1 TO supervisor-lines
              MOVE wk-operator            TO ad-operator
              MOVE tab-act-name(act-idx)  TO ad-activity
              MOVE tab-act-count(act-idx) TO ad-count
              WRITE review-report-line FROM activity-detail
           END-IF
           .
