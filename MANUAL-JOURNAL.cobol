       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUAL-JOURNAL.
      * manual journals for the nominal ledger - the corrections,
      * bank charges and reclassifications no batch feed carries.
      * a posting-level operator keys the journal: a date in an
      * open year, two or more lines each on an active chart
      * account with a memo, debits equal to credits, and if
      * wanted a later date the journal reverses on. the journal
      * waits on the manual journal file until a supervisor-level
      * operator (authority 3) other than the one who keyed it
      * approves it, when its legs - and the reversing legs, if
      * any - go on the live journal file under source MANUAL
      * JOURNAL and the journal number; or rejects it. the listing
      * gives the auditors every journal, its lines and memos, and
      * who keyed and who approved it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT manual-journal-file ASSIGN TO "data/MANJNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS manual-journal-status.
           SELECT gl-journal-file ASSIGN TO "data/GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-journal-status.
           SELECT chart-account-file ASSIGN TO "data/CHART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS chart-account-status.
           SELECT gl-year-file ASSIGN TO "data/GLYEAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-year-status.
           SELECT journal-listing-file ASSIGN TO "data/MANJNL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT operator-file ASSIGN TO "data/OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS operator-file-status.
           SELECT current-operator-file ASSIGN TO
                  "data/CURRENTOP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS current-operator-status.

       DATA DIVISION.
       FILE SECTION.
       FD  manual-journal-file.
       COPY MANJNL.

       FD  gl-journal-file.
       COPY GLJRNL.

       FD  chart-account-file.
       COPY CHART.

       FD  gl-year-file.
       COPY GLYEAR.

       FD  journal-listing-file.
       01  journal-listing-line PIC X(100).

       FD  operator-file.
       COPY OPERATOR.

       FD  current-operator-file.
       01  current-operator-record.
           03 co-operator-id    PIC X(8).

       WORKING-STORAGE SECTION.
       01  manual-journal-status PIC XX.
       01  manual-journal-eof   PIC X VALUE "N".
       01  gl-journal-status    PIC XX.
       01  chart-account-status PIC XX.
       01  chart-account-eof    PIC X VALUE "N".
       01  gl-year-status       PIC XX.
       01  operator-file-status PIC XX.
       01  current-operator-status PIC XX.
       01  operator-eof         PIC X.
       01  operator-stamp       PIC X(8) VALUE "CONSOLE".
       01  operator-authority   PIC 9 VALUE ZERO.
       01  closed-year          PIC 9(4) VALUE ZERO.
       01  today-date           PIC 9(8).
       01  chart-table.
           03 coa-entry OCCURS 100 TIMES INDEXED BY coa-idx.
              05 tab-coa-account PIC X(6).
              05 tab-coa-active  PIC X.
       01  chart-count          PIC 999 VALUE ZERO.
       01  chart-found          PIC X.
       01  chart-idx            PIC 999 VALUE ZERO.
      * every line of every manual journal, the lines of one
      * journal kept together in line order
       01  manual-journal-table.
           03 mjl-entry OCCURS 500 TIMES
                    INDEXED BY mjl-idx mjs-idx.
              05 tab-mj-journal-no   PIC 9(6).
              05 tab-mj-line-no      PIC 99.
              05 tab-mj-date         PIC 9(8).
              05 tab-mj-account      PIC X(6).
              05 tab-mj-debit-credit PIC X.
              05 tab-mj-amount       PIC 9(8)V99.
              05 tab-mj-memo         PIC X(30).
              05 tab-mj-reverse-date PIC 9(8).
              05 tab-mj-keyed-by     PIC X(8).
              05 tab-mj-approved-by  PIC X(8).
              05 tab-mj-status       PIC X.
              05 tab-mj-posted-date  PIC 9(8).
       01  line-count           PIC 999 VALUE ZERO.
       01  last-journal-no      PIC 9(6) VALUE ZERO.
       01  journal-start-idx    PIC 999 VALUE ZERO.
       01  current-journal-no   PIC 9(6).
       01  journals-listed      PIC 9(5) VALUE ZERO.
       01  new-status           PIC X.
       01  menu-action          PIC X.
           88 action-enter      VALUE "E" "e".
           88 action-approve    VALUE "A" "a".
           88 action-list       VALUE "L" "l".
           88 action-exit       VALUE "X" "x".
       01  decision-flag        PIC X.
           88 decision-approve  VALUE "A" "a".
           88 decision-reject   VALUE "R" "r".
           88 decision-skip     VALUE "S" "s".
      * the journal being keyed, held until it balances
       01  work-journal.
           03 wk-date           PIC 9(8).
           03 wk-reverse-date   PIC 9(8).
           03 wk-line-count     PIC 99.
           03 wk-line OCCURS 20 TIMES INDEXED BY wk-idx.
              05 wk-account     PIC X(6).
              05 wk-debit-credit PIC X.
              05 wk-amount      PIC 9(8)V99.
              05 wk-memo        PIC X(30).
       01  wk-debits            PIC 9(9)V99.
       01  wk-credits           PIC 9(9)V99.
       01  lines-done           PIC X.
       01  next-line-no         PIC 99.
       01  entry-account        PIC X(6).
       01  entry-debit-credit   PIC X.
           88 entry-debit       VALUE "D" "d".
           88 entry-credit      VALUE "C" "c".
       01  entry-amount         PIC 9(8)V99.
       01  entry-memo           PIC X(30).
       01  account-ok           PIC X.
       01  check-date           PIC 9(8).
       01  check-date-parts REDEFINES check-date.
           03 check-yyyy        PIC 9(4).
           03 check-mm          PIC 99.
           03 check-dd          PIC 99.
       01  date-valid           PIC X.
       01  days-in-month        PIC 99.
       01  leap-remainder       PIC 999.
       01  leap-quotient        PIC 9(4).
       01  journal-source       PIC X(16) VALUE "MANUAL JOURNAL".
      * the total type each posted leg carries - JNL for the
      * journal, REV for its reversal - with the journal number
       01  journal-reference.
           03 jr-prefix         PIC X(4).
           03 jr-journal-no     PIC 9(6).
           03 FILLER            PIC XX VALUE SPACES.
       01  wanted-period        PIC 9(6).
       01  listing-journal      PIC X VALUE "N".
       01  listed-debits        PIC 9(9)V99 VALUE ZERO.
       01  debits-out           PIC $$$,$$$,$$9.99.
       01  credits-out          PIC $$$,$$$,$$9.99.
       01  amount-out           PIC $$$,$$$,$$9.99.
       01  status-text          PIC X(17).
       01  listing-heading.
           03 FILLER            PIC X(29) VALUE
                 "----- MANUAL JOURNAL LISTING ".
           03 lh-period         PIC X(6).
           03 FILLER            PIC X(6) VALUE " -----".
       01  journal-header-line.
           03 FILLER            PIC X(8) VALUE "JOURNAL ".
           03 jh-journal-no     PIC 9(6).
           03 FILLER            PIC X(7) VALUE " DATED ".
           03 jh-date           PIC 9(8).
           03 FILLER            PIC X(10) VALUE " REVERSES ".
           03 jh-reverse-date   PIC X(8).
           03 FILLER            PIC X(7) VALUE " KEYED ".
           03 jh-keyed-by       PIC X(8).
           03 FILLER            PIC X(10) VALUE " APPROVED ".
           03 jh-approved-by    PIC X(8).
           03 FILLER            PIC X VALUE SPACE.
           03 jh-status         PIC X(17).
       01  journal-detail-line.
           03 FILLER            PIC X(4) VALUE SPACES.
           03 jd-line-no        PIC 99.
           03 FILLER            PIC X VALUE SPACE.
           03 jd-account        PIC X(6).
           03 FILLER            PIC X VALUE SPACE.
           03 jd-debit-credit   PIC X.
           03 FILLER            PIC X VALUE SPACE.
           03 jd-amount-out     PIC $$,$$$,$$9.99.
           03 FILLER            PIC X VALUE SPACE.
           03 jd-memo           PIC X(30).
       01  blank-line           PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       Manual-Journal.
           DISPLAY "MANUAL JOURNALS"
           PERFORM Check-Operator-Authority
           IF operator-authority < 2
              DISPLAY "POSTING-LEVEL AUTHORITY REQUIRED - "
                      "NOT STARTED"
              GOBACK
           END-IF
           ACCEPT today-date FROM DATE YYYYMMDD
           PERFORM Load-Chart
           PERFORM Load-Closed-Year
           PERFORM Load-Manual-Journals
           PERFORM Journal-One-Action WITH TEST AFTER
                    UNTIL action-exit
           GOBACK.

      * the signed-on id is proved against the operator file -
      * CONSOLE, or an id not on the file, carries no authority.
       Check-Operator-Authority.
           PERFORM Load-Operator-Stamp
           MOVE "N" TO operator-eof
           OPEN INPUT operator-file
           IF operator-file-status = "00"
              PERFORM Match-One-Operator WITH TEST AFTER
                 UNTIL operator-eof = "Y"
              CLOSE operator-file
           END-IF
           .

       Match-One-Operator.
           READ operator-file
              AT END MOVE "Y" TO operator-eof
              NOT AT END
                 IF op-id = operator-stamp
                    MOVE op-authority TO operator-authority
                 END-IF
           END-READ
           .

       Journal-One-Action.
           DISPLAY SPACE
           DISPLAY "Enter journal, Approve journals, List journals "
                   "or eXit? (E/A/L/X): " WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-enter   PERFORM Enter-Journal
              WHEN action-approve PERFORM Approve-Journals
              WHEN action-list    PERFORM List-Journals
              WHEN action-exit    CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER E, A, L OR X"
           END-EVALUATE
           .

       Enter-Journal.
           IF chart-count = ZERO
              DISPLAY "NO CHART OF ACCOUNTS ON FILE - JOURNALS "
                      "CANNOT BE KEYED"
           ELSE
              PERFORM Get-Journal-Date
              MOVE ZERO TO wk-line-count
              MOVE ZERO TO wk-debits
              MOVE ZERO TO wk-credits
              MOVE "N" TO lines-done
              PERFORM Get-Journal-Line WITH TEST AFTER
                       UNTIL lines-done NOT = "N"
              IF lines-done = "Y"
                 PERFORM Get-Reverse-Date
                 PERFORM Record-Journal
              ELSE
                 DISPLAY "JOURNAL ABANDONED - NOTHING RECORDED"
              END-IF
           END-IF
           .

      * a journal may not be dated into a year the year-end close
      * has locked.
       Get-Journal-Date.
           PERFORM Prompt-Journal-Date WITH TEST AFTER
                    UNTIL date-valid = "Y"
           .

       Prompt-Journal-Date.
           DISPLAY "JOURNAL DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT wk-date
           MOVE wk-date TO check-date
           PERFORM Validate-Date
           EVALUATE TRUE
              WHEN date-valid NOT = "Y"
                 DISPLAY "NOT A REAL DATE - TRY AGAIN"
              WHEN check-yyyy <= closed-year
                 MOVE "N" TO date-valid
                 DISPLAY "YEAR " check-yyyy " IS CLOSED - "
                         "JOURNALS CANNOT POST INTO IT"
           END-EVALUATE
           .

      * lines are keyed until a blank account finishes a balanced
      * journal; an asterisk abandons it.
       Get-Journal-Line.
           COMPUTE next-line-no = wk-line-count + 1
           DISPLAY "LINE " next-line-no " ACCOUNT (BLANK TO FINISH, "
                   "* TO ABANDON): " WITH NO ADVANCING
           ACCEPT entry-account
           EVALUATE TRUE
              WHEN entry-account = "*"
                 MOVE "Q" TO lines-done
              WHEN entry-account = SPACES
                 PERFORM Finish-Journal-Lines
              WHEN wk-line-count >= 20
                 DISPLAY "A JOURNAL TAKES 20 LINES AT MOST"
              WHEN OTHER
                 PERFORM Check-Entry-Account
                 IF account-ok = "Y"
                    PERFORM Get-Line-Details
                 END-IF
           END-EVALUATE
           .

       Finish-Journal-Lines.
           EVALUATE TRUE
              WHEN wk-line-count < 2
                 DISPLAY "A JOURNAL NEEDS AT LEAST TWO LINES"
              WHEN wk-debits NOT = wk-credits
                 MOVE wk-debits  TO debits-out
                 MOVE wk-credits TO credits-out
                 DISPLAY "DEBITS " debits-out " CREDITS "
                         credits-out " - THE JOURNAL MUST BALANCE"
              WHEN OTHER
                 MOVE "Y" TO lines-done
           END-EVALUATE
           .

       Check-Entry-Account.
           MOVE "N" TO account-ok
           MOVE "N" TO chart-found
           PERFORM Check-One-Account
                    VARYING coa-idx FROM 1 BY 1
                    UNTIL coa-idx > chart-count
                       OR chart-found = "Y"
           IF chart-found NOT = "Y"
              DISPLAY "ACCOUNT " entry-account " NOT ON THE CHART"
           ELSE
              SET coa-idx TO chart-idx
              IF tab-coa-active(coa-idx) NOT = "Y"
                 DISPLAY "ACCOUNT " entry-account " IS INACTIVE"
              ELSE
                 MOVE "Y" TO account-ok
              END-IF
           END-IF
           .

       Check-One-Account.
           IF tab-coa-account(coa-idx) = entry-account
              MOVE "Y" TO chart-found
              SET chart-idx TO coa-idx
           END-IF
           .

       Get-Line-Details.
           PERFORM Prompt-Debit-Credit WITH TEST AFTER
                    UNTIL entry-debit OR entry-credit
           PERFORM Prompt-Line-Amount WITH TEST AFTER
                    UNTIL entry-amount NOT = ZERO
           DISPLAY "MEMO: " WITH NO ADVANCING
           ACCEPT entry-memo
           ADD 1 TO wk-line-count
           SET wk-idx TO wk-line-count
           MOVE entry-account TO wk-account(wk-idx)
           MOVE entry-amount  TO wk-amount(wk-idx)
           MOVE entry-memo    TO wk-memo(wk-idx)
           IF entry-debit
              MOVE "D" TO wk-debit-credit(wk-idx)
              ADD entry-amount TO wk-debits
           ELSE
              MOVE "C" TO wk-debit-credit(wk-idx)
              ADD entry-amount TO wk-credits
           END-IF
           MOVE wk-debits  TO debits-out
           MOVE wk-credits TO credits-out
           DISPLAY "DEBITS " debits-out " CREDITS " credits-out
           .

       Prompt-Debit-Credit.
           DISPLAY "DEBIT OR CREDIT (D/C): " WITH NO ADVANCING
           ACCEPT entry-debit-credit
           IF NOT entry-debit AND NOT entry-credit
              DISPLAY "ENTER D OR C"
           END-IF
           .

       Prompt-Line-Amount.
           DISPLAY "AMOUNT: " WITH NO ADVANCING
           ACCEPT entry-amount
           IF entry-amount = ZERO
              DISPLAY "AMOUNT MUST NOT BE ZERO"
           END-IF
           .

       Get-Reverse-Date.
           PERFORM Prompt-Reverse-Date WITH TEST AFTER
                    UNTIL date-valid = "Y"
           .

       Prompt-Reverse-Date.
           DISPLAY "REVERSE ON (YYYYMMDD, 0 FOR NO REVERSAL): "
                   WITH NO ADVANCING
           ACCEPT wk-reverse-date
           IF wk-reverse-date = ZERO
              MOVE "Y" TO date-valid
           ELSE
              MOVE wk-reverse-date TO check-date
              PERFORM Validate-Date
              EVALUATE TRUE
                 WHEN date-valid NOT = "Y"
                    DISPLAY "NOT A REAL DATE - TRY AGAIN"
                 WHEN wk-reverse-date NOT > wk-date
                    MOVE "N" TO date-valid
                    DISPLAY "THE REVERSAL MUST FALL AFTER THE "
                            "JOURNAL DATE"
              END-EVALUATE
           END-IF
           .

       Record-Journal.
           IF line-count + wk-line-count > 500
              DISPLAY "MANUAL JOURNAL FILE FULL - JOURNAL NOT "
                      "RECORDED"
           ELSE
              ADD 1 TO last-journal-no
              PERFORM Record-One-Line
                       VARYING wk-idx FROM 1 BY 1
                       UNTIL wk-idx > wk-line-count
              PERFORM Save-Manual-Journals
              MOVE wk-debits TO amount-out
              DISPLAY "JOURNAL " last-journal-no " RECORDED - "
                      wk-line-count " LINES, " amount-out
                      " - AWAITING APPROVAL"
           END-IF
           .

       Record-One-Line.
           ADD 1 TO line-count
           SET mjl-idx TO line-count
           MOVE last-journal-no  TO tab-mj-journal-no(mjl-idx)
           SET tab-mj-line-no(mjl-idx) TO wk-idx
           MOVE wk-date          TO tab-mj-date(mjl-idx)
           MOVE wk-account(wk-idx) TO tab-mj-account(mjl-idx)
           MOVE wk-debit-credit(wk-idx)
              TO tab-mj-debit-credit(mjl-idx)
           MOVE wk-amount(wk-idx) TO tab-mj-amount(mjl-idx)
           MOVE wk-memo(wk-idx)  TO tab-mj-memo(mjl-idx)
           MOVE wk-reverse-date  TO tab-mj-reverse-date(mjl-idx)
           MOVE operator-stamp   TO tab-mj-keyed-by(mjl-idx)
           MOVE SPACES           TO tab-mj-approved-by(mjl-idx)
           MOVE "K"              TO tab-mj-status(mjl-idx)
           MOVE ZERO             TO tab-mj-posted-date(mjl-idx)
           .

      * each keyed journal is put to the supervisor in turn. a
      * journal the supervisor keyed personally is passed over -
      * it needs a second supervisor's eyes.
       Approve-Journals.
           IF operator-authority < 3
              DISPLAY "SUPERVISOR AUTHORITY REQUIRED TO APPROVE"
           ELSE
              MOVE ZERO TO journals-listed
              PERFORM Decide-One-Journal
                       VARYING mjl-idx FROM 1 BY 1
                       UNTIL mjl-idx > line-count
              IF journals-listed = ZERO
                 DISPLAY "NO JOURNALS AWAITING YOUR APPROVAL"
              END-IF
           END-IF
           .

       Decide-One-Journal.
           IF tab-mj-line-no(mjl-idx) = 1
              AND tab-mj-status(mjl-idx) = "K"
              SET journal-start-idx TO mjl-idx
              MOVE tab-mj-journal-no(mjl-idx) TO current-journal-no
              IF tab-mj-keyed-by(mjl-idx) = operator-stamp
                 DISPLAY "JOURNAL " current-journal-no
                         " KEYED BY YOU - NEEDS ANOTHER SUPERVISOR"
              ELSE
                 ADD 1 TO journals-listed
                 PERFORM Show-One-Journal
                 PERFORM Get-Journal-Decision WITH TEST AFTER
                          UNTIL decision-approve OR decision-reject
                             OR decision-skip
                 EVALUATE TRUE
                    WHEN decision-approve
                       PERFORM Approve-One-Journal
                    WHEN decision-reject
                       MOVE "R" TO new-status
                       PERFORM Stamp-One-Line
                                VARYING mjs-idx
                                FROM journal-start-idx BY 1
                                UNTIL mjs-idx > line-count
                       PERFORM Save-Manual-Journals
                       DISPLAY "JOURNAL " current-journal-no
                               " REJECTED"
                 END-EVALUATE
              END-IF
           END-IF
           .

      * the year may have been closed since the journal was keyed -
      * it can then only be rejected and keyed again.
       Approve-One-Journal.
           MOVE tab-mj-date(mjl-idx) TO check-date
           IF check-yyyy <= closed-year
              DISPLAY "JOURNAL " current-journal-no " IS DATED IN "
                      "CLOSED YEAR " check-yyyy " - NOT POSTED"
           ELSE
              PERFORM Post-Journal
              MOVE "P" TO new-status
              PERFORM Stamp-One-Line
                       VARYING mjs-idx FROM journal-start-idx BY 1
                       UNTIL mjs-idx > line-count
              PERFORM Save-Manual-Journals
              DISPLAY "JOURNAL " current-journal-no
                      " APPROVED AND POSTED"
           END-IF
           .

       Get-Journal-Decision.
           DISPLAY "Approve, Reject or Skip? (A/R/S): "
                   WITH NO ADVANCING
           ACCEPT decision-flag
           IF NOT decision-approve AND NOT decision-reject
              AND NOT decision-skip
              DISPLAY "ENTER A, R OR S"
           END-IF
           .

       Show-One-Journal.
           PERFORM Set-Journal-Header
           DISPLAY journal-header-line
           PERFORM Show-One-Line
                    VARYING mjs-idx FROM journal-start-idx BY 1
                    UNTIL mjs-idx > line-count
           .

       Show-One-Line.
           IF tab-mj-journal-no(mjs-idx) = current-journal-no
              PERFORM Set-Journal-Detail
              DISPLAY journal-detail-line
           END-IF
           .

       Stamp-One-Line.
           IF tab-mj-journal-no(mjs-idx) = current-journal-no
              MOVE new-status     TO tab-mj-status(mjs-idx)
              MOVE operator-stamp TO tab-mj-approved-by(mjs-idx)
              IF new-status = "P"
                 MOVE today-date TO tab-mj-posted-date(mjs-idx)
              END-IF
           END-IF
           .

      * the journal's legs go on the live journal as keyed; a
      * reversing journal's legs follow with debit and credit
      * swapped, dated the reversal date.
       Post-Journal.
           OPEN EXTEND gl-journal-file
           IF gl-journal-status = "35"
              OPEN OUTPUT gl-journal-file
           END-IF
           MOVE current-journal-no TO jr-journal-no
           MOVE "JNL " TO jr-prefix
           PERFORM Post-One-Line
                    VARYING mjs-idx FROM journal-start-idx BY 1
                    UNTIL mjs-idx > line-count
           IF tab-mj-reverse-date(mjl-idx) NOT = ZERO
              MOVE "REV " TO jr-prefix
              PERFORM Reverse-One-Line
                       VARYING mjs-idx FROM journal-start-idx BY 1
                       UNTIL mjs-idx > line-count
           END-IF
           CLOSE gl-journal-file
           .

       Post-One-Line.
           IF tab-mj-journal-no(mjs-idx) = current-journal-no
              MOVE tab-mj-date(mjs-idx)    TO gj-date
              MOVE tab-mj-account(mjs-idx) TO gj-account
              MOVE tab-mj-debit-credit(mjs-idx) TO gj-debit-credit
              MOVE tab-mj-amount(mjs-idx)  TO gj-amount
              MOVE journal-source          TO gj-source
              MOVE journal-reference       TO gj-total-type
              WRITE gl-journal-record
           END-IF
           .

       Reverse-One-Line.
           IF tab-mj-journal-no(mjs-idx) = current-journal-no
              MOVE tab-mj-reverse-date(mjs-idx) TO gj-date
              MOVE tab-mj-account(mjs-idx) TO gj-account
              IF tab-mj-debit-credit(mjs-idx) = "D"
                 MOVE "C" TO gj-debit-credit
              ELSE
                 MOVE "D" TO gj-debit-credit
              END-IF
              MOVE tab-mj-amount(mjs-idx)  TO gj-amount
              MOVE journal-source          TO gj-source
              MOVE journal-reference       TO gj-total-type
              WRITE gl-journal-record
           END-IF
           .

      * the auditors' listing: every journal dated in the period
      * asked for (or all of them), with its lines and memos.
       List-Journals.
           DISPLAY "PERIOD (YYYYMM, 0 FOR ALL): " WITH NO ADVANCING
           ACCEPT wanted-period
           MOVE ZERO TO journals-listed
           MOVE ZERO TO listed-debits
           OPEN OUTPUT journal-listing-file
           IF wanted-period = ZERO
              MOVE "ALL" TO lh-period
           ELSE
              MOVE wanted-period TO lh-period
           END-IF
           WRITE journal-listing-line FROM listing-heading
           DISPLAY listing-heading
           PERFORM List-One-Line
                    VARYING mjl-idx FROM 1 BY 1
                    UNTIL mjl-idx > line-count
           WRITE journal-listing-line FROM blank-line
           MOVE listed-debits TO amount-out
           MOVE SPACES TO journal-listing-line
           STRING "JOURNALS LISTED: " DELIMITED BY SIZE
                  journals-listed     DELIMITED BY SIZE
                  "  TOTAL DEBITS: "  DELIMITED BY SIZE
                  amount-out          DELIMITED BY SIZE
             INTO journal-listing-line
           WRITE journal-listing-line
           DISPLAY journal-listing-line
           CLOSE journal-listing-file
           DISPLAY "LISTING WRITTEN TO data/MANJNL.RPT"
           .

       List-One-Line.
           IF tab-mj-line-no(mjl-idx) = 1
              MOVE tab-mj-date(mjl-idx) TO check-date
              IF wanted-period = ZERO
                 OR check-date(1:6) = wanted-period
                 MOVE "Y" TO listing-journal
                 ADD 1 TO journals-listed
                 PERFORM Set-Journal-Header
                 WRITE journal-listing-line FROM blank-line
                 WRITE journal-listing-line FROM journal-header-line
                 DISPLAY journal-header-line
              ELSE
                 MOVE "N" TO listing-journal
              END-IF
           END-IF
           IF listing-journal = "Y"
              SET mjs-idx TO mjl-idx
              PERFORM Set-Journal-Detail
              WRITE journal-listing-line FROM journal-detail-line
              DISPLAY journal-detail-line
              IF tab-mj-debit-credit(mjl-idx) = "D"
                 ADD tab-mj-amount(mjl-idx) TO listed-debits
              END-IF
           END-IF
           .

       Set-Journal-Header.
           MOVE tab-mj-journal-no(mjl-idx)  TO jh-journal-no
           MOVE tab-mj-date(mjl-idx)        TO jh-date
           IF tab-mj-reverse-date(mjl-idx) = ZERO
              MOVE "NONE" TO jh-reverse-date
           ELSE
              MOVE tab-mj-reverse-date(mjl-idx) TO jh-reverse-date
           END-IF
           MOVE tab-mj-keyed-by(mjl-idx)    TO jh-keyed-by
           MOVE tab-mj-approved-by(mjl-idx) TO jh-approved-by
           EVALUATE tab-mj-status(mjl-idx)
              WHEN "P"
                 MOVE SPACES TO status-text
                 STRING "POSTED "                  DELIMITED BY SIZE
                        tab-mj-posted-date(mjl-idx) DELIMITED BY SIZE
                   INTO status-text
              WHEN "R"
                 MOVE "REJECTED" TO status-text
              WHEN OTHER
                 MOVE "AWAITING APPROVAL" TO status-text
           END-EVALUATE
           MOVE status-text TO jh-status
           .

       Set-Journal-Detail.
           MOVE tab-mj-line-no(mjs-idx)      TO jd-line-no
           MOVE tab-mj-account(mjs-idx)      TO jd-account
           MOVE tab-mj-debit-credit(mjs-idx) TO jd-debit-credit
           MOVE tab-mj-amount(mjs-idx)       TO jd-amount-out
           MOVE tab-mj-memo(mjs-idx)         TO jd-memo
           .

      * a real calendar date - month 1-12, day within the month,
      * February checked against leap years.
       Validate-Date.
           MOVE "Y" TO date-valid
           IF check-yyyy < 1900 OR check-mm < 1 OR check-mm > 12
              MOVE "N" TO date-valid
           ELSE
              PERFORM Set-Days-In-Month
              IF check-dd < 1 OR check-dd > days-in-month
                 MOVE "N" TO date-valid
              END-IF
           END-IF
           .

       Set-Days-In-Month.
           EVALUATE check-mm
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO days-in-month
              WHEN 2
                 MOVE 28 TO days-in-month
                 DIVIDE check-yyyy BY 4 GIVING leap-quotient
                        REMAINDER leap-remainder
                 IF leap-remainder = ZERO
                    MOVE 29 TO days-in-month
                 END-IF
                 DIVIDE check-yyyy BY 100 GIVING leap-quotient
                        REMAINDER leap-remainder
                 IF leap-remainder = ZERO
                    MOVE 28 TO days-in-month
                    DIVIDE check-yyyy BY 400 GIVING leap-quotient
                           REMAINDER leap-remainder
                    IF leap-remainder = ZERO
                       MOVE 29 TO days-in-month
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 31 TO days-in-month
           END-EVALUATE
           .

       Load-Closed-Year.
           OPEN INPUT gl-year-file
           IF gl-year-status = "00"
              READ gl-year-file
                 AT END CONTINUE
                 NOT AT END
                    MOVE gy-closed-year TO closed-year
              END-READ
              CLOSE gl-year-file
           END-IF
           .

       Load-Chart.
           MOVE ZERO TO chart-count
           OPEN INPUT chart-account-file
           IF chart-account-status = "00"
              PERFORM Read-Chart-Account
              PERFORM Store-Chart-Account
                 UNTIL chart-account-eof = "Y"
              CLOSE chart-account-file
           END-IF
           .

       Read-Chart-Account.
           READ chart-account-file
              AT END MOVE "Y" TO chart-account-eof
           END-READ
           .

       Store-Chart-Account.
           IF chart-count < 100
              ADD 1 TO chart-count
              SET coa-idx TO chart-count
              MOVE coa-account TO tab-coa-account(coa-idx)
              MOVE coa-active  TO tab-coa-active(coa-idx)
           END-IF
           PERFORM Read-Chart-Account
           .

       Load-Manual-Journals.
           MOVE ZERO TO line-count
           OPEN INPUT manual-journal-file
           IF manual-journal-status = "00"
              PERFORM Read-Manual-Journal
              PERFORM Store-Manual-Journal
                 UNTIL manual-journal-eof = "Y"
              CLOSE manual-journal-file
           END-IF
           .

       Read-Manual-Journal.
           READ manual-journal-file
              AT END MOVE "Y" TO manual-journal-eof
           END-READ
           .

       Store-Manual-Journal.
           IF line-count < 500
              ADD 1 TO line-count
              SET mjl-idx TO line-count
              MOVE mj-journal-no   TO tab-mj-journal-no(mjl-idx)
              MOVE mj-line-no      TO tab-mj-line-no(mjl-idx)
              MOVE mj-date         TO tab-mj-date(mjl-idx)
              MOVE mj-account      TO tab-mj-account(mjl-idx)
              MOVE mj-debit-credit TO tab-mj-debit-credit(mjl-idx)
              MOVE mj-amount       TO tab-mj-amount(mjl-idx)
              MOVE mj-memo         TO tab-mj-memo(mjl-idx)
              MOVE mj-reverse-date TO tab-mj-reverse-date(mjl-idx)
              MOVE mj-keyed-by     TO tab-mj-keyed-by(mjl-idx)
              MOVE mj-approved-by  TO tab-mj-approved-by(mjl-idx)
              MOVE mj-status       TO tab-mj-status(mjl-idx)
              MOVE mj-posted-date  TO tab-mj-posted-date(mjl-idx)
           END-IF
           IF mj-journal-no > last-journal-no
              MOVE mj-journal-no TO last-journal-no
           END-IF
           PERFORM Read-Manual-Journal
           .

      * saved after every journal keyed or decided, so a journal
      * on the live journal file is never left looking unposted.
       Save-Manual-Journals.
           OPEN OUTPUT manual-journal-file
           PERFORM Write-Manual-Journal
                    VARYING mjs-idx FROM 1 BY 1
                    UNTIL mjs-idx > line-count
           CLOSE manual-journal-file
           .

       Write-Manual-Journal.
           MOVE tab-mj-journal-no(mjs-idx)   TO mj-journal-no
           MOVE tab-mj-line-no(mjs-idx)      TO mj-line-no
           MOVE tab-mj-date(mjs-idx)         TO mj-date
           MOVE tab-mj-account(mjs-idx)      TO mj-account
           MOVE tab-mj-debit-credit(mjs-idx) TO mj-debit-credit
           MOVE tab-mj-amount(mjs-idx)       TO mj-amount
           MOVE tab-mj-memo(mjs-idx)         TO mj-memo
           MOVE tab-mj-reverse-date(mjs-idx) TO mj-reverse-date
           MOVE tab-mj-keyed-by(mjs-idx)     TO mj-keyed-by
           MOVE tab-mj-approved-by(mjs-idx)  TO mj-approved-by
           MOVE tab-mj-status(mjs-idx)       TO mj-status
           MOVE tab-mj-posted-date(mjs-idx)  TO mj-posted-date
           WRITE manual-journal-record
           .

      * whoever signed on at the menu - CONSOLE when the program
      * is run on its own, which carries no authority here.
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
