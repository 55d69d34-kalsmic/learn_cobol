      * against the operator file, every option carries a required
      * authority level, and the signed-on id is left where the
      * audit writers pick it up - so the audit trail finally says
      * who was at the keyboard. every sign-on is logged for the
      * access review, and a password past the configured age
      * must be changed before the menu opens.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  "data/SIGNONFAIL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS signon-fail-status.
           SELECT signon-log-file ASSIGN TO "data/SIGNONLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS signon-log-status.
           SELECT access-control-file ASSIGN TO
                  "data/ACCESSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS access-control-status.

       DATA DIVISION.
       FILE SECTION.
       FD  signon-fail-file.
       01  signon-fail-line     PIC X(50).

       FD  signon-log-file.
       COPY SIGNON.

       FD  access-control-file.
       COPY ACCESSCTL.

       WORKING-STORAGE SECTION.
       01  menu-option          PIC 999.
           88 menu-exit         VALUE 0.
       01  run-mode             PIC X.
       01  operator-file-status PIC XX.
       01  signon-fail-status   PIC XX.
       01  signon-log-status    PIC XX.
       01  access-control-status PIC XX.
       01  operator-eof         PIC X.
       01  keyed-operator       PIC X(8).
       01  keyed-password       PIC X(8).
       01  current-operator     PIC X(8).
       01  current-authority    PIC 9 VALUE ZERO.
       01  required-authority   PIC 9.
       01  password-days        PIC 999 VALUE 90.
       01  password-date        PIC 9(8).
       01  password-parts REDEFINES password-date.
           03 pw-yyyy           PIC 9(4).
           03 pw-mm             PIC 99.
           03 pw-dd             PIC 99.
       01  signon-date          PIC 9(8).
       01  signon-parts REDEFINES signon-date.
           03 so-yyyy           PIC 9(4).
           03 so-mm             PIC 99.
           03 so-dd             PIC 99.
       01  signon-time          PIC 9(8).
       01  password-age         PIC S9(5).
       01  new-password         PIC X(8).
       01  confirm-password     PIC X(8).
       01  operator-table.
           03 opr-entry OCCURS 50 TIMES INDEXED BY opr-idx.
              05 tab-opr-image  PIC X(25).
       01  operator-count       PIC 99 VALUE ZERO.
       01  fail-date            PIC 9(8).
       01  fail-time            PIC 9(8).
       01  fail-detail.
           DISPLAY "PASSWORD: " WITH NO ADVANCING
           ACCEPT keyed-password
           PERFORM Check-Operator-File
           IF signed-on = "Y"
              PERFORM Check-Password-Age
           END-IF
           IF signed-on = "Y"
              MOVE keyed-operator TO current-operator
              PERFORM Record-Current-Operator
              PERFORM Record-Signon
              DISPLAY "SIGNED ON AS " current-operator
                      " (AUTHORITY " current-authority ")"
           ELSE
                    AND op-password = keyed-password
                    MOVE "Y" TO signed-on
                    MOVE op-authority TO current-authority
                    MOVE op-password-date TO password-date
                 END-IF
           END-READ
           .
           CLOSE current-operator-file
           .

       Record-Signon.
           MOVE signon-date      TO sg-date
           MOVE signon-time      TO sg-time
           MOVE current-operator TO sg-operator
           OPEN EXTEND signon-log-file
           IF signon-log-status = "35"
              OPEN OUTPUT signon-log-file
           END-IF
           WRITE signon-log-record
           CLOSE signon-log-file
           .

      * a password never changed, or older than the configured
      * age, is changed here before the menu opens; walking away
      * from the change refuses the sign-on.
       Check-Password-Age.
           ACCEPT signon-date FROM DATE YYYYMMDD
           ACCEPT signon-time FROM TIME
           PERFORM Load-Access-Control
           IF password-date NOT NUMERIC OR password-date = ZERO
              MOVE 99999 TO password-age
           ELSE
              COMPUTE password-age = (so-yyyy - pw-yyyy) * 360
                    + (so-mm - pw-mm) * 30
                    + (so-dd - pw-dd)
           END-IF
           IF password-age >= password-days
              DISPLAY "PASSWORD EXPIRED - A NEW ONE MUST BE SET"
              PERFORM Change-Expired-Password
           END-IF
           .

       Load-Access-Control.
           OPEN INPUT access-control-file
           IF access-control-status = "00"
              READ access-control-file
                 AT END CONTINUE
                 NOT AT END
                    IF ac-password-days NUMERIC
                       AND ac-password-days > ZERO
                       MOVE ac-password-days TO password-days
                    END-IF
              END-READ
              CLOSE access-control-file
           END-IF
           .

       Change-Expired-Password.
           DISPLAY "NEW PASSWORD: " WITH NO ADVANCING
           ACCEPT new-password
           DISPLAY "NEW PASSWORD AGAIN: " WITH NO ADVANCING
           ACCEPT confirm-password
           EVALUATE TRUE
              WHEN new-password = SPACES
                 DISPLAY "PASSWORD CANNOT BE BLANK"
                 MOVE "N" TO signed-on
              WHEN new-password = keyed-password
                 DISPLAY "NEW PASSWORD MUST DIFFER FROM THE OLD"
                 MOVE "N" TO signed-on
              WHEN new-password NOT = confirm-password
                 DISPLAY "PASSWORDS DO NOT MATCH"
                 MOVE "N" TO signed-on
              WHEN OTHER
                 PERFORM Save-New-Password
                 DISPLAY "PASSWORD CHANGED"
           END-EVALUATE
           .

      * the operator file is read whole, the one row changed and
      * the file written back.
       Save-New-Password.
           MOVE ZERO TO operator-count
           MOVE "N" TO operator-eof
           OPEN INPUT operator-file
           IF operator-file-status = "00"
              PERFORM Store-One-Operator WITH TEST AFTER
                 UNTIL operator-eof = "Y"
              CLOSE operator-file
           END-IF
           OPEN OUTPUT operator-file
           PERFORM Write-One-Operator
                    VARYING opr-idx FROM 1 BY 1
                    UNTIL opr-idx > operator-count
           CLOSE operator-file
           .

       Store-One-Operator.
           READ operator-file
              AT END MOVE "Y" TO operator-eof
              NOT AT END
                 IF operator-count < 50
                    ADD 1 TO operator-count
                    SET opr-idx TO operator-count
                    IF op-id = keyed-operator
                       MOVE new-password TO op-password
                       MOVE signon-date  TO op-password-date
                    END-IF
                    MOVE operator-record TO tab-opr-image(opr-idx)
                 END-IF
           END-READ
           .

       Write-One-Operator.
           MOVE tab-opr-image(opr-idx) TO operator-record
           WRITE operator-record
           .

       Record-Failed-Signon.
           ACCEPT fail-date FROM DATE YYYYMMDD
           ACCEPT fail-time FROM TIME
                 MOVE 1 TO required-authority
              WHEN 13 WHEN 22 WHEN 28 WHEN 29
              WHEN 34 WHEN 42 WHEN 43 WHEN 52 WHEN 53
              WHEN 54 WHEN 6 WHEN 7 WHEN 9 WHEN 89 WHEN 90
              WHEN 92 WHEN 93 WHEN 96 WHEN 97 WHEN 98 WHEN 125
              WHEN 129
                 MOVE 1 TO required-authority
              WHEN 19 WHEN 24 WHEN 25 WHEN 26 WHEN 27
              WHEN 35 WHEN 36 WHEN 41 WHEN 50 WHEN 55
              WHEN 60 WHEN 63 WHEN 100 WHEN 108 WHEN 112
              WHEN 113 WHEN 115 WHEN 116 WHEN 118 WHEN 126
              WHEN 131 WHEN 132
                 MOVE 3 TO required-authority
              WHEN OTHER
                 MOVE 2 TO required-authority
           DISPLAY " 17 PAY RATE CHANGES   18 RETRO PAY RUN"
           DISPLAY " 19 FINAL PAY SETTLE   35 SUPPLEMENTARY RUN"
           DISPLAY " 36 PAY MOVEMENT CHECK 37 BANK DETAILS"
           DISPLAY " 38 BANK RETURNS       87 PAYE RETURN"
           DISPLAY " 88 PAY ELEMENTS       89 PENSION SCHEDULE"
           DISPLAY " 90 PENSION STATEMENTS 91 COURT ORDERS"
           DISPLAY " 92 COURT ORDER REMIT  93 PAY EQUITY"
           DISPLAY " 94 EXPENSE CLAIMS     95 WAGE ACCRUAL"
           DISPLAY " 96 PRE-PAYROLL REVIEW 97 RETIREMENT PROJECT"
           DISPLAY " 98 STAFF TURNOVER"
           DISPLAY "BILLING"
           DISPLAY " 10 BILLING BATCH       11 BILL ONE ACCOUNT"
           DISPLAY " 12 POST PAYMENTS       13 AGED RECEIVABLES"
           DISPLAY " 49 DEPOSIT REGISTER   55 ACCOUNT CLOSURE"
           DISPLAY " 56 PAYMENT ARRANGE    57 METER EXCHANGE"
           DISPLAY " 58 BULK METER SPLIT   59 STANDING ORDERS"
           DISPLAY " 99 PREPAID VENDING  100 CREDIT REFUNDS"
           DISPLAY "101 UNAPPLIED CASH   102 BILLING DISPUTES"
           DISPLAY "103 TRANSFORMER LOSS 104 TARIFF WHAT-IF"
           DISPLAY "105 REVENUE PROTECT  106 METER REGISTER"
           DISPLAY "109 DIRECT DEBITS"
           DISPLAY "LEDGER"
           DISPLAY " 20 BALANCE BATCH       21 BALANCE RECONCILE"
           DISPLAY " 22 STATEMENTS          23 INTEREST ACCRUAL"
           DISPLAY " 62 DORMANT ACCOUNTS   63 CLOSE ACCOUNT"
           DISPLAY " 64 CHEQUE REGISTER    65 CLIENT POSITIONS"
           DISPLAY " 66 WHT REMITTANCE     67 ACCOUNT OPENING"
           DISPLAY "107 ACCOUNT FEES      108 LARGE CASH RPT"
           DISPLAY "110 INTEREST CERTS    111 CHEQUE BOOKS"
           DISPLAY "112 FX RATES/REVALUE"
           DISPLAY "STUDENTS"
           DISPLAY " 30 STUDENT MARKS       31 PROCESS MARKS"
           DISPLAY " 32 GRADE ANALYSIS      33 ATTENDANCE"
           DISPLAY " 34 TRANSCRIPT         77 STUDENT BIO"
           DISPLAY " 78 SCHOOL FEES        79 PROMOTION RUN"
           DISPLAY "122 LIBRARY           123 SUBJECT ENROLMENT"
           DISPLAY "124 RESIT MARKS"
           DISPLAY "SHOP AND LOANS"
           DISPLAY " 40 TILL                41 REFUND"
           DISPLAY " 42 REORDER REPORT      43 SALES SUMMARY"
           DISPLAY " 70 TERM DEPOSITS      71 GOODS RECEIVED"
           DISPLAY " 72 STOCKTAKE          73 PRICE CHANGES"
           DISPLAY " 74 LOYALTY MEMBERS    75 ITEM MARGINS"
           DISPLAY " 76 TILL CASH-UP      113 LOAN PROVISIONS"
           DISPLAY "114 LOAN COLLATERAL   115 LOAN ACCRUAL"
           DISPLAY "116 LOAN RESTRUCTURE  117 PURCHASE ORDERS"
           DISPLAY "118 ACCOUNTS PAYABLE  119 CUSTOMER ACCOUNTS"
           DISPLAY "120 STOCK COSTING     121 STOCK BATCHES"
           DISPLAY "END OF DAY"
           DISPLAY " 50 END-OF-DAY RUN      51 JOURNAL POSTING"
           DISPLAY " 52 AUDIT INQUIRY       53 CLIENT XREF"
           DISPLAY " 81 TRIAL BALANCE      82 BANK RECONCILE"
           DISPLAY " 83 NOMINAL BUDGETS    84 BUSINESS CALENDAR"
           DISPLAY " 85 VAT RETURN         86 REPORT ARCHIVE"
           DISPLAY "125 FINANCIAL STMTS   126 GL YEAR-END CLOSE"
           DISPLAY "127 MANUAL JOURNALS   128 FIXED ASSETS"
           DISPLAY "129 CASH FORECAST     130 PARTY MASTER"
           DISPLAY "131 RUN LOCKS         132 ACCESS REVIEW"
           DISPLAY "  0 EXIT"
           DISPLAY "OPTION: " WITH NO ADVANCING
           .
              WHEN 86
                 CALL "REPORT-ARCHIVE"
                 CANCEL "REPORT-ARCHIVE"
              WHEN 87
                 CALL "PAYE-RETURN"
                 CANCEL "PAYE-RETURN"
              WHEN 88
                 CALL "PAY-ELEMENTS"
                 CANCEL "PAY-ELEMENTS"
              WHEN 89
                 CALL "PENSION-SCHED"
                 CANCEL "PENSION-SCHED"
              WHEN 90
                 CALL "PENSION-STMT"
                 CANCEL "PENSION-STMT"
              WHEN 91
                 CALL "GARNISH-ORDERS"
                 CANCEL "GARNISH-ORDERS"
              WHEN 92
                 CALL "GARNISH-REMIT"
                 CANCEL "GARNISH-REMIT"
              WHEN 93
                 CALL "PAY-EQUITY"
                 CANCEL "PAY-EQUITY"
              WHEN 94
                 CALL "EXPENSE-CLAIMS"
                 CANCEL "EXPENSE-CLAIMS"
              WHEN 95
                 CALL "WAGE-ACCRUAL"
                 CANCEL "WAGE-ACCRUAL"
              WHEN 96
                 CALL "PREPAY-REVIEW"
                 CANCEL "PREPAY-REVIEW"
              WHEN 97
                 CALL "RETIRE-PROJECT"
                 CANCEL "RETIRE-PROJECT"
              WHEN 98
                 CALL "STAFF-TURNOVER"
                 CANCEL "STAFF-TURNOVER"
              WHEN 99
                 CALL "ELEC-VEND"
                 CANCEL "ELEC-VEND"
              WHEN 100
                 CALL "ELEC-REFUND"
                 CANCEL "ELEC-REFUND"
              WHEN 101
                 CALL "ELEC-UNAPPLIED"
                 CANCEL "ELEC-UNAPPLIED"
              WHEN 102
                 CALL "ELEC-DISPUTES"
                 CANCEL "ELEC-DISPUTES"
              WHEN 103
                 CALL "ELEC-LOSSES"
                 CANCEL "ELEC-LOSSES"
              WHEN 104
                 CALL "ELEC-WHATIF"
                 CANCEL "ELEC-WHATIF"
              WHEN 105
                 CALL "ELEC-REVPROT"
                 CANCEL "ELEC-REVPROT"
              WHEN 106
                 CALL "METER-REGISTER"
                 CANCEL "METER-REGISTER"
              WHEN 107
                 CALL "ACCT-FEES"
                 CANCEL "ACCT-FEES"
              WHEN 108
                 CALL "LARGE-CASH"
                 CANCEL "LARGE-CASH"
              WHEN 109
                 CALL "ELEC-DIRDEBIT"
                 CANCEL "ELEC-DIRDEBIT"
              WHEN 110
                 CALL "INTEREST-CERT"
                 CANCEL "INTEREST-CERT"
              WHEN 111
                 CALL "CHEQUE-ISSUE"
                 CANCEL "CHEQUE-ISSUE"
              WHEN 112
                 CALL "FX-RATES"
                 CANCEL "FX-RATES"
              WHEN 113
                 CALL "LOAN-PROVISION"
                 CANCEL "LOAN-PROVISION"
              WHEN 114
                 CALL "LOAN-COLLATERAL"
                 CANCEL "LOAN-COLLATERAL"
              WHEN 115
                 CALL "LOAN-ACCRUAL"
                 CANCEL "LOAN-ACCRUAL"
              WHEN 116
                 CALL "LOAN-RESTRUCTURE"
                 CANCEL "LOAN-RESTRUCTURE"
              WHEN 117
                 CALL "PURCHASE-ORDERS"
                 CANCEL "PURCHASE-ORDERS"
              WHEN 118
                 CALL "ACCOUNTS-PAYABLE"
                 CANCEL "ACCOUNTS-PAYABLE"
              WHEN 119
                 CALL "CUSTOMER-ACCOUNTS"
                 CANCEL "CUSTOMER-ACCOUNTS"
              WHEN 120
                 CALL "STOCK-COSTING"
                 CANCEL "STOCK-COSTING"
              WHEN 121
                 CALL "STOCK-BATCHES"
                 CANCEL "STOCK-BATCHES"
              WHEN 122
                 CALL "LIBRARY"
                 CANCEL "LIBRARY"
              WHEN 123
                 CALL "SUBJECT-ENROL"
                 CANCEL "SUBJECT-ENROL"
              WHEN 124
                 CALL "RESIT-MARKS"
                 CANCEL "RESIT-MARKS"
              WHEN 125
                 CALL "FIN-STATEMENTS"
                 CANCEL "FIN-STATEMENTS"
              WHEN 126
                 CALL "GL-YEAR-END"
                 CANCEL "GL-YEAR-END"
              WHEN 127
                 CALL "MANUAL-JOURNAL"
                 CANCEL "MANUAL-JOURNAL"
              WHEN 128
                 CALL "FIXED-ASSETS"
                 CANCEL "FIXED-ASSETS"
              WHEN 129
                 CALL "CASH-FORECAST"
                 CANCEL "CASH-FORECAST"
              WHEN 130
                 CALL "PARTY-MASTER"
                 CANCEL "PARTY-MASTER"
              WHEN 131
                 CALL "LOCK-CLEAR"
                 CANCEL "LOCK-CLEAR"
              WHEN 132
                 CALL "ACCESS-REVIEW"
                 CANCEL "ACCESS-REVIEW"
              WHEN 10
                 MOVE "B" TO run-mode
                 CALL "ELECTRICITY-BILL-MODE" USING run-mode
