      * run in the EOD chain; and maturity processing that pays
      * principal plus interest to the customer's balance-file
      * account through the ledger, or rolls the deposit over -
      * with a certificate printed either way. the interest each
      * maturity realises is recorded on TDINTEREST.DAT for the
      * clients' year-end interest certificates.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ledger-file ASSIGN TO "data/LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ledger-status.
           SELECT deposit-interest-file ASSIGN TO
                  "data/TDINTEREST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS deposit-interest-status.
           SELECT diary-report-file ASSIGN TO "data/MATURITY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT certificate-file ASSIGN TO "data/DEPOSITCERT.RPT"
       FD  ledger-file.
       COPY LEDGER.

       FD  deposit-interest-file.
       COPY TDINTPD.

       FD  diary-report-file.
       01  diary-report-line    PIC X(70).

       01  ledger-status        PIC XX.
       01  ledger-eof           PIC X VALUE "N".
       01  certificate-status   PIC XX.
       01  deposit-interest-status PIC XX.
       01  deposit-table.
           03 tdp-entry OCCURS 100 TIMES INDEXED BY tdp-idx.
              05 tab-td-deposit   PIC 9(6).
           03 FILLER            PIC X(2) VALUE ": ".
           03 cd-value          PIC X(20).
       01  blank-line           PIC X(60) VALUE SPACES.
       COPY RUNLOCKWS.

       LINKAGE SECTION.
       01  LK-CALLED-IN-BATCH   PIC X.
                 DISPLAY "DEPOSIT " wk-deposit-no
                         " IS NOT OPEN"
              ELSE
                 PERFORM Mature-Under-Lock
              END-IF
           END-IF
           .

      * a pay-out is credited through the live ledger, which
      * belongs to the balances set - the maturity is processed
      * only while that lock is held.
       Mature-Under-Lock.
           MOVE "BALANCES"      TO rl-lock-set
           MOVE "TERM-DEPOSITS" TO rl-program
           PERFORM Claim-Run-Lock
           IF rl-granted
              PERFORM Process-Maturity
              PERFORM Release-Run-Lock
           ELSE
              DISPLAY "DEPOSIT " wk-deposit-no " NOT MATURED"
           END-IF
           .

       Process-Maturity.
           DISPLAY "Pay out or Roll over? (P/R): "
                   WITH NO ADVANCING
           ACCEPT rollover-flag
           PERFORM Record-Deposit-Interest
           IF rollover-flag = "R" OR rollover-flag = "r"
              MOVE tab-td-accrued(tdp-idx)
                 TO tab-td-principal(tdp-idx)
           PERFORM Print-Maturity-Certificate
           .

      * taken before a rollover makes the accrued value the new
      * principal - afterwards the interest can no longer be seen.
       Record-Deposit-Interest.
           COMPUTE interest-earned =
                 tab-td-accrued(tdp-idx) - tab-td-principal(tdp-idx)
           MOVE tab-td-deposit(tdp-idx) TO ti-deposit-no
           MOVE tab-td-account(tdp-idx) TO ti-account-no
           MOVE interest-earned         TO ti-interest
           MOVE run-date                TO ti-date
           IF rollover-flag = "R" OR rollover-flag = "r"
              MOVE "R" TO ti-kind
           ELSE
              MOVE "P" TO ti-kind
           END-IF
           OPEN EXTEND deposit-interest-file
           IF deposit-interest-status = "35"
              OPEN OUTPUT deposit-interest-file
           END-IF
           WRITE deposit-interest-record
           CLOSE deposit-interest-file
           .

       Pay-Out-Deposit.
           PERFORM Load-Live-Ledger
           MOVE tab-td-account(tdp-idx) TO lt-account-no
           MOVE tab-td-status(tdp-idx)   TO td-status
           WRITE term-deposit-record
           .

       COPY RUNLOCKCK.
