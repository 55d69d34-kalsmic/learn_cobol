           03 pd-operator      PIC X(8).
           03 FILLER           PIC X(8) VALUE " QUEUED ".
           03 pd-date          PIC 9(8).
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "END-OF-DAY ADJUSTMENT RUN"
           MOVE "BALANCES" TO rl-lock-set
           MOVE "ADD-TEN"  TO rl-program
           PERFORM Claim-Run-Lock
           IF NOT rl-granted
              STOP RUN
           END-IF
           ACCEPT run-date FROM DATE YYYYMMDD
           PERFORM load-approval-limit
           PERFORM load-authorisations
           PERFORM write-pending-report
           DISPLAY "POSTED: " posted-count "  HELD: " held-count
                   "  EXPIRED: " expired-count
           PERFORM Release-Run-Lock
           STOP RUN.

       load-approval-limit.
              DISPLAY pending-detail
           END-IF
           .

       COPY RUNLOCKCK.
