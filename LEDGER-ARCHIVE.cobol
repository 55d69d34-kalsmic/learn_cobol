           03 eh-trl-count      PIC 9(5).
           03 eh-trl-hash       PIC S9(9)V99 SIGN IS TRAILING
                                              SEPARATE.
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Ledger-Archive.
                  closed-through DELIMITED BY SIZE
                  ".DAT"         DELIMITED BY SIZE
             INTO archive-file-name
           MOVE "BALANCES"       TO rl-lock-set
           MOVE "LEDGER-ARCHIVE" TO rl-program
           PERFORM Claim-Run-Lock
           IF NOT rl-granted
              GOBACK
           END-IF
           PERFORM Load-And-Split-Ledger
           IF archive-count = ZERO
              DISPLAY "NO TRANSACTIONS IN CLOSED PERIODS - "
                      "NOTHING TO ARCHIVE"
              PERFORM Release-Run-Lock
              GOBACK
           END-IF
           PERFORM Tally-Existing-Archive
              DISPLAY "ARCHIVE VERIFY FAILED - LIVE FILE LEFT "
                      "UNTOUCHED"
           END-IF
           PERFORM Release-Run-Lock
           GOBACK.

       Load-Period-Control.
           WRITE manifest-record
           CLOSE manifest-file
           .

       COPY RUNLOCKCK.
