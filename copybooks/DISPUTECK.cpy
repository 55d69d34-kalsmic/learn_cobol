      * shared open-disputes lookup, COPYed into every program that
      * must hold a disputed amount out of what it chases or ages
      * (ELEC-DUNNING, ELECTRICITY-BILL, ELEC-AGING). loads the open
      * disputes from dispute-file into one total per account.
       Load-Open-Disputes.
           MOVE ZERO TO disputed-count
           MOVE "N" TO dispute-eof
           OPEN INPUT dispute-file
           IF dispute-status = "00"
              PERFORM Read-Dispute
              PERFORM Store-Open-Dispute
                 UNTIL dispute-eof = "Y"
              CLOSE dispute-file
           END-IF
           .

       Read-Dispute.
           READ dispute-file
              AT END MOVE "Y" TO dispute-eof
           END-READ
           .

       Store-Open-Dispute.
           IF dp-open
              MOVE dp-account TO disputed-account
              PERFORM Find-Disputed-Row
              IF disputed-found = "Y"
                 ADD dp-amount TO tab-dsp-amount(dsp-idx)
              ELSE
                 IF disputed-count < 100
                    ADD 1 TO disputed-count
                    SET dsp-idx TO disputed-count
                    MOVE dp-account TO tab-dsp-account(dsp-idx)
                    MOVE dp-amount  TO tab-dsp-amount(dsp-idx)
                 END-IF
              END-IF
           END-IF
           PERFORM Read-Dispute
           .

       Find-Disputed-Amount.
           MOVE ZERO TO disputed-amount
           PERFORM Find-Disputed-Row
           IF disputed-found = "Y"
              MOVE tab-dsp-amount(dsp-idx) TO disputed-amount
           END-IF
           .

       Find-Disputed-Row.
           MOVE "N" TO disputed-found
           PERFORM Check-One-Disputed
                    VARYING dsp-idx FROM 1 BY 1
                    UNTIL dsp-idx > disputed-count
                       OR disputed-found = "Y"
           IF disputed-found = "Y"
              SET dsp-idx TO disputed-row
           END-IF
           .

       Check-One-Disputed.
           IF tab-dsp-account(dsp-idx) = disputed-account
              MOVE "Y" TO disputed-found
              SET disputed-row TO dsp-idx
           END-IF
           .
