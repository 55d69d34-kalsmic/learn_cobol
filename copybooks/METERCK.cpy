      * shared meter register routines, COPYed into every program
      * that moves a meter in or out of the store (METER-REGISTER,
      * SERVICE-ORDERS, METER-EXCHANGE). the caller declares
      * meter-register-file with the METERREG record.
       Load-Meter-Register.
           MOVE ZERO TO meter-count
           MOVE "N" TO meter-register-eof
           OPEN INPUT meter-register-file
           IF meter-register-status = "00"
              PERFORM Read-Meter
              PERFORM Store-Meter UNTIL meter-register-eof = "Y"
              CLOSE meter-register-file
           END-IF
           .

       Read-Meter.
           READ meter-register-file
              AT END MOVE "Y" TO meter-register-eof
           END-READ
           .

       Store-Meter.
           ADD 1 TO meter-count
           SET mtr-idx TO meter-count
           MOVE mr-serial         TO tab-mr-serial(mtr-idx)
           MOVE mr-make           TO tab-mr-make(mtr-idx)
           MOVE mr-type           TO tab-mr-type(mtr-idx)
           MOVE mr-status         TO tab-mr-status(mtr-idx)
           MOVE mr-account        TO tab-mr-account(mtr-idx)
           MOVE mr-installed-date TO tab-mr-installed(mtr-idx)
           MOVE mr-last-test      TO tab-mr-last-test(mtr-idx)
           PERFORM Read-Meter
           .

       Save-Meter-Register.
           OPEN OUTPUT meter-register-file
           PERFORM Write-Meter
                    VARYING mtr-idx FROM 1 BY 1
                    UNTIL mtr-idx > meter-count
           CLOSE meter-register-file
           .

       Write-Meter.
           MOVE tab-mr-serial(mtr-idx)    TO mr-serial
           MOVE tab-mr-make(mtr-idx)      TO mr-make
           MOVE tab-mr-type(mtr-idx)      TO mr-type
           MOVE tab-mr-status(mtr-idx)    TO mr-status
           MOVE tab-mr-account(mtr-idx)   TO mr-account
           MOVE tab-mr-installed(mtr-idx) TO mr-installed-date
           MOVE tab-mr-last-test(mtr-idx) TO mr-last-test
           WRITE meter-register-record
           .

       Find-Meter.
           MOVE "N" TO meter-found
           PERFORM Check-One-Meter
                    VARYING mtr-idx FROM 1 BY 1
                    UNTIL mtr-idx > meter-count
                       OR meter-found = "Y"
           .

       Check-One-Meter.
           IF tab-mr-serial(mtr-idx) = meter-serial
              MOVE "Y" TO meter-found
              SET meter-found-idx TO mtr-idx
           END-IF
           .

      * the meter the register has on the wall at meter-account
       Find-Installed-Meter.
           MOVE "N" TO meter-found
           PERFORM Check-One-Installed
                    VARYING mtr-idx FROM 1 BY 1
                    UNTIL mtr-idx > meter-count
                       OR meter-found = "Y"
           .

       Check-One-Installed.
           IF tab-mr-account(mtr-idx) = meter-account
              AND tab-mr-status(mtr-idx) = "I"
              MOVE "Y" TO meter-found
              SET meter-found-idx TO mtr-idx
           END-IF
           .

      * a meter can only go out to a premises from store stock
       Draw-Store-Meter.
           MOVE "N" TO meter-drawn
           PERFORM Find-Meter
           IF meter-found NOT = "Y"
              DISPLAY "METER " meter-serial " NOT ON THE REGISTER"
           ELSE
              SET mtr-idx TO meter-found-idx
              IF tab-mr-status(mtr-idx) NOT = "S"
                 DISPLAY "METER " meter-serial " IS NOT IN STORE"
              ELSE
                 MOVE "I"           TO tab-mr-status(mtr-idx)
                 MOVE meter-account TO tab-mr-account(mtr-idx)
                 MOVE meter-date    TO tab-mr-installed(mtr-idx)
                 MOVE "Y" TO meter-drawn
                 DISPLAY "METER " meter-serial
                         " DRAWN FROM STORE FOR ACCOUNT "
                         meter-account
              END-IF
           END-IF
           .

      * the meter coming off the wall at meter-account goes back
      * to the store, or to the faulty pile to await test or scrap
       Return-Installed-Meter.
           PERFORM Find-Installed-Meter
           IF meter-found NOT = "Y"
              DISPLAY "NO METER ON THE REGISTER AT ACCOUNT "
                      meter-account " - NONE RETURNED"
           ELSE
              SET mtr-idx TO meter-found-idx
              MOVE meter-return-status TO tab-mr-status(mtr-idx)
              MOVE ZERO TO tab-mr-account(mtr-idx)
              MOVE ZERO TO tab-mr-installed(mtr-idx)
              DISPLAY "METER " tab-mr-serial(mtr-idx)
                      " RETURNED - STATUS "
                      meter-return-status
           END-IF
           .
