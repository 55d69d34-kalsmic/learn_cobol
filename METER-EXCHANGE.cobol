      * one, keyed from the field team's docket. the exchange sits
      * pending until the next billing run, which bills the period
      * as old-meter usage plus new-meter usage in one charge and
      * carries the new meter's baseline in the history. the new
      * meter must be drawn from store stock on the meter register
      * and the one taken off comes back to the store or, if it
      * failed, to the faulty pile.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT elec-customer-file ASSIGN TO "data/ELECCUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS elec-customer-status.
           SELECT meter-register-file ASSIGN TO "data/METERREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS meter-register-status.

       DATA DIVISION.
       FILE SECTION.
       FD  elec-customer-file.
       COPY ELECCUST.

       FD  meter-register-file.
       COPY METERREG.

       WORKING-STORAGE SECTION.
       01  meter-exchange-status PIC XX.
       01  meter-exchange-eof   PIC X VALUE "N".
       01  elec-customer-status PIC XX.
       01  elec-customer-eof    PIC X VALUE "N".
       01  customer-found       PIC X.
       COPY METERWS.
       01  old-meter-serial     PIC X(12).
       01  menu-action          PIC X.
           88 action-record     VALUE "R" "r".
           88 action-list       VALUE "L" "l".
           03 ll-new-start      PIC 9(5).
           03 FILLER            PIC X VALUE SPACE.
           03 ll-status         PIC X(7).
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Meter-Exchange.
              DISPLAY "ACCOUNT " wk-account
                      " NOT ON CUSTOMER MASTER"
           ELSE
              MOVE "ELEC-AR"        TO rl-lock-set
              MOVE "METER-EXCHANGE" TO rl-program
              PERFORM Claim-Run-Lock
              IF rl-granted
                 PERFORM Exchange-Under-Lock
                 PERFORM Release-Run-Lock
              ELSE
                 DISPLAY "EXCHANGE NOT RECORDED"
              END-IF
           END-IF
           .

      * the meter register and the pending exchanges are rewritten
      * by service orders and the billing run under the ELEC-AR
      * lock, so the register is read and saved, and the exchange
      * appended, only while that lock is held.
       Exchange-Under-Lock.
           PERFORM Load-Meter-Register
           PERFORM Show-Meter-Coming-Off
           DISPLAY "SERIAL OF NEW METER: " WITH NO ADVANCING
           ACCEPT meter-serial
           PERFORM Check-New-Meter
           IF meter-found = "Y"
              DISPLAY "REMOVAL READING OF OLD METER: "
                      WITH NO ADVANCING
              ACCEPT wk-removal
              DISPLAY "START READING OF NEW METER: "
                      WITH NO ADVANCING
              ACCEPT wk-new-start
              PERFORM Get-Return-Status
              PERFORM Swap-Register-Meters
              PERFORM Append-Exchange
           ELSE
              DISPLAY "EXCHANGE NOT RECORDED"
           END-IF
           .

       Show-Meter-Coming-Off.
           MOVE wk-account TO meter-account
           PERFORM Find-Installed-Meter
           IF meter-found = "Y"
              MOVE tab-mr-serial(meter-found-idx) TO old-meter-serial
              DISPLAY "METER COMING OFF: " old-meter-serial
           ELSE
              MOVE SPACES TO old-meter-serial
              DISPLAY "NO METER ON THE REGISTER AT THIS ACCOUNT"
           END-IF
           .

      * nothing is touched until the replacement is known to be
      * sitting in the store.
       Check-New-Meter.
           PERFORM Find-Meter
           IF meter-found NOT = "Y"
              DISPLAY "METER " meter-serial " NOT ON THE REGISTER"
           ELSE
              IF tab-mr-status(meter-found-idx) NOT = "S"
                 DISPLAY "METER " meter-serial " IS NOT IN STORE"
                 MOVE "N" TO meter-found
              END-IF
           END-IF
           .

       Get-Return-Status.
           MOVE SPACE TO meter-return-status
           IF old-meter-serial NOT = SPACES
              PERFORM Prompt-Return-Status WITH TEST AFTER
                       UNTIL meter-return-status = "S"
                          OR meter-return-status = "F"
           END-IF
           .

       Prompt-Return-Status.
           DISPLAY "OLD METER TO (S=Store F=Faulty): "
                   WITH NO ADVANCING
           ACCEPT meter-return-status
           IF meter-return-status = "s"
              MOVE "S" TO meter-return-status
           END-IF
           IF meter-return-status = "f"
              MOVE "F" TO meter-return-status
           END-IF
           .

      * the old meter comes off before the new one goes on, so
      * the account never shows two meters installed.
       Swap-Register-Meters.
           MOVE wk-account TO meter-account
           MOVE run-date   TO meter-date
           IF old-meter-serial NOT = SPACES
              PERFORM Return-Installed-Meter
           END-IF
           PERFORM Draw-Store-Meter
           PERFORM Save-Meter-Register
           .

       Append-Exchange.
           MOVE wk-account   TO mx-account
           MOVE wk-removal   TO mx-removal-reading
                 END-IF
           END-READ
           .

       COPY RUNLOCKCK.

       COPY METERCK.
