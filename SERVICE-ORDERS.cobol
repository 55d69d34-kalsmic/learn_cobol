               ACCESS MODE IS RANDOM
               RECORD KEY IS ar-account
               FILE STATUS IS ar-balance-status.
           SELECT meter-register-file ASSIGN TO "data/METERREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS meter-register-status.
           SELECT aging-report-file ASSIGN TO "data/SVCAGING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  ar-balance-file.
       COPY ARBALANCE.

       FD  meter-register-file.
       COPY METERREG.

       FD  aging-report-file.
       01  aging-report-line    PIC X(70).

       01  reconnect-fee-status PIC XX.
       01  ar-balance-status    PIC XX.
       01  ar-found             PIC X.
       COPY METERWS.
       01  order-table.
           03 ord-entry OCCURS 100 TIMES INDEXED BY ord-idx.
              05 tab-so-order    PIC 9(6).
       01  elec-customer-table.
           03 customer-entry OCCURS 50 TIMES
                    INDEXED BY cust-idx.
              05 tab-ec-record   PIC X(100).
       01  customer-count       PIC 99 VALUE ZERO.
       01  customer-found       PIC X.
       01  cust-found-idx       PIC 99 VALUE ZERO.
           03 FILLER            PIC X(6) VALUE " OPEN ".
           03 ag-days           PIC ZZZZ9.
           03 FILLER            PIC X(5) VALUE " DAYS".
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Service-Orders.
           END-IF
           .

      * a completion flips the customer's status, a new
      * connection draws a meter from the register and a
      * reconnection raises its fee on the receivables - all of
      * them ELEC-AR files, so every completion is done under the
      * receivables lock.
       Apply-Completion.
           MOVE "ELEC-AR"        TO rl-lock-set
           MOVE "SERVICE-ORDERS" TO rl-program
           PERFORM Claim-Run-Lock
           IF rl-granted
              IF tab-so-type(ord-idx) = "N"
                 PERFORM Fit-Connection-Meter
              ELSE
                 PERFORM Complete-The-Order
              END-IF
              PERFORM Release-Run-Lock
           ELSE
              DISPLAY "ORDER " wk-order-no " NOT COMPLETED"
           END-IF
           .

      * a new connection is not done until a meter has been drawn
      * from store stock for it - the register then says which
      * meter went onto which premises.
       Fit-Connection-Meter.
           PERFORM Load-Meter-Register
           MOVE tab-so-account(ord-idx) TO meter-account
           MOVE run-date TO meter-date
           DISPLAY "SERIAL OF METER FITTED: " WITH NO ADVANCING
           ACCEPT meter-serial
           PERFORM Draw-Store-Meter
           IF meter-drawn = "Y"
              PERFORM Save-Meter-Register
              PERFORM Complete-The-Order
           ELSE
              DISPLAY "ORDER " wk-order-no " NOT COMPLETED - A NEW "
                      "CONNECTION NEEDS A METER FROM STORE"
           END-IF
           .

       Complete-The-Order.
           MOVE "C"      TO tab-so-status(ord-idx)
           MOVE run-date TO tab-so-done(ord-idx)
           MOVE tab-so-account(ord-idx) TO wk-account
           MOVE tab-so-done(ord-idx)    TO so-completed-date
           WRITE service-order-record
           .

       COPY METERCK.

       COPY RUNLOCKCK.
