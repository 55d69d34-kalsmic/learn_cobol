              05 tab-ec-name     PIC X(20).
              05 tab-ec-address  PIC X(30).
              05 tab-ec-status   PIC X.
              05 tab-ec-payment  PIC X.
       01  customer-count       PIC 99 VALUE ZERO.
       01  customer-found       PIC X.
       01  cust-found-idx       PIC 99 VALUE ZERO.
              DISPLAY "ACCOUNT " wk-account
                      " NOT ON CUSTOMER MASTER"
           ELSE
              IF tab-ec-payment(cust-found-idx) = "P"
                 DISPLAY "ACCOUNT " wk-account
                         " IS PREPAID - NOT READ ON A ROUTE"
              ELSE
                 DISPLAY "ROUTE (1-99): " WITH NO ADVANCING
                 ACCEPT wk-route
                 DISPLAY "WALK SEQUENCE (1-999): "
                         WITH NO ADVANCING
                 ACCEPT wk-seq
                 PERFORM Record-Route
              END-IF
           END-IF
           .

           END-IF
           MOVE tab-rr-account(rt-idx) TO wk-account
           PERFORM Find-Elec-Customer
      * a prepaid meter left in the book from before its exchange
      * is not walked - the customer buys tokens instead
           IF customer-found = "Y"
              AND tab-ec-payment(cust-found-idx) = "P"
              CONTINUE
           ELSE
              PERFORM Print-Sheet-Detail
           END-IF
           .

       Print-Sheet-Detail.
           PERFORM Find-Last-Reading
           MOVE tab-rr-seq(rt-idx)     TO sd-seq
           MOVE tab-rr-account(rt-idx) TO sd-account
           END-IF
           .

      * every connected post-paid account in the route book whose
      * reading is not on the period's feed, listed by route.
       Report-Unread-Meters.
           PERFORM Load-Period-Readings
           PERFORM Sort-Route-Book
           PERFORM Find-Elec-Customer
           IF customer-found = "Y"
              AND tab-ec-status(cust-found-idx) = "C"
              AND tab-ec-payment(cust-found-idx) NOT = "P"
              PERFORM Check-Account-Read
              IF account-read NOT = "Y"
                 ADD 1 TO unread-count
           MOVE ec-name    TO tab-ec-name(customer-count)
           MOVE ec-address TO tab-ec-address(customer-count)
           MOVE ec-status  TO tab-ec-status(customer-count)
           MOVE ec-payment-type
              TO tab-ec-payment(customer-count)
           PERFORM Read-Elec-Customer
           .

