              WHEN 3
                 MOVE "ARBALANCE" TO chosen-master
                 MOVE 07 TO amount-offset
                 MOVE 10 TO amount-length
                 MOVE "Y" TO amount-signed
              WHEN OTHER
                 DISPLAY "ENTER 1, 2 OR 3"
                 GOBACK
