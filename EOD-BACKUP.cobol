           MOVE "N" TO tab-mst-signed(2)
           MOVE "ARBALANCE" TO tab-mst-name(3)
           MOVE 07 TO tab-mst-offset(3)
           MOVE 10 TO tab-mst-length(3)
           MOVE "Y" TO tab-mst-signed(3)
           .

       Load-Backup-Control.
