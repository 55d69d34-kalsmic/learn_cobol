      * shared pay-band check, COPYed into every program that sets
      * or reports an hourly rate (EMPLOYEE-MAINT, PAY-RATES,
      * PAY-EQUITY). loads the band file from pay-band-file and
      * judges band-rate against band-grade's band. a grade with no
      * band on file is reported as such rather than judged.
       Load-Pay-Bands.
           MOVE ZERO TO pay-band-count
           MOVE "N" TO pay-band-eof
           OPEN INPUT pay-band-file
           IF pay-band-status = "00"
              PERFORM Read-Pay-Band
              PERFORM Store-Pay-Band
                 UNTIL pay-band-eof = "Y"
                    OR pay-band-count >= 9
              CLOSE pay-band-file
           END-IF
           .

       Read-Pay-Band.
           READ pay-band-file
              AT END MOVE "Y" TO pay-band-eof
           END-READ
           .

       Store-Pay-Band.
           ADD 1 TO pay-band-count
           SET pbd-idx TO pay-band-count
           MOVE pb-job-grade TO tab-pb-grade(pbd-idx)
           MOVE pb-minimum   TO tab-pb-minimum(pbd-idx)
           MOVE pb-midpoint  TO tab-pb-midpoint(pbd-idx)
           MOVE pb-maximum   TO tab-pb-maximum(pbd-idx)
           PERFORM Read-Pay-Band
           .

       Check-Pay-Band.
           MOVE "N" TO band-result
           MOVE ZERO TO band-minimum
           MOVE ZERO TO band-midpoint
           MOVE ZERO TO band-maximum
           PERFORM Find-Pay-Band
                    VARYING pbd-idx FROM 1 BY 1
                    UNTIL pbd-idx > pay-band-count
                       OR NOT band-not-set
           .

       Find-Pay-Band.
           IF tab-pb-grade(pbd-idx) = band-grade
              MOVE tab-pb-minimum(pbd-idx)  TO band-minimum
              MOVE tab-pb-midpoint(pbd-idx) TO band-midpoint
              MOVE tab-pb-maximum(pbd-idx)  TO band-maximum
              EVALUATE TRUE
                 WHEN band-rate < band-minimum
                    MOVE "L" TO band-result
                 WHEN band-rate > band-maximum
                    MOVE "H" TO band-result
                 WHEN OTHER
                    MOVE "Y" TO band-result
              END-EVALUATE
           END-IF
           .
