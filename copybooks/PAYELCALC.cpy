      * shared pay-element calculation, COPYed into every program
      * that pays a period's gross (MYPAYROLL, NET-PAY). loads the
      * element file from pay-element-file and works out which of
      * an employee's elements are in force on element-date, each
      * one's amount for the period, and the taxable and
      * non-taxable totals - only the taxable total may join the
      * gross the tax bands are worked on.
       Load-Pay-Elements.
           MOVE ZERO TO pay-element-count
           MOVE "N" TO pay-element-eof
           OPEN INPUT pay-element-file
           IF pay-element-status = "00"
              PERFORM Read-Pay-Element
              PERFORM Store-Pay-Element
                 UNTIL pay-element-eof = "Y"
                    OR pay-element-count >= 200
              CLOSE pay-element-file
           END-IF
           .

       Read-Pay-Element.
           READ pay-element-file
              AT END MOVE "Y" TO pay-element-eof
           END-READ
           .

       Store-Pay-Element.
           ADD 1 TO pay-element-count
           SET pel-idx TO pay-element-count
           MOVE pe-emp-id       TO tab-pe-emp-id(pel-idx)
           MOVE pe-code         TO tab-pe-code(pel-idx)
           MOVE pe-description  TO tab-pe-description(pel-idx)
           MOVE pe-basis        TO tab-pe-basis(pel-idx)
           MOVE pe-amount       TO tab-pe-amount(pel-idx)
           MOVE pe-percent      TO tab-pe-percent(pel-idx)
           MOVE pe-taxable      TO tab-pe-taxable(pel-idx)
           MOVE pe-start-date   TO tab-pe-start(pel-idx)
           MOVE pe-end-date     TO tab-pe-end(pel-idx)
           PERFORM Read-Pay-Element
           .

       Apply-Pay-Elements.
           MOVE ZERO TO element-taxable
           MOVE ZERO TO element-non-taxable
           MOVE ZERO TO applied-element-count
           PERFORM Apply-One-Element
                    VARYING pel-idx FROM 1 BY 1
                    UNTIL pel-idx > pay-element-count
           .

      * an element is in force from its start date up to and
      * including its end date - a percentage element is worked on
      * the period's basic pay alone, never on other elements.
       Apply-One-Element.
           IF tab-pe-emp-id(pel-idx) = element-emp-id
              AND tab-pe-start(pel-idx) NOT > element-date
              AND (tab-pe-end(pel-idx) = ZERO
                   OR tab-pe-end(pel-idx) NOT < element-date)
              IF tab-pe-basis(pel-idx) = "P"
                 COMPUTE element-amount ROUNDED = element-basic-pay
                       * tab-pe-percent(pel-idx) / 100
              ELSE
                 MOVE tab-pe-amount(pel-idx) TO element-amount
              END-IF
              IF tab-pe-taxable(pel-idx) = "Y"
                 ADD element-amount TO element-taxable
              ELSE
                 ADD element-amount TO element-non-taxable
              END-IF
              IF applied-element-count < 10
                 ADD 1 TO applied-element-count
                 SET ael-idx TO applied-element-count
                 MOVE tab-pe-code(pel-idx)
                    TO tab-ae-code(ael-idx)
                 MOVE tab-pe-description(pel-idx)
                    TO tab-ae-description(ael-idx)
                 MOVE tab-pe-taxable(pel-idx)
                    TO tab-ae-taxable(ael-idx)
                 MOVE element-amount TO tab-ae-amount(ael-idx)
              END-IF
           END-IF
           .
