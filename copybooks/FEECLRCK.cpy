      * shared fee-clearance check, COPYed into every program that
      * releases a student's results (TRANSCRIPT, GRADE-ANALYSIS)
      * and into SCHOOL-FEES for the bursar's withheld list. a
      * student is cleared when what they owe on the fees ledger
      * is no more than the tolerance in data/FEETOL.DAT, or when
      * a supervisor override stands for them on data/FEEOVRD.DAT.
       LOAD-FEE-CLEARANCE.
           INITIALIZE FEE-BALANCE-TABLE
           MOVE ZERO TO FEE-TOLERANCE
           OPEN INPUT FEE-TOLERANCE-FILE
           IF FEE-TOLERANCE-STATUS = "00"
              READ FEE-TOLERANCE-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF FT-TOLERANCE NUMERIC
                       MOVE FT-TOLERANCE TO FEE-TOLERANCE
                    END-IF
              END-READ
              CLOSE FEE-TOLERANCE-FILE
           END-IF
           MOVE "N" TO FEE-LEDGER-EOF
           OPEN INPUT FEE-LEDGER-FILE
           IF FEE-LEDGER-STATUS = "00"
              PERFORM READ-CLEARANCE-LEDGER
              PERFORM SUM-CLEARANCE-LEDGER
                 UNTIL FEE-LEDGER-EOF = "Y"
              CLOSE FEE-LEDGER-FILE
           END-IF
           MOVE "N" TO FEE-OVERRIDE-EOF
           OPEN INPUT FEE-OVERRIDE-FILE
           IF FEE-OVERRIDE-STATUS = "00"
              PERFORM READ-CLEARANCE-OVERRIDE
              PERFORM MARK-CLEARANCE-OVERRIDE
                 UNTIL FEE-OVERRIDE-EOF = "Y"
              CLOSE FEE-OVERRIDE-FILE
           END-IF
           .

       READ-CLEARANCE-LEDGER.
           READ FEE-LEDGER-FILE
              AT END MOVE "Y" TO FEE-LEDGER-EOF
           END-READ
           .

       SUM-CLEARANCE-LEDGER.
           IF FL-STUDENT-NO > ZERO
              IF FL-DEBIT
                 ADD FL-AMOUNT TO TAB-FB-BALANCE(FL-STUDENT-NO)
              ELSE
                 SUBTRACT FL-AMOUNT
                     FROM TAB-FB-BALANCE(FL-STUDENT-NO)
              END-IF
           END-IF
           PERFORM READ-CLEARANCE-LEDGER
           .

       READ-CLEARANCE-OVERRIDE.
           READ FEE-OVERRIDE-FILE
              AT END MOVE "Y" TO FEE-OVERRIDE-EOF
           END-READ
           .

       MARK-CLEARANCE-OVERRIDE.
           IF FO-STUDENT-NO > ZERO
              MOVE "Y" TO TAB-FB-OVERRIDE(FO-STUDENT-NO)
           END-IF
           PERFORM READ-CLEARANCE-OVERRIDE
           .

       CHECK-FEE-CLEARANCE.
           MOVE ZERO TO CLEARANCE-BALANCE
           MOVE "Y" TO STUDENT-CLEARED
           MOVE "N" TO CLEARED-BY-OVERRIDE
           IF CLEARANCE-STUDENT > ZERO
              MOVE TAB-FB-BALANCE(CLEARANCE-STUDENT)
                TO CLEARANCE-BALANCE
              IF CLEARANCE-BALANCE > FEE-TOLERANCE
                 IF TAB-FB-OVERRIDE(CLEARANCE-STUDENT) = "Y"
                    MOVE "Y" TO CLEARED-BY-OVERRIDE
                 ELSE
                    MOVE "N" TO STUDENT-CLEARED
                 END-IF
              END-IF
           END-IF
           .
