      * appends one before/after record to the change history when
      * the field really changed - re-keying the same value is not
      * a change. an add has no before image and a termination no
      * after image. the operator is whoever signed on at the menu
      * (operator-stamp in the program using this copybook).
       Log-Field-Change.
           IF change-action = "A"
              MOVE SPACES TO change-before
           END-IF
           IF change-action = "D"
              MOVE SPACES TO change-after
           END-IF
           IF change-before NOT = change-after
              ACCEPT ch-date FROM DATE YYYYMMDD
              ACCEPT ch-time FROM TIME
              MOVE operator-stamp TO ch-operator
              MOVE change-program TO ch-program
              MOVE change-emp-id  TO ch-emp-id
              MOVE change-action  TO ch-action
              MOVE change-field   TO ch-field
              MOVE change-before  TO ch-before
              MOVE change-after   TO ch-after
              OPEN EXTEND change-history-file
              IF change-history-status = "35"
                 OPEN OUTPUT change-history-file
              END-IF
              WRITE change-history-record
              CLOSE change-history-file
              ADD 1 TO change-count
           END-IF
           .
