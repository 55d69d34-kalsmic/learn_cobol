           .

      * actuals are the net journal movement per month - debits
      * positive, the way an expense account reads. the year-end
      * opening legs are balances brought forward, not movement.
       Tally-One-Leg.
           MOVE gj-date(1:4) TO leg-year
           MOVE gj-date(5:2) TO leg-month
           IF leg-year = cp-year
              AND leg-month >= 1 AND leg-month <= 12
              AND gj-source NOT = "YEAR-END OPEN"
              MOVE "N" TO budget-found
              PERFORM Match-Leg-Account
                       VARYING bud-idx FROM 1 BY 1
