
      * only the month being reconciled loads live - earlier legs
      * either matched in their own run or are already on the
      * carry-forward file. the year-end opening leg is a balance
      * brought forward, not a movement the bank will show.
       Store-Journal-Leg.
           MOVE gj-date(1:6) TO leg-month
           IF gj-account = bank-account
              AND leg-month = recon-month
              AND gj-source NOT = "YEAR-END OPEN"
              ADD 1 TO ours-count
              SET our-idx TO ours-count
              MOVE gj-source TO tab-our-ref(our-idx)
