      * the interest one fixed-term deposit earned, recorded by
      * TERM-DEPOSITS when the deposit matures - the accrued value
      * less the principal, whether it was paid out to the
      * balance-file account or rolled into a fresh placement. the
      * year's rows feed the client interest certificates; no tax
      * is withheld on deposit interest, so the figure is gross
      * and net alike.
       01  deposit-interest-record.
           03 ti-deposit-no     PIC 9(6).
           03 ti-account-no     PIC 9(4).
           03 ti-interest       PIC 9(8)V99.
           03 ti-date           PIC 9(8).
           03 ti-kind           PIC X.
               88 ti-paid-out      VALUE "P".
               88 ti-rolled-over   VALUE "R".
