      * it is active. GL-POST refuses feed records that map to an
      * account not on the chart, and the mapping maintenance
      * refuses to map to one in the first place - a typo can no
      * longer invent a nominal account. the statement line places
      * the account on the income statement (revenue, cost of
      * sales, expenses) or the balance sheet (assets, liabilities,
      * equity).
       01  chart-account-record.
           03 coa-account       PIC X(6).
           03 coa-name          PIC X(20).
               88 coa-expense      VALUE "E".
           03 coa-active        PIC X.
               88 coa-is-active    VALUE "Y".
           03 coa-fs-line       PIC X.
               88 coa-fs-revenue       VALUE "R".
               88 coa-fs-cost-of-sales VALUE "C".
               88 coa-fs-expenses      VALUE "X".
               88 coa-fs-assets        VALUE "A".
               88 coa-fs-liabilities   VALUE "L".
               88 coa-fs-equity        VALUE "Q".
