      * total the fee is buried in. spaces on records cut before
      * the column existed; the return falls back to deriving.
           03 bh-vat            PIC 9(5)V99.
      * the units the charge was raised on, so a year of actual
      * consumption can be re-priced on another tariff. spaces on
      * records cut before the column existed.
           03 bh-units          PIC 9(5).
