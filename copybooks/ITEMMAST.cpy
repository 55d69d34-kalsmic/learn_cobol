           03 im-price          PIC 99V99.
           03 im-stock          PIC 9(5).
           03 im-reorder-level  PIC 9(5).
      * the weighted average cost of the stock on hand, moved by
      * each goods-received delivery - what the margin report,
      * the stock valuation and the cost of sales price at
           03 im-cost           PIC 99V99.
      * "Y" for goods that go out of date on the shelf - each
      * delivery of them is kept as a batch with its expiry date.
           03 im-perishable     PIC X.
              88 im-is-perishable VALUE "Y".
      * the pack the item is sold in - 0.500 KG, 2.000 L, 6 EA -
      * so the shelf-edge label can show the price per unit.
      * spaces until it is set; the label then shows the price
      * as the price each.
           03 im-unit-of-sale.
              05 im-pack-size   PIC 9(4)V999.
              05 im-pack-unit   PIC XX.
