              05 tab-im-stock   PIC 9(5).
              05 tab-im-reorder PIC 9(5).
              05 tab-im-cost    PIC 99V99.
              05 tab-im-perishable PIC X.
              05 tab-im-unit-of-sale PIC X(9).
       01  master-count         PIC 99 VALUE ZERO.
       01  master-found         PIC X.
       01  master-found-idx     PIC 99 VALUE ZERO.
           ELSE
              MOVE ZERO TO tab-im-cost(master-count)
           END-IF
           MOVE im-perishable TO tab-im-perishable(master-count)
           MOVE im-unit-of-sale TO tab-im-unit-of-sale(master-count)
           PERFORM Read-Item-Master
           .

           MOVE tab-im-stock(master-idx)   TO im-stock
           MOVE tab-im-reorder(master-idx) TO im-reorder-level
           MOVE tab-im-cost(master-idx)    TO im-cost
           MOVE tab-im-perishable(master-idx) TO im-perishable
           MOVE tab-im-unit-of-sale(master-idx) TO im-unit-of-sale
           WRITE item-master-record
           .

