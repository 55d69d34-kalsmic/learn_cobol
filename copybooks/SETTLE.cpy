      * one transaction on a provider's daily settlement report -
      * the card acquirer's data/CARDSETTLE.DAT or the mobile-money
      * operator's data/MOMOSETTLE.DAT: the business day it was
      * taken at the till, the provider's own reference and the
      * amount settled to the shop.
       01  settlement-record.
           03 st-date           PIC 9(8).
           03 st-reference      PIC X(12).
           03 st-amount         PIC 9(6)V99.
