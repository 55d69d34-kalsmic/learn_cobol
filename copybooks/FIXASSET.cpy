      * one asset on the fixed asset register: the tag number on
      * the item, what it is, its category and where it is kept,
      * the cost and acquisition date, the useful life in months
      * and the depreciation method - straight line over the life,
      * or reducing balance at an annual rate on the net book
      * value. the register carries the depreciation charged to
      * date and the last month charged; a disposed asset keeps
      * its disposal date and sale proceeds.
       01  fixed-asset-record.
           03 fa-tag            PIC X(8).
           03 fa-description    PIC X(30).
           03 fa-category       PIC X(4).
           03 fa-cost           PIC 9(8)V99.
           03 fa-acquired       PIC 9(8).
           03 fa-life-months    PIC 999.
           03 fa-method         PIC X.
               88 fa-straight-line VALUE "S".
               88 fa-reducing      VALUE "R".
           03 fa-rate           PIC 99V99.
           03 fa-location       PIC X(20).
           03 fa-accum-depn     PIC 9(8)V99.
           03 fa-depn-through   PIC 9(6).
           03 fa-status         PIC X.
               88 fa-active        VALUE "A".
               88 fa-disposed      VALUE "D".
           03 fa-disposal-date  PIC 9(8).
           03 fa-proceeds       PIC 9(8)V99.
