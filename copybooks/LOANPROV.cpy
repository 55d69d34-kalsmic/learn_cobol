      * one loan's provision at a month-end: how far in arrears
      * it was, the category that put it in, the balance and the
      * security held against it, and the provision made. the
      * previous month's rows are what this month's movement is
      * measured from.
       01  loan-provision-record.
           03 lv-period         PIC 9(6).
           03 lv-loan-id        PIC 9(4).
           03 lv-category       PIC X(12).
           03 lv-days           PIC 9(5).
           03 lv-outstanding    PIC 9(6)V99.
           03 lv-collateral     PIC 9(8)V99.
           03 lv-percent        PIC 9(3)V99.
           03 lv-provision      PIC 9(8)V99.
