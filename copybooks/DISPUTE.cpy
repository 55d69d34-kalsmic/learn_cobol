      * one billing dispute raised against an electricity account:
      * the bill date and the amount the customer disputes on it,
      * why, when the dispute was opened and by whom, and whether
      * it is still open (O) or resolved (R). a resolved dispute
      * carries the date and any credit allowed against the bill.
      * while a dispute is open the disputed amount is held out of
      * the collections ladder, the late fee and the aging.
       01  dispute-record.
           03 dp-dispute-no     PIC 9(6).
           03 dp-account        PIC 9(6).
           03 dp-bill-date      PIC 9(8).
           03 dp-amount         PIC 9(6)V99.
           03 dp-reason         PIC X(30).
           03 dp-opened         PIC 9(8).
           03 dp-operator       PIC X(8).
           03 dp-status         PIC X.
               88 dp-open          VALUE "O".
               88 dp-resolved      VALUE "R".
           03 dp-resolved-date  PIC 9(8).
           03 dp-credit         PIC 9(6)V99.
