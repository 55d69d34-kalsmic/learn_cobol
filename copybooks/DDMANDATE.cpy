      * one direct-debit mandate: the electricity account whose
      * bills are paid and the balance-file account they are paid
      * from. the collection run presents each new bill once its
      * payment terms have run - dm-last-bill-date is the bill last
      * presented, whether it was collected or came back unpaid -
      * and keeps the last amount taken and a count of unpaid
      * presentations. a cancelled mandate stays on file for the
      * record but is never presented again.
       01  dd-mandate-record.
           03 dm-elec-account   PIC 9(6).
           03 dm-bank-account   PIC 9(4).
           03 dm-status         PIC X.
               88 dm-active        VALUE "A".
               88 dm-cancelled     VALUE "C".
           03 dm-start-date     PIC 9(8).
           03 dm-last-bill-date PIC 9(8).
           03 dm-last-collected PIC 9(8).
           03 dm-last-amount    PIC 9(6)V99.
           03 dm-unpaid-count   PIC 99.
