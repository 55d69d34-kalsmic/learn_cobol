      * one court attachment or maintenance order against an
      * employee on the shared master: the court's order reference,
      * who the money goes to, and either a fixed amount or a
      * percentage of gross taken each period until the total
      * ordered is recovered. NET-PAY never takes pay below the
      * protected minimum - what it could not take is carried in
      * the arrears and collected on top of the next instalment.
      * the order closes itself once the total is recovered.
       01  garnishment-order-record.
           03 go-emp-id         PIC 9(4).
           03 go-order-ref      PIC X(12).
           03 go-beneficiary    PIC X(20).
           03 go-basis          PIC X.
              88 go-fixed          VALUE "F".
              88 go-percentage     VALUE "P".
           03 go-amount         PIC 9(6)V99.
           03 go-percent        PIC 99V99.
           03 go-total          PIC 9(7)V99.
           03 go-recovered      PIC 9(7)V99.
           03 go-arrears        PIC 9(7)V99.
           03 go-status         PIC X.
              88 go-active         VALUE "A".
              88 go-closed         VALUE "C".
