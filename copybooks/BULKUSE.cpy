      * one bulk-meter reading split by BULK-BILL: the master
      * account the compound is supplied through, the day it was
      * billed, and the period's bulk units - the tenants' shares
      * and the master's remainder together. kept so the units
      * billed behind a transformer include the bulk-meter
      * tenants, who have no meter history of their own.
       01  bulk-usage-record.
           03 bu-master-account PIC 9(6).
           03 bu-date           PIC 9(8).
           03 bu-units          PIC 9(5).
