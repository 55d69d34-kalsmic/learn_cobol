      * one collection agent - a bank or mobile-money operator
      * taking electricity payments on our behalf. each delivers
      * its own collection file under its own file id, and remits
      * the day's takings to our bank under its own reference on
      * the bank statement. ag-last-loaded is the business date of
      * the last file posted, so the same file is never posted
      * twice.
       01  collection-agent-record.
           03 ag-code           PIC X(4).
           03 ag-name           PIC X(20).
           03 ag-file-name      PIC X(30).
           03 ag-file-id        PIC X(12).
           03 ag-remit-ref      PIC X(16).
           03 ag-last-loaded    PIC 9(8).
