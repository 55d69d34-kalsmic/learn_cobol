           SELECT supplementary-print-file ASSIGN TO
                  "data/SUPPSLIP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT paye-history-file ASSIGN TO "data/PAYEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS paye-history-status.
           SELECT AUDIT-LOG-FILE ASSIGN TO "data/AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-log-status.
       FD  supplementary-print-file.
       01  print-line           PIC X(60).

       FD  paye-history-file.
       COPY PAYEHIST.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       01  payslip-rule-line.
           03 FILLER            PIC X(36) VALUE ALL "-".
       01  print-blank-line     PIC X(60) VALUE SPACES.
       01  paye-history-status  PIC XX.
       01  audit-log-status     PIC XX.
       01  audit-description    PIC X(30).
       01  log-date             PIC 9(8).
       01  log-time             PIC 9(8).
       01  operator-stamp       PIC X(8) VALUE "CONSOLE".
       01  current-operator-status PIC XX.
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Supp-Pay.
           ACCEPT run-date FROM DATE YYYYMMDD
           MOVE run-date(1:4) TO run-year
           PERFORM Get-Run-Frequency
           MOVE "PAYROLL"  TO rl-lock-set
           MOVE "SUPP-PAY" TO rl-program
           PERFORM Claim-Run-Lock
           IF NOT rl-granted
              MOVE "Y" TO run-abandoned
           ELSE
              PERFORM Check-Run-Control
           END-IF
           IF run-abandoned NOT = "Y"
              PERFORM Check-Bank-File-Clear
           END-IF
           IF run-abandoned NOT = "Y"
              PERFORM Supplementary-Run
           END-IF
           PERFORM Release-Run-Lock
           GOBACK.

      * writing this run's credit file destroys whatever is
           OPEN INPUT supplementary-pay-file
           IF supplementary-pay-status NOT = "00"
              DISPLAY "NO SUPPLEMENTARY INPUT FILE - NOTHING PAID"
              PERFORM Release-Run-Lock
              GOBACK
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
              PERFORM Print-Supp-Payslip
              PERFORM Write-Bank-Credit
              PERFORM Update-Ytd-Earnings
              PERFORM Write-Paye-History
              PERFORM Write-Audit-Log
              DISPLAY sp-emp-id " " employee-name
                      " SUPPLEMENTARY NET " payment-net

       COPY TAXCALC.

      * the payment's tax joins the PAYE history so the month's
      * return carries it alongside the main runs' tax.
       Write-Paye-History.
           MOVE sp-emp-id TO ph-emp-id
           MOVE run-date  TO ph-pay-date
           MOVE "S"       TO ph-stream
           MOVE gross-pay TO ph-taxable-gross
           MOVE tax       TO ph-tax
           OPEN EXTEND paye-history-file
           IF paye-history-status = "35"
              OPEN OUTPUT paye-history-file
           END-IF
           WRITE paye-history-record
           CLOSE paye-history-file
           .

       Write-Audit-Log.
           MOVE SPACES TO audit-description
           STRING "SUPP PAY EMPLOYEE " DELIMITED BY SIZE
              CLOSE current-operator-file
           END-IF
           .

       COPY RUNLOCKCK.
