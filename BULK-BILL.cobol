           SELECT gl-feed-file ASSIGN TO "data/GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gl-feed-status.
           SELECT bulk-usage-file ASSIGN TO "data/BULKUSAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS bulk-usage-status.
           SELECT recon-report-file ASSIGN TO "data/BULKRECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS recon-report-status.
       FD  gl-feed-file.
       COPY GLFEED.

       FD  bulk-usage-file.
       COPY BULKUSE.

       FD  recon-report-file.
       01  recon-report-line    PIC X(70).

       01  billing-history-status PIC XX.
       01  gl-feed-status       PIC XX.
       01  recon-report-status  PIC XX.
       01  bulk-usage-status    PIC XX.
       01  fixed-values.
           03 standing-charge   PIC 9V999 VALUE 2.50.
           03 vat               PIC 9V999 VALUE 0.08.
           03 FILLER            PIC X(11) VALUE " OF BULK ".
           03 rp-bulk           PIC ZZZZ9.
       01  blank-line           PIC X(70) VALUE SPACES.
       COPY RUNLOCKWS.

       PROCEDURE DIVISION.
       Bulk-Bill.
              DISPLAY "NO TENANTS LINKED TO MASTER " wk-master
              GOBACK
           END-IF
           MOVE "ELEC-AR"   TO rl-lock-set
           MOVE "BULK-BILL" TO rl-program
           PERFORM Claim-Run-Lock
           IF NOT rl-granted
              GOBACK
           END-IF
           PERFORM Open-Ar-Balance
           OPEN OUTPUT recon-report-file
           MOVE wk-master TO rh-master
           PERFORM Prove-The-Split
           CLOSE recon-report-file
           CLOSE ar-balance-file
           PERFORM Release-Run-Lock
           PERFORM Write-Gl-Feed
           PERFORM Write-Bulk-Usage
           DISPLAY "TENANTS BILLED: " tenant-count
           DISPLAY "RECONCILIATION WRITTEN TO data/BULKRECON.RPT"
           GOBACK.
           MOVE run-date        TO bh-date
           MOVE charge-with-vat TO bh-amount
           MOVE SPACE           TO bh-estimated
           MOVE units           TO bh-units
           COMPUTE bh-vat ROUNDED = charge-with-vat * vat
                 / (1 + vat)
           OPEN EXTEND billing-history-file
           CLOSE gl-feed-file
           .

      * the whole bulk reading is kept against the master account
      * for the transformer loss analysis.
       Write-Bulk-Usage.
           OPEN EXTEND bulk-usage-file
           IF bulk-usage-status = "35"
              OPEN OUTPUT bulk-usage-file
           END-IF
           MOVE wk-master     TO bu-master-account
           MOVE run-date      TO bu-date
           MOVE wk-bulk-units TO bu-units
           WRITE bulk-usage-record
           CLOSE bulk-usage-file
           .

       Open-Ar-Balance.
           OPEN I-O ar-balance-file
           IF ar-balance-status = "35"
           MOVE ZERO              TO tab-bg-units(grp-idx)
           PERFORM Read-Bulk-Group
           .

       COPY RUNLOCKCK.
