       FD  employee-idx-file.
       01  IX-EMPLOYEE-MASTER-RECORD.
           03 IX-EM-ID          PIC 9(4).
           03 IX-EM-REST        PIC X(49).

       FD  meter-seq-file.
       COPY METERHIST.
       FD  meter-idx-file.
       01  ix-meter-history-record.
           03 ix-mh-account     PIC 9(6).
           03 ix-mh-rest        PIC X(25).

       FD  ar-seq-file.
       COPY ARBALANCE.
       FD  ar-idx-file.
       01  ix-ar-balance-record.
           03 ix-ar-account     PIC 9(6).
           03 ix-ar-rest        PIC X(20).

       FD  balance-seq-file.
       COPY ACCTBAL.

      * a flat row cut before the pay-frequency column existed
      * reads with a space there - which the copybook already
      * treats as monthly, so it rides through as keyed. one cut
      * before the pension columns becomes a non-member.
       Copy-Employee-In.
           READ employee-seq-file
              AT END MOVE "Y" TO file-eof
                    AND EM-PAY-FREQUENCY NOT = "M"
                    MOVE SPACE TO EM-PAY-FREQUENCY
                 END-IF
                 IF EM-PENSION-MEMBER NOT = "Y"
                    MOVE "N" TO EM-PENSION-MEMBER
                 END-IF
                 IF EM-PENSION-EE-PCT NOT NUMERIC
                    MOVE ZERO TO EM-PENSION-EE-PCT
                 END-IF
                 IF EM-PENSION-ER-PCT NOT NUMERIC
                    MOVE ZERO TO EM-PENSION-ER-PCT
                 END-IF
                 MOVE EMPLOYEE-MASTER-RECORD
                    TO IX-EMPLOYEE-MASTER-RECORD
                 WRITE IX-EMPLOYEE-MASTER-RECORD
           END-IF
           .

      * a flat row cut before the estimated-units or export-
      * register columns existed reads with spaces there - the
      * billing run does arithmetic on them, so they are made
      * proper zeros here.
       Copy-Meter-In.
           READ meter-seq-file
              AT END MOVE "Y" TO file-eof
                 IF mh-estimated-units NOT NUMERIC
                    MOVE ZERO TO mh-estimated-units
                 END-IF
                 IF mh-export-reading NOT NUMERIC
                    MOVE ZERO TO mh-export-reading
                 END-IF
                 IF mh-last-export NOT NUMERIC
                    MOVE ZERO TO mh-last-export
                 END-IF
                 MOVE meter-history-record
                    TO ix-meter-history-record
                 WRITE ix-meter-history-record
