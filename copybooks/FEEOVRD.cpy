      * one supervisor override of the fee-clearance check: the
      * student whose results may be released although the fees
      * are not cleared, who authorised it, when and why. the
      * override stands until the bursar revokes it.
       01  FEE-OVERRIDE-RECORD.
           03 FO-STUDENT-NO     PIC 99.
           03 FO-GRANTED-DATE   PIC 9(8).
           03 FO-GRANTED-BY     PIC X(8).
           03 FO-REASON         PIC X(30).
