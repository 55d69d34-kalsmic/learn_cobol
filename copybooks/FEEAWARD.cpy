      * one award on the register against a student's fees: a
      * bursary or scholarship, either a percentage of the term fee
      * or a fixed amount off it, valid from one academic year and
      * term to another. an award with a sponsor is not given up
      * by the school - the sponsor is invoiced each term for the
      * portion it covers. an award with no sponsor is the school's
      * own and is written off the fee as a discount.
       01  FEE-AWARD-RECORD.
           03 FA-STUDENT-NO     PIC 99.
           03 FA-AWARD-TYPE     PIC X.
               88 FA-BURSARY       VALUE "B".
               88 FA-SCHOLARSHIP   VALUE "S".
           03 FA-SPONSOR        PIC X(20).
           03 FA-BASIS          PIC X.
               88 FA-PERCENTAGE    VALUE "P".
               88 FA-FIXED         VALUE "F".
           03 FA-PERCENT        PIC 9(3)V99.
           03 FA-AMOUNT         PIC 9(6)V99.
           03 FA-VALID-FROM.
               05 FA-FROM-YEAR  PIC 9(4).
               05 FA-FROM-TERM  PIC 9.
           03 FA-VALID-TO.
               05 FA-TO-YEAR    PIC 9(4).
               05 FA-TO-TERM    PIC 9.
