           03 EM-PAY-FREQUENCY      PIC X.
               88 EM-WEEKLY            VALUE "W".
               88 EM-MONTHLY           VALUE "M" " ".
      * membership of the company pension scheme and the shares
      * of pensionable (basic) pay the employee and the employer
      * contribute. rows from before the scheme columns existed
      * read as spaces, which MASTER-CONVERT turns into a
      * non-member with zero percentages.
           03 EM-PENSION-MEMBER     PIC X.
               88 EM-IN-PENSION        VALUE "Y".
           03 EM-PENSION-EE-PCT     PIC 99V99.
           03 EM-PENSION-ER-PCT     PIC 99V99.
