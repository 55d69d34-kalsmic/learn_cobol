      * one starter or leaver: EMPLOYEE-MAINT writes a starter when
      * an employee is added to the master and FINAL-PAY writes a
      * leaver when a termination is settled. the department and
      * grade are those the employee had at the time - a starter
      * keyed before the pay-run file carries them has a blank
      * department, which STAFF-TURNOVER fills from the pay-run
      * file when it reports. the file is the source for the
      * monthly headcount and turnover figures.
       01  staff-movement-record.
           03 sm-emp-id         PIC 9(4).
           03 sm-date           PIC 9(8).
           03 sm-type           PIC X.
               88 sm-starter       VALUE "S".
               88 sm-leaver        VALUE "L".
           03 sm-department     PIC X(12).
           03 sm-job-grade      PIC 9.
