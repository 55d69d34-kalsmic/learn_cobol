      * one subsystem record tied to a party: the subsystem code
      * and that subsystem's own key for the record -
      *   EMP  employee master id         ELEC electricity account
      *   BANK client identity number     LOAN loan id
      *   LOYL loyalty member number      GUAR student whose
      *                                        guardian it is
      * a record belongs to one party at a time. maintained by
      * PARTY-MASTER's link and unlink, and read by its inquiry.
       01  party-link-record.
           03 pl-party-no       PIC 9(6).
           03 pl-subsystem      PIC X(4).
               88 pl-employee      VALUE "EMP ".
               88 pl-electricity   VALUE "ELEC".
               88 pl-banking       VALUE "BANK".
               88 pl-loan          VALUE "LOAN".
               88 pl-loyalty       VALUE "LOYL".
               88 pl-guardian      VALUE "GUAR".
           03 pl-key            PIC 9(6).
