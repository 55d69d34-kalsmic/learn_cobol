      * operator access control: how many days an id may go
      * unused before the access review lists it for disabling,
      * and how many days a password lasts before it must be
      * changed at sign-on.
       01  access-control-record.
           03 ac-idle-days      PIC 999.
           03 ac-password-days  PIC 999.
