      * one physical meter on the meter asset register, keyed on
      * the maker's serial number: its make and type, where it is
      * (S in store, I installed, F faulty, X scrapped), the
      * account it is installed on and since when, and the date
      * of its last accuracy test. a meter only leaves the store
      * for a premises through a new-connection order or a meter
      * exchange, and the one taken off the wall comes back.
       01  meter-register-record.
           03 mr-serial         PIC X(12).
           03 mr-make           PIC X(12).
           03 mr-type           PIC X(4).
           03 mr-status         PIC X.
               88 mr-in-store      VALUE "S".
               88 mr-installed     VALUE "I".
               88 mr-faulty        VALUE "F".
               88 mr-scrapped      VALUE "X".
           03 mr-account        PIC 9(6).
           03 mr-installed-date PIC 9(8).
           03 mr-last-test      PIC 9(8).
