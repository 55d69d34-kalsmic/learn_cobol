      * one title in the school library catalogue, by accession
      * number, with the number of copies the library holds. how
      * many are out is counted from the open loans, so the card
      * never disagrees with the loans file.
       01  LIBRARY-BOOK-RECORD.
           03 LB-ACCESSION-NO   PIC 9(6).
           03 LB-TITLE          PIC X(30).
           03 LB-AUTHOR         PIC X(20).
           03 LB-COPIES-HELD    PIC 99.
