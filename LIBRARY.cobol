       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRARY.
      * the school library on the same student numbers as the marks
      * and fees side: a catalogue of titles by accession number,
      * issue and return keyed on the student number with the loan
      * limit and loan period in data/LIBRULES.DAT, the overdue
      * list by class for the form teachers, and the leavers who
      * still hold books. a book back late, or lost, is fined on
      * the student's fee account so it shows on the fee statement
      * and counts against fee clearance, and the fine is fed
      * through data/GLFEED.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBRARY-BOOK-FILE ASSIGN TO "data/LIBBOOKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIBRARY-BOOK-STATUS.
           SELECT LIBRARY-LOAN-FILE ASSIGN TO "data/LIBLOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIBRARY-LOAN-STATUS.
           SELECT LIBRARY-RULES-FILE ASSIGN TO "data/LIBRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIBRARY-RULES-STATUS.
           SELECT STUDENT-BIO-FILE ASSIGN TO "data/STUDENTBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUDENT-BIO-STATUS.
           SELECT FEE-LEDGER-FILE ASSIGN TO "data/FEELEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-LEDGER-STATUS.
           SELECT GL-FEED-FILE ASSIGN TO "data/GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FEED-STATUS.
           SELECT OVERDUE-REPORT-FILE ASSIGN TO "data/OVERDUE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEAVERS-REPORT-FILE ASSIGN TO
                  "data/LIBLEAVERS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LIBRARY-BOOK-FILE.
       COPY LIBBOOK.

       FD  LIBRARY-LOAN-FILE.
       COPY LIBLOAN.

       FD  LIBRARY-RULES-FILE.
       01  LIBRARY-RULES-RECORD.
           03 LR-LOAN-LIMIT     PIC 99.
           03 LR-LOAN-DAYS      PIC 9(3).
           03 LR-FINE-PER-DAY   PIC 9(3)V99.
           03 LR-LOST-CHARGE    PIC 9(5)V99.

       FD  STUDENT-BIO-FILE.
       COPY STUDBIO.

       FD  FEE-LEDGER-FILE.
       COPY FEELEDGER.

       FD  GL-FEED-FILE.
       COPY GLFEED.

       FD  OVERDUE-REPORT-FILE.
       01  OVERDUE-REPORT-LINE  PIC X(80).

       FD  LEAVERS-REPORT-FILE.
       01  LEAVERS-REPORT-LINE  PIC X(80).

       WORKING-STORAGE SECTION.
       01  LIBRARY-BOOK-STATUS  PIC XX.
       01  LIBRARY-BOOK-EOF     PIC X VALUE "N".
       01  LIBRARY-LOAN-STATUS  PIC XX.
       01  LIBRARY-LOAN-EOF     PIC X VALUE "N".
       01  LIBRARY-RULES-STATUS PIC XX.
       01  STUDENT-BIO-STATUS   PIC XX.
       01  STUDENT-BIO-EOF      PIC X VALUE "N".
       01  FEE-LEDGER-STATUS    PIC XX.
       01  FEE-LEDGER-EOF       PIC X VALUE "N".
       01  GL-FEED-STATUS       PIC XX.
       01  MAX-STUDENTS         PIC 99 VALUE 99.
       01  LOAN-LIMIT           PIC 99 VALUE 2.
       01  LOAN-DAYS            PIC 9(3) VALUE 14.
       01  FINE-PER-DAY         PIC 9(3)V99 VALUE ZERO.
       01  LOST-CHARGE          PIC 9(5)V99 VALUE ZERO.
       01  BIO-TABLE.
           03 BIO-ENTRY OCCURS 99 TIMES.
              05 BIO-ON-FILE     PIC X.
              05 BIO-NAME        PIC X(20).
              05 BIO-CLASS       PIC X(4).
              05 BIO-STATUS      PIC X.
       01  BOOK-TABLE.
           03 BOOK-ENTRY OCCURS 500 TIMES INDEXED BY BOOK-INDEX.
              05 TAB-LB-ACCESSION PIC 9(6).
              05 TAB-LB-TITLE    PIC X(30).
              05 TAB-LB-AUTHOR   PIC X(20).
              05 TAB-LB-HELD     PIC 99.
       01  BOOK-COUNT           PIC 9(3) VALUE ZERO.
       01  BOOK-FOUND           PIC X.
       01  BOOK-INDEX-SAVE      PIC 9(3) VALUE ZERO.
       01  LOAN-TABLE.
           03 LOAN-ENTRY OCCURS 999 TIMES INDEXED BY LOAN-INDEX.
              05 TAB-LL-ACCESSION PIC 9(6).
              05 TAB-LL-STUDENT  PIC 99.
              05 TAB-LL-ISSUED   PIC 9(8).
              05 TAB-LL-DUE      PIC 9(8).
              05 TAB-LL-RETURNED PIC 9(8).
              05 TAB-LL-STATUS   PIC X.
              05 TAB-LL-FINE     PIC 9(5)V99.
       01  LOAN-COUNT           PIC 9(3) VALUE ZERO.
       01  LOAN-FOUND           PIC X.
       01  LOAN-INDEX-SAVE      PIC 9(3) VALUE ZERO.
       01  STUDENT-LOANS        PIC 99.
       01  COPIES-OUT           PIC 99.
       01  MENU-ACTION          PIC X.
           88 ACTION-CATALOGUE  VALUE "C" "c".
           88 ACTION-ISSUE      VALUE "I" "i".
           88 ACTION-RETURN     VALUE "R" "r".
           88 ACTION-LOST       VALUE "L" "l".
           88 ACTION-OVERDUE    VALUE "O" "o".
           88 ACTION-LEAVERS    VALUE "H" "h".
           88 ACTION-EXIT       VALUE "X" "x".
       01  WORK-LIBRARY.
           03 WK-STUDENT-NO     PIC 99.
           03 WK-ACCESSION-NO   PIC 9(6).
           03 WK-TITLE          PIC X(30).
           03 WK-AUTHOR         PIC X(20).
           03 WK-COPIES         PIC 99.
       01  RUN-DATE             PIC 9(8).
       01  DATE-WORK            PIC 9(8).
       01  DATE-PARTS REDEFINES DATE-WORK.
           03 DW-YYYY           PIC 9(4).
           03 DW-MM             PIC 99.
           03 DW-DD             PIC 99.
       01  DAY-NUMBER           PIC 9(7).
       01  TODAY-DAY-NUMBER     PIC 9(7).
       01  DAYS-LATE            PIC S9(5).
       01  FINE-AMOUNT          PIC 9(5)V99.
       01  FINE-YEAR            PIC 9(4).
       01  FINE-TERM            PIC 9.
       01  AMOUNT-OUT           PIC $$$,$$9.99.
       01  OVERDUE-TABLE.
           03 OVD-ENTRY OCCURS 999 TIMES INDEXED BY OVD-INDEX.
              05 TAB-OD-CLASS    PIC X(4).
              05 TAB-OD-LOAN     PIC 9(3).
              05 TAB-OD-DAYS     PIC 9(5).
              05 TAB-OD-PRINTED  PIC X.
       01  OVERDUE-COUNT        PIC 9(3) VALUE ZERO.
       01  CURRENT-CLASS        PIC X(4).
       01  CLASS-FOUND          PIC X.
       01  LEAVERS-COUNT        PIC 9(3) VALUE ZERO.
       01  OVERDUE-HEADING      PIC X(40) VALUE
             "----- LIBRARY BOOKS OVERDUE -----".
       01  CLASS-HEADING.
           03 FILLER            PIC X(6) VALUE "CLASS ".
           03 CH-CLASS          PIC X(8).
       01  OVERDUE-DETAIL.
           03 OD-STUDENT        PIC 99.
           03 FILLER            PIC X VALUE SPACE.
           03 OD-NAME           PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 OD-ACCESSION      PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 OD-TITLE          PIC X(24).
           03 FILLER            PIC X(5) VALUE " DUE ".
           03 OD-DUE            PIC 9(8).
           03 FILLER            PIC X VALUE SPACE.
           03 OD-DAYS           PIC ZZZZ9.
           03 FILLER            PIC X VALUE SPACE.
           03 OD-REMARK         PIC X(4).
       01  LEAVERS-HEADING      PIC X(40) VALUE
             "----- LEAVERS STILL HOLDING BOOKS -----".
       01  LEAVERS-DETAIL.
           03 LV-STUDENT        PIC 99.
           03 FILLER            PIC X VALUE SPACE.
           03 LV-NAME           PIC X(20).
           03 FILLER            PIC X VALUE SPACE.
           03 LV-ACCESSION      PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 LV-TITLE          PIC X(30).
           03 FILLER            PIC X(5) VALUE " DUE ".
           03 LV-DUE            PIC 9(8).

       PROCEDURE DIVISION.
       Library.
           DISPLAY "SCHOOL LIBRARY"
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO DATE-WORK
           PERFORM FLATTEN-TO-DAYS
           MOVE DAY-NUMBER TO TODAY-DAY-NUMBER
           PERFORM LOAD-LIBRARY-RULES
           PERFORM LOAD-STUDENT-BIO
           PERFORM LOAD-BOOKS
           PERFORM LOAD-LOANS
           DISPLAY BOOK-COUNT " TITLES ON THE CATALOGUE"
           PERFORM LIBRARY-ONE-ACTION WITH TEST AFTER
                    UNTIL ACTION-EXIT
           GOBACK.

       LIBRARY-ONE-ACTION.
           DISPLAY SPACE
           DISPLAY "Catalogue, Issue, Return, Lost, Overdue list, "
                   "leavers Holding books"
           DISPLAY "or eXit? (C/I/R/L/O/H/X): " WITH NO ADVANCING
           ACCEPT MENU-ACTION
           EVALUATE TRUE
              WHEN ACTION-CATALOGUE PERFORM MAINTAIN-CATALOGUE
              WHEN ACTION-ISSUE     PERFORM ISSUE-BOOK
              WHEN ACTION-RETURN    PERFORM RETURN-BOOK
              WHEN ACTION-LOST      PERFORM BOOK-LOST
              WHEN ACTION-OVERDUE   PERFORM OVERDUE-LIST
              WHEN ACTION-LEAVERS   PERFORM LEAVERS-LIST
              WHEN ACTION-EXIT      CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER C, I, R, L, O, H OR X"
           END-EVALUATE
           .

      * a new accession number adds a title; an existing one has
      * its copies held changed - never below the copies out.
       MAINTAIN-CATALOGUE.
           DISPLAY "ACCESSION NUMBER: " WITH NO ADVANCING
           ACCEPT WK-ACCESSION-NO
           PERFORM FIND-BOOK
           IF WK-ACCESSION-NO = ZERO
              DISPLAY "ACCESSION NUMBER MUST NOT BE ZERO"
           ELSE
              IF BOOK-FOUND = "Y"
                 PERFORM CHANGE-COPIES-HELD
              ELSE
                 PERFORM ADD-BOOK
              END-IF
           END-IF
           .

       ADD-BOOK.
           DISPLAY "TITLE: " WITH NO ADVANCING
           ACCEPT WK-TITLE
           DISPLAY "AUTHOR: " WITH NO ADVANCING
           ACCEPT WK-AUTHOR
           DISPLAY "COPIES HELD: " WITH NO ADVANCING
           ACCEPT WK-COPIES
           EVALUATE TRUE
              WHEN WK-TITLE = SPACES
                 DISPLAY "TITLE MUST NOT BE BLANK"
              WHEN WK-COPIES = ZERO
                 DISPLAY "COPIES HELD MUST NOT BE ZERO"
              WHEN BOOK-COUNT NOT < 500
                 DISPLAY "CATALOGUE FULL"
              WHEN OTHER
                 ADD 1 TO BOOK-COUNT
                 SET BOOK-INDEX TO BOOK-COUNT
                 MOVE WK-ACCESSION-NO TO TAB-LB-ACCESSION(BOOK-INDEX)
                 MOVE WK-TITLE        TO TAB-LB-TITLE(BOOK-INDEX)
                 MOVE WK-AUTHOR       TO TAB-LB-AUTHOR(BOOK-INDEX)
                 MOVE WK-COPIES       TO TAB-LB-HELD(BOOK-INDEX)
                 PERFORM SAVE-BOOKS
                 DISPLAY "ADDED TO THE CATALOGUE"
           END-EVALUATE
           .

       CHANGE-COPIES-HELD.
           SET BOOK-INDEX TO BOOK-INDEX-SAVE
           MOVE ZERO TO WK-STUDENT-NO
           PERFORM COUNT-OPEN-LOANS
           DISPLAY TAB-LB-TITLE(BOOK-INDEX) " - "
                   TAB-LB-AUTHOR(BOOK-INDEX)
           DISPLAY "HELD " TAB-LB-HELD(BOOK-INDEX) " OUT " COPIES-OUT
           DISPLAY "NEW COPIES HELD: " WITH NO ADVANCING
           ACCEPT WK-COPIES
           IF WK-COPIES < COPIES-OUT
              DISPLAY "MORE COPIES THAN THAT ARE OUT ON LOAN"
           ELSE
              MOVE WK-COPIES TO TAB-LB-HELD(BOOK-INDEX)
              PERFORM SAVE-BOOKS
              DISPLAY "COPIES HELD CHANGED"
           END-IF
           .

      * a student who has left cannot borrow, and no student holds
      * more than the loan limit at once.
       ISSUE-BOOK.
           DISPLAY "STUDENT NUMBER: " WITH NO ADVANCING
           ACCEPT WK-STUDENT-NO
           DISPLAY "ACCESSION NUMBER: " WITH NO ADVANCING
           ACCEPT WK-ACCESSION-NO
           PERFORM FIND-BOOK
           PERFORM COUNT-OPEN-LOANS
           EVALUATE TRUE
              WHEN WK-STUDENT-NO = ZERO
                 DISPLAY "STUDENT " WK-STUDENT-NO
                         " NOT ON THE BIO MASTER"
              WHEN BIO-ON-FILE(WK-STUDENT-NO) NOT = "Y"
                 DISPLAY "STUDENT " WK-STUDENT-NO
                         " NOT ON THE BIO MASTER"
              WHEN BIO-STATUS(WK-STUDENT-NO) = "L"
                 DISPLAY "STUDENT HAS LEFT - NO LOANS"
              WHEN STUDENT-LOANS NOT < LOAN-LIMIT
                 DISPLAY "LOAN LIMIT OF " LOAN-LIMIT " REACHED"
              WHEN BOOK-FOUND NOT = "Y"
                 DISPLAY "ACCESSION NUMBER NOT ON THE CATALOGUE"
              WHEN COPIES-OUT NOT < TAB-LB-HELD(BOOK-INDEX-SAVE)
                 DISPLAY "NO COPY ON THE SHELF"
              WHEN LOAN-COUNT NOT < 999
                 DISPLAY "LOANS FILE FULL"
              WHEN OTHER
                 PERFORM RECORD-LOAN
           END-EVALUATE
           .

       RECORD-LOAN.
           MOVE TODAY-DAY-NUMBER TO DAY-NUMBER
           ADD LOAN-DAYS TO DAY-NUMBER
           PERFORM UNFLATTEN-DAY-NUMBER
           ADD 1 TO LOAN-COUNT
           SET LOAN-INDEX TO LOAN-COUNT
           MOVE WK-ACCESSION-NO TO TAB-LL-ACCESSION(LOAN-INDEX)
           MOVE WK-STUDENT-NO   TO TAB-LL-STUDENT(LOAN-INDEX)
           MOVE RUN-DATE        TO TAB-LL-ISSUED(LOAN-INDEX)
           MOVE DATE-WORK       TO TAB-LL-DUE(LOAN-INDEX)
           MOVE ZERO            TO TAB-LL-RETURNED(LOAN-INDEX)
           MOVE "O"             TO TAB-LL-STATUS(LOAN-INDEX)
           MOVE ZERO            TO TAB-LL-FINE(LOAN-INDEX)
           PERFORM SAVE-LOANS
           SET BOOK-INDEX TO BOOK-INDEX-SAVE
           DISPLAY TAB-LB-TITLE(BOOK-INDEX) " ISSUED TO "
                   BIO-NAME(WK-STUDENT-NO)
           DISPLAY "DUE BACK " DATE-WORK
           .

       RETURN-BOOK.
           PERFORM KEY-OPEN-LOAN
           IF LOAN-FOUND = "Y"
              SET LOAN-INDEX TO LOAN-INDEX-SAVE
              MOVE "R" TO TAB-LL-STATUS(LOAN-INDEX)
              PERFORM CLOSE-LOAN
              DISPLAY "BOOK RETURNED"
           END-IF
           .

      * a lost book is charged at the lost-book charge on top of
      * any overdue fine, and comes off the copies held.
       BOOK-LOST.
           PERFORM KEY-OPEN-LOAN
           IF LOAN-FOUND = "Y"
              SET LOAN-INDEX TO LOAN-INDEX-SAVE
              MOVE "L" TO TAB-LL-STATUS(LOAN-INDEX)
              PERFORM CLOSE-LOAN
              PERFORM FIND-BOOK
              IF BOOK-FOUND = "Y"
                 SET BOOK-INDEX TO BOOK-INDEX-SAVE
                 IF TAB-LB-HELD(BOOK-INDEX) > ZERO
                    SUBTRACT 1 FROM TAB-LB-HELD(BOOK-INDEX)
                 END-IF
                 PERFORM SAVE-BOOKS
              END-IF
              DISPLAY "BOOK RECORDED LOST"
           END-IF
           .

       KEY-OPEN-LOAN.
           DISPLAY "ACCESSION NUMBER: " WITH NO ADVANCING
           ACCEPT WK-ACCESSION-NO
           DISPLAY "STUDENT NUMBER: " WITH NO ADVANCING
           ACCEPT WK-STUDENT-NO
           MOVE "N" TO LOAN-FOUND
           PERFORM MATCH-OPEN-LOAN
                    VARYING LOAN-INDEX FROM 1 BY 1
                    UNTIL LOAN-INDEX > LOAN-COUNT
                       OR LOAN-FOUND = "Y"
           IF LOAN-FOUND NOT = "Y"
              DISPLAY "NO OPEN LOAN OF THAT BOOK TO THAT STUDENT"
           END-IF
           .

       MATCH-OPEN-LOAN.
           IF TAB-LL-ACCESSION(LOAN-INDEX) = WK-ACCESSION-NO
              AND TAB-LL-STUDENT(LOAN-INDEX) = WK-STUDENT-NO
              AND TAB-LL-STATUS(LOAN-INDEX) = "O"
              MOVE "Y" TO LOAN-FOUND
              SET LOAN-INDEX-SAVE TO LOAN-INDEX
           END-IF
           .

      * the fine is so much a day past the due date, plus the
      * lost-book charge when the book is not coming back.
       CLOSE-LOAN.
           MOVE RUN-DATE TO TAB-LL-RETURNED(LOAN-INDEX)
           MOVE TAB-LL-DUE(LOAN-INDEX) TO DATE-WORK
           PERFORM FLATTEN-TO-DAYS
           COMPUTE DAYS-LATE = TODAY-DAY-NUMBER - DAY-NUMBER
           MOVE ZERO TO FINE-AMOUNT
           IF DAYS-LATE > ZERO
              COMPUTE FINE-AMOUNT = DAYS-LATE * FINE-PER-DAY
           END-IF
           IF TAB-LL-STATUS(LOAN-INDEX) = "L"
              ADD LOST-CHARGE TO FINE-AMOUNT
           END-IF
           MOVE FINE-AMOUNT TO TAB-LL-FINE(LOAN-INDEX)
           PERFORM SAVE-LOANS
           IF FINE-AMOUNT > ZERO
              PERFORM CHARGE-LIBRARY-FINE
           END-IF
           .

      * the fine goes on the fee account against the term the
      * bursar last billed, so it is collected with the fees.
       CHARGE-LIBRARY-FINE.
           PERFORM FIND-CURRENT-TERM
           MOVE WK-STUDENT-NO TO FL-STUDENT-NO
           MOVE FINE-YEAR     TO FL-ACAD-YEAR
           MOVE FINE-TERM     TO FL-TERM
           MOVE "F"           TO FL-TYPE
           MOVE FINE-AMOUNT   TO FL-AMOUNT
           MOVE RUN-DATE      TO FL-DATE
           OPEN EXTEND FEE-LEDGER-FILE
           IF FEE-LEDGER-STATUS = "35"
              OPEN OUTPUT FEE-LEDGER-FILE
           END-IF
           WRITE FEE-LEDGER-RECORD
           CLOSE FEE-LEDGER-FILE
           PERFORM WRITE-FINE-FEED
           MOVE FINE-AMOUNT TO AMOUNT-OUT
           DISPLAY "FINE OF " AMOUNT-OUT " CHARGED TO THE FEE ACCOUNT"
           .

       FIND-CURRENT-TERM.
           MOVE RUN-DATE(1:4) TO FINE-YEAR
           MOVE 1 TO FINE-TERM
           MOVE "N" TO FEE-LEDGER-EOF
           OPEN INPUT FEE-LEDGER-FILE
           IF FEE-LEDGER-STATUS = "00"
              PERFORM LATEST-BILLED-TERM WITH TEST AFTER
                 UNTIL FEE-LEDGER-EOF = "Y"
              CLOSE FEE-LEDGER-FILE
           END-IF
           .

       LATEST-BILLED-TERM.
           READ FEE-LEDGER-FILE
              AT END MOVE "Y" TO FEE-LEDGER-EOF
              NOT AT END
                 IF FL-CHARGE
                    IF FL-ACAD-YEAR > FINE-YEAR
                       OR (FL-ACAD-YEAR = FINE-YEAR
                           AND FL-TERM > FINE-TERM)
                       MOVE FL-ACAD-YEAR TO FINE-YEAR
                       MOVE FL-TERM      TO FINE-TERM
                    END-IF
                 END-IF
           END-READ
           .

       WRITE-FINE-FEED.
           OPEN EXTEND GL-FEED-FILE
           IF GL-FEED-STATUS = "35"
              OPEN OUTPUT GL-FEED-FILE
           END-IF
           MOVE "LIBRARY"     TO GF-SOURCE
           MOVE SPACES        TO GF-DEPARTMENT
           MOVE "FINES"       TO GF-TOTAL-TYPE
           MOVE FINE-AMOUNT   TO GF-AMOUNT
           MOVE RUN-DATE      TO GF-DATE
           WRITE GL-FEED-RECORD
           CLOSE GL-FEED-FILE
           .

      * every book out past its due date, grouped by the class
      * the student sits in, lowest class first.
       OVERDUE-LIST.
           MOVE ZERO TO OVERDUE-COUNT
           PERFORM COLLECT-ONE-OVERDUE
                    VARYING LOAN-INDEX FROM 1 BY 1
                    UNTIL LOAN-INDEX > LOAN-COUNT
           OPEN OUTPUT OVERDUE-REPORT-FILE
           WRITE OVERDUE-REPORT-LINE FROM OVERDUE-HEADING
           PERFORM FIND-NEXT-CLASS
           PERFORM PRINT-ONE-CLASS
              UNTIL CLASS-FOUND = "N"
           CLOSE OVERDUE-REPORT-FILE
           DISPLAY "BOOKS OVERDUE: " OVERDUE-COUNT
           DISPLAY "REPORT WRITTEN TO data/OVERDUE.RPT"
           .

       COLLECT-ONE-OVERDUE.
           IF TAB-LL-STATUS(LOAN-INDEX) = "O"
              AND TAB-LL-DUE(LOAN-INDEX) < RUN-DATE
              AND OVERDUE-COUNT < 999
              MOVE TAB-LL-DUE(LOAN-INDEX) TO DATE-WORK
              PERFORM FLATTEN-TO-DAYS
              ADD 1 TO OVERDUE-COUNT
              SET OVD-INDEX TO OVERDUE-COUNT
              MOVE SPACES TO TAB-OD-CLASS(OVD-INDEX)
              IF TAB-LL-STUDENT(LOAN-INDEX) > ZERO
                 MOVE BIO-CLASS(TAB-LL-STUDENT(LOAN-INDEX))
                   TO TAB-OD-CLASS(OVD-INDEX)
              END-IF
              SET TAB-OD-LOAN(OVD-INDEX) TO LOAN-INDEX
              COMPUTE TAB-OD-DAYS(OVD-INDEX) =
                    TODAY-DAY-NUMBER - DAY-NUMBER
              MOVE "N" TO TAB-OD-PRINTED(OVD-INDEX)
           END-IF
           .

       FIND-NEXT-CLASS.
           MOVE "N" TO CLASS-FOUND
           PERFORM CHECK-NEXT-CLASS
                    VARYING OVD-INDEX FROM 1 BY 1
                    UNTIL OVD-INDEX > OVERDUE-COUNT
           .

       CHECK-NEXT-CLASS.
           IF TAB-OD-PRINTED(OVD-INDEX) = "N"
              IF CLASS-FOUND = "N"
                 OR TAB-OD-CLASS(OVD-INDEX) < CURRENT-CLASS
                 MOVE TAB-OD-CLASS(OVD-INDEX) TO CURRENT-CLASS
                 MOVE "Y" TO CLASS-FOUND
              END-IF
           END-IF
           .

       PRINT-ONE-CLASS.
           IF CURRENT-CLASS = SPACES
              MOVE "NONE" TO CH-CLASS
           ELSE
              MOVE CURRENT-CLASS TO CH-CLASS
           END-IF
           WRITE OVERDUE-REPORT-LINE FROM CLASS-HEADING
           DISPLAY CLASS-HEADING
           PERFORM PRINT-ONE-OVERDUE
                    VARYING OVD-INDEX FROM 1 BY 1
                    UNTIL OVD-INDEX > OVERDUE-COUNT
           PERFORM FIND-NEXT-CLASS
           .

       PRINT-ONE-OVERDUE.
           IF TAB-OD-PRINTED(OVD-INDEX) = "N"
              AND TAB-OD-CLASS(OVD-INDEX) = CURRENT-CLASS
              SET LOAN-INDEX TO TAB-OD-LOAN(OVD-INDEX)
              MOVE TAB-LL-STUDENT(LOAN-INDEX) TO OD-STUDENT
              MOVE SPACES TO OD-NAME
              MOVE SPACES TO OD-REMARK
              IF TAB-LL-STUDENT(LOAN-INDEX) > ZERO
                 MOVE BIO-NAME(TAB-LL-STUDENT(LOAN-INDEX)) TO OD-NAME
                 IF BIO-STATUS(TAB-LL-STUDENT(LOAN-INDEX)) = "L"
                    MOVE "LEFT" TO OD-REMARK
                 END-IF
              END-IF
              MOVE TAB-LL-ACCESSION(LOAN-INDEX) TO OD-ACCESSION
              MOVE TAB-LL-ACCESSION(LOAN-INDEX) TO WK-ACCESSION-NO
              PERFORM FIND-BOOK
              MOVE SPACES TO OD-TITLE
              IF BOOK-FOUND = "Y"
                 MOVE TAB-LB-TITLE(BOOK-INDEX-SAVE) TO OD-TITLE
              END-IF
              MOVE TAB-LL-DUE(LOAN-INDEX) TO OD-DUE
              MOVE TAB-OD-DAYS(OVD-INDEX) TO OD-DAYS
              WRITE OVERDUE-REPORT-LINE FROM OVERDUE-DETAIL
              DISPLAY OVERDUE-DETAIL
              MOVE "Y" TO TAB-OD-PRINTED(OVD-INDEX)
           END-IF
           .

      * a student marked left on the bio master who has not
      * brought every book back - the library chases these before
      * the file is closed.
       LEAVERS-LIST.
           MOVE ZERO TO LEAVERS-COUNT
           OPEN OUTPUT LEAVERS-REPORT-FILE
           WRITE LEAVERS-REPORT-LINE FROM LEAVERS-HEADING
           PERFORM LEAVER-ONE-LOAN
                    VARYING LOAN-INDEX FROM 1 BY 1
                    UNTIL LOAN-INDEX > LOAN-COUNT
           CLOSE LEAVERS-REPORT-FILE
           DISPLAY "BOOKS HELD BY LEAVERS: " LEAVERS-COUNT
           DISPLAY "REPORT WRITTEN TO data/LIBLEAVERS.RPT"
           .

       LEAVER-ONE-LOAN.
           IF TAB-LL-STATUS(LOAN-INDEX) = "O"
              AND TAB-LL-STUDENT(LOAN-INDEX) > ZERO
              IF BIO-STATUS(TAB-LL-STUDENT(LOAN-INDEX)) = "L"
                 ADD 1 TO LEAVERS-COUNT
                 MOVE TAB-LL-STUDENT(LOAN-INDEX) TO LV-STUDENT
                 MOVE BIO-NAME(TAB-LL-STUDENT(LOAN-INDEX)) TO LV-NAME
                 MOVE TAB-LL-ACCESSION(LOAN-INDEX) TO LV-ACCESSION
                 MOVE TAB-LL-ACCESSION(LOAN-INDEX) TO WK-ACCESSION-NO
                 PERFORM FIND-BOOK
                 MOVE SPACES TO LV-TITLE
                 IF BOOK-FOUND = "Y"
                    MOVE TAB-LB-TITLE(BOOK-INDEX-SAVE) TO LV-TITLE
                 END-IF
                 MOVE TAB-LL-DUE(LOAN-INDEX) TO LV-DUE
                 WRITE LEAVERS-REPORT-LINE FROM LEAVERS-DETAIL
                 DISPLAY LEAVERS-DETAIL
              END-IF
           END-IF
           .

      * open loans held by the keyed student, and copies of the
      * keyed book out on loan, in one pass of the loans.
       COUNT-OPEN-LOANS.
           MOVE ZERO TO STUDENT-LOANS
           MOVE ZERO TO COPIES-OUT
           PERFORM COUNT-ONE-LOAN
                    VARYING LOAN-INDEX FROM 1 BY 1
                    UNTIL LOAN-INDEX > LOAN-COUNT
           .

       COUNT-ONE-LOAN.
           IF TAB-LL-STATUS(LOAN-INDEX) = "O"
              IF TAB-LL-STUDENT(LOAN-INDEX) = WK-STUDENT-NO
                 ADD 1 TO STUDENT-LOANS
              END-IF
              IF TAB-LL-ACCESSION(LOAN-INDEX) = WK-ACCESSION-NO
                 ADD 1 TO COPIES-OUT
              END-IF
           END-IF
           .

       FIND-BOOK.
           MOVE "N" TO BOOK-FOUND
           PERFORM CHECK-ONE-BOOK
                    VARYING BOOK-INDEX FROM 1 BY 1
                    UNTIL BOOK-INDEX > BOOK-COUNT
                       OR BOOK-FOUND = "Y"
           .

       CHECK-ONE-BOOK.
           IF TAB-LB-ACCESSION(BOOK-INDEX) = WK-ACCESSION-NO
              MOVE "Y" TO BOOK-FOUND
              SET BOOK-INDEX-SAVE TO BOOK-INDEX
           END-IF
           .

       FLATTEN-TO-DAYS.
           COMPUTE DAY-NUMBER = DW-YYYY * 360 + (DW-MM - 1) * 30
                 + DW-DD
           .

       UNFLATTEN-DAY-NUMBER.
           COMPUTE DW-YYYY = (DAY-NUMBER - 1) / 360
           COMPUTE DW-MM = (DAY-NUMBER - 1 - DW-YYYY * 360) / 30
           COMPUTE DW-DD = DAY-NUMBER - DW-YYYY * 360 - DW-MM * 30
           ADD 1 TO DW-MM
           .

      * the loan limit, loan period, daily fine and lost-book
      * charge - the defaults stand when the file is absent.
       LOAD-LIBRARY-RULES.
           OPEN INPUT LIBRARY-RULES-FILE
           IF LIBRARY-RULES-STATUS = "00"
              READ LIBRARY-RULES-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF LR-LOAN-LIMIT NUMERIC
                       AND LR-LOAN-DAYS NUMERIC
                       AND LR-FINE-PER-DAY NUMERIC
                       AND LR-LOST-CHARGE NUMERIC
                       MOVE LR-LOAN-LIMIT   TO LOAN-LIMIT
                       MOVE LR-LOAN-DAYS    TO LOAN-DAYS
                       MOVE LR-FINE-PER-DAY TO FINE-PER-DAY
                       MOVE LR-LOST-CHARGE  TO LOST-CHARGE
                    END-IF
              END-READ
              CLOSE LIBRARY-RULES-FILE
           END-IF
           .

       LOAD-STUDENT-BIO.
           INITIALIZE BIO-TABLE
           OPEN INPUT STUDENT-BIO-FILE
           IF STUDENT-BIO-STATUS = "00"
              PERFORM READ-STUDENT-BIO
              PERFORM STORE-STUDENT-BIO
                 UNTIL STUDENT-BIO-EOF = "Y"
              CLOSE STUDENT-BIO-FILE
           END-IF
           .

       READ-STUDENT-BIO.
           READ STUDENT-BIO-FILE
              AT END MOVE "Y" TO STUDENT-BIO-EOF
           END-READ
           .

       STORE-STUDENT-BIO.
           IF SB-STUDENT-NO >= 1 AND SB-STUDENT-NO <= MAX-STUDENTS
              MOVE "Y"       TO BIO-ON-FILE(SB-STUDENT-NO)
              MOVE SB-NAME   TO BIO-NAME(SB-STUDENT-NO)
              MOVE SB-CLASS  TO BIO-CLASS(SB-STUDENT-NO)
              MOVE SB-STATUS TO BIO-STATUS(SB-STUDENT-NO)
           END-IF
           PERFORM READ-STUDENT-BIO
           .

       LOAD-BOOKS.
           MOVE ZERO TO BOOK-COUNT
           OPEN INPUT LIBRARY-BOOK-FILE
           IF LIBRARY-BOOK-STATUS = "00"
              PERFORM READ-BOOK
              PERFORM STORE-BOOK
                 UNTIL LIBRARY-BOOK-EOF = "Y"
              CLOSE LIBRARY-BOOK-FILE
           END-IF
           .

       READ-BOOK.
           READ LIBRARY-BOOK-FILE
              AT END MOVE "Y" TO LIBRARY-BOOK-EOF
           END-READ
           .

       STORE-BOOK.
           ADD 1 TO BOOK-COUNT
           SET BOOK-INDEX TO BOOK-COUNT
           MOVE LB-ACCESSION-NO TO TAB-LB-ACCESSION(BOOK-INDEX)
           MOVE LB-TITLE        TO TAB-LB-TITLE(BOOK-INDEX)
           MOVE LB-AUTHOR       TO TAB-LB-AUTHOR(BOOK-INDEX)
           MOVE LB-COPIES-HELD  TO TAB-LB-HELD(BOOK-INDEX)
           PERFORM READ-BOOK
           .

       SAVE-BOOKS.
           OPEN OUTPUT LIBRARY-BOOK-FILE
           PERFORM WRITE-BOOK
                    VARYING BOOK-INDEX FROM 1 BY 1
                    UNTIL BOOK-INDEX > BOOK-COUNT
           CLOSE LIBRARY-BOOK-FILE
           .

       WRITE-BOOK.
           MOVE TAB-LB-ACCESSION(BOOK-INDEX) TO LB-ACCESSION-NO
           MOVE TAB-LB-TITLE(BOOK-INDEX)     TO LB-TITLE
           MOVE TAB-LB-AUTHOR(BOOK-INDEX)    TO LB-AUTHOR
           MOVE TAB-LB-HELD(BOOK-INDEX)      TO LB-COPIES-HELD
           WRITE LIBRARY-BOOK-RECORD
           .

       LOAD-LOANS.
           MOVE ZERO TO LOAN-COUNT
           OPEN INPUT LIBRARY-LOAN-FILE
           IF LIBRARY-LOAN-STATUS = "00"
              PERFORM READ-LOAN
              PERFORM STORE-LOAN
                 UNTIL LIBRARY-LOAN-EOF = "Y"
              CLOSE LIBRARY-LOAN-FILE
           END-IF
           .

       READ-LOAN.
           READ LIBRARY-LOAN-FILE
              AT END MOVE "Y" TO LIBRARY-LOAN-EOF
           END-READ
           .

       STORE-LOAN.
           ADD 1 TO LOAN-COUNT
           SET LOAN-INDEX TO LOAN-COUNT
           MOVE LL-ACCESSION-NO TO TAB-LL-ACCESSION(LOAN-INDEX)
           MOVE LL-STUDENT-NO   TO TAB-LL-STUDENT(LOAN-INDEX)
           MOVE LL-ISSUE-DATE   TO TAB-LL-ISSUED(LOAN-INDEX)
           MOVE LL-DUE-DATE     TO TAB-LL-DUE(LOAN-INDEX)
           MOVE LL-RETURN-DATE  TO TAB-LL-RETURNED(LOAN-INDEX)
           MOVE LL-STATUS       TO TAB-LL-STATUS(LOAN-INDEX)
           MOVE LL-FINE         TO TAB-LL-FINE(LOAN-INDEX)
           PERFORM READ-LOAN
           .

       SAVE-LOANS.
           OPEN OUTPUT LIBRARY-LOAN-FILE
           PERFORM WRITE-LOAN
                    VARYING LOAN-INDEX FROM 1 BY 1
                    UNTIL LOAN-INDEX > LOAN-COUNT
           CLOSE LIBRARY-LOAN-FILE
           .

       WRITE-LOAN.
           MOVE TAB-LL-ACCESSION(LOAN-INDEX) TO LL-ACCESSION-NO
           MOVE TAB-LL-STUDENT(LOAN-INDEX)   TO LL-STUDENT-NO
           MOVE TAB-LL-ISSUED(LOAN-INDEX)    TO LL-ISSUE-DATE
           MOVE TAB-LL-DUE(LOAN-INDEX)       TO LL-DUE-DATE
           MOVE TAB-LL-RETURNED(LOAN-INDEX)  TO LL-RETURN-DATE
           MOVE TAB-LL-STATUS(LOAN-INDEX)    TO LL-STATUS
           MOVE TAB-LL-FINE(LOAN-INDEX)      TO LL-FINE
           WRITE LIBRARY-LOAN-RECORD
           .
