       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCK-CLEAR.
      * the supervisor's run-lock console: lists every master file
      * set a run currently holds - the program, the operator it
      * ran for and when it claimed the set - and clears a lock a
      * crashed job left behind so the set can be used again. only
      * a supervisor-level operator (authority 3) may clear one;
      * the menu grades the option and the program checks again
      * itself in case it is run standalone. the clear goes
      * through RUN-LOCK, so it lands on the operations log with
      * the supervisor's id and the program that held the set.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT run-lock-file ASSIGN TO "data/RUNLOCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS run-lock-status.
           SELECT operator-file ASSIGN TO "data/OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS operator-file-status.
           SELECT current-operator-file ASSIGN TO
                  "data/CURRENTOP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS current-operator-status.

       DATA DIVISION.
       FILE SECTION.
       FD  run-lock-file.
       COPY RUNLOCK.

       FD  operator-file.
       COPY OPERATOR.

       FD  current-operator-file.
       01  current-operator-record.
           03 co-operator-id    PIC X(8).

       WORKING-STORAGE SECTION.
       01  run-lock-status      PIC XX.
       01  run-lock-eof         PIC X VALUE "N".
       01  operator-file-status PIC XX.
       01  current-operator-status PIC XX.
       01  operator-eof         PIC X.
       01  operator-stamp       PIC X(8) VALUE "CONSOLE".
       01  operator-authority   PIC 9 VALUE ZERO.
       01  locks-listed         PIC 99.
       01  menu-action          PIC X.
           88 action-list       VALUE "L" "l".
           88 action-clear      VALUE "C" "c".
           88 action-exit       VALUE "X" "x".
       01  wk-lock-set          PIC X(8).
       01  confirm-flag         PIC X.
       COPY RUNLOCKWS.
       01  lock-detail.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 ld-lock-set       PIC X(8).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 ld-program        PIC X(16).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 ld-operator       PIC X(8).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 ld-date           PIC 9(8).
           03 FILLER            PIC X VALUE SPACE.
           03 ld-time           PIC 9(6).

       PROCEDURE DIVISION.
       Lock-Clear.
           DISPLAY "RUN LOCKS"
           PERFORM Load-Operator-Authority
           PERFORM Lock-One-Action WITH TEST AFTER
                    UNTIL action-exit
           GOBACK.

       Lock-One-Action.
           DISPLAY SPACE
           DISPLAY "List locks, Clear a lock or eXit? (L/C/X): "
                   WITH NO ADVANCING
           ACCEPT menu-action
           EVALUATE TRUE
              WHEN action-list  PERFORM List-Locks
              WHEN action-clear PERFORM Clear-One-Lock
              WHEN action-exit  CONTINUE
              WHEN OTHER
                 DISPLAY "ENTER L, C OR X"
           END-EVALUATE
           .

       List-Locks.
           MOVE ZERO TO locks-listed
           MOVE "N" TO run-lock-eof
           OPEN INPUT run-lock-file
           IF run-lock-status = "00"
              PERFORM Read-Run-Lock
              PERFORM Show-One-Lock
                 UNTIL run-lock-eof = "Y"
              CLOSE run-lock-file
           END-IF
           IF locks-listed = ZERO
              DISPLAY "NO FILE SETS ARE LOCKED"
           END-IF
           .

       Read-Run-Lock.
           READ run-lock-file
              AT END MOVE "Y" TO run-lock-eof
           END-READ
           .

       Show-One-Lock.
           ADD 1 TO locks-listed
           IF locks-listed = 1
              DISPLAY "  SET       PROGRAM           OPERATOR  "
                      "SINCE"
           END-IF
           MOVE lck-lock-set TO ld-lock-set
           MOVE lck-program  TO ld-program
           MOVE lck-operator TO ld-operator
           MOVE lck-date     TO ld-date
           MOVE lck-time     TO ld-time
           DISPLAY lock-detail
           PERFORM Read-Run-Lock
           .

      * clearing a lock a live run still holds would let two runs
      * into the set again - so the supervisor is shown who holds
      * it and must confirm the job is dead.
       Clear-One-Lock.
           IF operator-authority < 3
              DISPLAY "SUPERVISOR AUTHORITY REQUIRED - "
                      "LOCK NOT CLEARED"
           ELSE
              DISPLAY "FILE SET TO CLEAR: " WITH NO ADVANCING
              ACCEPT wk-lock-set
              DISPLAY "Clear " wk-lock-set " - is the job holding "
                      "it no longer running? (Y/N): "
                      WITH NO ADVANCING
              ACCEPT confirm-flag
              IF confirm-flag = "Y" OR confirm-flag = "y"
                 MOVE "K"          TO rl-function
                 MOVE wk-lock-set  TO rl-lock-set
                 MOVE "LOCK-CLEAR" TO rl-program
                 MOVE "N"          TO rl-batch
                 CALL "RUN-LOCK" USING run-lock-fields
                 IF rl-granted
                    DISPLAY wk-lock-set " CLEARED - WAS HELD BY "
                            rl-holder-program " FOR "
                            rl-holder-operator
                 ELSE
                    DISPLAY wk-lock-set " IS NOT LOCKED"
                 END-IF
              END-IF
           END-IF
           .

      * the signed-on id's authority, proved against the operator
      * file - CONSOLE carries none.
       Load-Operator-Authority.
           OPEN INPUT current-operator-file
           IF current-operator-status = "00"
              READ current-operator-file
                 AT END CONTINUE
                 NOT AT END MOVE co-operator-id TO operator-stamp
              END-READ
              CLOSE current-operator-file
           END-IF
           MOVE "N" TO operator-eof
           OPEN INPUT operator-file
           IF operator-file-status = "00"
              PERFORM Match-One-Operator WITH TEST AFTER
                 UNTIL operator-eof = "Y"
              CLOSE operator-file
           END-IF
           .

       Match-One-Operator.
           READ operator-file
              AT END MOVE "Y" TO operator-eof
              NOT AT END
                 IF op-id = operator-stamp
                    MOVE op-authority TO operator-authority
                 END-IF
           END-READ
           .
