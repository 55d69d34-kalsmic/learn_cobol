       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-LOCK.
      * the shared run-lock service: a program that updates a
      * master file set claims the set as it starts and releases
      * it as it ends, so an operator at the menu and an EOD-DRIVER
      * step can never rewrite the same master at the same time.
      * a claim on a set another run holds is refused with a
      * message naming the program and operator holding it, and
      * the conflict goes to the operations log; refused in the
      * batch window, the step is flagged failed for the EOD job
      * report. a lock left behind by a crashed job stays until
      * the supervisor clears it with LOCK-CLEAR - this service
      * does the clearing too, so it is logged the same way.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT run-lock-file ASSIGN TO "data/RUNLOCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS run-lock-status.
           SELECT operations-log-file ASSIGN TO "data/OPSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS operations-log-status.
           SELECT current-operator-file ASSIGN TO
                  "data/CURRENTOP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS current-operator-status.
           SELECT JOB-STEP-FILE ASSIGN TO "data/JOBSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS job-step-status.

       DATA DIVISION.
       FILE SECTION.
       FD  run-lock-file.
       COPY RUNLOCK.

       FD  operations-log-file.
       01  operations-log-record PIC X(80).

       FD  current-operator-file.
       01  current-operator-record.
           03 co-operator-id    PIC X(8).

       FD  JOB-STEP-FILE.
       COPY JOBSTEP.

       WORKING-STORAGE SECTION.
       01  run-lock-status      PIC XX.
       01  run-lock-eof         PIC X VALUE "N".
       01  operations-log-status PIC XX.
       01  current-operator-status PIC XX.
       01  job-step-status      PIC XX.
       01  lock-table.
           03 lck-entry OCCURS 50 TIMES INDEXED BY lck-idx.
              05 tab-lck-set     PIC X(8).
              05 tab-lck-program PIC X(16).
              05 tab-lck-operator PIC X(8).
              05 tab-lck-date    PIC 9(8).
              05 tab-lck-time    PIC 9(6).
       01  lock-count           PIC 99 VALUE ZERO.
       01  lock-found           PIC X.
       01  lock-idx             PIC 99 VALUE ZERO.
       01  operator-stamp       PIC X(8).
       01  claim-date           PIC 9(8).
       01  claim-time           PIC 9(8).
       01  claim-time-parts REDEFINES claim-time.
           03 claim-hhmmss      PIC 9(6).
           03 FILLER            PIC 99.
      * one operations-log line per conflict or supervisor clear,
      * beside the file-status failures FILE-STATUS-CHECK writes:
      * who asked, from which program, for which set, and the
      * program that held it.
       01  lock-log-detail.
           03 ll-date           PIC 9(8).
           03 FILLER            PIC X VALUE SPACE.
           03 ll-time           PIC 9(6).
           03 FILLER            PIC X VALUE SPACE.
           03 ll-operator       PIC X(8).
           03 FILLER            PIC X VALUE SPACE.
           03 ll-program        PIC X(16).
           03 FILLER            PIC X VALUE SPACE.
           03 ll-event          PIC X(12).
           03 FILLER            PIC X VALUE SPACE.
           03 ll-lock-set       PIC X(8).
           03 FILLER            PIC X VALUE SPACE.
           03 ll-holder         PIC X(16).

       LINKAGE SECTION.
       COPY RUNLOCKWS.

       PROCEDURE DIVISION USING run-lock-fields.
       Run-Lock.
           PERFORM Load-Operator-Stamp
           PERFORM Load-Run-Locks
           PERFORM Find-Lock
           EVALUATE TRUE
              WHEN rl-claim
                 PERFORM Claim-Lock
              WHEN rl-release
                 PERFORM Release-Lock
              WHEN rl-clear
                 PERFORM Clear-Lock
              WHEN OTHER
                 MOVE "N" TO rl-result
           END-EVALUATE
           GOBACK.

       Claim-Lock.
           IF lock-found = "Y"
              SET lck-idx TO lock-idx
              MOVE "N" TO rl-result
              MOVE tab-lck-program(lck-idx)  TO rl-holder-program
              MOVE tab-lck-operator(lck-idx) TO rl-holder-operator
              MOVE tab-lck-date(lck-idx)     TO rl-holder-date
              MOVE tab-lck-time(lck-idx)     TO rl-holder-time
              DISPLAY rl-lock-set " FILES IN USE BY "
                      rl-holder-program " FOR " rl-holder-operator
                      " SINCE " rl-holder-date " " rl-holder-time
              DISPLAY rl-program " NOT STARTED"
              MOVE "LOCK REFUSED" TO ll-event
              MOVE rl-holder-program TO ll-holder
              PERFORM Write-Lock-Log
              IF rl-batch-step
                 PERFORM Write-Failed-Step
              END-IF
           ELSE
              IF lock-count < 50
                 ADD 1 TO lock-count
                 SET lck-idx TO lock-count
                 MOVE rl-lock-set    TO tab-lck-set(lck-idx)
                 MOVE rl-program     TO tab-lck-program(lck-idx)
                 MOVE operator-stamp TO tab-lck-operator(lck-idx)
                 MOVE claim-date     TO tab-lck-date(lck-idx)
                 MOVE claim-hhmmss   TO tab-lck-time(lck-idx)
                 PERFORM Save-Run-Locks
              END-IF
              MOVE "Y" TO rl-result
           END-IF
           .

      * a run lets go only of the set it holds itself.
       Release-Lock.
           IF lock-found = "Y"
              SET lck-idx TO lock-idx
              IF tab-lck-program(lck-idx) = rl-program
                 MOVE SPACES TO tab-lck-set(lck-idx)
                 PERFORM Save-Run-Locks
              END-IF
           END-IF
           MOVE "N" TO rl-result
           .

       Clear-Lock.
           IF lock-found = "Y"
              SET lck-idx TO lock-idx
              MOVE tab-lck-program(lck-idx)  TO rl-holder-program
              MOVE tab-lck-operator(lck-idx) TO rl-holder-operator
              MOVE tab-lck-date(lck-idx)     TO rl-holder-date
              MOVE tab-lck-time(lck-idx)     TO rl-holder-time
              MOVE SPACES TO tab-lck-set(lck-idx)
              PERFORM Save-Run-Locks
              MOVE "LOCK CLEARED" TO ll-event
              MOVE rl-holder-program TO ll-holder
              PERFORM Write-Lock-Log
              MOVE "Y" TO rl-result
           ELSE
              MOVE "N" TO rl-result
           END-IF
           .

       Find-Lock.
           MOVE "N" TO lock-found
           PERFORM Check-One-Lock
                    VARYING lck-idx FROM 1 BY 1
                    UNTIL lck-idx > lock-count
                       OR lock-found = "Y"
           .

       Check-One-Lock.
           IF tab-lck-set(lck-idx) = rl-lock-set
              MOVE "Y" TO lock-found
              SET lock-idx TO lck-idx
           END-IF
           .

       Write-Lock-Log.
           MOVE claim-date     TO ll-date
           MOVE claim-hhmmss   TO ll-time
           MOVE operator-stamp TO ll-operator
           MOVE rl-program     TO ll-program
           MOVE rl-lock-set    TO ll-lock-set
           OPEN EXTEND operations-log-file
           IF operations-log-status = "35"
              OPEN OUTPUT operations-log-file
           END-IF
           WRITE operations-log-record FROM lock-log-detail
           CLOSE operations-log-file
           .

      * the step never ran, so the EOD job report must show it
      * failed rather than whatever the last step left behind.
       Write-Failed-Step.
           MOVE rl-program TO JS-STEP-NAME
           MOVE ZERO       TO JS-RECORD-COUNT
           MOVE "N"        TO JS-SUCCESS-FLAG
           OPEN OUTPUT JOB-STEP-FILE
           WRITE JOB-STEP-RECORD
           CLOSE JOB-STEP-FILE
           .

      * whoever signed on at the menu, EOD for a batch step, and
      * CONSOLE for a program run on its own.
       Load-Operator-Stamp.
           ACCEPT claim-date FROM DATE YYYYMMDD
           ACCEPT claim-time FROM TIME
           MOVE "CONSOLE" TO operator-stamp
           IF rl-batch-step
              MOVE "EOD" TO operator-stamp
           ELSE
              OPEN INPUT current-operator-file
              IF current-operator-status = "00"
                 READ current-operator-file
                    AT END CONTINUE
                    NOT AT END MOVE co-operator-id TO operator-stamp
                 END-READ
                 CLOSE current-operator-file
              END-IF
           END-IF
           .

       Load-Run-Locks.
           MOVE ZERO TO lock-count
           MOVE "N" TO run-lock-eof
           OPEN INPUT run-lock-file
           IF run-lock-status = "00"
              PERFORM Read-Run-Lock
              PERFORM Store-Run-Lock
                 UNTIL run-lock-eof = "Y"
              CLOSE run-lock-file
           END-IF
           .

       Read-Run-Lock.
           READ run-lock-file
              AT END MOVE "Y" TO run-lock-eof
           END-READ
           .

       Store-Run-Lock.
           IF lock-count < 50
              ADD 1 TO lock-count
              SET lck-idx TO lock-count
              MOVE lck-lock-set TO tab-lck-set(lck-idx)
              MOVE lck-program  TO tab-lck-program(lck-idx)
              MOVE lck-operator TO tab-lck-operator(lck-idx)
              MOVE lck-date     TO tab-lck-date(lck-idx)
              MOVE lck-time     TO tab-lck-time(lck-idx)
           END-IF
           PERFORM Read-Run-Lock
           .

      * released and cleared sets are dropped on the way out.
       Save-Run-Locks.
           OPEN OUTPUT run-lock-file
           PERFORM Write-Run-Lock
                    VARYING lck-idx FROM 1 BY 1
                    UNTIL lck-idx > lock-count
           CLOSE run-lock-file
           .

       Write-Run-Lock.
           IF tab-lck-set(lck-idx) NOT = SPACES
              MOVE tab-lck-set(lck-idx)      TO lck-lock-set
              MOVE tab-lck-program(lck-idx)  TO lck-program
              MOVE tab-lck-operator(lck-idx) TO lck-operator
              MOVE tab-lck-date(lck-idx)     TO lck-date
              MOVE tab-lck-time(lck-idx)     TO lck-time
              WRITE run-lock-record
           END-IF
           .
