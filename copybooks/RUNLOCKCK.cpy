      * shared run-lock claim and release, COPYed into every
      * program that updates a master file set: the program moves
      * its set and its name into run-lock-fields (see RUNLOCKWS)
      * and PERFORMs Claim-Run-Lock as it starts - a run refused
      * the set must leave it alone and stop - and
      * Release-Run-Lock on every way out, which lets go only of a
      * set this run was granted.
       Claim-Run-Lock.
           MOVE "C" TO rl-function
           CALL "RUN-LOCK" USING run-lock-fields
           .

       Release-Run-Lock.
           IF rl-granted
              MOVE "R" TO rl-function
              CALL "RUN-LOCK" USING run-lock-fields
              MOVE "N" TO rl-result
           END-IF
           .
