      * fields handed to RUN-LOCK, the shared run-lock service a
      * program that updates a master file set calls as it starts
      * and again as it ends (see RUNLOCKCK). function C claims
      * rl-lock-set for rl-program: rl-result Y when granted, N
      * when another run already holds the set - the holder comes
      * back in rl-holder-program, rl-holder-operator and the date
      * and time it was claimed. function R releases a set the
      * caller holds; function K clears a set whoever holds it,
      * for the supervisor's LOCK-CLEAR after a crashed job.
      * rl-batch Y marks a claim made by an EOD-DRIVER step, which
      * has no operator at the terminal.
       01  run-lock-fields.
           03 rl-function       PIC X.
               88 rl-claim          VALUE "C".
               88 rl-release        VALUE "R".
               88 rl-clear          VALUE "K".
           03 rl-lock-set       PIC X(8).
           03 rl-program        PIC X(16).
           03 rl-batch          PIC X.
               88 rl-batch-step     VALUE "Y".
           03 rl-result         PIC X.
               88 rl-granted        VALUE "Y".
           03 rl-holder-program PIC X(16).
           03 rl-holder-operator PIC X(8).
           03 rl-holder-date    PIC 9(8).
           03 rl-holder-time    PIC 9(6).
