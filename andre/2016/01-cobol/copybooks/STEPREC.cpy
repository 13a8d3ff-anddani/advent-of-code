      *    ONE CARD PER STEP OF THE NIGHTLY CHAIN, IN THE ORDER THE
      *    STEPS RUN -- EDIT, DAY-1, SPLIT, THE DAY-1-2 STREAMS, MERGE,
      *    XTRC, RESUB, RECON, FLEET, ZONE, COVG, XING, DEVN, TREND,
      *    ODOM, SVC, DEAD, COST, DGST, BAL, CYCLE.  THE STEP NUMBER IS
      *    WHAT THE CHAIN CHECKPOINTS AND RESTARTS FROM, SO IT MUST RISE
      *    DOWN THE FILE
       01 step-line.
           02 sp-step-no    PIC 9(3).
           02 FILLER        PIC X(2) VALUE SPACES.
      *    PROGRAM-ID THE STEP LOGS UNDER ON RUNCTL.DAT
           02 sp-program-id PIC X(12).
           02 FILLER        PIC X(2) VALUE SPACES.
      *    FILE-ID THE STEP STAMPS ON ITS END RECORD -- THE STREAM TAG
      *    ('S1'..'S4') FOR A DAY-1-2 STREAM, OTHERWISE SPACES
           02 sp-tag        PIC X(12).
           02 FILLER        PIC X(2) VALUE SPACES.
      *    'Y' WHEN THE STEP MUST HAVE LOGGED A CLEAN END RECORD TO
      *    COUNT AS DONE.  'N' FOR A STEP THAT LOGS NONE (DAY-1-RESUB,
      *    DAY-1-BAL) OR THAT ROLLS THE LOG AWAY (DAY-1-CYCLE), WHICH
      *    IS JUDGED ON ITS RETURN CODE ALONE
           02 sp-end-check  PIC X(1).
               88 STEP-LOGS-END VALUE 'Y'.
           02 FILLER        PIC X(2) VALUE SPACES.
      *    HIGHEST RETURN CODE THAT STILL COUNTS AS A CLEAN FINISH
           02 sp-max-rc     PIC 9(2).
           02 FILLER        PIC X(2) VALUE SPACES.
      *    COMMAND THAT RUNS THE STEP, WITH ANY OPERANDS -- THE
      *    DAY-1-2 STREAMS TAKE THEIR STREAM NUMBER HERE
           02 sp-command    PIC X(80).
