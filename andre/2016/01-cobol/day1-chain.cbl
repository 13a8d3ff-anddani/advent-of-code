       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-1-CHAIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT STEP-FILE ASSIGN TO "JOBSTEPS.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-step-status.
      *    THE LAST STEP COMPLETED AND THE RUN DATE IT BELONGS TO.  IT
      *    LIVES APART FROM RUNCTL.DAT BECAUSE DAY-1-CYCLE ROLLS THAT
      *    FILE AWAY AT THE END OF EVERY NIGHT
       SELECT CHECKPOINT-FILE ASSIGN TO "CHAINCHK.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-chk-status.
       SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
       SELECT PARAM-FILE ASSIGN TO "PARAMS.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-parm-status.

       DATA DIVISION.
       FILE SECTION.
       FD STEP-FILE.
       COPY STEPREC.
       FD CHECKPOINT-FILE.
       01 chain-chk-line.
           02 ck-run-date  PIC X(8).
           02 FILLER       PIC X(2).
           02 ck-last-step PIC 9(3).
           02 FILLER       PIC X(2).
      *    'R' WHILE THE NIGHT IS UNDER WAY OR STOPPED ON A FAILURE,
      *    'C' ONCE EVERY STEP HAS FINISHED
           02 ck-state     PIC X(1).
               88 CHAIN-COMPLETE VALUE 'C'.
       FD RUNCTL-FILE.
       COPY RUNCTL.
       FD PARAM-FILE.
       COPY PARMREC.
       WORKING-STORAGE SECTION.
       01 w-flags.
           05 w-step-status   PIC XX.
           05 w-chk-status    PIC XX.
           05 w-runctl-status PIC XX.
           05 w-parm-status   PIC XX.
           05 w-in-eof PIC X VALUE 'N'.
               88 IN-EOF VALUE 'Y'.
           05 w-parm-eof PIC X VALUE 'N'.
               88 PARM-EOF VALUE 'Y'.
           05 w-end-found PIC X.
               88 END-FOUND VALUE 'Y'.
           05 w-step-ok PIC X.
               88 STEP-OK VALUE 'Y'.
           05 w-date-source PIC X(4) VALUE 'DFLT'.
       01 w-work.
           05 w-run-date     PIC X(8).
           05 w-card-date    PIC X(8) VALUE SPACES.
           05 w-restart-after PIC 9(3) VALUE 0.
           05 w-step-count   PIC 9(3) VALUE 0.
           05 w-index        PIC 9(3).
           05 w-system-rc    PIC S9(9).
           05 w-step-rc      PIC 9(4).
           05 w-beg-date     PIC X(8).
           05 w-beg-time     PIC X(8).
           05 w-stamp-date   PIC X(8).
           05 w-stamp-time   PIC X(8).
           05 w-steps-run    PIC 9(7) VALUE 0.
           05 w-steps-skipped PIC 9(7) VALUE 0.
           05 w-last-step    PIC 9(3).
       01 w-step-table.
           05 w-sp-entry OCCURS 50 TIMES.
               10 w-sp-step-no    PIC 9(3).
               10 w-sp-program-id PIC X(12).
               10 w-sp-tag        PIC X(12).
               10 w-sp-end-check  PIC X(1).
               10 w-sp-max-rc     PIC 9(2).
               10 w-sp-command    PIC X(80).
       PROCEDURE DIVISION.
      *    LOG THE START OF THE RUN ON THE RUN-CONTROL FILE.  THE FILE
      *    IS CLOSED BETWEEN ENTRIES SO EACH STEP CAN EXTEND IT IN TURN
           OPEN EXTEND RUNCTL-FILE
           IF w-runctl-status NOT = '00'
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           MOVE SPACES TO runctl-line
           ACCEPT w-stamp-date FROM DATE YYYYMMDD
           ACCEPT w-stamp-time FROM TIME
           MOVE 'DAY-1-CHAIN' TO run-program-id
           MOVE w-stamp-date  TO run-date
           MOVE w-stamp-time  TO run-time
           MOVE 'START'       TO run-phase
           MOVE SPACES        TO run-file-id
           MOVE 0             TO run-count
           MOVE SPACES        TO run-status
           WRITE runctl-line
      *    THE RUN DATE IS TODAY UNLESS A CARD NAMES ONE -- A CARD IS
      *    HOW THE OPERATOR FORCES A FRESH START OF A GIVEN NIGHT
           MOVE w-stamp-date TO w-run-date
           OPEN INPUT PARAM-FILE
           IF w-parm-status = '00'
               READ PARAM-FILE
                   AT END SET PARM-EOF TO TRUE
               END-READ
               PERFORM UNTIL PARM-EOF
                   IF pc-program-id = 'DAY-1-CHAIN'
                      AND pc-keyword = 'RUNDATE'
                       MOVE pc-value(1:8) TO w-card-date
                       MOVE w-card-date   TO w-run-date
                       MOVE 'CARD' TO w-date-source
                   END-IF
                   READ PARAM-FILE
                       AT END SET PARM-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARAM-FILE
           END-IF
      *    A NIGHT LEFT UNFINISHED IS PICKED UP WHERE IT STOPPED, EVEN
      *    WHEN THE RERUN FALLS AFTER MIDNIGHT, AND A FINISHED NIGHT
      *    FOR THE SAME DATE SKIPS EVERY STEP.  A RUNDATE CARD IGNORES
      *    THE CHECKPOINT AND RUNS EVERY STEP FOR THE DATE IT NAMES
           OPEN INPUT CHECKPOINT-FILE
           IF w-chk-status = '00'
               READ CHECKPOINT-FILE
                   AT END MOVE '10' TO w-chk-status
               END-READ
               IF w-chk-status = '00'
                   IF NOT CHAIN-COMPLETE AND w-card-date = SPACES
                       MOVE ck-run-date TO w-run-date
                       MOVE 'CHKP' TO w-date-source
                   END-IF
                   IF ck-run-date = w-run-date
                      AND w-card-date = SPACES
                       MOVE ck-last-step TO w-restart-after
                   END-IF
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF
           MOVE 'PARM'        TO run-phase
           MOVE 'RUNDATE'     TO run-file-id
           MOVE w-date-source TO run-status
           MOVE w-run-date    TO run-parm
           WRITE runctl-line
           MOVE SPACES        TO run-status
           MOVE SPACES        TO run-parm
           CLOSE RUNCTL-FILE
      *    LOAD THE JOB-STEP TABLE -- WITHOUT IT THERE IS NO CHAIN
           OPEN INPUT STEP-FILE
           IF w-step-status NOT = '00'
               DISPLAY 'JOB-STEP TABLE JOBSTEPS.DAT MISSING -- '
                   'CHAIN NOT RUN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ STEP-FILE
               AT END SET IN-EOF TO TRUE
           END-READ
           PERFORM UNTIL IN-EOF
               IF w-step-count >= 50
                   DISPLAY 'JOB-STEP TABLE FULL -- RAISE THE TABLE '
                       'LIMIT AND RERUN'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO w-step-count
               MOVE sp-step-no    TO w-sp-step-no(w-step-count)
               MOVE sp-program-id TO w-sp-program-id(w-step-count)
               MOVE sp-tag        TO w-sp-tag(w-step-count)
               MOVE sp-end-check  TO w-sp-end-check(w-step-count)
               MOVE sp-max-rc     TO w-sp-max-rc(w-step-count)
               MOVE sp-command    TO w-sp-command(w-step-count)
               READ STEP-FILE
                   AT END SET IN-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE STEP-FILE
           IF w-restart-after > 0
               DISPLAY 'RUN DATE ' w-run-date ' RESTARTING AFTER STEP '
                   w-restart-after
           END-IF
           MOVE w-restart-after TO w-last-step
           PERFORM 3000-WRITE-CHECKPOINT
      *    RUN THE STEPS IN ORDER, STOPPING AT THE FIRST FAILURE
           MOVE 1 TO w-index
           PERFORM UNTIL w-index > w-step-count
               IF w-sp-step-no(w-index) <= w-restart-after
                   PERFORM 2000-SKIP-STEP
               ELSE
                   PERFORM 1000-RUN-STEP
                   IF NOT STEP-OK
                       DISPLAY 'CHAIN STOPPED AT STEP '
                           w-sp-step-no(w-index) ' '
                           w-sp-program-id(w-index)
                           ' RC ' w-step-rc
                           ' -- CORRECT AND RERUN TO RESTART HERE'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE w-sp-step-no(w-index) TO w-last-step
                   PERFORM 3000-WRITE-CHECKPOINT
               END-IF
               ADD 1 TO w-index
           END-PERFORM
      *    THE WHOLE NIGHT IS DONE -- A RERUN FOR THE DATE SKIPS IT ALL
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE SPACES      TO chain-chk-line
           MOVE w-run-date  TO ck-run-date
           MOVE w-last-step TO ck-last-step
           MOVE 'C'         TO ck-state
           WRITE chain-chk-line
           CLOSE CHECKPOINT-FILE
      *    LOG THE COUNTS AND THE CLEAN COMPLETION OF THE RUN.  THE
      *    CYCLE STEP HAS ROLLED TONIGHT'S LOG AWAY BY NOW, SO THESE
      *    ENTRIES OPEN THE FRESH FILE
           OPEN EXTEND RUNCTL-FILE
           IF w-runctl-status NOT = '00'
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           MOVE SPACES TO runctl-line
           MOVE 'DAY-1-CHAIN' TO run-program-id
           ACCEPT w-stamp-date FROM DATE YYYYMMDD
           ACCEPT w-stamp-time FROM TIME
           MOVE w-stamp-date TO run-date
           MOVE w-stamp-time TO run-time
           MOVE 'COUNT'      TO run-phase
           MOVE 'STEPS RUN'  TO run-file-id
           MOVE w-steps-run  TO run-count
           WRITE runctl-line
           MOVE 'STEPS SKIP' TO run-file-id
           MOVE w-steps-skipped TO run-count
           WRITE runctl-line
           MOVE 'END'        TO run-phase
           MOVE SPACES       TO run-file-id
           MOVE 0            TO run-count
           MOVE 'OK'         TO run-status
           WRITE runctl-line
           CLOSE RUNCTL-FILE
           DISPLAY 'CHAIN FOR RUN DATE ' w-run-date ' COMPLETE -- '
               w-steps-run ' STEPS RUN, ' w-steps-skipped ' SKIPPED'
           STOP RUN.

      *    RUN ONE STEP AND JUDGE IT: THE RETURN CODE MUST BE WITHIN
      *    THE STEP'S LIMIT AND, FOR A STEP THAT LOGS ONE, A CLEAN END
      *    RECORD MUST HAVE BEEN WRITTEN SINCE THE STEP BEGAN
       1000-RUN-STEP.
           ACCEPT w-beg-date FROM DATE YYYYMMDD
           ACCEPT w-beg-time FROM TIME
           MOVE SPACES TO runctl-line
           MOVE w-beg-date TO run-date
           MOVE w-beg-time TO run-time
           MOVE 'BEG'      TO run-status
           MOVE 0          TO run-count
           PERFORM 9000-LOG-STEP
           ADD 1 TO w-steps-run
           DISPLAY 'STEP ' w-sp-step-no(w-index) ' '
               w-sp-program-id(w-index) ' ' w-sp-tag(w-index)
           CALL 'SYSTEM' USING w-sp-command(w-index)
      *    THE SHELL HANDS BACK A WAIT STATUS WITH THE STEP'S OWN
      *    RETURN CODE IN ITS HIGH-ORDER BYTE
           MOVE RETURN-CODE TO w-system-rc
           MOVE 0 TO RETURN-CODE
           IF w-system-rc < 0
               MOVE 9999 TO w-step-rc
           ELSE
               COMPUTE w-step-rc = w-system-rc / 256
               IF w-system-rc > 0 AND w-step-rc = 0
                   MOVE 9999 TO w-step-rc
               END-IF
           END-IF
           MOVE 'Y' TO w-step-ok
           IF w-step-rc > w-sp-max-rc(w-index)
               MOVE 'N' TO w-step-ok
           END-IF
           IF STEP-OK AND w-sp-end-check(w-index) = 'Y'
               PERFORM 1100-FIND-END
               IF NOT END-FOUND
                   DISPLAY 'STEP ' w-sp-step-no(w-index)
                       ' LOGGED NO CLEAN END RECORD'
                   MOVE 'N' TO w-step-ok
               END-IF
           END-IF
           ACCEPT w-stamp-date FROM DATE YYYYMMDD
           ACCEPT w-stamp-time FROM TIME
           MOVE SPACES TO runctl-line
           MOVE w-stamp-date TO run-date
           MOVE w-stamp-time TO run-time
           MOVE w-step-rc    TO run-count
           IF STEP-OK
               MOVE 'OK'   TO run-status
           ELSE
               MOVE 'FAIL' TO run-status
           END-IF
           PERFORM 9000-LOG-STEP.

      *    LOOK FOR THE STEP'S CLEAN END RECORD STAMPED AT OR AFTER
      *    THE MOMENT THE STEP WAS STARTED -- AN OLDER ONE IS FROM AN
      *    EARLIER RUN AND PROVES NOTHING
       1100-FIND-END.
           MOVE 'N' TO w-end-found
           MOVE 'N' TO w-in-eof
           OPEN INPUT RUNCTL-FILE
           IF w-runctl-status = '00'
               READ RUNCTL-FILE
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF
                   IF run-program-id = w-sp-program-id(w-index)
                      AND run-phase = 'END'
                      AND run-file-id = w-sp-tag(w-index)
                      AND run-status = 'OK'
                      AND (run-date > w-beg-date
                        OR (run-date = w-beg-date
                            AND run-time >= w-beg-time))
                       SET END-FOUND TO TRUE
                   END-IF
                   READ RUNCTL-FILE
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.

      *    A STEP ALREADY DONE FOR THIS RUN DATE IS NOT RUN AGAIN
       2000-SKIP-STEP.
           ACCEPT w-stamp-date FROM DATE YYYYMMDD
           ACCEPT w-stamp-time FROM TIME
           MOVE SPACES TO runctl-line
           MOVE w-stamp-date TO run-date
           MOVE w-stamp-time TO run-time
           MOVE 'SKIP'       TO run-status
           MOVE 0            TO run-count
           PERFORM 9000-LOG-STEP
           ADD 1 TO w-steps-skipped.

      *    RECORD THE LAST STEP FINISHED FOR THE RUN DATE
       3000-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
      *    VALUE CLAUSES ARE NOT APPLIED IN THE FILE SECTION, SO THE
      *    FILLER BYTES MUST BE SPACED OUT BY HAND
           MOVE SPACES      TO chain-chk-line
           MOVE w-run-date  TO ck-run-date
           MOVE w-last-step TO ck-last-step
           MOVE 'R'         TO ck-state
           WRITE chain-chk-line
           CLOSE CHECKPOINT-FILE.

      *    ONE 'STEP' ENTRY ON THE RUN-CONTROL FILE -- THE STEP'S
      *    PROGRAM IN THE FILE-ID, ITS NUMBER AND STREAM TAG IN THE
      *    PARAMETER COLUMN, 'BEG', 'OK', 'FAIL' OR 'SKIP' AS STATUS
      *    AND, ON ITS FINISH, THE RETURN CODE AS THE COUNT
       9000-LOG-STEP.
           OPEN EXTEND RUNCTL-FILE
           IF w-runctl-status NOT = '00'
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           MOVE 'DAY-1-CHAIN'            TO run-program-id
           MOVE 'STEP'                   TO run-phase
           MOVE w-sp-program-id(w-index) TO run-file-id
           STRING 'STEP ' DELIMITED BY SIZE
                  w-sp-step-no(w-index) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  w-sp-tag(w-index) DELIMITED BY SIZE
               INTO run-parm
           END-STRING
           WRITE runctl-line
           CLOSE RUNCTL-FILE.
