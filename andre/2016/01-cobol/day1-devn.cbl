       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-1-DEVN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PATH-IN ASSIGN TO "DAY1PATH.OUT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-path-status.
       SELECT PLAN-FILE ASSIGN TO "PLANRTE.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-plan-status.
       SELECT DEPOT-FILE ASSIGN TO "DEPOTS.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-dep-status.
       SELECT PLAN-WORK ASSIGN TO "PLANWORK.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS pw-key
           FILE STATUS IS w-work-status.
       SELECT DEVIATION-OUT ASSIGN TO "DEVRPT.OUT"
           ORGANIZATION LINE SEQUENTIAL.
       SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.

       DATA DIVISION.
       FILE SECTION.
       FD PATH-IN.
       COPY PATHREC.
       FD PLAN-FILE.
       COPY PLANREC.
       FD DEPOT-FILE.
       COPY DEPREC.
      *    THE PLANNED PATH OF THE ROUTE IN HAND, HELD THREE WAYS
       FD PLAN-WORK.
       01 pw-record.
           02 pw-key.
      *        'S' = A PLANNED BLOCK BY ITS NUMBER ALONG THE PLAN
      *        'T' = A PLANNED STOP BY ITS NUMBER ALONG THE PLAN
      *        'P' = AN INTERSECTION ON THE PLANNED PATH, KEYED BY
      *              ITS COORDINATES OFFSET TO STAY POSITIVE
               03 pw-kind  PIC X(1).
               03 pw-key-a PIC 9(6).
               03 pw-key-b PIC 9(6).
           02 pw-x    PIC S9(5).
           02 pw-y    PIC S9(5).
      *    ON A 'P' RECORD -- IS THE POINT A PLANNED STOP, AND HAS THE
      *    ROUTE BEEN THROUGH IT
           02 pw-stop PIC X(1).
           02 pw-hit  PIC X(1).
       FD DEVIATION-OUT.
       COPY DEVREC.
       FD RUNCTL-FILE.
       COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 w-flags.
           05 w-path-status   PIC XX.
           05 w-plan-status   PIC XX.
           05 w-dep-status    PIC XX.
           05 w-work-status   PIC XX.
           05 w-runctl-status PIC XX.
           05 w-path-eof      PIC X VALUE 'N'.
               88 PATH-EOF VALUE 'Y'.
           05 w-plan-eof      PIC X.
               88 PLAN-EOF VALUE 'Y'.
           05 w-dep-eof       PIC X VALUE 'N'.
               88 DEP-EOF VALUE 'Y'.
           05 w-dep-found     PIC X.
               88 DEP-FOUND VALUE 'Y'.
      *    'N' = NO PLAN IN FORCE, 'B' = PLAN'S DEPOT UNUSABLE,
      *    'Y' = PLAN EXPANDED INTO THE WORK FILE
           05 w-plan-state    PIC X.
               88 NO-PLAN      VALUE 'N'.
               88 BAD-PLAN     VALUE 'B'.
               88 PLAN-IN-WORK VALUE 'Y'.
       01 w-work.
           05 w-route-id      PIC X(10) VALUE SPACES.
           05 w-run-date      PIC X(8)  VALUE SPACES.
           05 w-vehicle-id    PIC X(10).
           05 w-plan-date     PIC X(8).
           05 w-plan-depot    PIC X(10).
           05 w-plan-type     PIC X(1).
           05 w-line    PIC X(1000).
           05 w-pos     REDEFINES w-line PIC X(1) OCCURS 1000 TIMES.
           05 w-pos-num REDEFINES w-line PIC 9(1) OCCURS 1000 TIMES.
           05 w-stops   REDEFINES w-line.
               10 w-stop OCCURS 83 TIMES.
                   15 w-stop-x PIC S9(5) SIGN LEADING SEPARATE.
                   15 w-stop-y PIC S9(5) SIGN LEADING SEPARATE.
               10 FILLER PIC X(4).
           05 w-counter       PIC 9(4).
           05 w-index         PIC 9(2).
           05 w-facing        PIC 9(1).
           05 w-amount        PIC 9(3).
           05 w-iterator      PIC 9(3).
           05 w-x             PIC S9(5).
           05 w-y             PIC S9(5).
           05 w-plan-x        PIC S9(5).
           05 w-plan-y        PIC S9(5).
           05 w-plan-steps    PIC 9(6).
           05 w-plan-stops    PIC 9(4).
           05 w-stop-index    PIC 9(4).
           05 w-act-x         PIC S9(5).
           05 w-act-y         PIC S9(5).
           05 w-act-steps     PIC 9(6).
           05 w-first-step    PIC 9(6).
           05 w-first-x       PIC S9(5).
           05 w-first-y       PIC S9(5).
           05 w-off-blocks    PIC 9(6).
           05 w-missed        PIC 9(4).
           05 w-variance      PIC 9(6).
           05 w-dep-count     PIC 9(3) VALUE 0.
           05 w-dep-table.
               10 w-dep-entry OCCURS 500 TIMES.
                   15 w-dep-id     PIC X(10).
                   15 w-dep-x      PIC S9(5).
                   15 w-dep-y      PIC S9(5).
                   15 w-dep-f      PIC 9(1).
           05 w-dep-index     PIC 9(3).
           05 w-stamp-date    PIC X(8).
           05 w-stamp-time    PIC X(8).
           05 w-path-read     PIC 9(7) VALUE 0.
           05 w-dev-written   PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
      *    LOG THE START OF THE RUN ON THE RUN-CONTROL FILE
           OPEN EXTEND RUNCTL-FILE
           IF w-runctl-status NOT = '00'
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           MOVE SPACES TO runctl-line
           ACCEPT w-stamp-date FROM DATE YYYYMMDD
           ACCEPT w-stamp-time FROM TIME
           MOVE 'DAY-1-DEVN'  TO run-program-id
           MOVE w-stamp-date  TO run-date
           MOVE w-stamp-time  TO run-time
           MOVE 'START'       TO run-phase
           MOVE SPACES        TO run-file-id
           MOVE 0             TO run-count
           MOVE SPACES        TO run-status
           WRITE runctl-line
      *    LOAD THE ACTIVE DEPOT MASTER INTO A LOOKUP TABLE -- A
      *    MASTER TOO BIG FOR THE TABLE STOPS THE RUN RATHER THAN
      *    SILENTLY FLAGGING THE OVERFLOW DEPOTS' PLANS AS BAD
           OPEN INPUT DEPOT-FILE
           IF w-dep-status = '00'
               READ DEPOT-FILE
                   AT END SET DEP-EOF TO TRUE
               END-READ
               PERFORM UNTIL DEP-EOF OR w-dep-count >= 500
                   IF NOT DEPOT-RETIRED
                       ADD 1 TO w-dep-count
                       MOVE dp-depot-id TO w-dep-id(w-dep-count)
                       MOVE dp-start-x  TO w-dep-x(w-dep-count)
                       MOVE dp-start-y  TO w-dep-y(w-dep-count)
                       MOVE dp-facing   TO w-dep-f(w-dep-count)
                   END-IF
                   READ DEPOT-FILE
                       AT END SET DEP-EOF TO TRUE
                   END-READ
               END-PERFORM
               IF NOT DEP-EOF
                   DISPLAY 'DEPOT TABLE FULL -- RAISE THE TABLE '
                       'LIMIT AND RERUN'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE DEPOT-FILE
           END-IF
           OPEN OUTPUT DEVIATION-OUT
      *    VALUE CLAUSES ARE NOT APPLIED IN THE FILE SECTION, SO THE
      *    FILLER BYTES MUST BE SPACED OUT BY HAND
           MOVE SPACES TO deviation-line
      *    DAY-1 WRITES EACH ROUTE'S BLOCKS TOGETHER AND IN THE ORDER
      *    DRIVEN, SO A CHANGE OF ROUTE OR RUN DATE ENDS A ROUTE.  A
      *    ROUTE THAT NEVER MOVED HAS NO PATH AND IS NOT REPORTED
           OPEN INPUT PATH-IN
           IF w-path-status = '00'
               READ PATH-IN
                   AT END SET PATH-EOF TO TRUE
               END-READ
               PERFORM UNTIL PATH-EOF
                   ADD 1 TO w-path-read
                   IF pl-route-id NOT = w-route-id
                      OR pl-run-date NOT = w-run-date
                       IF w-route-id NOT = SPACES
                           PERFORM 4000-FINISH-ROUTE
                       END-IF
                       MOVE pl-route-id   TO w-route-id
                       MOVE pl-run-date   TO w-run-date
                       MOVE pl-vehicle-id TO w-vehicle-id
                       MOVE 0 TO w-act-steps
                       MOVE 0 TO w-first-step
                       MOVE 0 TO w-first-x
                       MOVE 0 TO w-first-y
                       MOVE 0 TO w-off-blocks
                       PERFORM 1000-FIND-PLAN
                       IF NOT NO-PLAN
                           PERFORM 2000-EXPAND-PLAN
                       END-IF
                   END-IF
                   ADD 1 TO w-act-steps
                   MOVE pl-x TO w-act-x
                   MOVE pl-y TO w-act-y
                   IF PLAN-IN-WORK
                       PERFORM 3000-CHECK-STEP
                   END-IF
                   READ PATH-IN
                       AT END SET PATH-EOF TO TRUE
                   END-READ
               END-PERFORM
               IF w-route-id NOT = SPACES
                   PERFORM 4000-FINISH-ROUTE
               END-IF
               CLOSE PATH-IN
           END-IF
           CLOSE DEVIATION-OUT
      *    LOG THE COUNTS AND THE CLEAN COMPLETION OF THE RUN
           ACCEPT w-stamp-date FROM DATE YYYYMMDD
           ACCEPT w-stamp-time FROM TIME
           MOVE w-stamp-date TO run-date
           MOVE w-stamp-time TO run-time
           MOVE 'COUNT'      TO run-phase
           MOVE 'DAY1PATH'   TO run-file-id
           MOVE w-path-read  TO run-count
           WRITE runctl-line
           MOVE 'DEVRPT'     TO run-file-id
           MOVE w-dev-written TO run-count
           WRITE runctl-line
           MOVE 'END'        TO run-phase
           MOVE SPACES       TO run-file-id
           MOVE 0            TO run-count
           MOVE 'OK'         TO run-status
           WRITE runctl-line
           CLOSE RUNCTL-FILE
           STOP RUN.

      *    THE PLAN IN FORCE FOR THE ROUTE IS ITS ACTIVE PLAN WITH THE
      *    LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE -- THE MASTER
      *    IS IN NO PARTICULAR ORDER, SO EVERY ROW IS LOOKED AT
       1000-FIND-PLAN.
           MOVE 'N' TO w-plan-state
           MOVE SPACES TO w-plan-date
           OPEN INPUT PLAN-FILE
           IF w-plan-status = '00'
               MOVE 'N' TO w-plan-eof
               READ PLAN-FILE
                   AT END SET PLAN-EOF TO TRUE
               END-READ
               PERFORM UNTIL PLAN-EOF
                   IF pn-route-id = w-route-id
                      AND PLAN-ACTIVE
                      AND pn-eff-date <= w-run-date
                      AND pn-eff-date > w-plan-date
                       MOVE 'Y'         TO w-plan-state
                       MOVE pn-eff-date TO w-plan-date
                       MOVE pn-depot-id TO w-plan-depot
                       MOVE pn-type     TO w-plan-type
                       MOVE pn-plan     TO w-line
                   END-IF
                   READ PLAN-FILE
                       AT END SET PLAN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.

      *    LAY THE PLAN OUT BLOCK BY BLOCK IN A FRESH WORK FILE, FROM
      *    THE PLAN'S OWN DEPOT -- A BLANK DEPOT IS THE CLASSIC HQ
      *    START AT (0,0) FACING NORTH
       2000-EXPAND-PLAN.
           MOVE 0 TO w-x
           MOVE 0 TO w-y
           MOVE 0 TO w-facing
           IF w-plan-depot NOT = SPACES
               MOVE 'N' TO w-dep-found
               MOVE 1 TO w-dep-index
               PERFORM UNTIL w-dep-index > w-dep-count
                          OR DEP-FOUND
                   IF w-dep-id(w-dep-index) = w-plan-depot
                       SET DEP-FOUND TO TRUE
                   ELSE
                       ADD 1 TO w-dep-index
                   END-IF
               END-PERFORM
               IF DEP-FOUND
                   MOVE w-dep-x(w-dep-index) TO w-x
                   MOVE w-dep-y(w-dep-index) TO w-y
                   MOVE w-dep-f(w-dep-index) TO w-facing
               ELSE
      *            A PLAN WALKED FROM THE WRONG START WOULD MAKE EVERY
      *            BLOCK OF THE ROUTE LOOK OFF PLAN
                   MOVE 'B' TO w-plan-state
               END-IF
           END-IF
           IF NOT BAD-PLAN
               OPEN OUTPUT PLAN-WORK
               CLOSE PLAN-WORK
               OPEN I-O PLAN-WORK
               IF w-work-status NOT = '00'
                   DISPLAY 'PLAN WORK FILE OPEN FAILED -- STATUS '
                       w-work-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 0 TO w-plan-steps
               MOVE 0 TO w-plan-stops
               IF w-plan-type = 'X'
      *            EACH INTERSECTION IS REACHED ALONG THE STREET IT
      *            SHARES WITH THE POINT BEFORE IT
                   MOVE 1 TO w-index
                   PERFORM UNTIL w-index > 83
                              OR w-stop(w-index) = SPACES
                       PERFORM UNTIL w-x = w-stop-x(w-index)
                                 AND w-y = w-stop-y(w-index)
                           EVALUATE TRUE
                               WHEN w-x < w-stop-x(w-index)
                                   ADD 1 TO w-x
                               WHEN w-x > w-stop-x(w-index)
                                   SUBTRACT 1 FROM w-x
                               WHEN w-y < w-stop-y(w-index)
                                   ADD 1 TO w-y
                               WHEN OTHER
                                   SUBTRACT 1 FROM w-y
                           END-EVALUATE
                           PERFORM 2100-PLAN-STEP
                       END-PERFORM
                       PERFORM 2200-PLAN-STOP
                       ADD 1 TO w-index
                   END-PERFORM
               ELSE
      *            AN INSTRUCTION PLAN IS WALKED EXACTLY AS DAY-1 WALKS
      *            A ROUTE, AND EVERY LEG THAT MOVES ENDS AT A STOP
                   MOVE 0 TO w-amount
                   MOVE 1 TO w-counter
                   PERFORM UNTIL w-counter > 1000
                       EVALUATE w-pos(w-counter)
                           WHEN 'L'
                               COMPUTE w-facing =
                                   FUNCTION MOD(w-facing + 3, 4)
                           WHEN 'R'
                               COMPUTE w-facing =
                                   FUNCTION MOD(w-facing + 1, 4)
                           WHEN NUMERIC
                               COMPUTE w-amount = w-amount * 10
                                       + w-pos-num(w-counter)
                           WHEN ','
                               MOVE 1 TO w-iterator
                               PERFORM UNTIL w-iterator > w-amount
                                   EVALUATE w-facing
      *                                NORTH
                                       WHEN 0
                                           COMPUTE w-y = w-y + 1
      *                                EAST
                                       WHEN 1
                                           COMPUTE w-x = w-x + 1
      *                                SOUTH
                                       WHEN 2
                                           COMPUTE w-y = w-y - 1
      *                                WEST
                                       WHEN 3
                                           COMPUTE w-x = w-x - 1
                                   END-EVALUATE
                                   PERFORM 2100-PLAN-STEP
                                   ADD 1 TO w-iterator
                               END-PERFORM
                               IF w-amount > 0
                                   PERFORM 2200-PLAN-STOP
                               END-IF
                               MOVE 0 TO w-amount
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       ADD 1 TO w-counter
                   END-PERFORM
               END-IF
               MOVE w-x TO w-plan-x
               MOVE w-y TO w-plan-y
           END-IF.

      *    RECORD ONE PLANNED BLOCK BY ITS NUMBER, AND THE POINT IT
      *    REACHES AS ON THE PLANNED PATH
       2100-PLAN-STEP.
           ADD 1 TO w-plan-steps
           MOVE 'S'          TO pw-kind
           MOVE 0            TO pw-key-a
           MOVE w-plan-steps TO pw-key-b
           MOVE w-x          TO pw-x
           MOVE w-y          TO pw-y
           MOVE 'N'          TO pw-stop
           MOVE 'N'          TO pw-hit
           WRITE pw-record
           MOVE 'P' TO pw-kind
           COMPUTE pw-key-a = w-x + 500000
           COMPUTE pw-key-b = w-y + 500000
           READ PLAN-WORK
               INVALID KEY
                   MOVE 'P' TO pw-kind
                   COMPUTE pw-key-a = w-x + 500000
                   COMPUTE pw-key-b = w-y + 500000
                   MOVE w-x TO pw-x
                   MOVE w-y TO pw-y
                   MOVE 'N' TO pw-stop
                   MOVE 'N' TO pw-hit
                   WRITE pw-record
           END-READ.

      *    RECORD THE POINT JUST REACHED AS THE NEXT PLANNED STOP AND
      *    MARK IT AS A STOP ON THE PLANNED PATH
       2200-PLAN-STOP.
           ADD 1 TO w-plan-stops
           MOVE 'T'          TO pw-kind
           MOVE 0            TO pw-key-a
           MOVE w-plan-stops TO pw-key-b
           MOVE w-x          TO pw-x
           MOVE w-y          TO pw-y
           MOVE 'Y'          TO pw-stop
           MOVE 'N'          TO pw-hit
           WRITE pw-record
           MOVE 'P' TO pw-kind
           COMPUTE pw-key-a = w-x + 500000
           COMPUTE pw-key-b = w-y + 500000
           READ PLAN-WORK
               NOT INVALID KEY
                   MOVE 'Y' TO pw-stop
                   REWRITE pw-record
           END-READ.

      *    SET ONE BLOCK THE ROUTE DROVE AGAINST THE PLAN -- THE FIRST
      *    BLOCK THAT DIFFERS FROM THE PLANNED BLOCK OF THE SAME NUMBER
      *    IS WHERE THE ROUTE LEFT THE PLAN, AND A BLOCK ENDING AT A
      *    POINT NOWHERE ON THE PLANNED PATH IS OFF PLAN
       3000-CHECK-STEP.
           IF w-first-step = 0
               MOVE 'S'         TO pw-kind
               MOVE 0           TO pw-key-a
               MOVE w-act-steps TO pw-key-b
               READ PLAN-WORK
                   INVALID KEY
                       MOVE w-act-steps TO w-first-step
                       MOVE w-act-x     TO w-first-x
                       MOVE w-act-y     TO w-first-y
                   NOT INVALID KEY
                       IF pw-x NOT = w-act-x OR pw-y NOT = w-act-y
                           MOVE w-act-steps TO w-first-step
                           MOVE w-act-x     TO w-first-x
                           MOVE w-act-y     TO w-first-y
                       END-IF
               END-READ
           END-IF
           MOVE 'P' TO pw-kind
           COMPUTE pw-key-a = w-act-x + 500000
           COMPUTE pw-key-b = w-act-y + 500000
           READ PLAN-WORK
               INVALID KEY
                   ADD 1 TO w-off-blocks
               NOT INVALID KEY
                   IF pw-hit NOT = 'Y'
                       MOVE 'Y' TO pw-hit
                       REWRITE pw-record
                   END-IF
           END-READ.

      *    WRITE THE ROUTE'S SUMMARY LINE AND A LINE FOR EACH PLANNED
      *    STOP IT NEVER REACHED -- A STOP COUNTS AS MADE IF THE ROUTE
      *    PASSED THROUGH IT AT ANY POINT
       4000-FINISH-ROUTE.
           MOVE w-route-id   TO dv-route-id
           MOVE w-run-date   TO dv-run-date
           MOVE w-vehicle-id TO dv-vehicle-id
           MOVE w-plan-date  TO dv-plan-date
           MOVE 0 TO dv-step
           MOVE 0 TO dv-x
           MOVE 0 TO dv-y
           MOVE 0 TO dv-off-blocks
           MOVE 0 TO dv-stops
           MOVE 0 TO dv-missed
           MOVE 0 TO dv-variance
           EVALUATE TRUE
               WHEN NO-PLAN
                   MOVE SPACES   TO dv-plan-date
                   MOVE 'NOPLAN' TO dv-flag
                   WRITE deviation-line
                   ADD 1 TO w-dev-written
               WHEN BAD-PLAN
                   MOVE 'BADPLN' TO dv-flag
                   WRITE deviation-line
                   ADD 1 TO w-dev-written
               WHEN OTHER
                   MOVE 0 TO w-missed
                   MOVE 1 TO w-stop-index
                   PERFORM UNTIL w-stop-index > w-plan-stops
                       PERFORM 4100-READ-STOP
                       IF pw-hit NOT = 'Y'
                           ADD 1 TO w-missed
                       END-IF
                       ADD 1 TO w-stop-index
                   END-PERFORM
                   COMPUTE w-variance =
                       FUNCTION ABS(w-act-x - w-plan-x) +
                       FUNCTION ABS(w-act-y - w-plan-y)
                   MOVE w-first-step TO dv-step
                   MOVE w-first-x    TO dv-x
                   MOVE w-first-y    TO dv-y
                   MOVE w-off-blocks TO dv-off-blocks
                   MOVE w-plan-stops TO dv-stops
                   MOVE w-missed     TO dv-missed
                   MOVE w-variance   TO dv-variance
      *            A ROUTE THAT STOPPED SHORT NEVER LEFT THE PLANNED
      *            PATH, BUT ITS MISSED STOPS OR END POINT SHOW IT
                   EVALUATE TRUE
                       WHEN w-missed > 0
                           MOVE 'MISSED' TO dv-flag
                       WHEN w-variance > 0
                           MOVE 'ENDOFF' TO dv-flag
                       WHEN w-first-step > 0
                           MOVE 'DETOUR' TO dv-flag
                       WHEN OTHER
                           MOVE 'ONPLAN' TO dv-flag
                   END-EVALUATE
                   WRITE deviation-line
                   ADD 1 TO w-dev-written
                   IF w-missed > 0
                       MOVE 0      TO dv-off-blocks
                       MOVE 0      TO dv-stops
                       MOVE 0      TO dv-missed
                       MOVE 0      TO dv-variance
                       MOVE 'STOP' TO dv-flag
                       MOVE 1 TO w-stop-index
                       PERFORM UNTIL w-stop-index > w-plan-stops
                           PERFORM 4100-READ-STOP
                           IF pw-hit NOT = 'Y'
                               MOVE w-stop-index TO dv-step
                               MOVE pw-x         TO dv-x
                               MOVE pw-y         TO dv-y
                               WRITE deviation-line
                               ADD 1 TO w-dev-written
                           END-IF
                           ADD 1 TO w-stop-index
                       END-PERFORM
                   END-IF
                   CLOSE PLAN-WORK
           END-EVALUATE.

      *    FETCH PLANNED STOP w-stop-index AND THEN ITS POINT ON THE
      *    PLANNED PATH, WHICH CARRIES WHETHER THE ROUTE REACHED IT
       4100-READ-STOP.
           MOVE 'T'          TO pw-kind
           MOVE 0            TO pw-key-a
           MOVE w-stop-index TO pw-key-b
           READ PLAN-WORK
               INVALID KEY
                   MOVE 'N' TO pw-hit
               NOT INVALID KEY
                   MOVE 'P' TO pw-kind
                   COMPUTE pw-key-a = pw-x + 500000
                   COMPUTE pw-key-b = pw-y + 500000
                   READ PLAN-WORK
                       INVALID KEY
                           MOVE 'N' TO pw-hit
                   END-READ
           END-READ.
