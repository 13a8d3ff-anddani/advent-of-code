       SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
       SELECT PARAM-FILE ASSIGN TO "PARAMS.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-parm-status.

       DATA DIVISION.
       FILE SECTION.
                             ==rj-run-date==    BY ==rs-run-date==
                             ==rj-vehicle-id==  BY ==rs-vehicle-id==
                             ==rj-depot-id==    BY ==rs-depot-id==
                             ==rj-letters==     BY ==rs-letters==
                             ==rj-start-time==  BY ==rs-start-time==
                             ==rj-end-time==    BY ==rs-end-time==.
       FD CORRECT-IN.
       COPY CORRREC.
       FD VEHICLE-FILE.
                               ==rt-vehicle-id==  BY ==vl-vehicle-id==
                               ==rt-depot-id==    BY ==vl-depot-id==
                               ==letters==        BY ==vl-letters==
                               ==EOF==            BY ==VALID-EOF==
                               ==rt-start-time==  BY ==vl-start-time==
                               ==rt-end-time==    BY ==vl-end-time==.
       FD AUDIT-OUT.
       01 audit-line PIC X(110).
       FD RUNCTL-FILE.
       COPY RUNCTL.
       FD PARAM-FILE.
       COPY PARMREC.
       WORKING-STORAGE SECTION.
       01 w-flags.
           05 w-rej-status    PIC XX.
           05 w-dep-status    PIC XX.
           05 w-valid-status  PIC XX.
           05 w-runctl-status PIC XX.
           05 w-parm-status   PIC XX.
           05 w-parm-eof PIC X VALUE 'N'.
               88 PARM-EOF VALUE 'Y'.
           05 w-rej-eof PIC X VALUE 'N'.
               88 REJ-EOF VALUE 'Y'.
           05 w-in-eof PIC X VALUE 'N'.
           05 w-rej-read     PIC 9(7) VALUE 0.
           05 w-recycled     PIC 9(7) VALUE 0.
           05 w-carried      PIC 9(7) VALUE 0.
           05 w-dropped      PIC 9(7) VALUE 0.
           05 w-route-id     PIC X(10).
           05 w-run-date     PIC X(8).
           05 w-start-time   PIC X(4).
           05 w-end-time     PIC X(4).
           05 w-back-source  PIC X(4) VALUE 'DFLT'.
           05 w-fwd-source   PIC X(4) VALUE 'DFLT'.
      *    THE SAME RUN DATE WINDOW DAY-1-EDIT APPLIES, FROM ITS CARDS
           05 w-date-back    PIC 9(3) VALUE 14.
           05 w-date-fwd     PIC 9(3) VALUE 7.
           05 w-today-num    PIC 9(8).
           05 w-today-int    PIC 9(8).
           05 w-date-int     PIC 9(8).
           05 w-date-text    PIC X(8).
           05 w-date-num     REDEFINES w-date-text PIC 9(8).
           05 w-time-text    PIC X(4).
           05 w-time-parts   REDEFINES w-time-text.
               10 w-time-hh  PIC 9(2).
               10 w-time-mm  PIC 9(2).
           05 w-reason       PIC X(8).
      *    EVERY ROUTE ALREADY IN ROUTES.VAL PLUS EACH ONE RECYCLED
      *    THIS RUN -- A CORRECTED ROUTE MUST NOT DUPLICATE OR DOUBLE-
      *    BOOK AGAINST ANY OF THEM
       01 w-acc-work.
           05 w-acc-count     PIC 9(4) VALUE 0.
           05 w-acc-index     PIC 9(4).
           05 w-acc-entry OCCURS 2000 TIMES.
               10 w-acc-route-id   PIC X(10).
               10 w-acc-run-date   PIC X(8).
               10 w-acc-vehicle-id PIC X(10).
               10 w-acc-start-time PIC X(4).
               10 w-acc-end-time   PIC X(4).
       01 w-veh-table.
           05 w-veh-entry OCCURS 1000 TIMES.
               10 w-veh-id     PIC X(10).
               10 w-co-vehicle-id PIC X(10).
               10 w-co-depot-id   PIC X(10).
               10 w-co-letters    PIC X(1000).
               10 w-co-run-date   PIC X(8).
               10 w-co-start-time PIC X(4).
               10 w-co-end-time   PIC X(4).
       01 w-audit-head.
           05 FILLER PIC X(10) VALUE 'ROUTE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'RUN DATE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'NEW DATE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'OLD VEH'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'NEW VEH'.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-au-run-date   PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
      *    THE RUN DATE AFTER CORRECTION -- 'DROP' WHEN THE CARD
      *    DISCARDED THE ROUTE
           05 w-au-new-date   PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-au-old-veh    PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-au-new-veh    PIC X(10).
           MOVE 0             TO run-count
           MOVE SPACES        TO run-status
           WRITE runctl-line
      *    A CORRECTED ROUTE IS HELD TO THE RUN DATE WINDOW ON
      *    DAY-1-EDIT'S OWN PARAMETER CARDS, SO BOTH STEPS AGREE
           OPEN INPUT PARAM-FILE
           IF w-parm-status = '00'
               READ PARAM-FILE
                   AT END SET PARM-EOF TO TRUE
               END-READ
               PERFORM UNTIL PARM-EOF
                   IF pc-program-id = 'DAY-1-EDIT'
                       EVALUATE pc-keyword
                           WHEN 'DATEBACK'
                               MOVE FUNCTION NUMVAL(pc-value(1:8))
                                   TO w-date-back
                               MOVE 'CARD' TO w-back-source
                           WHEN 'DATEFWD'
                               MOVE FUNCTION NUMVAL(pc-value(1:8))
                                   TO w-date-fwd
                               MOVE 'CARD' TO w-fwd-source
                       END-EVALUATE
                   END-IF
                   READ PARAM-FILE
                       AT END SET PARM-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARAM-FILE
           END-IF
           MOVE 'PARM'          TO run-phase
           MOVE 'DATEBACK'      TO run-file-id
           MOVE w-date-back     TO run-count
           MOVE w-back-source   TO run-status
           WRITE runctl-line
           MOVE 'DATEFWD'       TO run-file-id
           MOVE w-date-fwd      TO run-count
           MOVE w-fwd-source    TO run-status
           WRITE runctl-line
           MOVE SPACES          TO run-status
           MOVE 0               TO run-count
           MOVE w-stamp-date    TO w-today-num
           COMPUTE w-today-int = FUNCTION INTEGER-OF-DATE(w-today-num)
      *    LOAD THE VEHICLE MASTER INTO A LOOKUP TABLE
           OPEN INPUT VEHICLE-FILE
           IF w-veh-status = '00'
                       MOVE cr-vehicle-id TO w-co-vehicle-id(w-index)
                       MOVE cr-depot-id   TO w-co-depot-id(w-index)
                       MOVE cr-letters    TO w-co-letters(w-index)
                       MOVE cr-run-date   TO w-co-run-date(w-index)
                       MOVE cr-start-time TO w-co-start-time(w-index)
                       MOVE cr-end-time   TO w-co-end-time(w-index)
                   END-IF
                   READ CORRECT-IN
                       AT END SET IN-EOF TO TRUE
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF
      *    NOTE EVERY ROUTE ALREADY ACCEPTED BEFORE ADDING TO THEM
           MOVE 'N' TO w-in-eof
           OPEN INPUT VALID-OUT
           IF w-valid-status = '00'
               READ VALID-OUT
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF
                   MOVE vl-route-id   TO w-route-id
                   MOVE vl-run-date   TO w-run-date
                   MOVE vl-vehicle-id TO w-vehicle-id
                   MOVE vl-start-time TO w-start-time
                   MOVE vl-end-time   TO w-end-time
                   PERFORM 2000-NOTE-ACCEPTED
                   READ VALID-OUT
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VALID-OUT
           END-IF
           OPEN OUTPUT REJECT-SCRATCH
           OPEN EXTEND VALID-OUT
           IF w-valid-status NOT = '00'
           PERFORM UNTIL REJ-EOF
               MOVE rj-route-id     TO w-au-route-id
               MOVE rj-run-date     TO w-au-run-date
               MOVE rj-run-date     TO w-au-new-date
               MOVE rj-vehicle-id   TO w-au-old-veh
               MOVE rj-depot-id     TO w-au-old-depot
               MOVE rj-reason-code  TO w-au-old-reason
                       ADD 1 TO w-index
                   END-IF
               END-PERFORM
               IF SLOT-FOUND AND w-co-run-date(w-index) = 'DROP'
      *            THE OPERATOR HAS DISCARDED THE ROUTE -- IT GOES
      *            NOWHERE, AND THE AUDIT LINE IS ITS ONLY TRACE
                   MOVE 'DROP'        TO w-au-new-date
                   MOVE rj-vehicle-id TO w-au-new-veh
                   MOVE rj-depot-id   TO w-au-new-depot
                   MOVE 'N'           TO w-au-instr-chg
                   MOVE 'DROPPED'     TO w-au-dispo
                   WRITE audit-line FROM w-audit-detail
                   ADD 1 TO w-dropped
               ELSE
                   IF NOT SLOT-FOUND
      *                NOTHING KEYED FOR THIS ROUTE -- CARRY IT FORWARD
      *                UNTOUCHED SO IT CANNOT FALL ON THE FLOOR
                       MOVE rj-vehicle-id TO w-au-new-veh
                       MOVE rj-depot-id   TO w-au-new-depot
                       MOVE 'N'           TO w-au-instr-chg
                       MOVE 'NOCORR'      TO w-au-dispo
                       WRITE audit-line FROM w-audit-detail
                       MOVE reject-line TO rej-scratch-line
                       WRITE rej-scratch-line
                       ADD 1 TO w-carried
                   ELSE
      *                APPLY THE CORRECTION -- BLANK FIELDS KEEP THE
      *                ORIGINAL, A DEPOT OF '*' CLEARS TO THE HQ START
                       IF w-co-vehicle-id(w-index) = SPACES
                           MOVE rj-vehicle-id TO w-vehicle-id
                       ELSE
                           MOVE w-co-vehicle-id(w-index) TO w-vehicle-id
                       END-IF
                       IF w-co-depot-id(w-index) = SPACES
                           MOVE rj-depot-id TO w-depot-id
                       ELSE
                           IF w-co-depot-id(w-index) = '*'
                               MOVE SPACES TO w-depot-id
                           ELSE
                               MOVE w-co-depot-id(w-index) TO w-depot-id
                           END-IF
                       END-IF
                       IF w-co-letters(w-index) = SPACES
                           MOVE rj-letters TO w-line
                           MOVE 'N' TO w-au-instr-chg
                       ELSE
                           MOVE w-co-letters(w-index) TO w-line
                           MOVE 'Y' TO w-au-instr-chg
                       END-IF
                       IF w-co-run-date(w-index) = SPACES
                           MOVE rj-run-date TO w-run-date
                       ELSE
                           MOVE w-co-run-date(w-index) TO w-run-date
                       END-IF
                       IF w-co-start-time(w-index) = SPACES
                           MOVE rj-start-time TO w-start-time
                       ELSE
                           MOVE w-co-start-time(w-index) TO w-start-time
                       END-IF
                       IF w-co-end-time(w-index) = SPACES
                           MOVE rj-end-time TO w-end-time
                       ELSE
                           MOVE w-co-end-time(w-index) TO w-end-time
                       END-IF
                       MOVE w-run-date   TO w-au-new-date
                       MOVE w-vehicle-id TO w-au-new-veh
                       MOVE w-depot-id   TO w-au-new-depot
      *                THE SAME VEHICLE CHECK THE EDIT APPLIES
                       MOVE 'N' TO w-veh-found
                       MOVE 'N' TO w-veh-ok
                       MOVE 1 TO w-index
                       PERFORM UNTIL w-index > w-veh-count OR VEH-FOUND
                           IF w-veh-id(w-index) = w-vehicle-id
                               SET VEH-FOUND TO TRUE
                               IF w-veh-active(w-index) = 'A'
                                   SET VEH-OK TO TRUE
                               END-IF
                           ELSE
                               ADD 1 TO w-index
                           END-IF
                       END-PERFORM
      *                AND THE SAME DEPOT CHECK
                       MOVE 'Y' TO w-dep-ok
                       MOVE 'Y' TO w-dep-found
                       IF w-depot-id NOT = SPACES
                           MOVE 'N' TO w-dep-ok
                           MOVE 'N' TO w-dep-found
                           MOVE 1 TO w-index
                           PERFORM UNTIL w-index > w-dep-count
                                      OR DEP-FOUND
                               IF w-dep-id(w-index) = w-depot-id
                                   SET DEP-FOUND TO TRUE
                                   IF w-dep-active(w-index) = 'A'
                                       SET DEP-OK TO TRUE
                                   END-IF
                               ELSE
                                   ADD 1 TO w-index
                               END-IF
                           END-PERFORM
                       END-IF
      *                AND THE INSTRUCTION CHARACTER SCAN THE WALKERS
      *                WOULD OTHERWISE THROW TO THE ERROR FILE
                       MOVE 'Y' TO w-syntax-ok
                       MOVE 1 TO w-counter
                       PERFORM UNTIL w-counter > 1000
                           EVALUATE w-pos(w-counter)
                               WHEN 'L'
                               WHEN 'R'
                               WHEN NUMERIC
                               WHEN ','
                               WHEN SPACE
                                   CONTINUE
                               WHEN OTHER
                                   MOVE 'N' TO w-syntax-ok
                           END-EVALUATE
                           ADD 1 TO w-counter
                       END-PERFORM
      *                AND THE SAME DATE, TIME AND CLASH CHECKS
                       MOVE SPACES TO w-reason
                       IF VEH-OK AND DEP-OK AND SYNTAX-OK
                           MOVE rj-route-id TO w-route-id
                           PERFORM 1000-CHECK-SCHEDULE
                       END-IF
                       IF VEH-OK AND DEP-OK AND SYNTAX-OK
                          AND w-reason = SPACES
      *                    CLEAN -- BACK INTO THE VALID FILE IT GOES
                           MOVE rj-route-id  TO vl-route-id
                           MOVE w-run-date   TO vl-run-date
                           MOVE w-vehicle-id TO vl-vehicle-id
                           MOVE w-depot-id   TO vl-depot-id
                           MOVE w-line       TO vl-letters
                           MOVE w-start-time TO vl-start-time
                           MOVE w-end-time   TO vl-end-time
                           WRITE valid-line
                           ADD 1 TO w-recycled
                           PERFORM 2000-NOTE-ACCEPTED
                           MOVE 'RECYCLED' TO w-au-dispo
                           WRITE audit-line FROM w-audit-detail
                       ELSE
      *                    STILL BAD -- CARRY THE CORRECTED RECORD
      *                    FORWARD UNDER ITS FRESH REASON CODE
                           IF w-reason NOT = SPACES
                               MOVE w-reason TO rs-reason-code
                           ELSE
                               IF NOT SYNTAX-OK
                                   MOVE 'BAD-CHR' TO rs-reason-code
                               ELSE
                                   IF NOT VEH-OK
                                       IF VEH-FOUND
                                           MOVE 'VEH-RET'
                                               TO rs-reason-code
                                       ELSE
                                           MOVE 'VEH-NF'
                                               TO rs-reason-code
                                       END-IF
                                   ELSE
                                       IF DEP-FOUND
                                           MOVE 'DEP-RET'
                                               TO rs-reason-code
                                       ELSE
                                           MOVE 'DEP-NF'
                                               TO rs-reason-code
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                           MOVE rj-route-id  TO rs-route-id
                           MOVE w-run-date   TO rs-run-date
                           MOVE w-vehicle-id TO rs-vehicle-id
                           MOVE w-depot-id   TO rs-depot-id
                           MOVE w-line       TO rs-letters
                           MOVE w-start-time TO rs-start-time
                           MOVE w-end-time   TO rs-end-time
                           WRITE rej-scratch-line
                           ADD 1 TO w-carried
                           MOVE rs-reason-code TO w-au-dispo
                           WRITE audit-line FROM w-audit-detail
                       END-IF
                   END-IF
               END-IF
               READ REJECT-IN
           MOVE 'CARRIED'    TO run-file-id
           MOVE w-carried    TO run-count
           WRITE runctl-line
           MOVE 'DROPPED'    TO run-file-id
           MOVE w-dropped    TO run-count
           WRITE runctl-line
           MOVE 'END'        TO run-phase
           MOVE SPACES       TO run-file-id
           MOVE 0            TO run-count
           WRITE runctl-line
           CLOSE RUNCTL-FILE
           STOP RUN.

      *    CHECK THE CORRECTED RUN DATE AND DISPATCH TIMES, THEN LOOK
      *    FOR A CLASH WITH A ROUTE ALREADY ACCEPTED -- THE SAME RULES
      *    DAY-1-EDIT APPLIES.  w-reason IS LEFT SPACES WHEN CLEAN
       1000-CHECK-SCHEDULE.
           MOVE SPACES TO w-reason
           MOVE w-run-date TO w-date-text
           IF w-date-text IS NOT NUMERIC
               MOVE 'BAD-DATE' TO w-reason
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(w-date-num) NOT = 0
                   MOVE 'BAD-DATE' TO w-reason
               ELSE
                   COMPUTE w-date-int =
                       FUNCTION INTEGER-OF-DATE(w-date-num)
                   IF w-date-int + w-date-back < w-today-int
                      OR w-date-int > w-today-int + w-date-fwd
                       MOVE 'BAD-DATE' TO w-reason
                   END-IF
               END-IF
           END-IF
           IF w-reason = SPACES
              AND (w-start-time NOT = SPACES
                OR w-end-time NOT = SPACES)
               MOVE w-start-time TO w-time-text
               PERFORM 1100-CHECK-TIME
               MOVE w-end-time TO w-time-text
               PERFORM 1100-CHECK-TIME
               IF w-reason = SPACES
                  AND w-end-time <= w-start-time
                   MOVE 'BAD-TIME' TO w-reason
               END-IF
           END-IF
           IF w-reason = SPACES
               MOVE 1 TO w-acc-index
               PERFORM UNTIL w-acc-index > w-acc-count
                          OR w-reason NOT = SPACES
                   IF w-acc-route-id(w-acc-index) = w-route-id
                      AND w-acc-run-date(w-acc-index) = w-run-date
                       MOVE 'DUP-RTE' TO w-reason
                   ELSE
                       IF w-acc-vehicle-id(w-acc-index) = w-vehicle-id
                          AND w-acc-run-date(w-acc-index) = w-run-date
                          AND w-start-time NOT = SPACES
                          AND w-acc-start-time(w-acc-index) NOT = SPACES
                          AND w-start-time <
                              w-acc-end-time(w-acc-index)
                          AND w-acc-start-time(w-acc-index) <
                              w-end-time
                           MOVE 'OVERLAP' TO w-reason
                       END-IF
                   END-IF
                   ADD 1 TO w-acc-index
               END-PERFORM
           END-IF.

      *    A DISPATCH TIME MUST BE A REAL HHMM ON THE 24-HOUR CLOCK
       1100-CHECK-TIME.
           IF w-time-text IS NOT NUMERIC
               MOVE 'BAD-TIME' TO w-reason
           ELSE
               IF w-time-hh > 23 OR w-time-mm > 59
                   MOVE 'BAD-TIME' TO w-reason
               END-IF
           END-IF.

      *    REMEMBER AN ACCEPTED ROUTE -- A FULL TABLE STOPS THE RUN
      *    RATHER THAN LETTING LATER CLASHES THROUGH UNCHECKED
       2000-NOTE-ACCEPTED.
           IF w-acc-count >= 2000
               DISPLAY 'ACCEPTED ROUTE TABLE FULL -- RAISE THE TABLE '
                   'LIMIT AND RERUN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO w-acc-count
           MOVE w-route-id   TO w-acc-route-id(w-acc-count)
           MOVE w-run-date   TO w-acc-run-date(w-acc-count)
           MOVE w-vehicle-id TO w-acc-vehicle-id(w-acc-count)
           MOVE w-start-time TO w-acc-start-time(w-acc-count)
           MOVE w-end-time   TO w-acc-end-time(w-acc-count).
