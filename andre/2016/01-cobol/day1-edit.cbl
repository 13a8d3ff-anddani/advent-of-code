       SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
       SELECT PARAM-FILE ASSIGN TO "PARAMS.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-parm-status.

       DATA DIVISION.
       FILE SECTION.
                               ==rt-vehicle-id==  BY ==vl-vehicle-id==
                               ==rt-depot-id==    BY ==vl-depot-id==
                               ==letters==        BY ==vl-letters==
                               ==EOF==            BY ==VALID-EOF==
                               ==rt-start-time==  BY ==vl-start-time==
                               ==rt-end-time==    BY ==vl-end-time==.
       FD REJECT-OUT.
       COPY REJREC.
       FD RUNCTL-FILE.
       COPY RUNCTL.
       FD PARAM-FILE.
       COPY PARMREC.
       WORKING-STORAGE SECTION.
       01 FILLER.
           05 w-veh-status PIC XX.
           05 w-routes-read   PIC 9(7) VALUE 0.
           05 w-valid-written PIC 9(7) VALUE 0.
           05 w-rej-written   PIC 9(7) VALUE 0.
           05 w-parm-status   PIC XX.
           05 w-parm-eof      PIC X VALUE 'N'.
               88 PARM-EOF VALUE 'Y'.
           05 w-back-source   PIC X(4) VALUE 'DFLT'.
           05 w-fwd-source    PIC X(4) VALUE 'DFLT'.
      *    A RUN DATE MORE THAN THIS MANY DAYS BEFORE OR AFTER TODAY
      *    IS A KEYING ERROR, NOT A ROUTE TO RUN
           05 w-date-back     PIC 9(3) VALUE 14.
           05 w-date-fwd      PIC 9(3) VALUE 7.
           05 w-today-num     PIC 9(8).
           05 w-today-int     PIC 9(8).
           05 w-date-int      PIC 9(8).
           05 w-date-text     PIC X(8).
           05 w-date-num      REDEFINES w-date-text PIC 9(8).
           05 w-time-text     PIC X(4).
           05 w-time-parts    REDEFINES w-time-text.
               10 w-time-hh   PIC 9(2).
               10 w-time-mm   PIC 9(2).
           05 w-reason        PIC X(8).
      *    EVERY ROUTE ACCEPTED SO FAR THIS RUN -- A LATER ROUTE WITH
      *    THE SAME ID AND RUN DATE, OR PUTTING THE SAME VEHICLE ON THE
      *    ROAD AT AN OVERLAPPING TIME, IS REJECTED AGAINST THESE
           05 w-acc-count     PIC 9(4) VALUE 0.
           05 w-acc-index     PIC 9(4).
           05 w-acc-table.
               10 w-acc-entry OCCURS 2000 TIMES.
                   15 w-acc-route-id   PIC X(10).
                   15 w-acc-run-date   PIC X(8).
                   15 w-acc-vehicle-id PIC X(10).
                   15 w-acc-start-time PIC X(4).
                   15 w-acc-end-time   PIC X(4).
       PROCEDURE DIVISION.
      *    LOG THE START OF THE RUN ON THE RUN-CONTROL FILE
           OPEN EXTEND RUNCTL-FILE
           MOVE 0            TO run-count
           MOVE SPACES       TO run-status
           WRITE runctl-line
      *    THE RUN DATE WINDOW COMES FROM THE PARAMETER CARD FILE WHEN
      *    PRESENT -- THE BUILT-IN DEFAULTS COVER A RUN WITHOUT CARDS.
      *    DAY-1-CORR READS THE SAME CARDS SO A CORRECTED ROUTE IS HELD
      *    TO THE SAME WINDOW
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
      *    ECHO THE PARAMETERS THE RUN WAS GIVEN SO THE BALANCING
      *    STEP CAN PROVE WHAT WAS REQUESTED
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
                       END-IF
                   END-PERFORM
               END-IF
      *        A ROUTE WITH A GOOD VEHICLE AND DEPOT MUST ALSO HAVE A
      *        SOUND RUN DATE AND TIMES AND NOT CLASH WITH A ROUTE
      *        ALREADY ACCEPTED
               MOVE SPACES TO w-reason
               IF VEH-OK AND DEP-OK
                   PERFORM 1000-CHECK-SCHEDULE
               END-IF
               IF VEH-OK AND DEP-OK AND w-reason = SPACES
                   MOVE rt-route-id   TO vl-route-id
                   MOVE rt-run-date   TO vl-run-date
                   MOVE rt-vehicle-id TO vl-vehicle-id
                   MOVE rt-depot-id   TO vl-depot-id
                   MOVE letters       TO vl-letters
                   MOVE rt-start-time TO vl-start-time
                   MOVE rt-end-time   TO vl-end-time
                   WRITE valid-line
                   ADD 1 TO w-valid-written
                   PERFORM 2000-NOTE-ACCEPTED
               ELSE
                   IF w-reason NOT = SPACES
                       MOVE w-reason TO rj-reason-code
                   ELSE
                       IF NOT DEP-OK AND VEH-OK
                           IF DEP-FOUND
                               MOVE 'DEP-RET' TO rj-reason-code
                           ELSE
                               MOVE 'DEP-NF' TO rj-reason-code
                           END-IF
                       ELSE
                           IF VEH-FOUND
                               MOVE 'VEH-RET' TO rj-reason-code
                           ELSE
                               MOVE 'VEH-NF' TO rj-reason-code
                           END-IF
                       END-IF
                   END-IF
                   MOVE rt-route-id   TO rj-route-id
                   MOVE rt-vehicle-id TO rj-vehicle-id
                   MOVE rt-depot-id   TO rj-depot-id
                   MOVE letters       TO rj-letters
                   MOVE rt-start-time TO rj-start-time
                   MOVE rt-end-time   TO rj-end-time
                   WRITE reject-line
                   ADD 1 TO w-rej-written
               END-IF
           WRITE runctl-line
           CLOSE RUNCTL-FILE
           STOP RUN.

      *    CHECK THE ROUTE'S RUN DATE AND DISPATCH TIMES, THEN LOOK FOR
      *    A CLASH WITH A ROUTE ALREADY ACCEPTED -- w-reason IS LEFT
      *    SPACES WHEN THE ROUTE IS CLEAN
       1000-CHECK-SCHEDULE.
           MOVE SPACES TO w-reason
           MOVE rt-run-date TO w-date-text
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
      *    TIMES ARE OPTIONAL, BUT ONE WITHOUT THE OTHER, OR AN END
      *    NOT AFTER THE START, CANNOT BE CHECKED FOR A CLASH
           IF w-reason = SPACES
              AND (rt-start-time NOT = SPACES
                OR rt-end-time NOT = SPACES)
               MOVE rt-start-time TO w-time-text
               PERFORM 1100-CHECK-TIME
               MOVE rt-end-time TO w-time-text
               PERFORM 1100-CHECK-TIME
               IF w-reason = SPACES
                  AND rt-end-time <= rt-start-time
                   MOVE 'BAD-TIME' TO w-reason
               END-IF
           END-IF
           IF w-reason = SPACES
               MOVE 1 TO w-acc-index
               PERFORM UNTIL w-acc-index > w-acc-count
                          OR w-reason NOT = SPACES
                   IF w-acc-route-id(w-acc-index) = rt-route-id
                      AND w-acc-run-date(w-acc-index) = rt-run-date
                       MOVE 'DUP-RTE' TO w-reason
                   ELSE
                       IF w-acc-vehicle-id(w-acc-index) = rt-vehicle-id
                          AND w-acc-run-date(w-acc-index) = rt-run-date
                          AND rt-start-time NOT = SPACES
                          AND w-acc-start-time(w-acc-index) NOT = SPACES
                          AND rt-start-time <
                              w-acc-end-time(w-acc-index)
                          AND w-acc-start-time(w-acc-index) <
                              rt-end-time
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

      *    REMEMBER THE ROUTE JUST ACCEPTED -- A FULL TABLE STOPS THE
      *    RUN RATHER THAN LETTING LATER CLASHES THROUGH UNCHECKED
       2000-NOTE-ACCEPTED.
           IF w-acc-count >= 2000
               DISPLAY 'ACCEPTED ROUTE TABLE FULL -- RAISE THE TABLE '
                   'LIMIT AND RERUN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO w-acc-count
           MOVE rt-route-id   TO w-acc-route-id(w-acc-count)
           MOVE rt-run-date   TO w-acc-run-date(w-acc-count)
           MOVE rt-vehicle-id TO w-acc-vehicle-id(w-acc-count)
           MOVE rt-start-time TO w-acc-start-time(w-acc-count)
           MOVE rt-end-time   TO w-acc-end-time(w-acc-count).
