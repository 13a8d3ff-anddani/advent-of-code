       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-1-SVC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RESULT-FILE ASSIGN TO "DAYRSLT.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS dr-key
           FILE STATUS IS w-rslt-status.
       SELECT ODOMETER-IN ASSIGN TO "ODOMETER.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-odo-status.
       SELECT VEHICLE-FILE ASSIGN TO "VEHICLES.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-veh-status.
       SELECT INTERVAL-FILE ASSIGN TO "SVCINT.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-int-status.
       SELECT USAGE-FILE ASSIGN TO "USAGE.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-use-status.
       SELECT DUE-OUT ASSIGN TO "SVCDUE.OUT"
           ORGANIZATION LINE SEQUENTIAL.
       SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.

       DATA DIVISION.
       FILE SECTION.
       FD RESULT-FILE.
       COPY RSLTREC.
       FD ODOMETER-IN.
       COPY ODOREC.
       FD VEHICLE-FILE.
       COPY VEHREC.
       FD INTERVAL-FILE.
       COPY SVCIREC.
       FD USAGE-FILE.
       COPY USAGEREC.
       FD DUE-OUT.
       01 due-line PIC X(100).
       FD RUNCTL-FILE.
       COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 w-flags.
           05 w-rslt-status   PIC XX.
           05 w-odo-status    PIC XX.
           05 w-veh-status    PIC XX.
           05 w-int-status    PIC XX.
           05 w-use-status    PIC XX.
           05 w-runctl-status PIC XX.
           05 w-in-eof PIC X VALUE 'N'.
               88 IN-EOF VALUE 'Y'.
           05 w-slot-found PIC X.
               88 SLOT-FOUND VALUE 'Y'.
       01 w-work.
           05 w-day-count  PIC 9(4) VALUE 0.
           05 w-use-count  PIC 9(4) VALUE 0.
           05 w-veh-count  PIC 9(4) VALUE 0.
           05 w-int-count  PIC 9(3) VALUE 0.
           05 w-index      PIC 9(4).
           05 w-use-index  PIC 9(4).
           05 w-int-index  PIC 9(3).
           05 w-pass       PIC 9(1).
           05 w-vehicle-id PIC X(10).
           05 w-run-date   PIC X(8).
           05 w-class      PIC X(4).
           05 w-flag       PIC X(6).
           05 w-miles      PIC S9(7).
           05 w-warn-miles  PIC 9(9).
           05 w-warn-blocks PIC 9(10).
           05 w-stamp-date PIC X(8).
           05 w-stamp-time PIC X(8).
           05 w-rslt-read  PIC 9(7) VALUE 0.
           05 w-odo-read   PIC 9(7) VALUE 0.
           05 w-days-posted PIC 9(7) VALUE 0.
           05 w-days-skipped PIC 9(7) VALUE 0.
           05 w-due-written PIC 9(7) VALUE 0.
      *    THE NIGHT'S USAGE PER VEHICLE AND RUN DATE
       01 w-day-table.
           05 w-dy-entry OCCURS 2000 TIMES.
               10 w-dy-vehicle-id PIC X(10).
               10 w-dy-run-date   PIC X(8).
               10 w-dy-miles      PIC 9(7).
               10 w-dy-blocks     PIC 9(8).
      *    THE USAGE MASTER AS IT WILL BE WRITTEN BACK
       01 w-use-table.
           05 w-us-entry OCCURS 1000 TIMES.
               10 w-us-vehicle-id   PIC X(10).
               10 w-us-last-service PIC X(8).
               10 w-us-miles        PIC 9(7).
               10 w-us-blocks       PIC 9(8).
               10 w-us-last-posted  PIC X(8).
               10 w-us-new-posted   PIC X(8).
       01 w-veh-table.
           05 w-vh-entry OCCURS 1000 TIMES.
               10 w-vh-vehicle-id PIC X(10).
               10 w-vh-class      PIC X(4).
               10 w-vh-status     PIC X(1).
       01 w-int-table.
           05 w-in-entry OCCURS 100 TIMES.
               10 w-in-class    PIC X(4).
               10 w-in-miles    PIC 9(7).
               10 w-in-blocks   PIC 9(8).
               10 w-in-warn-pct PIC 9(2).
       01 w-head-line.
           05 FILLER PIC X(10) VALUE 'VEHICLE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(4)  VALUE 'CLAS'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'LAST SVC'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE '   MILES'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'MI INTVL'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(9)  VALUE '   BLOCKS'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(9)  VALUE 'BLK INTVL'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE 'FLAG'.
       01 w-detail-line.
           05 w-dt-vehicle-id PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-dt-class      PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-dt-last-svc   PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-dt-miles      PIC ZZZZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-dt-int-miles  PIC ZZZZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-dt-blocks     PIC ZZZZZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-dt-int-blocks PIC ZZZZZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
      *    'DUE' AT OR PAST EITHER INTERVAL, 'WARN' WITHIN THE MARGIN,
      *    'NO-INT' WHEN THE VEHICLE'S CLASS HAS NO INTERVAL AT ALL
           05 w-dt-flag       PIC X(6).
       PROCEDURE DIVISION.
      *    LOG THE START OF THE RUN ON THE RUN-CONTROL FILE
           OPEN EXTEND RUNCTL-FILE
           IF w-runctl-status NOT = '00'
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           MOVE SPACES TO runctl-line
           ACCEPT w-stamp-date FROM DATE YYYYMMDD
           ACCEPT w-stamp-time FROM TIME
           MOVE 'DAY-1-SVC'   TO run-program-id
           MOVE w-stamp-date  TO run-date
           MOVE w-stamp-time  TO run-time
           MOVE 'START'       TO run-phase
           MOVE SPACES        TO run-file-id
           MOVE 0             TO run-count
           MOVE SPACES        TO run-status
           WRITE runctl-line
      *    LOAD THE SERVICE INTERVALS BY CLASS
           OPEN INPUT INTERVAL-FILE
           IF w-int-status = '00'
               READ INTERVAL-FILE
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF OR w-int-count >= 100
                   ADD 1 TO w-int-count
                   MOVE si-class    TO w-in-class(w-int-count)
                   MOVE si-miles    TO w-in-miles(w-int-count)
                   MOVE si-blocks   TO w-in-blocks(w-int-count)
                   MOVE si-warn-pct TO w-in-warn-pct(w-int-count)
                   READ INTERVAL-FILE
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               IF NOT IN-EOF
                   DISPLAY 'INTERVAL TABLE FULL -- RAISE THE TABLE '
                       'LIMIT AND RERUN'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE INTERVAL-FILE
           END-IF
      *    LOAD EACH VEHICLE'S CLASS AND STATUS
           MOVE 'N' TO w-in-eof
           OPEN INPUT VEHICLE-FILE
           IF w-veh-status = '00'
               READ VEHICLE-FILE
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF OR w-veh-count >= 1000
                   ADD 1 TO w-veh-count
                   MOVE vm-vehicle-id TO w-vh-vehicle-id(w-veh-count)
                   MOVE vm-class      TO w-vh-class(w-veh-count)
                   MOVE vm-status     TO w-vh-status(w-veh-count)
                   READ VEHICLE-FILE
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               IF NOT IN-EOF
                   DISPLAY 'VEHICLE TABLE FULL -- RAISE THE TABLE '
                       'LIMIT AND RERUN'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE VEHICLE-FILE
           END-IF
      *    LOAD THE USAGE MASTER -- IT IS WRITTEN BACK WHOLE, SO A
      *    VEHICLE LEFT OFF THE TABLE WOULD LOSE ITS COUNTERS
           MOVE 'N' TO w-in-eof
           OPEN INPUT USAGE-FILE
           IF w-use-status = '00'
               READ USAGE-FILE
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF OR w-use-count >= 1000
                   ADD 1 TO w-use-count
                   MOVE us-vehicle-id
                       TO w-us-vehicle-id(w-use-count)
                   MOVE us-last-service
                       TO w-us-last-service(w-use-count)
                   MOVE us-miles  TO w-us-miles(w-use-count)
                   MOVE us-blocks TO w-us-blocks(w-use-count)
                   MOVE us-last-posted
                       TO w-us-last-posted(w-use-count)
                   MOVE us-last-posted
                       TO w-us-new-posted(w-use-count)
                   READ USAGE-FILE
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               IF NOT IN-EOF
                   DISPLAY 'USAGE TABLE FULL -- RAISE THE TABLE '
                       'LIMIT AND RERUN'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE USAGE-FILE
           END-IF
      *    BLOCKS DRIVEN COME FROM THE RESULTS MASTER, WHICH HOLDS
      *    THE CURRENT ANSWER FOR EVERY ROUTE OF THE NIGHT
           OPEN INPUT RESULT-FILE
           IF w-rslt-status = '00'
               MOVE LOW-VALUES TO dr-key
               START RESULT-FILE KEY NOT < dr-key
                   INVALID KEY MOVE '10' TO w-rslt-status
               END-START
               PERFORM UNTIL w-rslt-status NOT = '00'
                   READ RESULT-FILE NEXT
                       AT END MOVE '10' TO w-rslt-status
                   END-READ
                   IF w-rslt-status = '00'
                       ADD 1 TO w-rslt-read
                       MOVE dr-vehicle-id TO w-vehicle-id
                       MOVE dr-run-date   TO w-run-date
                       PERFORM 1000-FIND-DAY
                       ADD dr-total-blocks TO w-dy-blocks(w-index)
                   END-IF
               END-PERFORM
               CLOSE RESULT-FILE
           END-IF
      *    MILES COME FROM THE VENDOR'S ODOMETER READINGS -- A READING
      *    THAT RAN BACKWARDS IS A BAD READ AND ADDS NOTHING
           MOVE 'N' TO w-in-eof
           OPEN INPUT ODOMETER-IN
           IF w-odo-status = '00'
               READ ODOMETER-IN
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF
                   ADD 1 TO w-odo-read
                   COMPUTE w-miles = od-end-miles - od-start-miles
                   IF w-miles > 0
                       MOVE od-vehicle-id TO w-vehicle-id
                       MOVE od-run-date   TO w-run-date
                       PERFORM 1000-FIND-DAY
                       ADD w-miles TO w-dy-miles(w-index)
                   END-IF
                   READ ODOMETER-IN
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ODOMETER-IN
           END-IF
      *    POST EACH VEHICLE-DAY TO THE VEHICLE'S COUNTERS, UNLESS THE
      *    VEHICLE HAS ALREADY BEEN POSTED FOR THAT RUN DATE OR A LATER
      *    ONE -- A RERUN OF THE NIGHT MUST NOT COUNT THE MILES TWICE
           MOVE 1 TO w-index
           PERFORM UNTIL w-index > w-day-count
               MOVE 'N' TO w-slot-found
               MOVE 1 TO w-use-index
               PERFORM UNTIL w-use-index > w-use-count OR SLOT-FOUND
                   IF w-us-vehicle-id(w-use-index) =
                      w-dy-vehicle-id(w-index)
                       SET SLOT-FOUND TO TRUE
                   ELSE
                       ADD 1 TO w-use-index
                   END-IF
               END-PERFORM
               IF NOT SLOT-FOUND
                   IF w-use-count >= 1000
                       DISPLAY 'USAGE TABLE FULL -- RAISE THE TABLE '
                           'LIMIT AND RERUN'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO w-use-count
                   MOVE w-use-count TO w-use-index
                   MOVE w-dy-vehicle-id(w-index)
                       TO w-us-vehicle-id(w-use-index)
                   MOVE SPACES TO w-us-last-service(w-use-index)
                   MOVE 0      TO w-us-miles(w-use-index)
                   MOVE 0      TO w-us-blocks(w-use-index)
                   MOVE SPACES TO w-us-last-posted(w-use-index)
                   MOVE SPACES TO w-us-new-posted(w-use-index)
               END-IF
               IF w-dy-run-date(w-index) >
                  w-us-last-posted(w-use-index)
                   ADD w-dy-miles(w-index)  TO w-us-miles(w-use-index)
                   ADD w-dy-blocks(w-index)
                       TO w-us-blocks(w-use-index)
                   IF w-dy-run-date(w-index) >
                      w-us-new-posted(w-use-index)
                       MOVE w-dy-run-date(w-index)
                           TO w-us-new-posted(w-use-index)
                   END-IF
                   ADD 1 TO w-days-posted
               ELSE
                   ADD 1 TO w-days-skipped
               END-IF
               ADD 1 TO w-index
           END-PERFORM
      *    WRITE THE USAGE MASTER BACK WITH THE NIGHT POSTED
           OPEN OUTPUT USAGE-FILE
      *    VALUE CLAUSES ARE NOT APPLIED IN THE FILE SECTION, SO THE
      *    FILLER BYTES MUST BE SPACED OUT BY HAND
           MOVE SPACES TO usage-line
           MOVE 1 TO w-use-index
           PERFORM UNTIL w-use-index > w-use-count
               MOVE w-us-vehicle-id(w-use-index)   TO us-vehicle-id
               MOVE w-us-last-service(w-use-index) TO us-last-service
               MOVE w-us-miles(w-use-index)        TO us-miles
               MOVE w-us-blocks(w-use-index)       TO us-blocks
               MOVE w-us-new-posted(w-use-index)   TO us-last-posted
               WRITE usage-line
               ADD 1 TO w-use-index
           END-PERFORM
           CLOSE USAGE-FILE
      *    DUE VEHICLES FIRST, THEN THOSE IN THE WARNING MARGIN, THEN
      *    ANY WHOSE CLASS HAS NO INTERVAL SO NONE GOES UNWATCHED
           OPEN OUTPUT DUE-OUT
           MOVE SPACES TO due-line
           WRITE due-line FROM w-head-line
           MOVE 1 TO w-pass
           PERFORM UNTIL w-pass > 3
               MOVE 1 TO w-use-index
               PERFORM UNTIL w-use-index > w-use-count
                   PERFORM 2000-CHECK-VEHICLE
                   IF (w-pass = 1 AND w-flag = 'DUE')
                      OR (w-pass = 2 AND w-flag = 'WARN')
                      OR (w-pass = 3 AND w-flag = 'NO-INT')
                       WRITE due-line FROM w-detail-line
                       ADD 1 TO w-due-written
                   END-IF
                   ADD 1 TO w-use-index
               END-PERFORM
               ADD 1 TO w-pass
           END-PERFORM
           CLOSE DUE-OUT
      *    LOG THE COUNTS AND THE CLEAN COMPLETION OF THE RUN
           ACCEPT w-stamp-date FROM DATE YYYYMMDD
           ACCEPT w-stamp-time FROM TIME
           MOVE w-stamp-date TO run-date
           MOVE w-stamp-time TO run-time
           MOVE 'COUNT'      TO run-phase
           MOVE 'DAYRSLT'    TO run-file-id
           MOVE w-rslt-read  TO run-count
           WRITE runctl-line
           MOVE 'ODOMETER'   TO run-file-id
           MOVE w-odo-read   TO run-count
           WRITE runctl-line
           MOVE 'POSTED'     TO run-file-id
           MOVE w-days-posted TO run-count
           WRITE runctl-line
           MOVE 'SKIPPED'    TO run-file-id
           MOVE w-days-skipped TO run-count
           WRITE runctl-line
           MOVE 'USAGE'      TO run-file-id
           MOVE w-use-count  TO run-count
           WRITE runctl-line
           MOVE 'SVCDUE'     TO run-file-id
           MOVE w-due-written TO run-count
           WRITE runctl-line
           MOVE 'END'        TO run-phase
           MOVE SPACES       TO run-file-id
           MOVE 0            TO run-count
           MOVE 'OK'         TO run-status
           WRITE runctl-line
           CLOSE RUNCTL-FILE
           STOP RUN.

      *    FIND OR ADD THE NIGHT'S ENTRY FOR w-vehicle-id ON w-run-date,
      *    LEAVING ITS SUBSCRIPT IN w-index
       1000-FIND-DAY.
           MOVE 'N' TO w-slot-found
           MOVE 1 TO w-index
           PERFORM UNTIL w-index > w-day-count OR SLOT-FOUND
               IF w-dy-vehicle-id(w-index) = w-vehicle-id
                  AND w-dy-run-date(w-index) = w-run-date
                   SET SLOT-FOUND TO TRUE
               ELSE
                   ADD 1 TO w-index
               END-IF
           END-PERFORM
           IF NOT SLOT-FOUND
               IF w-day-count >= 2000
                   DISPLAY 'USAGE DAY TABLE FULL -- RAISE THE TABLE '
                       'LIMIT AND RERUN'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO w-day-count
               MOVE w-day-count  TO w-index
               MOVE w-vehicle-id TO w-dy-vehicle-id(w-index)
               MOVE w-run-date   TO w-dy-run-date(w-index)
               MOVE 0 TO w-dy-miles(w-index)
               MOVE 0 TO w-dy-blocks(w-index)
           END-IF.

      *    SET w-flag FOR THE USAGE ENTRY AT w-use-index AND BUILD ITS
      *    REPORT LINE.  A RETIRED VEHICLE, OR ONE NO LONGER ON THE
      *    VEHICLE MASTER, IS NEVER DUE
       2000-CHECK-VEHICLE.
           MOVE SPACES TO w-flag
           MOVE SPACES TO w-class
           MOVE 'N' TO w-slot-found
           MOVE 1 TO w-index
           PERFORM UNTIL w-index > w-veh-count OR SLOT-FOUND
               IF w-vh-vehicle-id(w-index) =
                  w-us-vehicle-id(w-use-index)
                   SET SLOT-FOUND TO TRUE
                   MOVE w-vh-class(w-index) TO w-class
               ELSE
                   ADD 1 TO w-index
               END-IF
           END-PERFORM
           IF SLOT-FOUND AND w-vh-status(w-index) NOT = 'R'
               MOVE 'N' TO w-slot-found
               MOVE 1 TO w-int-index
               PERFORM UNTIL w-int-index > w-int-count OR SLOT-FOUND
                   IF w-in-class(w-int-index) = w-class
                       SET SLOT-FOUND TO TRUE
                   ELSE
                       ADD 1 TO w-int-index
                   END-IF
               END-PERFORM
               IF NOT SLOT-FOUND
                   MOVE 'NO-INT' TO w-flag
                   MOVE 0 TO w-dt-int-miles
                   MOVE 0 TO w-dt-int-blocks
               ELSE
                   MOVE w-in-miles(w-int-index)  TO w-dt-int-miles
                   MOVE w-in-blocks(w-int-index) TO w-dt-int-blocks
                   IF (w-in-miles(w-int-index) > 0
                       AND w-us-miles(w-use-index) >=
                           w-in-miles(w-int-index))
                      OR (w-in-blocks(w-int-index) > 0
                       AND w-us-blocks(w-use-index) >=
                           w-in-blocks(w-int-index))
                       MOVE 'DUE' TO w-flag
                   ELSE
      *                THE MARGIN IS CHECKED AS COUNTER x 100 AGAINST
      *                INTERVAL x (100 - MARGIN) SO NO FRACTION IS LOST
                       COMPUTE w-warn-miles =
                           w-in-miles(w-int-index) *
                           (100 - w-in-warn-pct(w-int-index))
                       COMPUTE w-warn-blocks =
                           w-in-blocks(w-int-index) *
                           (100 - w-in-warn-pct(w-int-index))
                       IF (w-in-miles(w-int-index) > 0
                           AND w-us-miles(w-use-index) * 100 >=
                               w-warn-miles)
                          OR (w-in-blocks(w-int-index) > 0
                           AND w-us-blocks(w-use-index) * 100 >=
                               w-warn-blocks)
                           MOVE 'WARN' TO w-flag
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE w-us-vehicle-id(w-use-index)   TO w-dt-vehicle-id
           MOVE w-class                        TO w-dt-class
           MOVE w-us-last-service(w-use-index) TO w-dt-last-svc
           MOVE w-us-miles(w-use-index)        TO w-dt-miles
           MOVE w-us-blocks(w-use-index)       TO w-dt-blocks
           MOVE w-flag                         TO w-dt-flag.
