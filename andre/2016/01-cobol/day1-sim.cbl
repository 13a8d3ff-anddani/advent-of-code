       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-1-SIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE WHAT-IF RUN READS THE ROUTE ARCHIVES AND THE MASTERS AND
      *    WRITES ONLY ITS OWN REPORT -- NOTHING ON THE RESULTS MASTER,
      *    THE HISTORY MASTER OR THE NIGHTLY REPORTS IS TOUCHED
       SELECT ROUTARCH-IN ASSIGN TO "ROUTARCH.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-rarch-status.
       SELECT RESUBARCH-IN ASSIGN TO "RESUBARCH.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-sarch-status.
       SELECT SIM-WORK ASSIGN TO "SIMWORK.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS sw-key
           FILE STATUS IS w-work-status.
      *    THE LIVE AND THE PROPOSED DEPOT AND ZONE MASTERS SHARE A
      *    LAYOUT, SO ONE FILE OF EACH IS OPENED UNDER EACH NAME IN TURN
       SELECT DEPOT-FILE ASSIGN TO DYNAMIC w-depot-name
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-dep-status.
       SELECT ZONE-FILE ASSIGN TO DYNAMIC w-zone-name
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-zone-status.
       SELECT VEHICLE-FILE ASSIGN TO "VEHICLES.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-veh-status.
       SELECT RATE-FILE ASSIGN TO "RATES.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-rate-status.
       SELECT SIM-OUT ASSIGN TO "SIMRPT.OUT"
           ORGANIZATION LINE SEQUENTIAL.
       SELECT PARAM-FILE ASSIGN TO "PARAMS.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-parm-status.
       SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.

       DATA DIVISION.
       FILE SECTION.
       FD ROUTARCH-IN.
       COPY ROUTEHDR REPLACING ==ln==             BY ==routarch-line==
                               ==rt-route-id==    BY ==ra-route-id==
                               ==rt-run-date==    BY ==ra-run-date==
                               ==rt-vehicle-id==  BY ==ra-vehicle-id==
                               ==rt-depot-id==    BY ==ra-depot-id==
                               ==letters==        BY ==ra-letters==
                               ==EOF==            BY ==ROUTARCH-EOF==
                               ==rt-start-time==  BY ==ra-start-time==
                               ==rt-end-time==    BY ==ra-end-time==.
       FD RESUBARCH-IN.
       COPY ROUTEHDR REPLACING ==ln==             BY ==resubarch-line==
                               ==rt-route-id==    BY ==rs-route-id==
                               ==rt-run-date==    BY ==rs-run-date==
                               ==rt-vehicle-id==  BY ==rs-vehicle-id==
                               ==rt-depot-id==    BY ==rs-depot-id==
                               ==letters==        BY ==rs-letters==
                               ==EOF==            BY ==RESUBARCH-EOF==
                               ==rt-start-time==  BY ==rs-start-time==
                               ==rt-end-time==    BY ==rs-end-time==.
      *    ONE RECORD PER ROUTE AND RUN DATE IN THE RANGE -- A LATER
      *    COPY OF THE ROUTE (A RERUN NIGHT OR A RESUBMIT) REPLACES AN
      *    EARLIER ONE, AND THE KEY PUTS THE REPORT IN ROUTE ORDER
       FD SIM-WORK.
       01 sw-record.
           02 sw-key.
               03 sw-route-id PIC X(10).
               03 sw-run-date PIC X(8).
           02 sw-vehicle-id   PIC X(10).
           02 sw-depot-id     PIC X(10).
           02 sw-letters      PIC X(1000).
       FD DEPOT-FILE.
       COPY DEPREC.
       FD ZONE-FILE.
       COPY ZONEREC.
       FD VEHICLE-FILE.
       COPY VEHREC.
       FD RATE-FILE.
       COPY RATEREC.
       FD SIM-OUT.
       01 sim-line PIC X(141).
       FD PARAM-FILE.
       COPY PARMREC.
       FD RUNCTL-FILE.
       COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 w-flags.
           05 w-rarch-status  PIC XX.
           05 w-sarch-status  PIC XX.
           05 w-work-status   PIC XX.
           05 w-dep-status    PIC XX.
           05 w-zone-status   PIC XX.
           05 w-veh-status    PIC XX.
           05 w-rate-status   PIC XX.
           05 w-parm-status   PIC XX.
           05 w-runctl-status PIC XX.
           05 w-parm-eof      PIC X VALUE 'N'.
               88 PARM-EOF VALUE 'Y'.
           05 w-in-eof        PIC X VALUE 'N'.
               88 IN-EOF VALUE 'Y'.
           05 w-found         PIC X.
               88 FOUND VALUE 'Y'.
           05 w-from-source   PIC X(4) VALUE 'CONS'.
           05 w-to-source     PIC X(4) VALUE 'CONS'.
           05 w-depf-source   PIC X(4) VALUE 'DFLT'.
           05 w-zonf-source   PIC X(4) VALUE 'DFLT'.
       01 w-work.
      *    THE PROPOSED MASTERS ARE COPIES OF THE LIVE ONES EDITED BY
      *    HAND -- CARDS NAME ANOTHER PAIR WHEN MORE THAN ONE PROPOSAL
      *    IS ON THE TABLE
           05 w-prp-depots PIC X(16) VALUE 'DEPOTS.PRP'.
           05 w-prp-zones  PIC X(16) VALUE 'ZONES.PRP'.
           05 w-depot-name PIC X(16).
           05 w-zone-name  PIC X(16).
      *    A BLANK FROM DATE REPLAYS THE WEEK ENDING ON THE TO DATE
           05 w-from-date  PIC X(8) VALUE SPACES.
           05 w-to-date    PIC X(8) VALUE SPACES.
           05 w-date-num   PIC 9(8).
           05 w-date-int   PIC 9(8).
           05 w-side       PIC 9(1).
           05 w-index      PIC 9(4).
           05 w-veh-index  PIC 9(4).
           05 w-veh-count  PIC 9(4) VALUE 0.
           05 w-rate-count PIC 9(3) VALUE 0.
           05 w-vt-count   PIC 9(3) VALUE 0.
           05 w-dt-count   PIC 9(3) VALUE 0.
           05 w-route-id   PIC X(10).
           05 w-run-date   PIC X(8).
           05 w-vehicle-id PIC X(10).
           05 w-depot-id   PIC X(10).
           05 w-zone-id    PIC X(10).
           05 w-class      PIC X(4).
           05 w-best-date  PIC X(8).
           05 w-rate       PIC 9(3)V9(2).
           05 w-line       PIC X(1000).
           05 w-pos        REDEFINES w-line PIC X(1) OCCURS 1000 TIMES.
           05 w-pos-num    REDEFINES w-line PIC 9(1) OCCURS 1000 TIMES.
           05 w-counter    PIC 9(4).
           05 w-facing     PIC 9(1).
           05 w-amount     PIC 9(3).
           05 w-iterator   PIC 9(5).
           05 w-x          PIC S9(5).
           05 w-y          PIC S9(5).
           05 w-depot-x    PIC S9(5).
           05 w-depot-y    PIC S9(5).
           05 w-cur-zone   PIC 9(2).
           05 w-stamp-date PIC X(8).
           05 w-stamp-time PIC X(8).
           05 w-rarch-read PIC 9(7) VALUE 0.
           05 w-sarch-read PIC 9(7) VALUE 0.
           05 w-sim-routes PIC 9(7) VALUE 0.
           05 w-sim-written PIC 9(7) VALUE 0.
      *    SIDE 1 IS THE LIVE MASTER, SIDE 2 THE PROPOSED ONE
       01 w-depot-table.
           05 w-dep-side OCCURS 2 TIMES.
               10 w-dep-count PIC 9(3).
               10 w-dep-entry OCCURS 500 TIMES.
                   15 w-dep-id PIC X(10).
                   15 w-dep-x  PIC S9(5).
                   15 w-dep-y  PIC S9(5).
                   15 w-dep-f  PIC 9(1).
       01 w-zone-table.
           05 w-zn-side OCCURS 2 TIMES.
               10 w-zn-count PIC 9(2).
               10 w-zn-entry OCCURS 50 TIMES.
                   15 w-zn-zone-id PIC X(10).
                   15 w-zn-min-x   PIC S9(5).
                   15 w-zn-max-x   PIC S9(5).
                   15 w-zn-min-y   PIC S9(5).
                   15 w-zn-max-y   PIC S9(5).
       01 w-veh-table.
           05 w-vh-entry OCCURS 1000 TIMES.
               10 w-vh-vehicle-id PIC X(10).
               10 w-vh-zone-id    PIC X(10).
               10 w-vh-class      PIC X(4).
       01 w-rate-table.
           05 w-ra-entry OCCURS 100 TIMES.
               10 w-ra-class    PIC X(4).
               10 w-ra-eff-date PIC X(8).
               10 w-ra-cost-blk PIC 9(3)V9(2).
      *    ONE ROUTE'S FIGURES UNDER EACH SIDE
       01 w-result-table.
           05 w-rs-side OCCURS 2 TIMES.
               10 w-rs-net    PIC 9(5).
               10 w-rs-blocks PIC 9(6).
               10 w-rs-viol   PIC 9(6).
               10 w-rs-cost   PIC 9(7)V9(2).
      *        'OK', 'DEP-NF' WHEN THE ROUTE'S DEPOT IS NOT ON THE
      *        SIDE'S MASTER (DAY-1 WOULD NOT WALK IT), 'ZON-NF' WHEN
      *        THE VEHICLE'S ZONE IS NOT, 'NORATE' WHEN NOTHING PRICES
      *        THE VEHICLE'S CLASS ON THE RUN DATE
               10 w-rs-flag   PIC X(6).
      *    TOTALS BY DEPOT AND BY VEHICLE, AND FOR THE WHOLE RUN
       01 w-dtot-table.
           05 w-dtot-entry OCCURS 500 TIMES.
               10 w-dtot-id     PIC X(10).
               10 w-dtot-routes PIC 9(7).
               10 w-dtot-side OCCURS 2 TIMES.
                   15 w-dtot-net    PIC 9(9).
                   15 w-dtot-blocks PIC 9(9).
                   15 w-dtot-viol   PIC 9(9).
                   15 w-dtot-cost   PIC 9(9)V9(2).
       01 w-vtot-table.
           05 w-vtot-entry OCCURS 500 TIMES.
               10 w-vtot-id     PIC X(10).
               10 w-vtot-routes PIC 9(7).
               10 w-vtot-side OCCURS 2 TIMES.
                   15 w-vtot-net    PIC 9(9).
                   15 w-vtot-blocks PIC 9(9).
                   15 w-vtot-viol   PIC 9(9).
                   15 w-vtot-cost   PIC 9(9)V9(2).
       01 w-gtot.
           05 w-gtot-routes PIC 9(7) VALUE 0.
           05 w-gtot-side OCCURS 2 TIMES.
               10 w-gtot-net    PIC 9(9) VALUE 0.
               10 w-gtot-blocks PIC 9(9) VALUE 0.
               10 w-gtot-viol   PIC 9(9) VALUE 0.
               10 w-gtot-cost   PIC 9(9)V9(2) VALUE 0.
       01 w-title-line.
           05 FILLER        PIC X(24) VALUE 'WHAT-IF SIMULATION FROM '.
           05 w-tt-from     PIC X(8).
           05 FILLER        PIC X(4)  VALUE ' TO '.
           05 w-tt-to       PIC X(8).
           05 FILLER        PIC X(20) VALUE '  PROPOSED DEPOTS = '.
           05 w-tt-depots   PIC X(16).
           05 FILLER        PIC X(10) VALUE '  ZONES = '.
           05 w-tt-zones    PIC X(16).
       01 w-head-line.
           05 FILLER PIC X(10) VALUE 'ROUTE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'RUN DATE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'VEHICLE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'DEPOT'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE ' CUR NET'.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE ' SIM NET'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'CUR BLKS'.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'SIM BLKS'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(7)  VALUE ' CUR ZN'.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(7)  VALUE ' SIM ZN'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE '    CUR COST'.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE '    SIM COST'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE 'CUR'.
           05 FILLER PIC X(1)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE 'SIM'.
       01 w-detail-line.
           05 w-dl-route-id   PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-dl-run-date   PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-dl-vehicle-id PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-dl-depot-id   PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-dl-cur-net    PIC ZZZZZZZ9.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 w-dl-sim-net    PIC ZZZZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-dl-cur-blocks PIC ZZZZZZZ9.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 w-dl-sim-blocks PIC ZZZZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-dl-cur-viol   PIC ZZZZZZ9.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 w-dl-sim-viol   PIC ZZZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-dl-cur-cost   PIC ZZZZZZZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 w-dl-sim-cost   PIC ZZZZZZZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-dl-cur-flag   PIC X(6).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 w-dl-sim-flag   PIC X(6).
      *    DEPOT, VEHICLE AND RUN TOTALS -- THE ROUTE COUNT SITS UNDER
      *    THE RUN DATE AND THE DEPOT OR VEHICLE UNDER THE VEHICLE
       01 w-total-line.
           05 w-tl-label      PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-tl-routes     PIC ZZZZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-tl-id         PIC X(10).
           05 FILLER          PIC X(14) VALUE SPACES.
           05 w-tl-cur-net    PIC ZZZZZZZ9.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 w-tl-sim-net    PIC ZZZZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-tl-cur-blocks PIC ZZZZZZZ9.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 w-tl-sim-blocks PIC ZZZZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-tl-cur-viol   PIC ZZZZZZ9.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 w-tl-sim-viol   PIC ZZZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-tl-cur-cost   PIC ZZZZZZZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 w-tl-sim-cost   PIC ZZZZZZZZ9.99.
       PROCEDURE DIVISION.
      *    LOG THE START OF THE RUN ON THE RUN-CONTROL FILE
           OPEN EXTEND RUNCTL-FILE
           IF w-runctl-status NOT = '00'
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           MOVE SPACES TO runctl-line
           ACCEPT w-stamp-date FROM DATE YYYYMMDD
           ACCEPT w-stamp-time FROM TIME
           MOVE 'DAY-1-SIM'   TO run-program-id
           MOVE w-stamp-date  TO run-date
           MOVE w-stamp-time  TO run-time
           MOVE 'START'       TO run-phase
           MOVE SPACES        TO run-file-id
           MOVE 0             TO run-count
           MOVE SPACES        TO run-status
           WRITE runctl-line
      *    THE DATE RANGE AND THE PROPOSED MASTERS COME FROM THE
      *    PARAMETER CARD FILE -- THE CONSOLE IS ASKED FOR THE DATES
      *    ONLY WHEN NO CARD IS PRESENT
           OPEN INPUT PARAM-FILE
           IF w-parm-status = '00'
               READ PARAM-FILE
                   AT END SET PARM-EOF TO TRUE
               END-READ
               PERFORM UNTIL PARM-EOF
                   IF pc-program-id = 'DAY-1-SIM'
                       EVALUATE pc-keyword
                           WHEN 'FROMDATE'
                               MOVE pc-value(1:8) TO w-from-date
                               MOVE 'CARD' TO w-from-source
                           WHEN 'TODATE'
                               MOVE pc-value(1:8) TO w-to-date
                               MOVE 'CARD' TO w-to-source
                           WHEN 'DEPOTFILE'
                               MOVE pc-value(1:16) TO w-prp-depots
                               MOVE 'CARD' TO w-depf-source
                           WHEN 'ZONEFILE'
                               MOVE pc-value(1:16) TO w-prp-zones
                               MOVE 'CARD' TO w-zonf-source
                       END-EVALUATE
                   END-IF
                   READ PARAM-FILE
                       AT END SET PARM-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARAM-FILE
           END-IF
           IF w-from-source NOT = 'CARD'
               DISPLAY 'ENTER FROM DATE YYYYMMDD (BLANK FOR A WEEK '
                   'BEFORE THE TO DATE): '
               ACCEPT w-from-date
           END-IF
           IF w-to-source NOT = 'CARD'
               DISPLAY 'ENTER TO DATE YYYYMMDD (BLANK FOR TODAY): '
               ACCEPT w-to-date
           END-IF
           IF w-to-date = SPACES
               MOVE w-stamp-date TO w-to-date
           END-IF
           IF w-to-date IS NOT NUMERIC
               DISPLAY 'TO DATE NOT A DATE -- ' w-to-date
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE w-to-date TO w-date-num
           IF FUNCTION TEST-DATE-YYYYMMDD(w-date-num) NOT = 0
               DISPLAY 'TO DATE NOT A DATE -- ' w-to-date
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF w-from-date = SPACES
               COMPUTE w-date-int =
                   FUNCTION INTEGER-OF-DATE(w-date-num) - 6
               COMPUTE w-date-num = FUNCTION DATE-OF-INTEGER(w-date-int)
               MOVE w-date-num TO w-from-date
           END-IF
           IF w-from-date IS NOT NUMERIC
               DISPLAY 'FROM DATE NOT A DATE -- ' w-from-date
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE w-from-date TO w-date-num
           IF FUNCTION TEST-DATE-YYYYMMDD(w-date-num) NOT = 0
              OR w-from-date > w-to-date
               DISPLAY 'FROM DATE NOT A DATE OR AFTER THE TO DATE -- '
                   w-from-date
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    ECHO THE PARAMETERS THE RUN WAS GIVEN SO THE BALANCING
      *    STEP CAN PROVE WHAT WAS REQUESTED
           MOVE 'PARM'          TO run-phase
           MOVE 'FROMDATE'      TO run-file-id
           MOVE w-from-source   TO run-status
           MOVE w-from-date     TO run-parm
           WRITE runctl-line
           MOVE 'TODATE'        TO run-file-id
           MOVE w-to-source     TO run-status
           MOVE w-to-date       TO run-parm
           WRITE runctl-line
           MOVE 'DEPOTFILE'     TO run-file-id
           MOVE w-depf-source   TO run-status
           MOVE w-prp-depots    TO run-parm
           WRITE runctl-line
           MOVE 'ZONEFILE'      TO run-file-id
           MOVE w-zonf-source   TO run-status
           MOVE w-prp-zones     TO run-parm
           WRITE runctl-line
           MOVE SPACES          TO run-status
           MOVE SPACES          TO run-parm
      *    LOAD BOTH SIDES OF THE DEPOT AND ZONE MASTERS.  A PROPOSED
      *    MASTER THAT IS MISSING WOULD MAKE EVERY ROUTE LOOK BROKEN,
      *    SO IT STOPS THE RUN INSTEAD
           MOVE 1 TO w-side
           MOVE 'DEPOTS.DAT' TO w-depot-name
           PERFORM 1000-LOAD-DEPOTS
           MOVE 'ZONES.DAT'  TO w-zone-name
           PERFORM 1100-LOAD-ZONES
           MOVE 2 TO w-side
           MOVE w-prp-depots TO w-depot-name
           PERFORM 1000-LOAD-DEPOTS
           IF w-dep-status NOT = '00'
               DISPLAY 'PROPOSED DEPOT MASTER NOT FOUND -- '
                   w-prp-depots
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE w-prp-zones  TO w-zone-name
           PERFORM 1100-LOAD-ZONES
           IF w-zone-status NOT = '00'
               DISPLAY 'PROPOSED ZONE MASTER NOT FOUND -- '
                   w-prp-zones
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    EACH VEHICLE'S AUTHORIZED ZONE AND BILLING CLASS ARE THE
      *    SAME UNDER BOTH SIDES
           MOVE 'N' TO w-in-eof
           OPEN INPUT VEHICLE-FILE
           IF w-veh-status = '00'
               READ VEHICLE-FILE
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF OR w-veh-count >= 1000
                   ADD 1 TO w-veh-count
                   MOVE vm-vehicle-id TO w-vh-vehicle-id(w-veh-count)
                   MOVE vm-zone-id    TO w-vh-zone-id(w-veh-count)
                   MOVE vm-class      TO w-vh-class(w-veh-count)
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
      *    LOAD THE RATE MASTER -- A RETIRED ROW IS NEVER IN FORCE
           MOVE 'N' TO w-in-eof
           OPEN INPUT RATE-FILE
           IF w-rate-status = '00'
               READ RATE-FILE
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF OR w-rate-count >= 100
                   IF NOT RATE-RETIRED
                       ADD 1 TO w-rate-count
                       MOVE rm-class    TO w-ra-class(w-rate-count)
                       MOVE rm-eff-date TO w-ra-eff-date(w-rate-count)
                       MOVE rm-cost-blk TO w-ra-cost-blk(w-rate-count)
                   END-IF
                   READ RATE-FILE
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               IF NOT IN-EOF
                   DISPLAY 'RATE TABLE FULL -- RAISE THE TABLE '
                       'LIMIT AND RERUN'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE RATE-FILE
           END-IF
      *    COLLECT THE RANGE'S ROUTES FROM THE NIGHTLY ARCHIVE, THEN
      *    LET EACH RESUBMITTED ROUTE REPLACE WHAT IT CORRECTED
           OPEN OUTPUT SIM-WORK
           CLOSE SIM-WORK
           OPEN I-O SIM-WORK
           MOVE 'N' TO w-in-eof
           OPEN INPUT ROUTARCH-IN
           IF w-rarch-status = '00'
               READ ROUTARCH-IN
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF
                   ADD 1 TO w-rarch-read
                   IF ra-run-date NOT < w-from-date
                      AND ra-run-date NOT > w-to-date
                       MOVE ra-route-id   TO w-route-id
                       MOVE ra-run-date   TO w-run-date
                       MOVE ra-vehicle-id TO w-vehicle-id
                       MOVE ra-depot-id   TO w-depot-id
                       MOVE ra-letters    TO w-line
                       PERFORM 1200-FILE-ROUTE
                   END-IF
                   READ ROUTARCH-IN
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ROUTARCH-IN
           END-IF
           MOVE 'N' TO w-in-eof
           OPEN INPUT RESUBARCH-IN
           IF w-sarch-status = '00'
               READ RESUBARCH-IN
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF
                   ADD 1 TO w-sarch-read
                   IF rs-run-date NOT < w-from-date
                      AND rs-run-date NOT > w-to-date
                       MOVE rs-route-id   TO w-route-id
                       MOVE rs-run-date   TO w-run-date
                       MOVE rs-vehicle-id TO w-vehicle-id
                       MOVE rs-depot-id   TO w-depot-id
                       MOVE rs-letters    TO w-line
                       PERFORM 1200-FILE-ROUTE
                   END-IF
                   READ RESUBARCH-IN
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RESUBARCH-IN
           END-IF
      *    REPLAY EVERY ROUTE UNDER BOTH SIDES, IN ROUTE ORDER
           OPEN OUTPUT SIM-OUT
           MOVE SPACES TO sim-line
           MOVE w-from-date  TO w-tt-from
           MOVE w-to-date    TO w-tt-to
           MOVE w-prp-depots TO w-tt-depots
           MOVE w-prp-zones  TO w-tt-zones
           WRITE sim-line FROM w-title-line
           WRITE sim-line FROM w-head-line
           MOVE LOW-VALUES TO sw-key
           START SIM-WORK KEY NOT < sw-key
               INVALID KEY MOVE '10' TO w-work-status
           END-START
           PERFORM UNTIL w-work-status NOT = '00'
               READ SIM-WORK NEXT
                   AT END MOVE '10' TO w-work-status
               END-READ
               IF w-work-status = '00'
                   ADD 1 TO w-sim-routes
                   MOVE sw-route-id   TO w-route-id
                   MOVE sw-run-date   TO w-run-date
                   MOVE sw-vehicle-id TO w-vehicle-id
                   MOVE sw-depot-id   TO w-depot-id
      *            THE VEHICLE'S ZONE AND THE RATE IN FORCE ON THE RUN
      *            DATE DO NOT DEPEND ON THE SIDE
                   MOVE SPACES TO w-zone-id
                   MOVE SPACES TO w-class
                   MOVE 'N' TO w-found
                   MOVE 1 TO w-veh-index
                   PERFORM UNTIL w-veh-index > w-veh-count OR FOUND
                       IF w-vh-vehicle-id(w-veh-index) = w-vehicle-id
                           SET FOUND TO TRUE
                           MOVE w-vh-zone-id(w-veh-index) TO w-zone-id
                           MOVE w-vh-class(w-veh-index)   TO w-class
                       ELSE
                           ADD 1 TO w-veh-index
                       END-IF
                   END-PERFORM
                   MOVE 0      TO w-rate
                   MOVE SPACES TO w-best-date
                   IF w-class NOT = SPACES
                       MOVE 1 TO w-index
                       PERFORM UNTIL w-index > w-rate-count
                           IF w-ra-class(w-index) = w-class
                              AND w-ra-eff-date(w-index) <= w-run-date
                              AND w-ra-eff-date(w-index) > w-best-date
                               MOVE w-ra-eff-date(w-index)
                                   TO w-best-date
                               MOVE w-ra-cost-blk(w-index) TO w-rate
                           END-IF
                           ADD 1 TO w-index
                       END-PERFORM
                   END-IF
                   MOVE 1 TO w-side
                   PERFORM 2000-WALK-ROUTE
                   MOVE 2 TO w-side
                   PERFORM 2000-WALK-ROUTE
                   MOVE w-route-id       TO w-dl-route-id
                   MOVE w-run-date       TO w-dl-run-date
                   MOVE w-vehicle-id     TO w-dl-vehicle-id
                   MOVE w-depot-id       TO w-dl-depot-id
                   MOVE w-rs-net(1)      TO w-dl-cur-net
                   MOVE w-rs-net(2)      TO w-dl-sim-net
                   MOVE w-rs-blocks(1)   TO w-dl-cur-blocks
                   MOVE w-rs-blocks(2)   TO w-dl-sim-blocks
                   MOVE w-rs-viol(1)     TO w-dl-cur-viol
                   MOVE w-rs-viol(2)     TO w-dl-sim-viol
                   MOVE w-rs-cost(1)     TO w-dl-cur-cost
                   MOVE w-rs-cost(2)     TO w-dl-sim-cost
                   MOVE w-rs-flag(1)     TO w-dl-cur-flag
                   MOVE w-rs-flag(2)     TO w-dl-sim-flag
                   WRITE sim-line FROM w-detail-line
                   ADD 1 TO w-sim-written
                   PERFORM 3000-ADD-TOTALS
               END-IF
           END-PERFORM
           CLOSE SIM-WORK
      *    DEPOT TOTALS, THEN VEHICLE TOTALS, THEN THE WHOLE RANGE
           MOVE 1 TO w-index
           PERFORM UNTIL w-index > w-dt-count
               MOVE 'DEPOT'                TO w-tl-label
               MOVE w-dtot-routes(w-index) TO w-tl-routes
               MOVE w-dtot-id(w-index)     TO w-tl-id
               MOVE w-dtot-net(w-index, 1)    TO w-tl-cur-net
               MOVE w-dtot-net(w-index, 2)    TO w-tl-sim-net
               MOVE w-dtot-blocks(w-index, 1) TO w-tl-cur-blocks
               MOVE w-dtot-blocks(w-index, 2) TO w-tl-sim-blocks
               MOVE w-dtot-viol(w-index, 1)   TO w-tl-cur-viol
               MOVE w-dtot-viol(w-index, 2)   TO w-tl-sim-viol
               MOVE w-dtot-cost(w-index, 1)   TO w-tl-cur-cost
               MOVE w-dtot-cost(w-index, 2)   TO w-tl-sim-cost
               WRITE sim-line FROM w-total-line
               ADD 1 TO w-sim-written
               ADD 1 TO w-index
           END-PERFORM
           MOVE 1 TO w-index
           PERFORM UNTIL w-index > w-vt-count
               MOVE 'VEHICLE'              TO w-tl-label
               MOVE w-vtot-routes(w-index) TO w-tl-routes
               MOVE w-vtot-id(w-index)     TO w-tl-id
               MOVE w-vtot-net(w-index, 1)    TO w-tl-cur-net
               MOVE w-vtot-net(w-index, 2)    TO w-tl-sim-net
               MOVE w-vtot-blocks(w-index, 1) TO w-tl-cur-blocks
               MOVE w-vtot-blocks(w-index, 2) TO w-tl-sim-blocks
               MOVE w-vtot-viol(w-index, 1)   TO w-tl-cur-viol
               MOVE w-vtot-viol(w-index, 2)   TO w-tl-sim-viol
               MOVE w-vtot-cost(w-index, 1)   TO w-tl-cur-cost
               MOVE w-vtot-cost(w-index, 2)   TO w-tl-sim-cost
               WRITE sim-line FROM w-total-line
               ADD 1 TO w-sim-written
               ADD 1 TO w-index
           END-PERFORM
           MOVE 'TOTAL'          TO w-tl-label
           MOVE w-gtot-routes    TO w-tl-routes
           MOVE SPACES           TO w-tl-id
           MOVE w-gtot-net(1)    TO w-tl-cur-net
           MOVE w-gtot-net(2)    TO w-tl-sim-net
           MOVE w-gtot-blocks(1) TO w-tl-cur-blocks
           MOVE w-gtot-blocks(2) TO w-tl-sim-blocks
           MOVE w-gtot-viol(1)   TO w-tl-cur-viol
           MOVE w-gtot-viol(2)   TO w-tl-sim-viol
           MOVE w-gtot-cost(1)   TO w-tl-cur-cost
           MOVE w-gtot-cost(2)   TO w-tl-sim-cost
           WRITE sim-line FROM w-total-line
           ADD 1 TO w-sim-written
           CLOSE SIM-OUT
      *    LOG THE COUNTS AND THE CLEAN COMPLETION OF THE RUN
           ACCEPT w-stamp-date FROM DATE YYYYMMDD
           ACCEPT w-stamp-time FROM TIME
           MOVE w-stamp-date TO run-date
           MOVE w-stamp-time TO run-time
           MOVE 'COUNT'      TO run-phase
           MOVE 'ROUTARCH'   TO run-file-id
           MOVE w-rarch-read TO run-count
           WRITE runctl-line
           MOVE 'RESUBARCH'  TO run-file-id
           MOVE w-sarch-read TO run-count
           WRITE runctl-line
           MOVE 'SIMROUTES'  TO run-file-id
           MOVE w-sim-routes TO run-count
           WRITE runctl-line
           MOVE 'SIMRPT'     TO run-file-id
           MOVE w-sim-written TO run-count
           WRITE runctl-line
           MOVE 'END'        TO run-phase
           MOVE SPACES       TO run-file-id
           MOVE 0            TO run-count
           MOVE 'OK'         TO run-status
           WRITE runctl-line
           CLOSE RUNCTL-FILE
           STOP RUN.

      *    LOAD ONE SIDE'S ACTIVE DEPOT MASTER FROM THE FILE NAMED IN
      *    w-depot-name
       1000-LOAD-DEPOTS.
           MOVE 0 TO w-dep-count(w-side)
           MOVE 'N' TO w-in-eof
           OPEN INPUT DEPOT-FILE
           IF w-dep-status = '00'
               READ DEPOT-FILE
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF OR w-dep-count(w-side) >= 500
                   IF NOT DEPOT-RETIRED
                       ADD 1 TO w-dep-count(w-side)
                       MOVE w-dep-count(w-side) TO w-index
                       MOVE dp-depot-id TO w-dep-id(w-side, w-index)
                       MOVE dp-start-x  TO w-dep-x(w-side, w-index)
                       MOVE dp-start-y  TO w-dep-y(w-side, w-index)
                       MOVE dp-facing   TO w-dep-f(w-side, w-index)
                   END-IF
                   READ DEPOT-FILE
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               IF NOT IN-EOF
                   DISPLAY 'DEPOT TABLE FULL -- RAISE THE TABLE '
                       'LIMIT AND RERUN'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE DEPOT-FILE
               MOVE '00' TO w-dep-status
           END-IF.

      *    LOAD ONE SIDE'S ACTIVE ZONE BOUNDARIES FROM THE FILE NAMED
      *    IN w-zone-name
       1100-LOAD-ZONES.
           MOVE 0 TO w-zn-count(w-side)
           MOVE 'N' TO w-in-eof
           OPEN INPUT ZONE-FILE
           IF w-zone-status = '00'
               READ ZONE-FILE
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF OR w-zn-count(w-side) >= 50
                   IF NOT ZONE-RETIRED
                       ADD 1 TO w-zn-count(w-side)
                       MOVE w-zn-count(w-side) TO w-index
                       MOVE zm-zone-id TO w-zn-zone-id(w-side, w-index)
                       MOVE zm-min-x   TO w-zn-min-x(w-side, w-index)
                       MOVE zm-max-x   TO w-zn-max-x(w-side, w-index)
                       MOVE zm-min-y   TO w-zn-min-y(w-side, w-index)
                       MOVE zm-max-y   TO w-zn-max-y(w-side, w-index)
                   END-IF
                   READ ZONE-FILE
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               IF NOT IN-EOF
                   DISPLAY 'ZONE TABLE FULL -- RAISE THE TABLE '
                       'LIMIT AND RERUN'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE ZONE-FILE
               MOVE '00' TO w-zone-status
           END-IF.

      *    FILE ONE ROUTE IN THE WORK FILE -- A ROUTE ALREADY THERE FOR
      *    THE SAME RUN DATE IS REPLACED BY THE LATER COPY
       1200-FILE-ROUTE.
           MOVE w-route-id TO sw-route-id
           MOVE w-run-date TO sw-run-date
           READ SIM-WORK
               INVALID KEY
                   MOVE w-route-id   TO sw-route-id
                   MOVE w-run-date   TO sw-run-date
                   MOVE w-vehicle-id TO sw-vehicle-id
                   MOVE w-depot-id   TO sw-depot-id
                   MOVE w-line       TO sw-letters
                   WRITE sw-record
               NOT INVALID KEY
                   MOVE w-vehicle-id TO sw-vehicle-id
                   MOVE w-depot-id   TO sw-depot-id
                   MOVE w-line       TO sw-letters
                   REWRITE sw-record
           END-READ.

      *    WALK THE ROUTE THE WAY DAY-1 DOES FROM THE DEPOT ON w-side'S
      *    MASTER, COUNTING BLOCKS OUTSIDE THE VEHICLE'S ZONE ON THAT
      *    SIDE'S ZONE MASTER.  THE RETURN LEG TO THE DEPOT IS PRICED
      *    WITH THE ROUTE, SINCE THE DEPOT DECIDES HOW FAR IT IS HOME
       2000-WALK-ROUTE.
           MOVE 0    TO w-rs-net(w-side)
           MOVE 0    TO w-rs-blocks(w-side)
           MOVE 0    TO w-rs-viol(w-side)
           MOVE 0    TO w-rs-cost(w-side)
           MOVE 'OK' TO w-rs-flag(w-side)
      *    A BLANK DEPOT IS THE CLASSIC HQ START AT (0,0) FACING NORTH
           MOVE 0 TO w-depot-x
           MOVE 0 TO w-depot-y
           MOVE 0 TO w-facing
           IF w-depot-id NOT = SPACES
               MOVE 'N' TO w-found
               MOVE 1 TO w-index
               PERFORM UNTIL w-index > w-dep-count(w-side) OR FOUND
                   IF w-dep-id(w-side, w-index) = w-depot-id
                       SET FOUND TO TRUE
                       MOVE w-dep-x(w-side, w-index) TO w-depot-x
                       MOVE w-dep-y(w-side, w-index) TO w-depot-y
                       MOVE w-dep-f(w-side, w-index) TO w-facing
                   ELSE
                       ADD 1 TO w-index
                   END-IF
               END-PERFORM
               IF NOT FOUND
                   MOVE 'DEP-NF' TO w-rs-flag(w-side)
               END-IF
           END-IF
      *    DAY-1 SENDS A ROUTE FROM AN UNKNOWN DEPOT TO ITS ERROR FILE,
      *    SO UNDER THAT SIDE THE ROUTE DRIVES NOTHING AT ALL
           IF w-rs-flag(w-side) = 'OK'
               MOVE 0 TO w-cur-zone
               IF w-zone-id NOT = SPACES
                   MOVE 'N' TO w-found
                   MOVE 1 TO w-index
                   PERFORM UNTIL w-index > w-zn-count(w-side) OR FOUND
                       IF w-zn-zone-id(w-side, w-index) = w-zone-id
                           SET FOUND TO TRUE
                           MOVE w-index TO w-cur-zone
                       ELSE
                           ADD 1 TO w-index
                       END-IF
                   END-PERFORM
                   IF NOT FOUND
                       MOVE 'ZON-NF' TO w-rs-flag(w-side)
                   END-IF
               END-IF
               MOVE sw-letters TO w-line
               MOVE w-depot-x TO w-x
               MOVE w-depot-y TO w-y
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
                               PERFORM 2100-STEP-BLOCK
                               ADD 1 TO w-iterator
                           END-PERFORM
                           MOVE 0 TO w-amount
                   END-EVALUATE
                   ADD 1 TO w-counter
               END-PERFORM
      *        NET DISTANCE IS MEASURED FROM THE ROUTE'S OWN DEPOT, AND
      *        THE DEADHEAD LEG HOME IS THE SAME DISTANCE BACK
               COMPUTE w-rs-net(w-side) =
                   FUNCTION ABS(w-x - w-depot-x) +
                   FUNCTION ABS(w-y - w-depot-y)
               ADD w-rs-net(w-side) TO w-rs-blocks(w-side)
               COMPUTE w-rs-cost(w-side) ROUNDED =
                   w-rs-blocks(w-side) * w-rate
               IF w-rate = 0 AND w-rs-flag(w-side) = 'OK'
                   MOVE 'NORATE' TO w-rs-flag(w-side)
               END-IF
           END-IF.

      *    ONE BLOCK IN THE DIRECTION FACED, CHECKED AGAINST THE ZONE
       2100-STEP-BLOCK.
           EVALUATE w-facing
      *        NORTH
               WHEN 0
                   COMPUTE w-y = w-y + 1
      *        EAST
               WHEN 1
                   COMPUTE w-x = w-x + 1
      *        SOUTH
               WHEN 2
                   COMPUTE w-y = w-y - 1
      *        WEST
               WHEN 3
                   COMPUTE w-x = w-x - 1
           END-EVALUATE
           ADD 1 TO w-rs-blocks(w-side)
           IF w-cur-zone > 0
               IF w-x < w-zn-min-x(w-side, w-cur-zone)
                  OR w-x > w-zn-max-x(w-side, w-cur-zone)
                  OR w-y < w-zn-min-y(w-side, w-cur-zone)
                  OR w-y > w-zn-max-y(w-side, w-cur-zone)
                   ADD 1 TO w-rs-viol(w-side)
               END-IF
           END-IF.

      *    ROLL THE ROUTE INTO ITS DEPOT'S AND ITS VEHICLE'S TOTALS AND
      *    THE RUN TOTAL
       3000-ADD-TOTALS.
           MOVE 'N' TO w-found
           MOVE 1 TO w-index
           PERFORM UNTIL w-index > w-dt-count OR FOUND
               IF w-dtot-id(w-index) = w-depot-id
                   SET FOUND TO TRUE
               ELSE
                   ADD 1 TO w-index
               END-IF
           END-PERFORM
           IF NOT FOUND
               IF w-dt-count >= 500
                   DISPLAY 'DEPOT TOTAL TABLE FULL -- RAISE THE TABLE '
                       'LIMIT AND RERUN'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO w-dt-count
               MOVE w-dt-count TO w-index
               MOVE w-depot-id TO w-dtot-id(w-index)
               MOVE 0 TO w-dtot-routes(w-index)
               MOVE 1 TO w-side
               PERFORM 2 TIMES
                   MOVE 0 TO w-dtot-net(w-index, w-side)
                   MOVE 0 TO w-dtot-blocks(w-index, w-side)
                   MOVE 0 TO w-dtot-viol(w-index, w-side)
                   MOVE 0 TO w-dtot-cost(w-index, w-side)
                   ADD 1 TO w-side
               END-PERFORM
           END-IF
           ADD 1 TO w-dtot-routes(w-index)
           MOVE 1 TO w-side
           PERFORM 2 TIMES
               ADD w-rs-net(w-side)    TO w-dtot-net(w-index, w-side)
               ADD w-rs-blocks(w-side)
                   TO w-dtot-blocks(w-index, w-side)
               ADD w-rs-viol(w-side)   TO w-dtot-viol(w-index, w-side)
               ADD w-rs-cost(w-side)   TO w-dtot-cost(w-index, w-side)
               ADD 1 TO w-side
           END-PERFORM
           MOVE 'N' TO w-found
           MOVE 1 TO w-index
           PERFORM UNTIL w-index > w-vt-count OR FOUND
               IF w-vtot-id(w-index) = w-vehicle-id
                   SET FOUND TO TRUE
               ELSE
                   ADD 1 TO w-index
               END-IF
           END-PERFORM
           IF NOT FOUND
               IF w-vt-count >= 500
                   DISPLAY 'VEHICLE TOTAL TABLE FULL -- RAISE THE '
                       'TABLE LIMIT AND RERUN'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO w-vt-count
               MOVE w-vt-count TO w-index
               MOVE w-vehicle-id TO w-vtot-id(w-index)
               MOVE 0 TO w-vtot-routes(w-index)
               MOVE 1 TO w-side
               PERFORM 2 TIMES
                   MOVE 0 TO w-vtot-net(w-index, w-side)
                   MOVE 0 TO w-vtot-blocks(w-index, w-side)
                   MOVE 0 TO w-vtot-viol(w-index, w-side)
                   MOVE 0 TO w-vtot-cost(w-index, w-side)
                   ADD 1 TO w-side
               END-PERFORM
           END-IF
           ADD 1 TO w-vtot-routes(w-index)
           ADD 1 TO w-gtot-routes
           MOVE 1 TO w-side
           PERFORM 2 TIMES
               ADD w-rs-net(w-side)    TO w-vtot-net(w-index, w-side)
               ADD w-rs-blocks(w-side)
                   TO w-vtot-blocks(w-index, w-side)
               ADD w-rs-viol(w-side)   TO w-vtot-viol(w-index, w-side)
               ADD w-rs-cost(w-side)   TO w-vtot-cost(w-index, w-side)
               ADD w-rs-net(w-side)    TO w-gtot-net(w-side)
               ADD w-rs-blocks(w-side) TO w-gtot-blocks(w-side)
               ADD w-rs-viol(w-side)   TO w-gtot-viol(w-side)
               ADD w-rs-cost(w-side)   TO w-gtot-cost(w-side)
               ADD 1 TO w-side
           END-PERFORM.
