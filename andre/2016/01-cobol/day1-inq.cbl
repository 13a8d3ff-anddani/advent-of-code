       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-1-INQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    EVERY FILE IS OPENED INPUT ONLY -- THE INQUIRY CAN NEVER
      *    CHANGE WHAT IT SHOWS
       SELECT VALID-IN ASSIGN TO "ROUTES.VAL"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-valid-status.
       SELECT REJECT-IN ASSIGN TO "ROUTEREJ.OUT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-rej-status.
       SELECT RESULT-FILE ASSIGN TO "DAYRSLT.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS dr-key
           FILE STATUS IS w-rslt-status.
       SELECT HISTORY-FILE ASSIGN TO "ROUTHIST.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS rh-key
           FILE STATUS IS w-hist-status.
       SELECT EFF-IN ASSIGN TO "DAY12EFF.OUT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-eff-status.
       SELECT PATH-IN ASSIGN TO "DAY1PATH.OUT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-path-status.
       SELECT ZONE-IN ASSIGN TO "ZONERPT.OUT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-zone-status.
       SELECT DEVN-IN ASSIGN TO "DEVRPT.OUT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-devn-status.
       SELECT COST-IN ASSIGN TO "COSTDTL.OUT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-cost-status.
       SELECT DEADHEAD-IN ASSIGN TO "DEADHEAD.OUT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-dead-status.
       SELECT RESUB-IN ASSIGN TO "RESUBARCH.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-resub-status.

       DATA DIVISION.
       FILE SECTION.
       FD VALID-IN.
       COPY ROUTEHDR.
       FD REJECT-IN.
       COPY REJREC.
       FD RESULT-FILE.
       COPY RSLTREC.
       FD HISTORY-FILE.
       COPY HISTREC.
       FD EFF-IN.
       COPY EFFREC.
       FD PATH-IN.
       COPY PATHREC.
       FD ZONE-IN.
       COPY ZRPTREC.
       FD DEVN-IN.
       COPY DEVREC.
       FD COST-IN.
       COPY COSTREC.
      *    DAY-1-DEAD WRITES ITS REPORT FROM WORKING-STORAGE, SO THE
      *    LINE IS LAID OUT HERE BY POSITION.  ITS HEADING AND VEHICLE
      *    TOTAL LINES NEVER CARRY A ROUTE ID IN THE FIRST COLUMN
       FD DEADHEAD-IN.
       01 deadhead-line.
           02 dh-route-id   PIC X(10).
           02 FILLER        PIC X(2).
           02 dh-run-date   PIC X(8).
           02 FILLER        PIC X(2).
           02 dh-vehicle-id PIC X(10).
           02 FILLER        PIC X(2).
           02 dh-depot-id   PIC X(10).
           02 FILLER        PIC X(2).
           02 dh-blocks     PIC X(8).
           02 FILLER        PIC X(2).
           02 dh-deadhead   PIC X(8).
           02 FILLER        PIC X(2).
           02 dh-roundtrip  PIC X(8).
           02 FILLER        PIC X(2).
           02 dh-flag       PIC X(6).
           02 FILLER        PIC X(6).
       FD RESUB-IN.
       COPY ROUTEHDR REPLACING ==ln==             BY ==resub-line==
                               ==rt-route-id==    BY ==ra-route-id==
                               ==rt-run-date==    BY ==ra-run-date==
                               ==rt-vehicle-id==  BY ==ra-vehicle-id==
                               ==rt-depot-id==    BY ==ra-depot-id==
                               ==letters==        BY ==ra-letters==
                               ==EOF==            BY ==RESUB-EOF==
                               ==rt-start-time==  BY ==ra-start-time==
                               ==rt-end-time==    BY ==ra-end-time==.
       WORKING-STORAGE SECTION.
       01 w-flags.
           05 w-valid-status PIC XX.
           05 w-rej-status   PIC XX.
           05 w-rslt-status  PIC XX.
           05 w-hist-status  PIC XX.
           05 w-eff-status   PIC XX.
           05 w-path-status  PIC XX.
           05 w-zone-status  PIC XX.
           05 w-devn-status  PIC XX.
           05 w-cost-status  PIC XX.
           05 w-dead-status  PIC XX.
           05 w-resub-status PIC XX.
           05 w-in-eof PIC X VALUE 'N'.
               88 IN-EOF VALUE 'Y'.
           05 w-found PIC X.
               88 FOUND VALUE 'Y'.
       01 w-work.
           05 w-route-id    PIC X(10).
           05 w-run-date    PIC X(8).
           05 w-runs-text   PIC X(2).
           05 w-runs        PIC 9(2).
           05 w-count       PIC 9(6).
           05 w-index       PIC 9(4).
           05 w-pos         PIC 9(4).
           05 w-rem         PIC 9(4).
           05 w-hs-total    PIC 9(6).
           05 w-hs-shown    PIC 9(4).
           05 w-last-x      PIC S9(5).
           05 w-last-y      PIC S9(5).
           05 w-edit-x      PIC -ZZZZ9.
           05 w-edit-y      PIC -ZZZZ9.
           05 w-edit-n      PIC ZZZZZ9.
      *    THE ROUTE'S RUNS ON THE HISTORY MASTER, KEPT AS A RING SO
      *    ONLY THE LATEST w-runs SURVIVE THE SWEEP
       01 w-hist-table.
           05 w-hs-entry OCCURS 20 TIMES.
               10 w-hs-run-date   PIC X(8).
               10 w-hs-vehicle-id PIC X(10).
               10 w-hs-result     PIC 9(5).
               10 w-hs-final-x    PIC S9(5).
               10 w-hs-final-y    PIC S9(5).
               10 w-hs-blocks     PIC 9(6).
       PROCEDURE DIVISION.
           DISPLAY 'ENTER ROUTE ID: '
           ACCEPT w-route-id
           IF w-route-id = SPACES
               DISPLAY 'ROUTE ID REQUIRED -- NOTHING TO SHOW'
               STOP RUN
           END-IF
           DISPLAY 'ENTER RUN DATE YYYYMMDD (BLANK FOR LATEST): '
           ACCEPT w-run-date
           DISPLAY 'ENTER NUMBER OF PAST RUNS TO SHOW (1-20, BLANK '
               'FOR 5): '
           ACCEPT w-runs-text
           IF w-runs-text = SPACES
               MOVE 5 TO w-runs
           ELSE
               MOVE FUNCTION NUMVAL(w-runs-text) TO w-runs
           END-IF
           IF w-runs < 1 OR w-runs > 20
               DISPLAY 'RUN COUNT OUT OF RANGE -- SHOWING 5'
               MOVE 5 TO w-runs
           END-IF
           OPEN INPUT RESULT-FILE
           OPEN INPUT HISTORY-FILE
           IF w-run-date = SPACES
               PERFORM 0500-FIND-LATEST
               IF w-run-date = SPACES
                   DISPLAY 'ROUTE ' w-route-id
                       ' HAS NO RESULTS OR HISTORY ON FILE'
               END-IF
           END-IF
           DISPLAY ' '
           DISPLAY '===== ROUTE ' w-route-id '  RUN DATE ' w-run-date
               ' ====='
           PERFORM 1000-SHOW-HEADER
           PERFORM 2000-SHOW-RESULTS
           PERFORM 2100-SHOW-EFFICIENCY
           PERFORM 3000-SHOW-PATH
           PERFORM 3100-SHOW-ZONES
           PERFORM 3200-SHOW-DEVIATION
           PERFORM 4000-SHOW-COST
           PERFORM 4100-SHOW-DEADHEAD
           PERFORM 5000-SHOW-RESUBMITS
           PERFORM 6000-SHOW-HISTORY
           IF w-rslt-status NOT = '35'
               CLOSE RESULT-FILE
           END-IF
           IF w-hist-status NOT = '35'
               CLOSE HISTORY-FILE
           END-IF
           DISPLAY '===== END OF INQUIRY ====='
           STOP RUN.

      *    NO DATE GIVEN -- TAKE THE ROUTE'S LATEST RUN ON THE RESULTS
      *    MASTER, OR FAILING THAT ON THE HISTORY MASTER
       0500-FIND-LATEST.
           IF w-rslt-status = '00'
               MOVE w-route-id TO dr-route-id
               MOVE LOW-VALUES TO dr-run-date
               START RESULT-FILE KEY NOT < dr-key
                   INVALID KEY MOVE '23' TO w-rslt-status
               END-START
               PERFORM UNTIL w-rslt-status NOT = '00'
                   READ RESULT-FILE NEXT
                       AT END MOVE '10' TO w-rslt-status
                   END-READ
                   IF w-rslt-status = '00'
                       IF dr-route-id = w-route-id
                           MOVE dr-run-date TO w-run-date
                       ELSE
                           MOVE '10' TO w-rslt-status
                       END-IF
                   END-IF
               END-PERFORM
               MOVE '00' TO w-rslt-status
           END-IF
           IF w-run-date = SPACES AND w-hist-status = '00'
               MOVE w-route-id TO rh-route-id
               MOVE LOW-VALUES TO rh-run-date
               START HISTORY-FILE KEY NOT < rh-key
                   INVALID KEY MOVE '23' TO w-hist-status
               END-START
               PERFORM UNTIL w-hist-status NOT = '00'
                   READ HISTORY-FILE NEXT
                       AT END MOVE '10' TO w-hist-status
                   END-READ
                   IF w-hist-status = '00'
                       IF rh-route-id = w-route-id
                           MOVE rh-run-date TO w-run-date
                       ELSE
                           MOVE '10' TO w-hist-status
                       END-IF
                   END-IF
               END-PERFORM
               MOVE '00' TO w-hist-status
           END-IF.

      *    THE ROUTE AS DISPATCHED -- ON TONIGHT'S EDITED INPUT, OR ON
      *    THE REJECT FILE WITH THE REASON IT IS BEING HELD
       1000-SHOW-HEADER.
           DISPLAY '--- ROUTE HEADER'
           MOVE 'N' TO w-found
           MOVE 'N' TO w-in-eof
           OPEN INPUT VALID-IN
           IF w-valid-status = '00'
               READ VALID-IN
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF
                   IF rt-route-id = w-route-id
                      AND rt-run-date = w-run-date
                       SET FOUND TO TRUE
                       DISPLAY '    VEHICLE ' rt-vehicle-id
                           '  DEPOT ' rt-depot-id
                           '  TIMES ' rt-start-time '-' rt-end-time
                       DISPLAY '    INSTRUCTIONS ' letters(1:60)
                   END-IF
                   READ VALID-IN
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VALID-IN
           END-IF
           MOVE 'N' TO w-in-eof
           OPEN INPUT REJECT-IN
           IF w-rej-status = '00'
               READ REJECT-IN
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF
                   IF rj-route-id = w-route-id
                      AND rj-run-date = w-run-date
                       SET FOUND TO TRUE
                       DISPLAY '    REJECTED ' rj-reason-code
                           '  VEHICLE ' rj-vehicle-id
                           '  DEPOT ' rj-depot-id
                           '  TIMES ' rj-start-time '-' rj-end-time
                       DISPLAY '    INSTRUCTIONS ' rj-letters(1:60)
                   END-IF
                   READ REJECT-IN
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REJECT-IN
           END-IF
           IF NOT FOUND
               DISPLAY '    NOT ON ROUTES.VAL OR ROUTEREJ.OUT'
           END-IF.

      *    BOTH LEGS' RESULTS, FINAL POSITION AND BLOCKS
       2000-SHOW-RESULTS.
           DISPLAY '--- RESULTS'
           IF w-rslt-status NOT = '00'
               DISPLAY '    RESULTS MASTER NOT AVAILABLE'
           ELSE
               MOVE w-route-id TO dr-route-id
               MOVE w-run-date TO dr-run-date
               READ RESULT-FILE
                   INVALID KEY
                       DISPLAY '    NO RESULT ON FILE'
                   NOT INVALID KEY
                       IF dr-d1-flag = 'Y'
                           DISPLAY '    DAY-1   RESULT ' dr-d1-result
                       ELSE
                           DISPLAY '    DAY-1   RESULT NOT POSTED'
                       END-IF
                       IF dr-d12-flag = 'Y'
                           DISPLAY '    DAY-1-2 RESULT ' dr-d12-result
                       ELSE
                           DISPLAY '    DAY-1-2 RESULT NOT POSTED'
                       END-IF
                       MOVE dr-final-x TO w-edit-x
                       MOVE dr-final-y TO w-edit-y
                       MOVE dr-total-blocks TO w-edit-n
                       DISPLAY '    VEHICLE ' dr-vehicle-id
                           '  FINAL POSITION (' w-edit-x ','
                           w-edit-y ')  TOTAL BLOCKS ' w-edit-n
               END-READ
               MOVE '00' TO w-rslt-status
           END-IF.

       2100-SHOW-EFFICIENCY.
           DISPLAY '--- EFFICIENCY'
           MOVE 'N' TO w-found
           MOVE 'N' TO w-in-eof
           OPEN INPUT EFF-IN
           IF w-eff-status = '00'
               READ EFF-IN
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF
                   IF ef-route-id = w-route-id
                      AND ef-run-date = w-run-date
                       SET FOUND TO TRUE
                       DISPLAY '    TURNS ' ef-turns
                           '  REVISITS ' ef-revisits
                           '  MAX EXCURSION ' ef-max-excursion
                           '  NET/TOTAL ' ef-ratio
                   END-IF
                   READ EFF-IN
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EFF-IN
           END-IF
           IF NOT FOUND
               DISPLAY '    NONE ON DAY12EFF.OUT'
           END-IF.

      *    THE BLOCK-BY-BLOCK PATH IS TOO LONG FOR ONE SCREEN, SO ONLY
      *    ITS LENGTH AND WHERE IT ENDED ARE SHOWN
       3000-SHOW-PATH.
           DISPLAY '--- DAY-1 PATH'
           MOVE 0 TO w-count
           MOVE 'N' TO w-in-eof
           OPEN INPUT PATH-IN
           IF w-path-status = '00'
               READ PATH-IN
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF
                   IF pl-route-id = w-route-id
                      AND pl-run-date = w-run-date
                       ADD 1 TO w-count
                       MOVE pl-x TO w-last-x
                       MOVE pl-y TO w-last-y
                   END-IF
                   READ PATH-IN
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PATH-IN
           END-IF
           IF w-count = 0
               DISPLAY '    NONE ON DAY1PATH.OUT'
           ELSE
               MOVE w-count  TO w-edit-n
               MOVE w-last-x TO w-edit-x
               MOVE w-last-y TO w-edit-y
               DISPLAY '    ' w-edit-n ' BLOCKS, LAST POINT ('
                   w-edit-x ',' w-edit-y ')'
           END-IF.

      *    ONE LINE PER ZONE REPORT LINE, UP TO TEN, THEN A COUNT
       3100-SHOW-ZONES.
           DISPLAY '--- ZONE VIOLATIONS'
           MOVE 0 TO w-count
           MOVE 'N' TO w-in-eof
           OPEN INPUT ZONE-IN
           IF w-zone-status = '00'
               READ ZONE-IN
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF
                   IF zr-route-id = w-route-id
                      AND zr-run-date = w-run-date
                       ADD 1 TO w-count
                       IF w-count <= 10
                           MOVE zr-x TO w-edit-x
                           MOVE zr-y TO w-edit-y
                           DISPLAY '    ZONE ' zr-zone-id
                               '  AT (' w-edit-x ',' w-edit-y
                               ')  STEP ' zr-step
                       END-IF
                   END-IF
                   READ ZONE-IN
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ZONE-IN
           END-IF
           IF w-count = 0
               DISPLAY '    NONE'
           ELSE
               MOVE w-count TO w-edit-n
               DISPLAY '    ' w-edit-n ' BLOCKS OUTSIDE ZONE IN ALL'
           END-IF.

       3200-SHOW-DEVIATION.
           DISPLAY '--- PLAN DEVIATION'
           MOVE 'N' TO w-found
           MOVE 'N' TO w-in-eof
           OPEN INPUT DEVN-IN
           IF w-devn-status = '00'
               READ DEVN-IN
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF
                   IF dv-route-id = w-route-id
                      AND dv-run-date = w-run-date
                       SET FOUND TO TRUE
                       IF dv-flag = 'STOP'
                           MOVE dv-x TO w-edit-x
                           MOVE dv-y TO w-edit-y
                           DISPLAY '      MISSED STOP ' dv-step
                               ' AT (' w-edit-x ',' w-edit-y ')'
                       ELSE
                           DISPLAY '    ' dv-flag
                               '  PLAN OF ' dv-plan-date
                               '  OFF-PLAN BLOCKS ' dv-off-blocks
                               '  STOPS MISSED ' dv-missed
                               ' OF ' dv-stops
                               '  END VARIANCE ' dv-variance
                       END-IF
                   END-IF
                   READ DEVN-IN
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DEVN-IN
           END-IF
           IF NOT FOUND
               DISPLAY '    NONE ON DEVRPT.OUT'
           END-IF.

       4000-SHOW-COST.
           DISPLAY '--- COST'
           MOVE 'N' TO w-found
           MOVE 'N' TO w-in-eof
           OPEN INPUT COST-IN
           IF w-cost-status = '00'
               READ COST-IN
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF
                   IF cd-route-id = w-route-id
                      AND cd-run-date = w-run-date
                       SET FOUND TO TRUE
                       DISPLAY '    CLASS ' cd-class
                           '  RATE ' cd-rate
                           '  BASE ' cd-base-cost
                           '  SURCHARGE ' cd-surcharge
                           '  TOTAL ' cd-total-cost
                           '  ' cd-flag
                   END-IF
                   READ COST-IN
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE COST-IN
           END-IF
           IF NOT FOUND
               DISPLAY '    NONE ON COSTDTL.OUT'
           END-IF.

       4100-SHOW-DEADHEAD.
           DISPLAY '--- DEADHEAD'
           MOVE 'N' TO w-found
           MOVE 'N' TO w-in-eof
           OPEN INPUT DEADHEAD-IN
           IF w-dead-status = '00'
               READ DEADHEAD-IN
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF
                   IF dh-route-id = w-route-id
                      AND dh-run-date = w-run-date
                       SET FOUND TO TRUE
                       DISPLAY '    DEPOT ' dh-depot-id
                           '  DEADHEAD ' dh-deadhead
                           '  ROUND TRIP ' dh-roundtrip
                           '  ' dh-flag
                   END-IF
                   READ DEADHEAD-IN
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DEADHEAD-IN
           END-IF
           IF NOT FOUND
               DISPLAY '    NONE ON DEADHEAD.OUT'
           END-IF.

      *    EVERY RESUBMISSION OF THE ROUTE FOR THE DATE, OLDEST FIRST
       5000-SHOW-RESUBMITS.
           DISPLAY '--- RESUBMISSIONS'
           MOVE 0 TO w-count
           MOVE 'N' TO w-in-eof
           OPEN INPUT RESUB-IN
           IF w-resub-status = '00'
               READ RESUB-IN
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF
                   IF ra-route-id = w-route-id
                      AND ra-run-date = w-run-date
                       ADD 1 TO w-count
                       DISPLAY '    VEHICLE ' ra-vehicle-id
                           '  DEPOT ' ra-depot-id
                           '  INSTRUCTIONS ' ra-letters(1:40)
                   END-IF
                   READ RESUB-IN
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RESUB-IN
           END-IF
           IF w-count = 0
               DISPLAY '    NONE'
           END-IF.

      *    THE LATEST RUNS ON THE HISTORY MASTER UP TO THE RUN DATE,
      *    NEWEST FIRST
       6000-SHOW-HISTORY.
           DISPLAY '--- LAST ' w-runs ' RUNS'
           MOVE 0 TO w-hs-total
           IF w-hist-status = '00'
               MOVE w-route-id TO rh-route-id
               MOVE LOW-VALUES TO rh-run-date
               START HISTORY-FILE KEY NOT < rh-key
                   INVALID KEY MOVE '23' TO w-hist-status
               END-START
               PERFORM UNTIL w-hist-status NOT = '00'
                   READ HISTORY-FILE NEXT
                       AT END MOVE '10' TO w-hist-status
                   END-READ
                   IF w-hist-status = '00'
                       IF rh-route-id NOT = w-route-id
                          OR rh-run-date > w-run-date
                           MOVE '10' TO w-hist-status
                       ELSE
                           DIVIDE w-hs-total BY w-runs
                               GIVING w-index REMAINDER w-rem
                           COMPUTE w-pos = w-rem + 1
                           MOVE rh-run-date   TO w-hs-run-date(w-pos)
                           MOVE rh-vehicle-id TO w-hs-vehicle-id(w-pos)
                           MOVE rh-result     TO w-hs-result(w-pos)
                           MOVE rh-final-x    TO w-hs-final-x(w-pos)
                           MOVE rh-final-y    TO w-hs-final-y(w-pos)
                           MOVE rh-total-blocks TO w-hs-blocks(w-pos)
                           ADD 1 TO w-hs-total
                       END-IF
                   END-IF
               END-PERFORM
               MOVE '00' TO w-hist-status
           END-IF
           IF w-hs-total = 0
               DISPLAY '    NONE ON ROUTHIST.DAT'
           ELSE
               MOVE 0 TO w-hs-shown
               PERFORM UNTIL w-hs-shown >= w-runs
                          OR w-hs-shown >= w-hs-total
                   COMPUTE w-index = w-hs-total - 1 - w-hs-shown
                   DIVIDE w-index BY w-runs
                       GIVING w-count REMAINDER w-rem
                   COMPUTE w-pos = w-rem + 1
                   MOVE w-hs-final-x(w-pos) TO w-edit-x
                   MOVE w-hs-final-y(w-pos) TO w-edit-y
                   MOVE w-hs-blocks(w-pos)  TO w-edit-n
                   DISPLAY '    ' w-hs-run-date(w-pos)
                       '  VEHICLE ' w-hs-vehicle-id(w-pos)
                       '  RESULT ' w-hs-result(w-pos)
                       '  FINAL (' w-edit-x ',' w-edit-y ')'
                       '  BLOCKS ' w-edit-n
                   ADD 1 TO w-hs-shown
               END-PERFORM
           END-IF.
