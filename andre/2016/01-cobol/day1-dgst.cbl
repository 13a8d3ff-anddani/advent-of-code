       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-1-DGST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REJECT-IN ASSIGN TO "ROUTEREJ.OUT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-rej-status.
       SELECT RECON-IN ASSIGN TO "RECON.OUT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-recon-status.
       SELECT ZONE-IN ASSIGN TO "ZONERPT.OUT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-zone-status.
       SELECT ODOM-IN ASSIGN TO "ODOMVAR.OUT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-odom-status.
       SELECT TREND-IN ASSIGN TO "TRENDRPT.OUT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-trend-status.
       SELECT XING-IN ASSIGN TO "XINGRPT.OUT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-xing-status.
       SELECT COST-IN ASSIGN TO "COSTDTL.OUT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-cost-status.
       SELECT DEVN-IN ASSIGN TO "DEVRPT.OUT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-devn-status.
       SELECT DIGEST-WORK ASSIGN TO "DGSTWORK.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS dw-key
           FILE STATUS IS w-work-status.
       SELECT DIGEST-OUT ASSIGN TO "DIGEST.OUT"
           ORGANIZATION LINE SEQUENTIAL.
       SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.

       DATA DIVISION.
       FILE SECTION.
       FD REJECT-IN.
       COPY REJREC.
       FD RECON-IN.
       COPY RECREC.
       FD ZONE-IN.
       COPY ZRPTREC.
      *    DAY-1-ODOM WRITES ITS REPORT FROM WORKING-STORAGE, SO THE
      *    LINE IS LAID OUT HERE BY POSITION.  ITS HEADING LINE CARRIES
      *    'FLAG' IN THE FLAG COLUMN AND SO NEVER MATCHES AN EXCEPTION
       FD ODOM-IN.
       01 odom-line.
           02 ov-vehicle-id PIC X(10).
           02 FILLER        PIC X(2).
           02 ov-run-date   PIC X(8).
           02 FILLER        PIC X(36).
           02 ov-variance   PIC X(10).
           02 FILLER        PIC X(2).
           02 ov-flag       PIC X(8).
           02 FILLER        PIC X(14).
       FD TREND-IN.
       COPY TRNDREC.
       FD XING-IN.
       COPY XINGREC.
       FD COST-IN.
       COPY COSTREC.
       FD DEVN-IN.
       COPY DEVREC.
      *    ONE RECORD PER EXCEPTION, KEYED SO A SWEEP RETURNS THEM BY
      *    VEHICLE, THEN ROUTE AND RUN DATE, WORST FIRST.  THE
      *    SEQUENCE NUMBER KEEPS TWO ALIKE EXCEPTIONS APART
       FD DIGEST-WORK.
       01 dw-record.
           02 dw-key.
               03 dw-vehicle-id PIC X(10).
               03 dw-route-id   PIC X(10).
               03 dw-run-date   PIC X(8).
               03 dw-rank       PIC 9(1).
               03 dw-seq        PIC 9(7).
           02 dw-severity PIC X(4).
           02 dw-source   PIC X(8).
           02 dw-type     PIC X(8).
           02 dw-detail   PIC X(50).
       FD DIGEST-OUT.
       01 digest-line PIC X(110).
       FD RUNCTL-FILE.
       COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01 w-flags.
           05 w-rej-status    PIC XX.
           05 w-recon-status  PIC XX.
           05 w-zone-status   PIC XX.
           05 w-odom-status   PIC XX.
           05 w-trend-status  PIC XX.
           05 w-xing-status   PIC XX.
           05 w-cost-status   PIC XX.
           05 w-devn-status   PIC XX.
           05 w-work-status   PIC XX.
           05 w-runctl-status PIC XX.
           05 w-in-eof PIC X VALUE 'N'.
               88 IN-EOF VALUE 'Y'.
           05 w-type-found PIC X.
               88 TYPE-FOUND VALUE 'Y'.
           05 w-zone-held  PIC X VALUE 'N'.
               88 ZONE-HELD VALUE 'Y'.
           05 w-first-line PIC X VALUE 'Y'.
               88 FIRST-LINE VALUE 'Y'.
       01 w-work.
           05 w-vehicle-id PIC X(10).
           05 w-route-id   PIC X(10).
           05 w-run-date   PIC X(8).
           05 w-source     PIC X(8).
           05 w-type       PIC X(8).
           05 w-detail     PIC X(50).
           05 w-index      PIC 9(2).
           05 w-seq        PIC 9(7) VALUE 0.
           05 w-stamp-date PIC X(8).
           05 w-stamp-time PIC X(8).
           05 w-edit-5     PIC ZZZZ9.
           05 w-edit-6     PIC ZZZZZ9.
           05 w-edit-x     PIC -ZZZZ9.
           05 w-edit-y     PIC -ZZZZ9.
           05 w-rej-read   PIC 9(7) VALUE 0.
           05 w-recon-read PIC 9(7) VALUE 0.
           05 w-zone-read  PIC 9(7) VALUE 0.
           05 w-odom-read  PIC 9(7) VALUE 0.
           05 w-trend-read PIC 9(7) VALUE 0.
           05 w-xing-read  PIC 9(7) VALUE 0.
           05 w-cost-read  PIC 9(7) VALUE 0.
           05 w-devn-read  PIC 9(7) VALUE 0.
           05 w-dgst-written PIC 9(7) VALUE 0.
           05 w-high-count PIC 9(5) VALUE 0.
           05 w-med-count  PIC 9(5) VALUE 0.
           05 w-low-count  PIC 9(5) VALUE 0.
      *    A ZONE REPORT LINE IS ONE BLOCK OUTSIDE THE ZONE, SO A RUN
      *    OF LINES FOR THE SAME ROUTE AND ZONE IS HELD HERE AND GOES
      *    TO THE DIGEST AS ONE EXCEPTION
           05 w-zn-route-id   PIC X(10).
           05 w-zn-run-date   PIC X(8).
           05 w-zn-vehicle-id PIC X(10).
           05 w-zn-zone-id    PIC X(10).
           05 w-zn-step       PIC 9(6).
           05 w-zn-blocks     PIC 9(6).
      *    CONTROL BREAKS FOR THE DETAIL SECTION
           05 w-last-vehicle  PIC X(10).
           05 w-last-route    PIC X(10).
           05 w-last-date     PIC X(8).
           05 w-veh-total     PIC 9(5).
           05 w-veh-high      PIC 9(5).
           05 w-rte-total     PIC 9(5).
      *    EVERY EXCEPTION THE DIGEST KNOWS, WITH THE STEP THAT REPORTS
      *    IT AND HOW HARD IT SHOULD BE LOOKED AT.  HIGH -- A ROUTE NOT
      *    RUN, RUN WRONG OR OUT OF BOUNDS; MED -- MONEY OR MILES THAT
      *    DO NOT ADD UP; LOW -- WORTH A GLANCE.  A REASON CODE A STEP
      *    WRITES THAT IS NOT LISTED FALLS TO THE OTHER LINE
       01 w-type-values.
           05 FILLER PIC X(21) VALUE 'ROUTEREJVEH-NF  HIGH1'.
           05 FILLER PIC X(21) VALUE 'ROUTEREJVEH-RET HIGH1'.
           05 FILLER PIC X(21) VALUE 'ROUTEREJDEP-NF  HIGH1'.
           05 FILLER PIC X(21) VALUE 'ROUTEREJDEP-RET HIGH1'.
           05 FILLER PIC X(21) VALUE 'ROUTEREJBAD-DATEHIGH1'.
           05 FILLER PIC X(21) VALUE 'ROUTEREJBAD-TIMEHIGH1'.
           05 FILLER PIC X(21) VALUE 'ROUTEREJDUP-RTE HIGH1'.
           05 FILLER PIC X(21) VALUE 'ROUTEREJOVERLAP HIGH1'.
           05 FILLER PIC X(21) VALUE 'ROUTEREJBAD-CHR HIGH1'.
           05 FILLER PIC X(21) VALUE 'RECON   ANOMALY HIGH1'.
           05 FILLER PIC X(21) VALUE 'RECON   MISS-D1 MED 2'.
           05 FILLER PIC X(21) VALUE 'RECON   MISS-D12MED 2'.
           05 FILLER PIC X(21) VALUE 'ZONERPT ZONE-VIOHIGH1'.
           05 FILLER PIC X(21) VALUE 'DEVRPT  MISSED  HIGH1'.
           05 FILLER PIC X(21) VALUE 'DEVRPT  ENDOFF  MED 2'.
           05 FILLER PIC X(21) VALUE 'DEVRPT  BADPLN  MED 2'.
           05 FILLER PIC X(21) VALUE 'DEVRPT  DETOUR  LOW 3'.
           05 FILLER PIC X(21) VALUE 'DEVRPT  NOPLAN  LOW 3'.
           05 FILLER PIC X(21) VALUE 'COSTDTL NOCLAS  MED 2'.
           05 FILLER PIC X(21) VALUE 'COSTDTL NORATE  MED 2'.
           05 FILLER PIC X(21) VALUE 'ODOMVAR VARIANCEMED 2'.
           05 FILLER PIC X(21) VALUE 'ODOMVAR NO-ODO  MED 2'.
           05 FILLER PIC X(21) VALUE 'ODOMVAR BADREAD LOW 3'.
           05 FILLER PIC X(21) VALUE 'XINGRPT CONFLICTMED 2'.
           05 FILLER PIC X(21) VALUE 'TRENDRPTDRIFT   LOW 3'.
           05 FILLER PIC X(21) VALUE '        OTHER   MED 2'.
       01 w-type-table REDEFINES w-type-values.
           05 w-ty-entry OCCURS 26 TIMES.
               10 w-ty-source   PIC X(8).
               10 w-ty-type     PIC X(8).
               10 w-ty-severity PIC X(4).
               10 w-ty-rank     PIC 9(1).
       01 w-type-counts.
           05 w-ty-count PIC 9(5) OCCURS 26 TIMES.
       01 w-title-line.
           05 FILLER       PIC X(24) VALUE 'DAILY EXCEPTION DIGEST'.
           05 FILLER       PIC X(9)  VALUE 'RUN DATE '.
           05 w-ti-date    PIC X(8).
           05 FILLER       PIC X(2)  VALUE SPACES.
           05 FILLER       PIC X(5)  VALUE 'TIME '.
           05 w-ti-time    PIC X(6).
       01 w-type-head.
           05 FILLER PIC X(8)  VALUE 'SOURCE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'TYPE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(4)  VALUE 'SEV'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(5)  VALUE 'COUNT'.
       01 w-type-line.
           05 w-tl-source   PIC X(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 w-tl-type     PIC X(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 w-tl-severity PIC X(4).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 w-tl-count    PIC ZZZZ9.
       01 w-sev-line.
           05 FILLER      PIC X(20) VALUE 'TOTAL EXCEPTIONS'.
           05 w-sv-total  PIC ZZZZ9.
           05 FILLER      PIC X(8)  VALUE '   HIGH '.
           05 w-sv-high   PIC ZZZZ9.
           05 FILLER      PIC X(7)  VALUE '   MED '.
           05 w-sv-med    PIC ZZZZ9.
           05 FILLER      PIC X(7)  VALUE '   LOW '.
           05 w-sv-low    PIC ZZZZ9.
       01 w-detail-head.
           05 FILLER PIC X(10) VALUE 'VEHICLE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'ROUTE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'RUN DATE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(4)  VALUE 'SEV'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'SOURCE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'TYPE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(50) VALUE 'DETAIL'.
       01 w-detail-line.
           05 w-dl-vehicle-id PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-dl-route-id   PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-dl-run-date   PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-dl-severity   PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-dl-source     PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-dl-type       PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 w-dl-detail     PIC X(50).
      *    A ROUTE WITH MORE THAN ONE EXCEPTION GETS A LINE OF ITS OWN
      *    SO IT STANDS OUT FROM THE SINGLE-PROBLEM ROUTES AROUND IT
       01 w-route-trailer.
           05 FILLER          PIC X(12) VALUE SPACES.
           05 FILLER          PIC X(9)  VALUE '*** ROUTE'.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 w-rt-route-id   PIC X(10).
           05 FILLER          PIC X(4)  VALUE ' ON '.
           05 w-rt-run-date   PIC X(8).
           05 FILLER          PIC X(5)  VALUE ' HAS '.
           05 w-rt-count      PIC ZZZZ9.
           05 FILLER          PIC X(15) VALUE ' EXCEPTIONS ***'.
       01 w-vehicle-trailer.
           05 FILLER          PIC X(8)  VALUE 'VEHICLE '.
           05 w-vt-vehicle-id PIC X(10).
           05 FILLER          PIC X(8)  VALUE '  TOTAL '.
           05 w-vt-count      PIC ZZZZ9.
           05 FILLER          PIC X(8)  VALUE '   HIGH '.
           05 w-vt-high       PIC ZZZZ9.
       PROCEDURE DIVISION.
      *    LOG THE START OF THE RUN ON THE RUN-CONTROL FILE
           OPEN EXTEND RUNCTL-FILE
           IF w-runctl-status NOT = '00'
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           MOVE SPACES TO runctl-line
           ACCEPT w-stamp-date FROM DATE YYYYMMDD
           ACCEPT w-stamp-time FROM TIME
           MOVE 'DAY-1-DGST'  TO run-program-id
           MOVE w-stamp-date  TO run-date
           MOVE w-stamp-time  TO run-time
           MOVE 'START'       TO run-phase
           MOVE SPACES        TO run-file-id
           MOVE 0             TO run-count
           MOVE SPACES        TO run-status
           WRITE runctl-line
           MOVE 1 TO w-index
           PERFORM UNTIL w-index > 26
               MOVE 0 TO w-ty-count(w-index)
               ADD 1 TO w-index
           END-PERFORM
      *    GATHER EVERY EXCEPTION FROM EVERY CHECKING STEP INTO ONE
      *    INDEXED WORK FILE.  A STEP THAT DID NOT RUN TONIGHT LEAVES
      *    NO FILE AND SIMPLY CONTRIBUTES NOTHING
           OPEN OUTPUT DIGEST-WORK
           CLOSE DIGEST-WORK
           OPEN I-O DIGEST-WORK
      *    EDIT AND CORRECTION REJECTS -- EVERY LINE IS A ROUTE THAT
      *    DID NOT RUN
           MOVE 'N' TO w-in-eof
           OPEN INPUT REJECT-IN
           IF w-rej-status = '00'
               READ REJECT-IN
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF
                   ADD 1 TO w-rej-read
                   MOVE rj-vehicle-id  TO w-vehicle-id
                   MOVE rj-route-id    TO w-route-id
                   MOVE rj-run-date    TO w-run-date
                   MOVE 'ROUTEREJ'     TO w-source
                   MOVE rj-reason-code TO w-type
                   MOVE SPACES TO w-detail
                   STRING 'NOT RUN -- DEPOT ' DELIMITED BY SIZE
                          rj-depot-id DELIMITED BY SIZE
                          ' TIMES ' DELIMITED BY SIZE
                          rj-start-time DELIMITED BY SIZE
                          '-' DELIMITED BY SIZE
                          rj-end-time DELIMITED BY SIZE
                       INTO w-detail
                   END-STRING
                   PERFORM 1000-ADD-EXCEPTION
                   READ REJECT-IN
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REJECT-IN
           END-IF
      *    RECONCILIATION -- THE TWO LEGS DISAGREE OR ONE IS MISSING
           MOVE 'N' TO w-in-eof
           OPEN INPUT RECON-IN
           IF w-recon-status = '00'
               READ RECON-IN
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF
                   ADD 1 TO w-recon-read
                   IF rc-flag NOT = 'OK'
                       MOVE rc-vehicle-id TO w-vehicle-id
                       MOVE rc-route-id   TO w-route-id
                       MOVE rc-run-date   TO w-run-date
                       MOVE 'RECON'       TO w-source
                       EVALUATE rc-flag
                           WHEN 'MISSING D1'
                               MOVE 'MISS-D1'  TO w-type
                           WHEN 'MISSING D12'
                               MOVE 'MISS-D12' TO w-type
                           WHEN OTHER
                               MOVE rc-flag    TO w-type
                       END-EVALUATE
                       MOVE SPACES TO w-detail
                       STRING 'DAY-1 RESULT ' DELIMITED BY SIZE
                              rc-day1-result DELIMITED BY SIZE
                              '  DAY-1-2 RESULT ' DELIMITED BY SIZE
                              rc-day12-result DELIMITED BY SIZE
                           INTO w-detail
                       END-STRING
                       PERFORM 1000-ADD-EXCEPTION
                   END-IF
                   READ RECON-IN
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RECON-IN
           END-IF
      *    ZONE VIOLATIONS -- ONE EXCEPTION PER ROUTE AND ZONE
           MOVE 'N' TO w-in-eof
           OPEN INPUT ZONE-IN
           IF w-zone-status = '00'
               READ ZONE-IN
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF
                   ADD 1 TO w-zone-read
                   IF ZONE-HELD
                      AND zr-route-id = w-zn-route-id
                      AND zr-run-date = w-zn-run-date
                      AND zr-zone-id  = w-zn-zone-id
                       ADD 1 TO w-zn-blocks
                   ELSE
                       IF ZONE-HELD
                           PERFORM 2000-FLUSH-ZONE
                       END-IF
                       SET ZONE-HELD TO TRUE
                       MOVE zr-route-id   TO w-zn-route-id
                       MOVE zr-run-date   TO w-zn-run-date
                       MOVE zr-vehicle-id TO w-zn-vehicle-id
                       MOVE zr-zone-id    TO w-zn-zone-id
                       MOVE zr-step       TO w-zn-step
                       MOVE 1             TO w-zn-blocks
                   END-IF
                   READ ZONE-IN
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               IF ZONE-HELD
                   PERFORM 2000-FLUSH-ZONE
               END-IF
               CLOSE ZONE-IN
           END-IF
      *    ODOMETER VARIANCES -- A VEHICLE-DAY, NOT A ROUTE, SO THEY
      *    FILE UNDER THE VEHICLE AHEAD OF ITS ROUTES
           MOVE 'N' TO w-in-eof
           OPEN INPUT ODOM-IN
           IF w-odom-status = '00'
               READ ODOM-IN
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF
                   ADD 1 TO w-odom-read
                   IF ov-flag = 'VARIANCE' OR 'NO-ODO' OR 'BADREAD'
                       MOVE ov-vehicle-id TO w-vehicle-id
                       MOVE SPACES        TO w-route-id
                       MOVE ov-run-date   TO w-run-date
                       MOVE 'ODOMVAR'     TO w-source
                       MOVE ov-flag       TO w-type
                       MOVE SPACES TO w-detail
                       STRING 'REPORTED LESS COMPUTED MILES '
                                  DELIMITED BY SIZE
                              ov-variance DELIMITED BY SIZE
                           INTO w-detail
                       END-STRING
                       PERFORM 1000-ADD-EXCEPTION
                   END-IF
                   READ ODOM-IN
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ODOM-IN
           END-IF
      *    TREND DRIFT -- A NEW ROUTE HAS NO HISTORY AND IS NOT ONE
           MOVE 'N' TO w-in-eof
           OPEN INPUT TREND-IN
           IF w-trend-status = '00'
               READ TREND-IN
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF
                   ADD 1 TO w-trend-read
                   IF tr-flag = 'DRIFT'
                       MOVE tr-vehicle-id TO w-vehicle-id
                       MOVE tr-route-id   TO w-route-id
                       MOVE tr-run-date   TO w-run-date
                       MOVE 'TRENDRPT'    TO w-source
                       MOVE tr-flag       TO w-type
                       MOVE SPACES TO w-detail
                       STRING 'RESULT ' DELIMITED BY SIZE
                              tr-result-pct DELIMITED BY SIZE
                              '% BLOCKS ' DELIMITED BY SIZE
                              tr-blocks-pct DELIMITED BY SIZE
                              '% OF THE ROUTE AVERAGE' DELIMITED BY SIZE
                           INTO w-detail
                       END-STRING
                       PERFORM 1000-ADD-EXCEPTION
                   END-IF
                   READ TREND-IN
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TREND-IN
           END-IF
      *    INTERSECTION CONFLICTS -- EVERY LINE IS ONE ROUTE AT AN
      *    INTERSECTION ANOTHER VEHICLE ALSO PASSED
           MOVE 'N' TO w-in-eof
           OPEN INPUT XING-IN
           IF w-xing-status = '00'
               READ XING-IN
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF
                   ADD 1 TO w-xing-read
                   MOVE xg-vehicle-id TO w-vehicle-id
                   MOVE xg-route-id   TO w-route-id
                   MOVE xg-run-date   TO w-run-date
                   MOVE 'XINGRPT'     TO w-source
                   MOVE 'CONFLICT'    TO w-type
                   MOVE xg-x TO w-edit-x
                   MOVE xg-y TO w-edit-y
                   MOVE xg-route-count TO w-edit-5
                   MOVE SPACES TO w-detail
                   STRING 'INTERSECTION (' DELIMITED BY SIZE
                          w-edit-x DELIMITED BY SIZE
                          ',' DELIMITED BY SIZE
                          w-edit-y DELIMITED BY SIZE
                          ') USED BY ' DELIMITED BY SIZE
                          w-edit-5 DELIMITED BY SIZE
                          ' ROUTES' DELIMITED BY SIZE
                       INTO w-detail
                   END-STRING
                   PERFORM 1000-ADD-EXCEPTION
                   READ XING-IN
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE XING-IN
           END-IF
      *    UNPRICED ROUTES FROM THE COSTING STEP
           MOVE 'N' TO w-in-eof
           OPEN INPUT COST-IN
           IF w-cost-status = '00'
               READ COST-IN
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF
                   ADD 1 TO w-cost-read
                   IF cd-flag = 'NOCLAS' OR 'NORATE'
                       MOVE cd-vehicle-id TO w-vehicle-id
                       MOVE cd-route-id   TO w-route-id
                       MOVE cd-run-date   TO w-run-date
                       MOVE 'COSTDTL'     TO w-source
                       MOVE cd-flag       TO w-type
                       MOVE cd-blocks     TO w-edit-6
                       MOVE SPACES TO w-detail
                       STRING 'CLASS ' DELIMITED BY SIZE
                              cd-class DELIMITED BY SIZE
                              '  ' DELIMITED BY SIZE
                              w-edit-6 DELIMITED BY SIZE
                              ' BLOCKS NOT PRICED' DELIMITED BY SIZE
                           INTO w-detail
                       END-STRING
                       PERFORM 1000-ADD-EXCEPTION
                   END-IF
                   READ COST-IN
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE COST-IN
           END-IF
      *    PLAN DEVIATIONS -- THE SUMMARY LINE CARRIES THE MISSED STOP
      *    COUNT, SO THE STOP LINES UNDER IT ARE NOT COUNTED AGAIN
           MOVE 'N' TO w-in-eof
           OPEN INPUT DEVN-IN
           IF w-devn-status = '00'
               READ DEVN-IN
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF
                   ADD 1 TO w-devn-read
                   IF dv-flag NOT = 'ONPLAN' AND dv-flag NOT = 'STOP'
                       MOVE dv-vehicle-id TO w-vehicle-id
                       MOVE dv-route-id   TO w-route-id
                       MOVE dv-run-date   TO w-run-date
                       MOVE 'DEVRPT'      TO w-source
                       MOVE dv-flag       TO w-type
                       MOVE dv-off-blocks TO w-edit-6
                       MOVE SPACES TO w-detail
                       STRING 'MISSED ' DELIMITED BY SIZE
                              dv-missed DELIMITED BY SIZE
                              ' OF ' DELIMITED BY SIZE
                              dv-stops DELIMITED BY SIZE
                              ' STOPS  OFF-PLAN BLOCKS '
                                  DELIMITED BY SIZE
                              w-edit-6 DELIMITED BY SIZE
                           INTO w-detail
                       END-STRING
                       PERFORM 1000-ADD-EXCEPTION
                   END-IF
                   READ DEVN-IN
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DEVN-IN
           END-IF
      *    THE COUNTS GO AT THE TOP, SO THE WHOLE NIGHT IS SIZED UP
      *    BEFORE THE FIRST DETAIL LINE
           OPEN OUTPUT DIGEST-OUT
           MOVE SPACES TO digest-line
           MOVE w-stamp-date       TO w-ti-date
           MOVE w-stamp-time(1:6)  TO w-ti-time
           WRITE digest-line FROM w-title-line
           MOVE SPACES TO digest-line
           WRITE digest-line
           WRITE digest-line FROM w-type-head
           MOVE 1 TO w-index
           PERFORM UNTIL w-index > 26
               IF w-ty-count(w-index) > 0
                   MOVE w-ty-source(w-index)   TO w-tl-source
                   MOVE w-ty-type(w-index)     TO w-tl-type
                   MOVE w-ty-severity(w-index) TO w-tl-severity
                   MOVE w-ty-count(w-index)    TO w-tl-count
                   WRITE digest-line FROM w-type-line
               END-IF
               ADD 1 TO w-index
           END-PERFORM
           COMPUTE w-sv-total = w-high-count + w-med-count
                              + w-low-count
           MOVE w-high-count TO w-sv-high
           MOVE w-med-count  TO w-sv-med
           MOVE w-low-count  TO w-sv-low
           WRITE digest-line FROM w-sev-line
           MOVE SPACES TO digest-line
           WRITE digest-line
           WRITE digest-line FROM w-detail-head
      *    SWEEP THE WORK FILE BY VEHICLE AND ROUTE
           MOVE LOW-VALUES TO dw-key
           START DIGEST-WORK KEY NOT < dw-key
               INVALID KEY MOVE '10' TO w-work-status
           END-START
           PERFORM UNTIL w-work-status NOT = '00'
               READ DIGEST-WORK NEXT
                   AT END MOVE '10' TO w-work-status
               END-READ
               IF w-work-status = '00'
                   IF NOT FIRST-LINE
                      AND (dw-vehicle-id NOT = w-last-vehicle
                        OR dw-route-id NOT = w-last-route
                        OR dw-run-date NOT = w-last-date)
                       PERFORM 3000-END-ROUTE
                   END-IF
                   IF NOT FIRST-LINE
                      AND dw-vehicle-id NOT = w-last-vehicle
                       PERFORM 3100-END-VEHICLE
                   END-IF
                   IF FIRST-LINE
                      OR dw-vehicle-id NOT = w-last-vehicle
                       MOVE 0 TO w-veh-total
                       MOVE 0 TO w-veh-high
                       MOVE 0 TO w-rte-total
                   END-IF
                   MOVE 'N' TO w-first-line
                   MOVE dw-vehicle-id TO w-last-vehicle
                   MOVE dw-route-id   TO w-last-route
                   MOVE dw-run-date   TO w-last-date
                   ADD 1 TO w-rte-total
                   ADD 1 TO w-veh-total
                   IF dw-rank = 1
                       ADD 1 TO w-veh-high
                   END-IF
                   MOVE dw-vehicle-id TO w-dl-vehicle-id
                   MOVE dw-route-id   TO w-dl-route-id
                   MOVE dw-run-date   TO w-dl-run-date
                   MOVE dw-severity   TO w-dl-severity
                   MOVE dw-source     TO w-dl-source
                   MOVE dw-type       TO w-dl-type
                   MOVE dw-detail     TO w-dl-detail
                   WRITE digest-line FROM w-detail-line
                   ADD 1 TO w-dgst-written
               END-IF
           END-PERFORM
           IF NOT FIRST-LINE
               PERFORM 3000-END-ROUTE
               PERFORM 3100-END-VEHICLE
           END-IF
           CLOSE DIGEST-WORK
           CLOSE DIGEST-OUT
      *    LOG THE COUNTS AND THE CLEAN COMPLETION OF THE RUN
           ACCEPT w-stamp-date FROM DATE YYYYMMDD
           ACCEPT w-stamp-time FROM TIME
           MOVE w-stamp-date TO run-date
           MOVE w-stamp-time TO run-time
           MOVE 'COUNT'      TO run-phase
           MOVE 'ROUTEREJ'   TO run-file-id
           MOVE w-rej-read   TO run-count
           WRITE runctl-line
           MOVE 'RECON'      TO run-file-id
           MOVE w-recon-read TO run-count
           WRITE runctl-line
           MOVE 'ZONERPT'    TO run-file-id
           MOVE w-zone-read  TO run-count
           WRITE runctl-line
           MOVE 'ODOMVAR'    TO run-file-id
           MOVE w-odom-read  TO run-count
           WRITE runctl-line
           MOVE 'TRENDRPT'   TO run-file-id
           MOVE w-trend-read TO run-count
           WRITE runctl-line
           MOVE 'XINGRPT'    TO run-file-id
           MOVE w-xing-read  TO run-count
           WRITE runctl-line
           MOVE 'COSTDTL'    TO run-file-id
           MOVE w-cost-read  TO run-count
           WRITE runctl-line
           MOVE 'DEVRPT'     TO run-file-id
           MOVE w-devn-read  TO run-count
           WRITE runctl-line
           MOVE 'DIGEST'     TO run-file-id
           MOVE w-dgst-written TO run-count
           WRITE runctl-line
           MOVE 'END'        TO run-phase
           MOVE SPACES       TO run-file-id
           MOVE 0            TO run-count
           MOVE 'OK'         TO run-status
           WRITE runctl-line
           CLOSE RUNCTL-FILE
           STOP RUN.

      *    FILE ONE EXCEPTION ON THE WORK FILE UNDER ITS SEVERITY AND
      *    COUNT IT AGAINST ITS TYPE
       1000-ADD-EXCEPTION.
           MOVE 'N' TO w-type-found
           MOVE 1 TO w-index
           PERFORM UNTIL w-index > 25 OR TYPE-FOUND
               IF w-ty-source(w-index) = w-source
                  AND w-ty-type(w-index) = w-type
                   SET TYPE-FOUND TO TRUE
               ELSE
                   ADD 1 TO w-index
               END-IF
           END-PERFORM
           IF NOT TYPE-FOUND
               MOVE 26 TO w-index
           END-IF
           ADD 1 TO w-ty-count(w-index)
           EVALUATE w-ty-rank(w-index)
               WHEN 1
                   ADD 1 TO w-high-count
               WHEN 2
                   ADD 1 TO w-med-count
               WHEN OTHER
                   ADD 1 TO w-low-count
           END-EVALUATE
           ADD 1 TO w-seq
           MOVE w-vehicle-id           TO dw-vehicle-id
           MOVE w-route-id             TO dw-route-id
           MOVE w-run-date             TO dw-run-date
           MOVE w-ty-rank(w-index)     TO dw-rank
           MOVE w-seq                  TO dw-seq
           MOVE w-ty-severity(w-index) TO dw-severity
           MOVE w-source               TO dw-source
           MOVE w-type                 TO dw-type
           MOVE w-detail               TO dw-detail
           WRITE dw-record.

      *    FILE THE HELD RUN OF ZONE REPORT LINES AS ONE EXCEPTION
       2000-FLUSH-ZONE.
           MOVE w-zn-vehicle-id TO w-vehicle-id
           MOVE w-zn-route-id   TO w-route-id
           MOVE w-zn-run-date   TO w-run-date
           MOVE 'ZONERPT'       TO w-source
           MOVE 'ZONE-VIO'      TO w-type
           MOVE w-zn-blocks     TO w-edit-6
           MOVE SPACES TO w-detail
           STRING 'ZONE ' DELIMITED BY SIZE
                  w-zn-zone-id DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  w-edit-6 DELIMITED BY SIZE
                  ' BLOCKS OUT FROM STEP ' DELIMITED BY SIZE
                  w-zn-step DELIMITED BY SIZE
               INTO w-detail
           END-STRING
           PERFORM 1000-ADD-EXCEPTION
           MOVE 'N' TO w-zone-held.

      *    CLOSE OFF A ROUTE -- FLAG IT WHEN IT HAD MORE THAN ONE
      *    EXCEPTION.  A VEHICLE-DAY LINE HAS NO ROUTE TO FLAG
       3000-END-ROUTE.
           IF w-rte-total > 1 AND w-last-route NOT = SPACES
               MOVE w-last-route TO w-rt-route-id
               MOVE w-last-date  TO w-rt-run-date
               MOVE w-rte-total  TO w-rt-count
               WRITE digest-line FROM w-route-trailer
           END-IF
           MOVE 0 TO w-rte-total.

      *    CLOSE OFF A VEHICLE WITH ITS TOTALS AND A SPACING LINE
       3100-END-VEHICLE.
           MOVE w-last-vehicle TO w-vt-vehicle-id
           MOVE w-veh-total    TO w-vt-count
           MOVE w-veh-high     TO w-vt-high
           WRITE digest-line FROM w-vehicle-trailer
           MOVE SPACES TO digest-line
           WRITE digest-line.
