       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-1-SVCM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT USAGE-FILE ASSIGN TO "USAGE.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-use-status.
       SELECT USAGE-SCRATCH ASSIGN TO "USAGE.SCR"
           ORGANIZATION LINE SEQUENTIAL.
       SELECT AUDIT-FILE ASSIGN TO "MASTAUD.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-aud-status.
       SELECT VEHICLE-FILE ASSIGN TO "VEHICLES.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-veh-status.

       DATA DIVISION.
       FILE SECTION.
       FD USAGE-FILE.
       COPY USAGEREC.
       FD USAGE-SCRATCH.
       COPY USAGEREC REPLACING
                ==usage-line==      BY ==scratch-line==
                ==us-vehicle-id==   BY ==ss-vehicle-id==
                ==us-last-service== BY ==ss-last-service==
                ==us-miles==        BY ==ss-miles==
                ==us-blocks==       BY ==ss-blocks==
                ==us-last-posted==  BY ==ss-last-posted==.
       FD VEHICLE-FILE.
       COPY VEHREC.
       FD AUDIT-FILE.
       COPY MAUDREC.
       WORKING-STORAGE SECTION.
       01 FILLER.
           05 w-use-status  PIC XX.
           05 w-veh-status  PIC XX.
           05 w-aud-status  PIC XX.
           05 w-operator    PIC X(10).
           05 w-aud-action  PIC X(6).
           05 w-before      PIC X(80).
           05 w-after       PIC X(80).
           05 w-vehicle-id  PIC X(10).
           05 w-svc-date    PIC X(8).
           05 w-svc-num     REDEFINES w-svc-date PIC 9(8).
           05 w-today       PIC X(8).
           05 w-use-eof     PIC X VALUE 'N'.
               88 USE-EOF VALUE 'Y'.
           05 w-veh-eof     PIC X VALUE 'N'.
               88 VEH-EOF VALUE 'Y'.
           05 w-found       PIC X VALUE 'N'.
               88 FOUND-USAGE VALUE 'Y'.
           05 w-on-master   PIC X VALUE 'N'.
               88 VEHICLE-ON-MASTER VALUE 'Y'.
           05 w-veh-state   PIC X(1).
               88 VEH-RETIRED VALUE 'R'.
           05 w-last-posted PIC X(8) VALUE SPACES.
       PROCEDURE DIVISION.
      *    A COMPLETED SERVICE ZEROES THE VEHICLE'S COUNTERS, SO THE
      *    CHANGE IS SIGNED ON THE AUDIT TRAIL LIKE ANY MASTER CHANGE
           DISPLAY 'ENTER OPERATOR ID: '
           ACCEPT w-operator
           IF w-operator = SPACES
               DISPLAY 'OPERATOR ID REQUIRED -- NO CHANGE MADE'
               STOP RUN
           END-IF
           DISPLAY 'ENTER VEHICLE ID: '
           ACCEPT w-vehicle-id
      *    ONLY A VEHICLE STILL IN SERVICE CAN BE SERVICED -- A
      *    MISTYPED ID WOULD OTHERWISE START A COUNTER OF ITS OWN
           OPEN INPUT VEHICLE-FILE
           IF w-veh-status = '00'
               READ VEHICLE-FILE
                   AT END SET VEH-EOF TO TRUE
               END-READ
               PERFORM UNTIL VEH-EOF OR VEHICLE-ON-MASTER
                   IF vm-vehicle-id = w-vehicle-id
                       SET VEHICLE-ON-MASTER TO TRUE
                       MOVE vm-status TO w-veh-state
                   ELSE
                       READ VEHICLE-FILE
                           AT END SET VEH-EOF TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE VEHICLE-FILE
           END-IF
           IF NOT VEHICLE-ON-MASTER
               DISPLAY 'VEHICLE NOT ON MASTER: ' w-vehicle-id
               STOP RUN
           END-IF
           IF VEH-RETIRED
               DISPLAY 'VEHICLE IS RETIRED: ' w-vehicle-id
               STOP RUN
           END-IF
           ACCEPT w-today FROM DATE YYYYMMDD
           DISPLAY 'ENTER SERVICE DATE YYYYMMDD (BLANK FOR TODAY): '
           ACCEPT w-svc-date
           IF w-svc-date = SPACES
               MOVE w-today TO w-svc-date
           END-IF
      *    THE SERVICE DATE IS COMPARED AS TEXT, SO IT MUST BE A REAL
      *    CALENDAR DATE, AND A SERVICE CANNOT BE RECORDED AHEAD
           IF w-svc-date IS NOT NUMERIC
               DISPLAY 'INVALID DATE: ' w-svc-date
               STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(w-svc-num) NOT = 0
              OR w-svc-date > w-today
               DISPLAY 'INVALID DATE: ' w-svc-date
               STOP RUN
           END-IF
      *    USAGE ALREADY POSTED FOR NIGHTS AFTER THE SERVICE WOULD BE
      *    LOST ON THE RESET AND NEVER POSTED AGAIN, SO A SERVICE CANNOT
      *    BE DATED BEFORE THE LAST NIGHT POSTED FOR THE VEHICLE.  THE
      *    SERVICE THEN MOVES THAT POSTING MARK UP TO THE SERVICE DATE,
      *    SO NO NIGHT ON OR BEFORE IT IS POSTED INTO THE NEW INTERVAL
           OPEN INPUT USAGE-FILE
           IF w-use-status = '00'
               READ USAGE-FILE
                   AT END SET USE-EOF TO TRUE
               END-READ
               PERFORM UNTIL USE-EOF
                   IF us-vehicle-id = w-vehicle-id
                       MOVE us-last-posted TO w-last-posted
                   END-IF
                   READ USAGE-FILE
                       AT END SET USE-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE USAGE-FILE
           END-IF
           IF w-last-posted NOT = SPACES
              AND w-svc-date < w-last-posted
               DISPLAY 'SERVICE DATE BEFORE LAST POSTED NIGHT '
                   w-last-posted ': ' w-svc-date
               STOP RUN
           END-IF
      *    COPY THE MASTER TO SCRATCH, ZEROING THE VEHICLE'S COUNTERS
           MOVE 'N' TO w-use-eof
           OPEN INPUT USAGE-FILE
           OPEN OUTPUT USAGE-SCRATCH
           IF w-use-status = '00'
               READ USAGE-FILE
                   AT END SET USE-EOF TO TRUE
               END-READ
               PERFORM UNTIL USE-EOF
                   IF us-vehicle-id = w-vehicle-id
                       SET FOUND-USAGE TO TRUE
                       MOVE usage-line TO w-before
                       MOVE w-svc-date TO us-last-service
                       MOVE 0          TO us-miles
                       MOVE 0          TO us-blocks
                       IF us-last-posted = SPACES
                          OR us-last-posted < w-svc-date
                           MOVE w-svc-date TO us-last-posted
                       END-IF
                       MOVE usage-line TO w-after
                   END-IF
                   MOVE usage-line TO scratch-line
                   WRITE scratch-line
                   READ USAGE-FILE
                       AT END SET USE-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE USAGE-FILE
           END-IF
      *    A VEHICLE NOT YET POSTED BY THE NIGHTLY STEP STARTS ITS
      *    RECORD HERE, POSTED UP TO THE SERVICE DATE, SO ITS FIRST
      *    INTERVAL RUNS FROM THIS SERVICE AND NOT FROM ITS HISTORY
           IF NOT FOUND-USAGE
      *        VALUE CLAUSES ARE NOT APPLIED IN THE FILE SECTION, SO
      *        THE FILLER BYTES MUST BE SPACED OUT BY HAND
               MOVE SPACES       TO scratch-line
               MOVE w-vehicle-id TO ss-vehicle-id
               MOVE w-svc-date   TO ss-last-service
               MOVE 0            TO ss-miles
               MOVE 0            TO ss-blocks
               MOVE w-svc-date   TO ss-last-posted
               MOVE SPACES       TO w-before
               MOVE scratch-line TO w-after
               WRITE scratch-line
           END-IF
           CLOSE USAGE-SCRATCH
      *    COPY SCRATCH BACK OVER THE MASTER
           OPEN INPUT USAGE-SCRATCH
           OPEN OUTPUT USAGE-FILE
           MOVE 'N' TO w-use-eof
           READ USAGE-SCRATCH
               AT END SET USE-EOF TO TRUE
           END-READ
           PERFORM UNTIL USE-EOF
               MOVE scratch-line TO usage-line
               WRITE usage-line
               READ USAGE-SCRATCH
                   AT END SET USE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE USAGE-SCRATCH
           CLOSE USAGE-FILE
           MOVE 'RESET' TO w-aud-action
           PERFORM 9000-WRITE-AUDIT
           DISPLAY 'SERVICE RECORDED FOR ' w-vehicle-id ' ON '
               w-svc-date ' -- COUNTERS RESET'
           STOP RUN.

      *    APPEND THE CHANGE JUST MADE TO THE MASTER AUDIT TRAIL, WITH
      *    THE USAGE RECORD AS IT STOOD BEFORE AND AFTER
       9000-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE
      *    A BRAND NEW TRAIL MUST BE CREATED FIRST
           IF w-aud-status NOT = '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF
      *    VALUE CLAUSES ARE NOT APPLIED IN THE FILE SECTION, SO THE
      *    FILLER BYTES MUST BE SPACED OUT BY HAND
           MOVE SPACES TO master-audit-line
           ACCEPT ma-date FROM DATE YYYYMMDD
           ACCEPT ma-time FROM TIME
           MOVE 'USAGE'      TO ma-master
           MOVE 'DAY-1-SVCM' TO ma-program
           MOVE w-operator   TO ma-operator
           MOVE w-aud-action TO ma-action
           MOVE w-vehicle-id TO ma-key
           MOVE w-before     TO ma-before
           MOVE w-after      TO ma-after
           WRITE master-audit-line
           CLOSE AUDIT-FILE.
