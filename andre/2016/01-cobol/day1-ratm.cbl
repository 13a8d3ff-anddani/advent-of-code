       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-1-RATM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RATE-FILE ASSIGN TO "RATES.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-rate-status.
       SELECT RATE-SCRATCH ASSIGN TO "RATES.SCR"
           ORGANIZATION LINE SEQUENTIAL.
       SELECT AUDIT-FILE ASSIGN TO "MASTAUD.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-aud-status.
       SELECT VEHICLE-FILE ASSIGN TO "VEHICLES.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-veh-status.

       DATA DIVISION.
       FILE SECTION.
       FD RATE-FILE.
       COPY RATEREC.
       FD RATE-SCRATCH.
       COPY RATEREC REPLACING ==rate-line==     BY ==scratch-line==
                              ==rm-class==      BY ==rs-class==
                              ==rm-eff-date==   BY ==rs-eff-date==
                              ==rm-cost-blk==   BY ==rs-cost-blk==
                              ==rm-status==     BY ==rs-status==
                              ==RATE-ACTIVE==   BY ==SCRATCH-ACTIVE==
                              ==RATE-RETIRED==  BY ==SCRATCH-RETIRED==.
       FD VEHICLE-FILE.
       COPY VEHREC.
       FD AUDIT-FILE.
       COPY MAUDREC.
       WORKING-STORAGE SECTION.
       01 FILLER.
           05 w-rate-status PIC XX.
           05 w-veh-status  PIC XX.
           05 w-aud-status  PIC XX.
           05 w-operator    PIC X(10).
           05 w-aud-action  PIC X(6).
           05 w-before      PIC X(80).
           05 w-after       PIC X(80).
           05 w-action      PIC X(1).
           05 w-class       PIC X(4).
           05 w-eff-date    PIC X(8).
           05 w-eff-num     REDEFINES w-eff-date PIC 9(8).
           05 w-cost-text   PIC X(6).
           05 w-cost-blk    PIC 9(3)V9(2).
           05 w-rate-eof    PIC X VALUE 'N'.
               88 RATE-EOF VALUE 'Y'.
           05 w-veh-eof     PIC X VALUE 'N'.
               88 VEH-EOF VALUE 'Y'.
           05 w-found       PIC X VALUE 'N'.
               88 FOUND-RATE VALUE 'Y'.
           05 w-carried     PIC X VALUE 'N'.
               88 CLASS-CARRIED VALUE 'Y'.
       01 w-work.
           05 w-index       PIC 9(3).
           05 w-cls-count   PIC 9(3) VALUE 0.
           05 w-gap-count   PIC 9(3) VALUE 0.
           05 w-no-class    PIC 9(5) VALUE 0.
           05 w-dt-vehicles PIC Z(4)9.
      *    ONE ENTRY PER DISTINCT CLASS CARRIED BY AN ACTIVE VEHICLE
       01 w-class-table.
           05 w-cls-entry OCCURS 200 TIMES.
               10 w-cls-class    PIC X(4).
               10 w-cls-vehicles PIC 9(5).
               10 w-cls-covered  PIC X(1).
       PROCEDURE DIVISION.
           DISPLAY 'ENTER ACTION (A=ADD, C=CHANGE, R=RETIRE, '
               'L=LIST CLASSES WITHOUT A RATE): '
           ACCEPT w-action
      *    EVERY CHANGE IS SIGNED ON THE AUDIT TRAIL -- THE LISTING
      *    CHANGES NOTHING AND NEEDS NO SIGNATURE
           IF w-action NOT = 'L'
               DISPLAY 'ENTER OPERATOR ID: '
               ACCEPT w-operator
               IF w-operator = SPACES
                   DISPLAY 'OPERATOR ID REQUIRED -- NO CHANGE MADE'
                   STOP RUN
               END-IF
           END-IF
           EVALUATE w-action
               WHEN 'A'
                   DISPLAY 'ENTER BILLING CLASS: '
                   ACCEPT w-class
                   DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD): '
                   ACCEPT w-eff-date
                   PERFORM 1000-CHECK-DATE
      *            A RATE FOR A CLASS NO VEHICLE CARRIES CAN NEVER BE
      *            PICKED BY THE COSTING STEP -- ALMOST ALWAYS A
      *            MISTYPED CLASS CODE
                   OPEN INPUT VEHICLE-FILE
                   IF w-veh-status = '00'
                       READ VEHICLE-FILE
                           AT END SET VEH-EOF TO TRUE
                       END-READ
                       PERFORM UNTIL VEH-EOF OR CLASS-CARRIED
                           IF vm-class = w-class
                               SET CLASS-CARRIED TO TRUE
                           ELSE
                               READ VEHICLE-FILE
                                   AT END SET VEH-EOF TO TRUE
                               END-READ
                           END-IF
                       END-PERFORM
                       CLOSE VEHICLE-FILE
                   END-IF
                   IF NOT CLASS-CARRIED
                       DISPLAY 'NO VEHICLE CARRIES CLASS ' w-class
                           ' -- RATE NOT ADDED'
                       STOP RUN
                   END-IF
      *            REFUSE A SECOND ROW FOR THE SAME CLASS AND DATE --
      *            THE COSTING STEP WOULD TAKE WHICHEVER CAME FIRST
                   OPEN INPUT RATE-FILE
                   IF w-rate-status = '00'
                       READ RATE-FILE
                           AT END SET RATE-EOF TO TRUE
                       END-READ
                       PERFORM UNTIL RATE-EOF OR FOUND-RATE
                           IF rm-class = w-class
                              AND rm-eff-date = w-eff-date
                               SET FOUND-RATE TO TRUE
                           ELSE
                               READ RATE-FILE
                                   AT END SET RATE-EOF TO TRUE
                               END-READ
                           END-IF
                       END-PERFORM
                       CLOSE RATE-FILE
                   END-IF
                   IF FOUND-RATE
                       IF RATE-RETIRED
                           DISPLAY 'RETIRED RATE ALREADY ON MASTER FOR '
                               w-class ' EFFECTIVE ' w-eff-date
                       ELSE
                           DISPLAY 'RATE ALREADY ON MASTER FOR '
                               w-class ' EFFECTIVE ' w-eff-date
                       END-IF
                       STOP RUN
                   END-IF
                   DISPLAY 'ENTER COST PER BLOCK (NNN.NN): '
                   ACCEPT w-cost-text
                   MOVE FUNCTION NUMVAL(w-cost-text) TO w-cost-blk
                   OPEN EXTEND RATE-FILE
      *            A BRAND NEW MASTER MUST BE CREATED FIRST
                   IF w-rate-status NOT = '00'
                       OPEN OUTPUT RATE-FILE
                   END-IF
      *            VALUE CLAUSES ARE NOT APPLIED IN THE FILE SECTION,
      *            SO THE FILLER BYTES MUST BE SPACED OUT BY HAND
                   MOVE SPACES TO rate-line
                   MOVE w-class     TO rm-class
                   MOVE w-eff-date  TO rm-eff-date
                   MOVE w-cost-blk  TO rm-cost-blk
                   MOVE 'A'         TO rm-status
                   MOVE SPACES      TO w-before
                   MOVE rate-line   TO w-after
                   WRITE rate-line
                   CLOSE RATE-FILE
                   MOVE 'ADD' TO w-aud-action
                   PERFORM 9000-WRITE-AUDIT
                   DISPLAY 'RATE ' w-class ' EFFECTIVE ' w-eff-date
                       ' ADDED'
               WHEN 'C'
                   DISPLAY 'ENTER BILLING CLASS: '
                   ACCEPT w-class
                   DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD): '
                   ACCEPT w-eff-date
                   DISPLAY 'ENTER COST PER BLOCK (NNN.NN): '
                   ACCEPT w-cost-text
                   MOVE FUNCTION NUMVAL(w-cost-text) TO w-cost-blk
      *            COPY THE MASTER TO SCRATCH, REPLACING THE ROW'S
      *            COST PER BLOCK
                   OPEN INPUT RATE-FILE
                   IF w-rate-status NOT = '00'
                       DISPLAY 'RATE MASTER NOT FOUND'
                   ELSE
                       OPEN OUTPUT RATE-SCRATCH
                       READ RATE-FILE
                           AT END SET RATE-EOF TO TRUE
                       END-READ
                       PERFORM UNTIL RATE-EOF
                           IF rm-class = w-class
                              AND rm-eff-date = w-eff-date
                               SET FOUND-RATE TO TRUE
                               MOVE rate-line TO w-before
                               MOVE w-cost-blk TO rm-cost-blk
                               MOVE rate-line TO w-after
                           END-IF
                           MOVE rate-line TO scratch-line
                           WRITE scratch-line
                           READ RATE-FILE
                               AT END SET RATE-EOF TO TRUE
                           END-READ
                       END-PERFORM
                       CLOSE RATE-FILE
                       CLOSE RATE-SCRATCH
                       IF FOUND-RATE
      *                    COPY SCRATCH BACK OVER THE MASTER
                           OPEN INPUT RATE-SCRATCH
                           OPEN OUTPUT RATE-FILE
                           MOVE 'N' TO w-rate-eof
                           READ RATE-SCRATCH
                               AT END SET RATE-EOF TO TRUE
                           END-READ
                           PERFORM UNTIL RATE-EOF
                               MOVE scratch-line TO rate-line
                               WRITE rate-line
                               READ RATE-SCRATCH
                                   AT END SET RATE-EOF TO TRUE
                               END-READ
                           END-PERFORM
                           CLOSE RATE-SCRATCH
                           CLOSE RATE-FILE
                           MOVE 'CHANGE' TO w-aud-action
                           PERFORM 9000-WRITE-AUDIT
                           DISPLAY 'RATE ' w-class ' EFFECTIVE '
                               w-eff-date ' CHANGED'
                       ELSE
                           DISPLAY 'RATE NOT FOUND: ' w-class ' '
                               w-eff-date
                       END-IF
                   END-IF
               WHEN 'R'
                   DISPLAY 'ENTER BILLING CLASS: '
                   ACCEPT w-class
                   DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD): '
                   ACCEPT w-eff-date
      *            COPY THE MASTER TO SCRATCH, RETIRING THE ROW
                   OPEN INPUT RATE-FILE
                   IF w-rate-status NOT = '00'
                       DISPLAY 'RATE MASTER NOT FOUND'
                   ELSE
                       OPEN OUTPUT RATE-SCRATCH
                       READ RATE-FILE
                           AT END SET RATE-EOF TO TRUE
                       END-READ
                       PERFORM UNTIL RATE-EOF
                           IF rm-class = w-class
                              AND rm-eff-date = w-eff-date
                               SET FOUND-RATE TO TRUE
                               MOVE rate-line TO w-before
                               MOVE 'R' TO rm-status
                               MOVE rate-line TO w-after
                           END-IF
                           MOVE rate-line TO scratch-line
                           WRITE scratch-line
                           READ RATE-FILE
                               AT END SET RATE-EOF TO TRUE
                           END-READ
                       END-PERFORM
                       CLOSE RATE-FILE
                       CLOSE RATE-SCRATCH
                       IF FOUND-RATE
      *                    COPY SCRATCH BACK OVER THE MASTER
                           OPEN INPUT RATE-SCRATCH
                           OPEN OUTPUT RATE-FILE
                           MOVE 'N' TO w-rate-eof
                           READ RATE-SCRATCH
                               AT END SET RATE-EOF TO TRUE
                           END-READ
                           PERFORM UNTIL RATE-EOF
                               MOVE scratch-line TO rate-line
                               WRITE rate-line
                               READ RATE-SCRATCH
                                   AT END SET RATE-EOF TO TRUE
                               END-READ
                           END-PERFORM
                           CLOSE RATE-SCRATCH
                           CLOSE RATE-FILE
                           MOVE 'RETIRE' TO w-aud-action
                           PERFORM 9000-WRITE-AUDIT
                           DISPLAY 'RATE ' w-class ' EFFECTIVE '
                               w-eff-date ' RETIRED'
                       ELSE
                           DISPLAY 'RATE NOT FOUND: ' w-class ' '
                               w-eff-date
                       END-IF
                   END-IF
               WHEN 'L'
                   DISPLAY 'ENTER RUN DATE TO CHECK (YYYYMMDD): '
                   ACCEPT w-eff-date
                   PERFORM 1000-CHECK-DATE
      *            COLLECT EVERY CLASS CARRIED BY AN ACTIVE VEHICLE
                   OPEN INPUT VEHICLE-FILE
                   IF w-veh-status = '00'
                       READ VEHICLE-FILE
                           AT END SET VEH-EOF TO TRUE
                       END-READ
                       PERFORM UNTIL VEH-EOF
                           IF VEHICLE-ACTIVE
                               IF vm-class = SPACES
                                   ADD 1 TO w-no-class
                               ELSE
                                   PERFORM 2000-NOTE-CLASS
                               END-IF
                           END-IF
                           READ VEHICLE-FILE
                               AT END SET VEH-EOF TO TRUE
                           END-READ
                       END-PERFORM
                       CLOSE VEHICLE-FILE
                   END-IF
      *            A CLASS IS COVERED WHEN SOME ACTIVE ROW FOR IT TOOK
      *            EFFECT ON OR BEFORE THE DATE
                   OPEN INPUT RATE-FILE
                   IF w-rate-status = '00'
                       READ RATE-FILE
                           AT END SET RATE-EOF TO TRUE
                       END-READ
                       PERFORM UNTIL RATE-EOF
                           IF RATE-ACTIVE
                              AND rm-eff-date <= w-eff-date
                               MOVE 1 TO w-index
                               PERFORM UNTIL w-index > w-cls-count
                                   IF w-cls-class(w-index) = rm-class
                                       MOVE 'Y'
                                         TO w-cls-covered(w-index)
                                   END-IF
                                   ADD 1 TO w-index
                               END-PERFORM
                           END-IF
                           READ RATE-FILE
                               AT END SET RATE-EOF TO TRUE
                           END-READ
                       END-PERFORM
                       CLOSE RATE-FILE
                   END-IF
                   DISPLAY 'CLASSES WITH NO RATE IN FORCE ON '
                       w-eff-date ':'
                   MOVE 1 TO w-index
                   PERFORM UNTIL w-index > w-cls-count
                       IF w-cls-covered(w-index) NOT = 'Y'
                           ADD 1 TO w-gap-count
                           MOVE w-cls-vehicles(w-index)
                             TO w-dt-vehicles
                           DISPLAY '  ' w-cls-class(w-index)
                               '  ACTIVE VEHICLES ' w-dt-vehicles
                       END-IF
                       ADD 1 TO w-index
                   END-PERFORM
                   IF w-gap-count = 0
                       DISPLAY '  NONE'
                   END-IF
      *            VEHICLES WITH NO CLASS AT ALL CANNOT BE COSTED
      *            WHATEVER THE RATE MASTER HOLDS
                   IF w-no-class > 0
                       MOVE w-no-class TO w-dt-vehicles
                       DISPLAY 'ACTIVE VEHICLES WITH NO CLASS: '
                           w-dt-vehicles
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNKNOWN ACTION: ' w-action
           END-EVALUATE
           STOP RUN.

      *    AN EFFECTIVE OR RUN DATE MUST BE A REAL CALENDAR DATE -- IT
      *    IS COMPARED AS TEXT AGAINST RUN DATES, SO A MALFORMED ONE
      *    WOULD QUIETLY SORT AHEAD OF OR BEHIND EVERY RUN
       1000-CHECK-DATE.
           IF w-eff-date IS NOT NUMERIC
               DISPLAY 'INVALID DATE: ' w-eff-date
               STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(w-eff-num) NOT = 0
               DISPLAY 'INVALID DATE: ' w-eff-date
               STOP RUN
           END-IF.

      *    COUNT ONE MORE ACTIVE VEHICLE AGAINST ITS CLASS, ADDING THE
      *    CLASS TO THE TABLE THE FIRST TIME IT IS SEEN
       2000-NOTE-CLASS.
           MOVE 1 TO w-index
           PERFORM UNTIL w-index > w-cls-count
                      OR w-cls-class(w-index) = vm-class
               ADD 1 TO w-index
           END-PERFORM
           IF w-index > w-cls-count
               IF w-cls-count >= 200
                   DISPLAY 'CLASS TABLE FULL -- CLASS ' vm-class
                       ' NOT CHECKED'
               ELSE
                   ADD 1 TO w-cls-count
                   MOVE vm-class TO w-cls-class(w-cls-count)
                   MOVE 0        TO w-cls-vehicles(w-cls-count)
                   MOVE 'N'      TO w-cls-covered(w-cls-count)
                   ADD 1 TO w-cls-vehicles(w-cls-count)
               END-IF
           ELSE
               ADD 1 TO w-cls-vehicles(w-index)
           END-IF.

      *    APPEND THE CHANGE JUST MADE TO THE MASTER AUDIT TRAIL, WITH
      *    THE RATE ROW AS IT STOOD BEFORE AND AFTER
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
           MOVE 'RATE'       TO ma-master
           MOVE 'DAY-1-RATM' TO ma-program
           MOVE w-operator   TO ma-operator
           MOVE w-aud-action TO ma-action
           STRING w-class    DELIMITED BY SIZE
                  w-eff-date DELIMITED BY SIZE
               INTO ma-key
           END-STRING
           MOVE w-before     TO ma-before
           MOVE w-after      TO ma-after
           WRITE master-audit-line
           CLOSE AUDIT-FILE.
