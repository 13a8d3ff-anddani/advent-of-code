       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-1-ZONM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ZONE-FILE ASSIGN TO "ZONES.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-zone-status.
       SELECT ZONE-SCRATCH ASSIGN TO "ZONES.SCR"
           ORGANIZATION LINE SEQUENTIAL.
       SELECT AUDIT-FILE ASSIGN TO "MASTAUD.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-aud-status.
       SELECT VEHICLE-FILE ASSIGN TO "VEHICLES.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-veh-status.

       DATA DIVISION.
       FILE SECTION.
       FD ZONE-FILE.
       COPY ZONEREC.
       FD ZONE-SCRATCH.
       COPY ZONEREC REPLACING ==zone-line==     BY ==scratch-line==
                              ==zm-zone-id==    BY ==zs-zone-id==
                              ==zm-min-x==      BY ==zs-min-x==
                              ==zm-max-x==      BY ==zs-max-x==
                              ==zm-min-y==      BY ==zs-min-y==
                              ==zm-max-y==      BY ==zs-max-y==
                              ==zm-status==     BY ==zs-status==
                              ==ZONE-ACTIVE==   BY ==SCRATCH-ACTIVE==
                              ==ZONE-RETIRED==  BY ==SCRATCH-RETIRED==.
       FD VEHICLE-FILE.
       COPY VEHREC.
       FD AUDIT-FILE.
       COPY MAUDREC.
       WORKING-STORAGE SECTION.
       01 FILLER.
           05 w-zone-status PIC XX.
           05 w-veh-status  PIC XX.
           05 w-aud-status  PIC XX.
           05 w-operator    PIC X(10).
           05 w-aud-action  PIC X(6).
           05 w-before      PIC X(80).
           05 w-after       PIC X(80).
           05 w-action      PIC X(1).
           05 w-lookup-id   PIC X(10).
           05 w-min-x       PIC S9(5) SIGN LEADING SEPARATE.
           05 w-max-x       PIC S9(5) SIGN LEADING SEPARATE.
           05 w-min-y       PIC S9(5) SIGN LEADING SEPARATE.
           05 w-max-y       PIC S9(5) SIGN LEADING SEPARATE.
           05 w-overlaps    PIC 9(3) VALUE 0.
           05 w-zone-eof    PIC X VALUE 'N'.
               88 ZONE-EOF VALUE 'Y'.
           05 w-veh-eof     PIC X VALUE 'N'.
               88 VEH-EOF VALUE 'Y'.
           05 w-found       PIC X VALUE 'N'.
               88 FOUND-ZONE VALUE 'Y'.
           05 w-in-use      PIC X VALUE 'N'.
               88 ZONE-IN-USE VALUE 'Y'.
       PROCEDURE DIVISION.
      *    EVERY CHANGE IS SIGNED ON THE AUDIT TRAIL
           DISPLAY 'ENTER OPERATOR ID: '
           ACCEPT w-operator
           IF w-operator = SPACES
               DISPLAY 'OPERATOR ID REQUIRED -- NO CHANGE MADE'
               STOP RUN
           END-IF
           DISPLAY 'ENTER ACTION (A=ADD, C=CHANGE, R=RETIRE): '
           ACCEPT w-action
           EVALUATE w-action
               WHEN 'A'
                   DISPLAY 'ENTER ZONE ID: '
                   ACCEPT w-lookup-id
      *            REFUSE A DUPLICATE OF AN EXISTING ZONE, RETIRED
      *            ONES INCLUDED -- THE ID IS STILL ON THE MASTER
                   OPEN INPUT ZONE-FILE
                   IF w-zone-status = '00'
                       READ ZONE-FILE
                           AT END SET ZONE-EOF TO TRUE
                       END-READ
                       PERFORM UNTIL ZONE-EOF OR FOUND-ZONE
                           IF zm-zone-id = w-lookup-id
                               SET FOUND-ZONE TO TRUE
                           ELSE
                               READ ZONE-FILE
                                   AT END SET ZONE-EOF TO TRUE
                               END-READ
                           END-IF
                       END-PERFORM
                       CLOSE ZONE-FILE
                   END-IF
                   IF FOUND-ZONE
                       DISPLAY 'ZONE ALREADY ON MASTER: ' w-lookup-id
                       STOP RUN
                   END-IF
                   DISPLAY 'ENTER MIN X (SIGN THEN 5 DIGITS): '
                   ACCEPT w-min-x
                   DISPLAY 'ENTER MAX X (SIGN THEN 5 DIGITS): '
                   ACCEPT w-max-x
                   DISPLAY 'ENTER MIN Y (SIGN THEN 5 DIGITS): '
                   ACCEPT w-min-y
                   DISPLAY 'ENTER MAX Y (SIGN THEN 5 DIGITS): '
                   ACCEPT w-max-y
      *            A BOX WHOSE MINIMUM LIES BEYOND ITS MAXIMUM HOLDS NO
      *            INTERSECTION AT ALL, SO EVERY STEP OF EVERY VEHICLE
      *            IN IT WOULD BE REPORTED AS A VIOLATION
                   IF w-min-x > w-max-x OR w-min-y > w-max-y
                       DISPLAY 'MINIMUM EXCEEDS MAXIMUM -- ZONE '
                           w-lookup-id ' NOT ADDED'
                       STOP RUN
                   END-IF
                   PERFORM 1000-CHECK-OVERLAP
                   MOVE w-lookup-id TO zm-zone-id
                   MOVE w-min-x     TO zm-min-x
                   MOVE w-max-x     TO zm-max-x
                   MOVE w-min-y     TO zm-min-y
                   MOVE w-max-y     TO zm-max-y
                   MOVE 'A'         TO zm-status
                   MOVE SPACES      TO w-before
                   MOVE zone-line   TO w-after
                   OPEN EXTEND ZONE-FILE
      *            A BRAND NEW MASTER MUST BE CREATED FIRST
                   IF w-zone-status NOT = '00'
                       OPEN OUTPUT ZONE-FILE
                   END-IF
                   WRITE zone-line
                   CLOSE ZONE-FILE
                   MOVE 'ADD' TO w-aud-action
                   PERFORM 9000-WRITE-AUDIT
                   DISPLAY 'ZONE ' w-lookup-id ' ADDED'
               WHEN 'C'
                   DISPLAY 'ENTER ZONE ID: '
                   ACCEPT w-lookup-id
                   DISPLAY 'ENTER MIN X (SIGN THEN 5 DIGITS): '
                   ACCEPT w-min-x
                   DISPLAY 'ENTER MAX X (SIGN THEN 5 DIGITS): '
                   ACCEPT w-max-x
                   DISPLAY 'ENTER MIN Y (SIGN THEN 5 DIGITS): '
                   ACCEPT w-min-y
                   DISPLAY 'ENTER MAX Y (SIGN THEN 5 DIGITS): '
                   ACCEPT w-max-y
                   IF w-min-x > w-max-x OR w-min-y > w-max-y
                       DISPLAY 'MINIMUM EXCEEDS MAXIMUM -- ZONE '
                           w-lookup-id ' NOT CHANGED'
                       STOP RUN
                   END-IF
                   PERFORM 1000-CHECK-OVERLAP
      *            COPY THE MASTER TO SCRATCH, REPLACING THE ZONE'S
      *            BOUNDARY BOX
                   MOVE 'N' TO w-zone-eof
                   OPEN INPUT ZONE-FILE
                   IF w-zone-status NOT = '00'
                       DISPLAY 'ZONE MASTER NOT FOUND'
                   ELSE
                       OPEN OUTPUT ZONE-SCRATCH
                       READ ZONE-FILE
                           AT END SET ZONE-EOF TO TRUE
                       END-READ
                       PERFORM UNTIL ZONE-EOF
                           IF zm-zone-id = w-lookup-id
                               SET FOUND-ZONE TO TRUE
                               MOVE zone-line TO w-before
                               MOVE w-min-x TO zm-min-x
                               MOVE w-max-x TO zm-max-x
                               MOVE w-min-y TO zm-min-y
                               MOVE w-max-y TO zm-max-y
                               MOVE zone-line TO w-after
                           END-IF
                           MOVE zone-line TO scratch-line
                           WRITE scratch-line
                           READ ZONE-FILE
                               AT END SET ZONE-EOF TO TRUE
                           END-READ
                       END-PERFORM
                       CLOSE ZONE-FILE
                       CLOSE ZONE-SCRATCH
                       IF FOUND-ZONE
      *                    COPY SCRATCH BACK OVER THE MASTER
                           OPEN INPUT ZONE-SCRATCH
                           OPEN OUTPUT ZONE-FILE
                           MOVE 'N' TO w-zone-eof
                           READ ZONE-SCRATCH
                               AT END SET ZONE-EOF TO TRUE
                           END-READ
                           PERFORM UNTIL ZONE-EOF
                               MOVE scratch-line TO zone-line
                               WRITE zone-line
                               READ ZONE-SCRATCH
                                   AT END SET ZONE-EOF TO TRUE
                               END-READ
                           END-PERFORM
                           CLOSE ZONE-SCRATCH
                           CLOSE ZONE-FILE
                           MOVE 'CHANGE' TO w-aud-action
                           PERFORM 9000-WRITE-AUDIT
                           DISPLAY 'ZONE ' w-lookup-id ' CHANGED'
                       ELSE
                           DISPLAY 'ZONE NOT FOUND: ' w-lookup-id
                       END-IF
                   END-IF
               WHEN 'R'
                   DISPLAY 'ENTER ZONE ID: '
                   ACCEPT w-lookup-id
      *            A ZONE STILL AUTHORIZED TO SOME ACTIVE VEHICLE MUST
      *            NOT BE RETIRED OUT FROM UNDER IT
                   OPEN INPUT VEHICLE-FILE
                   IF w-veh-status = '00'
                       READ VEHICLE-FILE
                           AT END SET VEH-EOF TO TRUE
                       END-READ
                       PERFORM UNTIL VEH-EOF OR ZONE-IN-USE
                           IF vm-zone-id = w-lookup-id
                              AND vm-status = 'A'
                               SET ZONE-IN-USE TO TRUE
                           ELSE
                               READ VEHICLE-FILE
                                   AT END SET VEH-EOF TO TRUE
                               END-READ
                           END-IF
                       END-PERFORM
                       CLOSE VEHICLE-FILE
                   END-IF
                   IF ZONE-IN-USE
                       DISPLAY 'ZONE IS AUTHORIZED TO ACTIVE VEHICLE '
                           vm-vehicle-id ' -- NOT RETIRED'
                   ELSE
      *                COPY THE MASTER TO SCRATCH, RETIRING THE ZONE
                       OPEN INPUT ZONE-FILE
                       IF w-zone-status NOT = '00'
                           DISPLAY 'ZONE MASTER NOT FOUND'
                       ELSE
                           OPEN OUTPUT ZONE-SCRATCH
                           READ ZONE-FILE
                               AT END SET ZONE-EOF TO TRUE
                           END-READ
                           PERFORM UNTIL ZONE-EOF
                               IF zm-zone-id = w-lookup-id
                                   SET FOUND-ZONE TO TRUE
                                   MOVE zone-line TO w-before
                                   MOVE 'R' TO zm-status
                                   MOVE zone-line TO w-after
                               END-IF
                               MOVE zone-line TO scratch-line
                               WRITE scratch-line
                               READ ZONE-FILE
                                   AT END SET ZONE-EOF TO TRUE
                               END-READ
                           END-PERFORM
                           CLOSE ZONE-FILE
                           CLOSE ZONE-SCRATCH
                           IF FOUND-ZONE
      *                        COPY SCRATCH BACK OVER THE MASTER
                               OPEN INPUT ZONE-SCRATCH
                               OPEN OUTPUT ZONE-FILE
                               MOVE 'N' TO w-zone-eof
                               READ ZONE-SCRATCH
                                   AT END SET ZONE-EOF TO TRUE
                               END-READ
                               PERFORM UNTIL ZONE-EOF
                                   MOVE scratch-line TO zone-line
                                   WRITE zone-line
                                   READ ZONE-SCRATCH
                                       AT END SET ZONE-EOF TO TRUE
                                   END-READ
                               END-PERFORM
                               CLOSE ZONE-SCRATCH
                               CLOSE ZONE-FILE
                               MOVE 'RETIRE' TO w-aud-action
                               PERFORM 9000-WRITE-AUDIT
                               DISPLAY 'ZONE ' w-lookup-id ' RETIRED'
                           ELSE
                               DISPLAY 'ZONE NOT FOUND: ' w-lookup-id
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNKNOWN ACTION: ' w-action
           END-EVALUATE
           STOP RUN.

      *    WARN ABOUT EVERY ACTIVE ZONE WHOSE BOX SHARES AT LEAST ONE
      *    INTERSECTION WITH THE BOX JUST ENTERED.  OVERLAPPING ZONES
      *    ARE ALLOWED -- A DOWNTOWN ZONE MAY SIT INSIDE A CITY ZONE --
      *    BUT ARE MORE OFTEN A KEYING SLIP, SO THE OPERATOR IS TOLD.
      *    THE ZONE BEING CHANGED IS NOT COMPARED WITH ITSELF
       1000-CHECK-OVERLAP.
           MOVE 0   TO w-overlaps
           MOVE 'N' TO w-zone-eof
           OPEN INPUT ZONE-FILE
           IF w-zone-status = '00'
               READ ZONE-FILE
                   AT END SET ZONE-EOF TO TRUE
               END-READ
               PERFORM UNTIL ZONE-EOF
                   IF zm-zone-id NOT = w-lookup-id
                      AND ZONE-ACTIVE
                      AND w-min-x <= zm-max-x
                      AND w-max-x >= zm-min-x
                      AND w-min-y <= zm-max-y
                      AND w-max-y >= zm-min-y
                       ADD 1 TO w-overlaps
                       DISPLAY 'WARNING -- OVERLAPS ZONE ' zm-zone-id
                   END-IF
                   READ ZONE-FILE
                       AT END SET ZONE-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ZONE-FILE
           END-IF
           MOVE 'N' TO w-zone-eof.

      *    APPEND THE CHANGE JUST MADE TO THE MASTER AUDIT TRAIL, WITH
      *    THE ZONE RECORD AS IT STOOD BEFORE AND AFTER
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
           MOVE 'ZONE'       TO ma-master
           MOVE 'DAY-1-ZONM' TO ma-program
           MOVE w-operator   TO ma-operator
           MOVE w-aud-action TO ma-action
           MOVE w-lookup-id  TO ma-key
           MOVE w-before     TO ma-before
           MOVE w-after      TO ma-after
           WRITE master-audit-line
           CLOSE AUDIT-FILE.
