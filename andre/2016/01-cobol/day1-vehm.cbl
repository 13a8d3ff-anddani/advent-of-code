           FILE STATUS IS w-veh-status.
       SELECT VEHICLE-SCRATCH ASSIGN TO "VEHICLES.SCR"
           ORGANIZATION LINE SEQUENTIAL.
       SELECT AUDIT-FILE ASSIGN TO "MASTAUD.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-aud-status.

       DATA DIVISION.
       FILE SECTION.
                             ==vm-home-depot==   BY ==vs-home-depot==
                             ==vm-zone-id==      BY ==vs-zone-id==
                             ==vm-class==        BY ==vs-class==.
       FD AUDIT-FILE.
       COPY MAUDREC.
       WORKING-STORAGE SECTION.
       01 FILLER.
           05 w-veh-status  PIC XX.
           05 w-aud-status  PIC XX.
           05 w-operator    PIC X(10).
           05 w-aud-action  PIC X(6).
           05 w-before      PIC X(80).
           05 w-after       PIC X(80).
           05 w-action      PIC X(1).
           05 w-lookup-id   PIC X(10).
           05 w-description PIC X(30).
           05 w-found       PIC X VALUE 'N'.
               88 FOUND-VEHICLE VALUE 'Y'.
       PROCEDURE DIVISION.
      *    EVERY CHANGE IS SIGNED ON THE AUDIT TRAIL
           DISPLAY 'ENTER OPERATOR ID: '
           ACCEPT w-operator
           IF w-operator = SPACES
               DISPLAY 'OPERATOR ID REQUIRED -- NO CHANGE MADE'
               STOP RUN
           END-IF
           DISPLAY 'ENTER ACTION (A=ADD, C=CLASS, R=RETIRE): '
           ACCEPT w-action
           EVALUATE w-action
                       MOVE w-home-depot  TO vm-home-depot
                       MOVE w-zone-id     TO vm-zone-id
                       MOVE w-class       TO vm-class
                       MOVE SPACES        TO w-before
                       MOVE vehicle-line  TO w-after
                       OPEN EXTEND VEHICLE-FILE
      *                A BRAND NEW MASTER MUST BE CREATED FIRST
                       IF w-veh-status NOT = '00'
                       END-IF
                       WRITE vehicle-line
                       CLOSE VEHICLE-FILE
                       MOVE 'ADD' TO w-aud-action
                       PERFORM 9000-WRITE-AUDIT
                       DISPLAY 'VEHICLE ' w-lookup-id ' ADDED'
                   END-IF
               WHEN 'C'
                       PERFORM UNTIL VEH-EOF
                           IF vm-vehicle-id = w-lookup-id
                               SET FOUND-VEHICLE TO TRUE
                               MOVE vehicle-line TO w-before
                               MOVE w-class TO vm-class
                               MOVE vehicle-line TO w-after
                           END-IF
                           MOVE vehicle-line TO scratch-line
                           WRITE scratch-line
                           END-PERFORM
                           CLOSE VEHICLE-SCRATCH
                           CLOSE VEHICLE-FILE
                           MOVE 'CLASS' TO w-aud-action
                           PERFORM 9000-WRITE-AUDIT
                           DISPLAY 'VEHICLE ' w-lookup-id
                               ' NOW CLASS ' w-class
                       ELSE
                       PERFORM UNTIL VEH-EOF
                           IF vm-vehicle-id = w-lookup-id
                               SET FOUND-VEHICLE TO TRUE
                               MOVE vehicle-line TO w-before
                               MOVE 'R' TO vm-status
                               MOVE vehicle-line TO w-after
                           END-IF
                           MOVE vehicle-line TO scratch-line
                           WRITE scratch-line
                           END-PERFORM
                           CLOSE VEHICLE-SCRATCH
                           CLOSE VEHICLE-FILE
                           MOVE 'RETIRE' TO w-aud-action
                           PERFORM 9000-WRITE-AUDIT
                           DISPLAY 'VEHICLE ' w-lookup-id ' RETIRED'
                       ELSE
                           DISPLAY 'VEHICLE NOT FOUND: ' w-lookup-id
                   DISPLAY 'UNKNOWN ACTION: ' w-action
           END-EVALUATE
           STOP RUN.

      *    APPEND THE CHANGE JUST MADE TO THE MASTER AUDIT TRAIL, WITH
      *    THE VEHICLE RECORD AS IT STOOD BEFORE AND AFTER
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
           MOVE 'VEHICLE'    TO ma-master
           MOVE 'DAY-1-VEHM' TO ma-program
           MOVE w-operator   TO ma-operator
           MOVE w-aud-action TO ma-action
           MOVE w-lookup-id  TO ma-key
           MOVE w-before     TO ma-before
           MOVE w-after      TO ma-after
           WRITE master-audit-line
           CLOSE AUDIT-FILE.
