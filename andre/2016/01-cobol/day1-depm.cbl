           FILE STATUS IS w-dep-status.
       SELECT DEPOT-SCRATCH ASSIGN TO "DEPOTS.SCR"
           ORGANIZATION LINE SEQUENTIAL.
       SELECT AUDIT-FILE ASSIGN TO "MASTAUD.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-aud-status.
       SELECT VEHICLE-FILE ASSIGN TO "VEHICLES.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-veh-status.
                             ==DEPOT-RETIRED==  BY ==SCRATCH-RETIRED==.
       FD VEHICLE-FILE.
       COPY VEHREC.
       FD AUDIT-FILE.
       COPY MAUDREC.
       WORKING-STORAGE SECTION.
       01 FILLER.
           05 w-dep-status  PIC XX.
           05 w-veh-status  PIC XX.
           05 w-aud-status  PIC XX.
           05 w-operator    PIC X(10).
           05 w-aud-action  PIC X(6).
           05 w-before      PIC X(80).
           05 w-after       PIC X(80).
           05 w-action      PIC X(1).
           05 w-lookup-id   PIC X(10).
           05 w-start-x     PIC S9(5) SIGN LEADING SEPARATE.
           05 w-in-use      PIC X VALUE 'N'.
               88 DEPOT-IN-USE VALUE 'Y'.
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
                       MOVE w-start-y   TO dp-start-y
                       MOVE w-facing    TO dp-facing
                       MOVE 'A'         TO dp-status
                       MOVE SPACES      TO w-before
                       MOVE depot-line  TO w-after
                       OPEN EXTEND DEPOT-FILE
      *                A BRAND NEW MASTER MUST BE CREATED FIRST
                       IF w-dep-status NOT = '00'
                       END-IF
                       WRITE depot-line
                       CLOSE DEPOT-FILE
                       MOVE 'ADD' TO w-aud-action
                       PERFORM 9000-WRITE-AUDIT
                       DISPLAY 'DEPOT ' w-lookup-id ' ADDED'
                   END-IF
               WHEN 'C'
                       PERFORM UNTIL DEP-EOF
                           IF dp-depot-id = w-lookup-id
                               SET FOUND-DEPOT TO TRUE
                               MOVE depot-line TO w-before
                               MOVE w-start-x TO dp-start-x
                               MOVE w-start-y TO dp-start-y
                               MOVE w-facing  TO dp-facing
                               MOVE depot-line TO w-after
                           END-IF
                           MOVE depot-line TO scratch-line
                           WRITE scratch-line
                           END-PERFORM
                           CLOSE DEPOT-SCRATCH
                           CLOSE DEPOT-FILE
                           MOVE 'CHANGE' TO w-aud-action
                           PERFORM 9000-WRITE-AUDIT
                           DISPLAY 'DEPOT ' w-lookup-id ' CHANGED'
                       ELSE
                           DISPLAY 'DEPOT NOT FOUND: ' w-lookup-id
                           PERFORM UNTIL DEP-EOF
                               IF dp-depot-id = w-lookup-id
                                   SET FOUND-DEPOT TO TRUE
                                   MOVE depot-line TO w-before
                                   MOVE 'R' TO dp-status
                                   MOVE depot-line TO w-after
                               END-IF
                               MOVE depot-line TO scratch-line
                               WRITE scratch-line
                               END-PERFORM
                               CLOSE DEPOT-SCRATCH
                               CLOSE DEPOT-FILE
                               MOVE 'RETIRE' TO w-aud-action
                               PERFORM 9000-WRITE-AUDIT
                               DISPLAY 'DEPOT ' w-lookup-id ' RETIRED'
                           ELSE
                               DISPLAY 'DEPOT NOT FOUND: ' w-lookup-id
                   DISPLAY 'UNKNOWN ACTION: ' w-action
           END-EVALUATE
           STOP RUN.

      *    APPEND THE CHANGE JUST MADE TO THE MASTER AUDIT TRAIL, WITH
      *    THE DEPOT RECORD AS IT STOOD BEFORE AND AFTER
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
           MOVE 'DEPOT'      TO ma-master
           MOVE 'DAY-1-DEPM' TO ma-program
           MOVE w-operator   TO ma-operator
           MOVE w-aud-action TO ma-action
           MOVE w-lookup-id  TO ma-key
           MOVE w-before     TO ma-before
           MOVE w-after      TO ma-after
           WRITE master-audit-line
           CLOSE AUDIT-FILE.
