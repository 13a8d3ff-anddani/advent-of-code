       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-1-PLNM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PLAN-FILE ASSIGN TO "PLANRTE.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-plan-status.
       SELECT PLAN-SCRATCH ASSIGN TO "PLANRTE.SCR"
           ORGANIZATION LINE SEQUENTIAL.
       SELECT AUDIT-FILE ASSIGN TO "MASTAUD.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-aud-status.
       SELECT DEPOT-FILE ASSIGN TO "DEPOTS.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-dep-status.

       DATA DIVISION.
       FILE SECTION.
       FD PLAN-FILE.
       COPY PLANREC.
       FD PLAN-SCRATCH.
       COPY PLANREC REPLACING ==plan-line==     BY ==scratch-line==
                              ==pn-route-id==   BY ==ps-route-id==
                              ==pn-eff-date==   BY ==ps-eff-date==
                              ==pn-depot-id==   BY ==ps-depot-id==
                              ==pn-type==       BY ==ps-type==
                              ==PLAN-INSTRUCTIONS==
                                             BY ==SCRATCH-INSTRUCTIONS==
                              ==PLAN-INTERSECTIONS==
                                            BY ==SCRATCH-INTERSECTIONS==
                              ==pn-status==     BY ==ps-status==
                              ==PLAN-ACTIVE==   BY ==SCRATCH-ACTIVE==
                              ==PLAN-RETIRED==  BY ==SCRATCH-RETIRED==
                              ==pn-plan==       BY ==ps-plan==
                              ==pn-stops==      BY ==ps-stops==
                              ==pn-stop==       BY ==ps-stop==
                              ==pn-stop-x==     BY ==ps-stop-x==
                              ==pn-stop-y==     BY ==ps-stop-y==.
       FD DEPOT-FILE.
       COPY DEPREC.
       FD AUDIT-FILE.
       COPY MAUDREC.
       WORKING-STORAGE SECTION.
       01 FILLER.
           05 w-plan-status PIC XX.
           05 w-dep-status  PIC XX.
           05 w-aud-status  PIC XX.
           05 w-operator    PIC X(10).
           05 w-aud-action  PIC X(6).
           05 w-before      PIC X(80).
           05 w-after       PIC X(80).
           05 w-action      PIC X(1).
           05 w-route-id    PIC X(10).
           05 w-eff-date    PIC X(8).
           05 w-eff-num     REDEFINES w-eff-date PIC 9(8).
           05 w-depot-id    PIC X(10).
           05 w-type        PIC X(1).
           05 w-plan-eof    PIC X VALUE 'N'.
               88 PLAN-EOF VALUE 'Y'.
           05 w-dep-eof     PIC X VALUE 'N'.
               88 DEP-EOF VALUE 'Y'.
           05 w-found       PIC X VALUE 'N'.
               88 FOUND-PLAN VALUE 'Y'.
           05 w-dep-found   PIC X VALUE 'N'.
               88 DEP-FOUND VALUE 'Y'.
           05 w-stops-done  PIC X VALUE 'N'.
               88 STOPS-DONE VALUE 'Y'.
       01 w-work.
      *    THE PLAN AS KEYED -- AN INSTRUCTION STRING, OR THE LIST OF
      *    INTERSECTIONS IN THE SAME FORM THE MASTER HOLDS THEM
           05 w-plan    PIC X(1000).
           05 w-pos     REDEFINES w-plan PIC X(1) OCCURS 1000 TIMES.
           05 w-pos-num REDEFINES w-plan PIC 9(1) OCCURS 1000 TIMES.
           05 w-stops   REDEFINES w-plan.
               10 w-stop OCCURS 83 TIMES.
                   15 w-stop-x PIC S9(5) SIGN LEADING SEPARATE.
                   15 w-stop-y PIC S9(5) SIGN LEADING SEPARATE.
               10 FILLER PIC X(4).
           05 w-counter    PIC 9(4).
           05 w-amount     PIC 9(3).
           05 w-legs       PIC 9(4).
           05 w-stop-count PIC 9(2).
           05 w-coord-text PIC X(6).
           05 w-x          PIC S9(5).
           05 w-y          PIC S9(5).
           05 w-new-x      PIC S9(5).
           05 w-new-y      PIC S9(5).
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
                   DISPLAY 'ENTER ROUTE ID: '
                   ACCEPT w-route-id
                   DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD): '
                   ACCEPT w-eff-date
                   PERFORM 1000-CHECK-DATE
      *            REFUSE A SECOND PLAN FOR THE SAME ROUTE AND DATE --
      *            THE DEVIATION REPORT COULD NOT TELL WHICH TO USE
                   OPEN INPUT PLAN-FILE
                   IF w-plan-status = '00'
                       READ PLAN-FILE
                           AT END SET PLAN-EOF TO TRUE
                       END-READ
                       PERFORM UNTIL PLAN-EOF OR FOUND-PLAN
                           IF pn-route-id = w-route-id
                              AND pn-eff-date = w-eff-date
                               SET FOUND-PLAN TO TRUE
                           ELSE
                               READ PLAN-FILE
                                   AT END SET PLAN-EOF TO TRUE
                               END-READ
                           END-IF
                       END-PERFORM
                       CLOSE PLAN-FILE
                   END-IF
                   IF FOUND-PLAN
                       IF PLAN-RETIRED
                           DISPLAY 'RETIRED PLAN ALREADY ON MASTER FOR '
                               w-route-id ' EFFECTIVE ' w-eff-date
                       ELSE
                           DISPLAY 'PLAN ALREADY ON MASTER FOR '
                               w-route-id ' EFFECTIVE ' w-eff-date
                       END-IF
                       STOP RUN
                   END-IF
                   PERFORM 2000-ENTER-PLAN
                   OPEN EXTEND PLAN-FILE
      *            A BRAND NEW MASTER MUST BE CREATED FIRST
                   IF w-plan-status NOT = '00'
                       OPEN OUTPUT PLAN-FILE
                   END-IF
                   MOVE w-route-id  TO pn-route-id
                   MOVE w-eff-date  TO pn-eff-date
                   MOVE w-depot-id  TO pn-depot-id
                   MOVE w-type      TO pn-type
                   MOVE 'A'         TO pn-status
                   MOVE w-plan      TO pn-plan
                   MOVE SPACES      TO w-before
                   MOVE plan-line   TO w-after
                   WRITE plan-line
                   CLOSE PLAN-FILE
                   MOVE 'ADD' TO w-aud-action
                   PERFORM 9000-WRITE-AUDIT
                   DISPLAY 'PLAN ' w-route-id ' EFFECTIVE ' w-eff-date
                       ' ADDED'
               WHEN 'C'
                   DISPLAY 'ENTER ROUTE ID: '
                   ACCEPT w-route-id
                   DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD): '
                   ACCEPT w-eff-date
                   PERFORM 2000-ENTER-PLAN
      *            COPY THE MASTER TO SCRATCH, REPLACING THE PLAN
                   OPEN INPUT PLAN-FILE
                   IF w-plan-status NOT = '00'
                       DISPLAY 'PLAN MASTER NOT FOUND'
                   ELSE
                       OPEN OUTPUT PLAN-SCRATCH
                       READ PLAN-FILE
                           AT END SET PLAN-EOF TO TRUE
                       END-READ
                       PERFORM UNTIL PLAN-EOF
                           IF pn-route-id = w-route-id
                              AND pn-eff-date = w-eff-date
                               SET FOUND-PLAN TO TRUE
                               MOVE plan-line  TO w-before
                               MOVE w-depot-id TO pn-depot-id
                               MOVE w-type     TO pn-type
                               MOVE w-plan     TO pn-plan
                               MOVE plan-line  TO w-after
                           END-IF
                           MOVE plan-line TO scratch-line
                           WRITE scratch-line
                           READ PLAN-FILE
                               AT END SET PLAN-EOF TO TRUE
                           END-READ
                       END-PERFORM
                       CLOSE PLAN-FILE
                       CLOSE PLAN-SCRATCH
                       IF FOUND-PLAN
      *                    COPY SCRATCH BACK OVER THE MASTER
                           OPEN INPUT PLAN-SCRATCH
                           OPEN OUTPUT PLAN-FILE
                           MOVE 'N' TO w-plan-eof
                           READ PLAN-SCRATCH
                               AT END SET PLAN-EOF TO TRUE
                           END-READ
                           PERFORM UNTIL PLAN-EOF
                               MOVE scratch-line TO plan-line
                               WRITE plan-line
                               READ PLAN-SCRATCH
                                   AT END SET PLAN-EOF TO TRUE
                               END-READ
                           END-PERFORM
                           CLOSE PLAN-SCRATCH
                           CLOSE PLAN-FILE
                           MOVE 'CHANGE' TO w-aud-action
                           PERFORM 9000-WRITE-AUDIT
                           DISPLAY 'PLAN ' w-route-id ' EFFECTIVE '
                               w-eff-date ' CHANGED'
                       ELSE
                           DISPLAY 'PLAN NOT FOUND: ' w-route-id ' '
                               w-eff-date
                       END-IF
                   END-IF
               WHEN 'R'
                   DISPLAY 'ENTER ROUTE ID: '
                   ACCEPT w-route-id
                   DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD): '
                   ACCEPT w-eff-date
      *            COPY THE MASTER TO SCRATCH, RETIRING THE PLAN
                   OPEN INPUT PLAN-FILE
                   IF w-plan-status NOT = '00'
                       DISPLAY 'PLAN MASTER NOT FOUND'
                   ELSE
                       OPEN OUTPUT PLAN-SCRATCH
                       READ PLAN-FILE
                           AT END SET PLAN-EOF TO TRUE
                       END-READ
                       PERFORM UNTIL PLAN-EOF
                           IF pn-route-id = w-route-id
                              AND pn-eff-date = w-eff-date
                               SET FOUND-PLAN TO TRUE
                               MOVE plan-line TO w-before
                               MOVE 'R' TO pn-status
                               MOVE plan-line TO w-after
                           END-IF
                           MOVE plan-line TO scratch-line
                           WRITE scratch-line
                           READ PLAN-FILE
                               AT END SET PLAN-EOF TO TRUE
                           END-READ
                       END-PERFORM
                       CLOSE PLAN-FILE
                       CLOSE PLAN-SCRATCH
                       IF FOUND-PLAN
      *                    COPY SCRATCH BACK OVER THE MASTER
                           OPEN INPUT PLAN-SCRATCH
                           OPEN OUTPUT PLAN-FILE
                           MOVE 'N' TO w-plan-eof
                           READ PLAN-SCRATCH
                               AT END SET PLAN-EOF TO TRUE
                           END-READ
                           PERFORM UNTIL PLAN-EOF
                               MOVE scratch-line TO plan-line
                               WRITE plan-line
                               READ PLAN-SCRATCH
                                   AT END SET PLAN-EOF TO TRUE
                               END-READ
                           END-PERFORM
                           CLOSE PLAN-SCRATCH
                           CLOSE PLAN-FILE
                           MOVE 'RETIRE' TO w-aud-action
                           PERFORM 9000-WRITE-AUDIT
                           DISPLAY 'PLAN ' w-route-id ' EFFECTIVE '
                               w-eff-date ' RETIRED'
                       ELSE
                           DISPLAY 'PLAN NOT FOUND: ' w-route-id ' '
                               w-eff-date
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNKNOWN ACTION: ' w-action
           END-EVALUATE
           STOP RUN.

      *    AN EFFECTIVE DATE MUST BE A REAL CALENDAR DATE -- IT IS
      *    COMPARED AS TEXT AGAINST RUN DATES, SO A MALFORMED ONE
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

      *    TAKE THE START DEPOT AND THE PLAN ITSELF FROM THE CONSOLE,
      *    REFUSING ANY PLAN THE DEVIATION REPORT COULD NOT EXPAND
      *    INTO A PATH -- NOTHING IS WRITTEN UNTIL IT HAS PASSED
       2000-ENTER-PLAN.
           DISPLAY 'ENTER START DEPOT (BLANK FOR HQ): '
           ACCEPT w-depot-id
           MOVE 0 TO w-x
           MOVE 0 TO w-y
           IF w-depot-id NOT = SPACES
               OPEN INPUT DEPOT-FILE
               IF w-dep-status = '00'
                   READ DEPOT-FILE
                       AT END SET DEP-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL DEP-EOF OR DEP-FOUND
                       IF dp-depot-id = w-depot-id
                          AND NOT DEPOT-RETIRED
                           SET DEP-FOUND TO TRUE
                           MOVE dp-start-x TO w-x
                           MOVE dp-start-y TO w-y
                       ELSE
                           READ DEPOT-FILE
                               AT END SET DEP-EOF TO TRUE
                           END-READ
                       END-IF
                   END-PERFORM
                   CLOSE DEPOT-FILE
               END-IF
               IF NOT DEP-FOUND
                   DISPLAY 'DEPOT NOT ON MASTER OR RETIRED: '
                       w-depot-id ' -- PLAN NOT SAVED'
                   STOP RUN
               END-IF
           END-IF
           DISPLAY 'ENTER PLAN TYPE (I=INSTRUCTIONS, '
               'X=INTERSECTIONS): '
           ACCEPT w-type
           MOVE SPACES TO w-plan
           EVALUATE w-type
               WHEN 'I'
                   DISPLAY 'ENTER INSTRUCTION STRING: '
                   ACCEPT w-plan
      *            THE SAME CHARACTERS A ROUTE MAY CARRY, AND AT LEAST
      *            ONE LEG THAT ACTUALLY MOVES
                   MOVE 0 TO w-amount
                   MOVE 0 TO w-legs
                   MOVE 1 TO w-counter
                   PERFORM UNTIL w-counter > 1000
                       EVALUATE w-pos(w-counter)
                           WHEN 'L'
                           WHEN 'R'
                           WHEN SPACE
                               CONTINUE
                           WHEN NUMERIC
                               COMPUTE w-amount = w-amount * 10
                                       + w-pos-num(w-counter)
                           WHEN ','
                               IF w-amount > 0
                                   ADD 1 TO w-legs
                               END-IF
                               MOVE 0 TO w-amount
                           WHEN OTHER
                               DISPLAY 'INVALID CHARACTER '
                                   w-pos(w-counter) ' AT POSITION '
                                   w-counter ' -- PLAN NOT SAVED'
                               STOP RUN
                       END-EVALUATE
                       ADD 1 TO w-counter
                   END-PERFORM
                   IF w-legs = 0
                       DISPLAY 'PLAN HAS NO LEG THAT MOVES -- PLAN NOT '
                           'SAVED'
                       STOP RUN
                   END-IF
               WHEN 'X'
      *            ONE INTERSECTION AT A TIME, EACH ON THE SAME STREET
      *            AS THE POINT BEFORE IT SO THE BLOCKS BETWEEN THEM
      *            ARE NOT IN DOUBT
                   MOVE 0 TO w-stop-count
                   PERFORM UNTIL STOPS-DONE
                       DISPLAY 'ENTER X OF NEXT STOP (BLANK TO END): '
                       ACCEPT w-coord-text
                       IF w-coord-text = SPACES
                           SET STOPS-DONE TO TRUE
                       ELSE
                           MOVE FUNCTION NUMVAL(w-coord-text) TO w-new-x
                           DISPLAY 'ENTER Y OF THE STOP: '
                           ACCEPT w-coord-text
                           MOVE FUNCTION NUMVAL(w-coord-text) TO w-new-y
                           IF w-new-x = w-x AND w-new-y = w-y
                               DISPLAY 'STOP REPEATS THE POINT BEFORE '
                                   'IT -- PLAN NOT SAVED'
                               STOP RUN
                           END-IF
                           IF w-new-x NOT = w-x AND w-new-y NOT = w-y
                               DISPLAY 'STOP IS NOT ON A STREET FROM '
                                   'THE POINT BEFORE IT -- PLAN NOT '
                                   'SAVED'
                               STOP RUN
                           END-IF
                           ADD 1 TO w-stop-count
                           MOVE w-new-x TO w-stop-x(w-stop-count)
                           MOVE w-new-y TO w-stop-y(w-stop-count)
                           MOVE w-new-x TO w-x
                           MOVE w-new-y TO w-y
                           IF w-stop-count >= 83
                               DISPLAY 'PLAN IS FULL AT 83 STOPS'
                               SET STOPS-DONE TO TRUE
                           END-IF
                       END-IF
                   END-PERFORM
                   IF w-stop-count = 0
                       DISPLAY 'PLAN HAS NO STOPS -- PLAN NOT SAVED'
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNKNOWN PLAN TYPE: ' w-type
                       ' -- PLAN NOT SAVED'
                   STOP RUN
           END-EVALUATE.

      *    APPEND THE CHANGE JUST MADE TO THE MASTER AUDIT TRAIL, WITH
      *    THE PLAN AS IT STOOD BEFORE AND AFTER -- THE IMAGE HOLDS
      *    THE KEY, DEPOT, TYPE, STATUS AND THE START OF THE PLAN
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
           MOVE 'PLAN'       TO ma-master
           MOVE 'DAY-1-PLNM' TO ma-program
           MOVE w-operator   TO ma-operator
           MOVE w-aud-action TO ma-action
           STRING w-route-id DELIMITED BY SIZE
                  w-eff-date DELIMITED BY SIZE
               INTO ma-key
           END-STRING
           MOVE w-before     TO ma-before
           MOVE w-after      TO ma-after
           WRITE master-audit-line
           CLOSE AUDIT-FILE.
