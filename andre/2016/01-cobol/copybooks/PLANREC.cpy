      *    PLANNED ROUTE MASTER -- WHAT DISPATCH EXPECTS A ROUTE TO
      *    DRIVE, KEYED BY ROUTE AND THE FIRST RUN DATE THE PLAN
      *    APPLIES TO.  FOR A GIVEN ROUTE THE LATEST EFFECTIVE DATE NOT
      *    AFTER THE RUN DATE IS THE PLAN IN FORCE
       01 plan-line.
           02 pn-route-id PIC X(10).
           02 pn-eff-date PIC X(8).
      *    DEPOT THE PLAN STARTS FROM -- SPACES MEANS HQ AT (0,0)
      *    FACING NORTH
           02 pn-depot-id PIC X(10).
      *    'I' = THE PLAN IS AN INSTRUCTION STRING IN THE SAME FORM AS
      *    A ROUTE'S, AND EACH ',' ENDS A LEG AT A PLANNED STOP.
      *    'X' = THE PLAN IS THE SEQUENCE OF INTERSECTIONS THE ROUTE
      *    MUST PASS THROUGH, EVERY ONE A PLANNED STOP AND EACH ON THE
      *    SAME STREET AS THE ONE BEFORE IT (THE FIRST ON THE SAME
      *    STREET AS THE DEPOT), SO THE BLOCKS BETWEEN ARE IMPLIED
           02 pn-type     PIC X(1).
               88 PLAN-INSTRUCTIONS  VALUE 'I'.
               88 PLAN-INTERSECTIONS VALUE 'X'.
      *    'A' = ACTIVE, 'R' = RETIRED
           02 pn-status   PIC X(1).
               88 PLAN-ACTIVE  VALUES 'A' SPACE.
               88 PLAN-RETIRED VALUE 'R'.
           02 pn-plan     PIC X(1000).
      *    AN INTERSECTION PLAN ENDS AT ITS FIRST BLANK ENTRY
           02 pn-stops REDEFINES pn-plan.
               03 pn-stop OCCURS 83 TIMES.
                   04 pn-stop-x PIC S9(5) SIGN LEADING SEPARATE.
                   04 pn-stop-y PIC S9(5) SIGN LEADING SEPARATE.
               03 FILLER PIC X(4).
