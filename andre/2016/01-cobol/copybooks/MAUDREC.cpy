      *    ONE RECORD PER CHANGE A MAINTENANCE PROGRAM MAKES TO A
      *    MASTER FILE -- THE WHOLE MASTER RECORD IS KEPT AS IT STOOD
      *    BEFORE AND AFTER THE CHANGE, SO EVERY FIELD'S HISTORY CAN BE
      *    RECOVERED LONG AFTER THE MASTER ITSELF HAS MOVED ON
       01 master-audit-line.
           02 ma-date     PIC X(8).
           02 FILLER      PIC X(2) VALUE SPACES.
           02 ma-time     PIC X(8).
           02 FILLER      PIC X(2) VALUE SPACES.
      *    VEHICLE, DEPOT, ZONE, RATE, PLAN OR USAGE
           02 ma-master   PIC X(8).
           02 FILLER      PIC X(2) VALUE SPACES.
           02 ma-program  PIC X(12).
           02 FILLER      PIC X(2) VALUE SPACES.
      *    WHO KEYED THE CHANGE, AS GIVEN AT THE START OF THE SESSION
           02 ma-operator PIC X(10).
           02 FILLER      PIC X(2) VALUE SPACES.
      *    ADD, CLASS, CHANGE OR RETIRE -- RESET WHEN A SERVICE
      *    ZEROES A VEHICLE'S USAGE COUNTERS
           02 ma-action   PIC X(6).
           02 FILLER      PIC X(2) VALUE SPACES.
      *    THE CHANGED RECORD'S KEY -- FOR A RATE ROW, THE CLASS
      *    FOLLOWED BY THE EFFECTIVE DATE; FOR A PLANNED ROUTE, THE
      *    ROUTE FOLLOWED BY THE EFFECTIVE DATE
           02 ma-key      PIC X(20).
           02 FILLER      PIC X(2) VALUE SPACES.
      *    THE BEFORE IMAGE IS SPACES FOR AN ADD
           02 ma-before   PIC X(80).
           02 FILLER      PIC X(2) VALUE SPACES.
           02 ma-after    PIC X(80).
