      *    ONE SUMMARY LINE PER ROUTE DRIVEN, COMPARING ITS DAY-1 PATH
      *    WITH THE PLAN IN FORCE ON ITS RUN DATE.  A ROUTE THAT MISSED
      *    PLANNED STOPS IS FOLLOWED BY ONE 'STOP' LINE PER STOP MISSED,
      *    CARRYING THE STOP'S NUMBER IN THE PLAN IN dv-step AND ITS
      *    POSITION IN dv-x AND dv-y, WITH THE COUNTS ZERO
       01 deviation-line.
           02 dv-route-id   PIC X(10).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 dv-run-date   PIC X(8).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 dv-vehicle-id PIC X(10).
           02 FILLER        PIC X(2) VALUE SPACES.
      *    EFFECTIVE DATE OF THE PLAN COMPARED -- SPACES WHEN NONE
           02 dv-plan-date  PIC X(8).
           02 FILLER        PIC X(2) VALUE SPACES.
      *    THE BLOCK AT WHICH THE ROUTE FIRST LEFT THE PLANNED PATH
      *    AND WHERE IT WAS THEN -- ZERO WHEN IT NEVER LEFT IT
           02 dv-step       PIC 9(6).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 dv-x          PIC S9(5) SIGN LEADING SEPARATE.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 dv-y          PIC S9(5) SIGN LEADING SEPARATE.
           02 FILLER        PIC X(2) VALUE SPACES.
      *    BLOCKS DRIVEN THAT LIE NOWHERE ON THE PLANNED PATH
           02 dv-off-blocks PIC 9(6).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 dv-stops      PIC 9(4).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 dv-missed     PIC 9(4).
           02 FILLER        PIC X(2) VALUE SPACES.
      *    BLOCKS BETWEEN WHERE THE ROUTE ENDED AND WHERE THE PLAN
      *    ENDS
           02 dv-variance   PIC 9(6).
           02 FILLER        PIC X(2) VALUE SPACES.
      *    'ONPLAN' -- DROVE THE PLAN BLOCK FOR BLOCK
      *    'DETOUR' -- LEFT THE PLANNED PATH BUT MADE EVERY STOP AND
      *                ENDED WHERE PLANNED
      *    'ENDOFF' -- MADE EVERY STOP BUT ENDED AWAY FROM THE PLAN
      *    'MISSED' -- ONE OR MORE PLANNED STOPS NEVER REACHED
      *    'NOPLAN' -- NO ACTIVE PLAN IN FORCE ON THE RUN DATE
      *    'BADPLN' -- THE PLAN'S DEPOT IS UNKNOWN OR RETIRED
      *    'STOP'   -- ONE MISSED STOP OF THE ROUTE ABOVE
           02 dv-flag       PIC X(6).
