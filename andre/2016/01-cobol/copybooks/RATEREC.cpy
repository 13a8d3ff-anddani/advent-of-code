           02 FILLER      PIC X(2) VALUE SPACES.
      *    CONTRACT COST PER BLOCK IN DOLLARS AND CENTS
           02 rm-cost-blk PIC 9(3)V9(2).
           02 FILLER      PIC X(2) VALUE SPACES.
      *    'A' = ACTIVE, 'R' = RETIRED -- A SPACE ON A RECORD FROM
      *    BEFORE THE STATUS BYTE EXISTED COUNTS AS ACTIVE.  A RETIRED
      *    ROW NO LONGER TAKES PART IN PICKING THE RATE IN FORCE
           02 rm-status   PIC X(1).
               88 RATE-ACTIVE  VALUES 'A' SPACE.
               88 RATE-RETIRED VALUE 'R'.
