           02 rt-depot-id   PIC X(10).
           02 letters       PIC X(1000).
               88 EOF VALUE HIGH-VALUES.
      *    DISPATCHED START AND END OF THE ROUTE ON ITS RUN DATE, HHMM
      *    -- SPACES WHEN DISPATCH GAVE NO TIMES, AND A ROUTE WITHOUT
      *    TIMES IS NEVER TAKEN AS DOUBLE-BOOKING ITS VEHICLE
           02 rt-start-time PIC X(4).
           02 rt-end-time   PIC X(4).
