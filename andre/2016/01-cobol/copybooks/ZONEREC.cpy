           02 zm-max-x   PIC S9(5) SIGN LEADING SEPARATE.
           02 zm-min-y   PIC S9(5) SIGN LEADING SEPARATE.
           02 zm-max-y   PIC S9(5) SIGN LEADING SEPARATE.
      *    'A' = ACTIVE, 'R' = RETIRED -- A SPACE ON A RECORD FROM
      *    BEFORE THE STATUS BYTE EXISTED COUNTS AS ACTIVE
           02 zm-status  PIC X(1).
               88 ZONE-ACTIVE  VALUES 'A' SPACE.
               88 ZONE-RETIRED VALUE 'R'.
