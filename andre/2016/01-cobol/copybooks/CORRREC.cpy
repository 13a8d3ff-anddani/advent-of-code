           02 cr-depot-id   PIC X(10).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 cr-letters    PIC X(1000).
      *    A NEW RUN DATE AND DISPATCH TIMES, BLANK TO KEEP THE
      *    REJECTED RECORD'S OWN -- A RUN DATE OF 'DROP' DISCARDS THE
      *    REJECTED ROUTE, FOR A DUPLICATE THAT SHOULD NEVER RUN
           02 FILLER        PIC X(2) VALUE SPACES.
           02 cr-run-date   PIC X(8).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 cr-start-time PIC X(4).
           02 FILLER        PIC X(2) VALUE SPACES.
           02 cr-end-time   PIC X(4).
