       01 reject-line.
      *    VEH-NF, VEH-RET, DEP-NF, DEP-RET; BAD-DATE FOR A RUN DATE
      *    THAT IS NOT A CALENDAR DATE OR IS OUTSIDE THE ALLOWED WINDOW
      *    AROUND TODAY; BAD-TIME FOR A START OR END TIME THAT IS NOT
      *    HHMM OR AN END NOT AFTER THE START; DUP-RTE FOR A ROUTE ID
      *    AND RUN DATE ALREADY ACCEPTED; OVERLAP FOR A VEHICLE ALREADY
      *    ACCEPTED ON A ROUTE WHOSE TIMES OVERLAP ON THE SAME RUN
      *    DATE.  DAY-1-CORR ALSO CARRIES BAD-CHR FORWARD
           02 rj-reason-code PIC X(8).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 rj-route-id    PIC X(10).
           02 rj-vehicle-id  PIC X(10).
           02 rj-depot-id    PIC X(10).
           02 rj-letters     PIC X(1000).
           02 rj-start-time  PIC X(4).
           02 rj-end-time    PIC X(4).
