      *    SERVICE INTERVAL FOR EACH VEHICLE BILLING CLASS -- A VEHICLE
      *    IS DUE WHEN EITHER COUNTER REACHES ITS INTERVAL, AND IN THE
      *    WARNING MARGIN WHEN EITHER IS WITHIN THE MARGIN OF IT
       01 svc-interval-line.
           02 si-class     PIC X(4).
           02 FILLER       PIC X(2) VALUE SPACES.
      *    ZERO MEANS THE CLASS IS NOT SERVICED ON THAT MEASURE
           02 si-miles     PIC 9(7).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 si-blocks    PIC 9(8).
           02 FILLER       PIC X(2) VALUE SPACES.
      *    WARNING MARGIN AS A PERCENT OF THE INTERVAL
           02 si-warn-pct  PIC 9(2).
