      *    ONE RECORD PER VEHICLE -- WHAT IT HAS DRIVEN SINCE ITS LAST
      *    SERVICE.  DAY-1-SVC ADDS EACH NIGHT'S USAGE AND DAY-1-SVCM
      *    ZEROES THE COUNTERS WHEN A SERVICE IS RECORDED
       01 usage-line.
           02 us-vehicle-id   PIC X(10).
           02 FILLER          PIC X(2) VALUE SPACES.
      *    SPACES UNTIL THE FIRST SERVICE IS RECORDED -- THE COUNTERS
      *    THEN RUN FROM THE VEHICLE'S FIRST POSTED NIGHT
           02 us-last-service PIC X(8).
           02 FILLER          PIC X(2) VALUE SPACES.
      *    ODOMETER MILES AND BLOCKS DRIVEN SINCE THAT SERVICE
           02 us-miles        PIC 9(7).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 us-blocks       PIC 9(8).
           02 FILLER          PIC X(2) VALUE SPACES.
      *    LATEST RUN DATE POSTED, OR THE SERVICE DATE WHEN THAT IS
      *    LATER -- A RUN DATE AT OR BEFORE THIS ONE IS NEVER ADDED
           02 us-last-posted  PIC X(8).
