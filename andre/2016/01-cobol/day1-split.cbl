                               ==rt-vehicle-id==  BY ==so-vehicle-id==
                               ==rt-depot-id==    BY ==so-depot-id==
                               ==letters==        BY ==so-letters==
                               ==EOF==            BY ==STREAM-EOF==
                               ==rt-start-time==  BY ==so-start-time==
                               ==rt-end-time==    BY ==so-end-time==.
       FD RUNCTL-FILE.
       COPY RUNCTL.
       FD PARAM-FILE.
                   MOVE rt-vehicle-id TO so-vehicle-id
                   MOVE rt-depot-id   TO so-depot-id
                   MOVE letters       TO so-letters
                   MOVE rt-start-time TO so-start-time
                   MOVE rt-end-time   TO so-end-time
                   WRITE stream-line
                   ADD 1 TO w-written
                   READ ROUTES-IN
