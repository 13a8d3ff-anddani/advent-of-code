                               ==rt-vehicle-id==  BY ==ru-vehicle-id==
                               ==rt-depot-id==    BY ==ru-depot-id==
                               ==letters==        BY ==ru-letters==
                               ==EOF==            BY ==RESUBMIT-EOF==
                               ==rt-start-time==  BY ==ru-start-time==
                               ==rt-end-time==    BY ==ru-end-time==.
       FD RUNCTL-FILE.
       COPY RUNCTL.
       FD PARAM-FILE.
               MOVE rt-run-date   TO ru-run-date
               MOVE rt-vehicle-id TO ru-vehicle-id
               MOVE rt-depot-id   TO ru-depot-id
               MOVE rt-start-time TO ru-start-time
               MOVE rt-end-time   TO ru-end-time
               IF w-new-line = SPACES
                   MOVE letters TO ru-letters
               ELSE
