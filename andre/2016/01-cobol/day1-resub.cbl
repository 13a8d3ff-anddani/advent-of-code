                               ==rt-vehicle-id==  BY ==ru-vehicle-id==
                               ==rt-depot-id==    BY ==ru-depot-id==
                               ==letters==        BY ==ru-letters==
                               ==EOF==            BY ==RESUBMIT-EOF==
                               ==rt-start-time==  BY ==ru-start-time==
                               ==rt-end-time==    BY ==ru-end-time==.
       FD ARCHIVE-OUT.
       COPY ROUTEHDR REPLACING ==ln==             BY ==archive-line==
                               ==rt-route-id==    BY ==ra-route-id==
                               ==rt-vehicle-id==  BY ==ra-vehicle-id==
                               ==rt-depot-id==    BY ==ra-depot-id==
                               ==letters==        BY ==ra-letters==
                               ==EOF==            BY ==ARCHIVE-EOF==
                               ==rt-start-time==  BY ==ra-start-time==
                               ==rt-end-time==    BY ==ra-end-time==.
       FD DEPOT-FILE.
       COPY DEPREC.
       FD VISITED-FILE.
                   MOVE ru-vehicle-id  TO ra-vehicle-id
                   MOVE ru-depot-id    TO ra-depot-id
                   MOVE ru-letters     TO ra-letters
                   MOVE ru-start-time  TO ra-start-time
                   MOVE ru-end-time    TO ra-end-time
                   WRITE archive-line
                   READ RESUBMIT-IN
                       AT END SET RESUBMIT-EOF TO TRUE
