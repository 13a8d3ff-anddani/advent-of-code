       SELECT DEPOT-FILE ASSIGN TO "DEPOTS.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-dep-status.
      *    EVERY ROUTE THE NIGHT WALKS IS KEPT SO A LATER WHAT-IF RUN
      *    CAN REPLAY IT AGAINST PROPOSED MASTERS
       SELECT ARCHIVE-OUT ASSIGN TO "ROUTARCH.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-arch-status.
       SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
       COPY PATHREC.
       FD DEPOT-FILE.
       COPY DEPREC.
       FD ARCHIVE-OUT.
       COPY ROUTEHDR REPLACING ==ln==             BY ==archive-line==
                               ==rt-route-id==    BY ==ra-route-id==
                               ==rt-run-date==    BY ==ra-run-date==
                               ==rt-vehicle-id==  BY ==ra-vehicle-id==
                               ==rt-depot-id==    BY ==ra-depot-id==
                               ==letters==        BY ==ra-letters==
                               ==EOF==            BY ==ARCHIVE-EOF==
                               ==rt-start-time==  BY ==ra-start-time==
                               ==rt-end-time==    BY ==ra-end-time==.
       FD RUNCTL-FILE.
       COPY RUNCTL.
       WORKING-STORAGE SECTION.
           05 w-total-blocks PIC 9(6) VALUE 0.
           05 w-rslt-status   PIC XX.
           05 w-runctl-status PIC XX.
           05 w-arch-status   PIC XX.
           05 w-stamp-date    PIC X(8).
           05 w-stamp-time    PIC X(8).
           05 w-routes-read   PIC 9(7) VALUE 0.
           05 w-rpt-written   PIC 9(7) VALUE 0.
           05 w-err-written   PIC 9(7) VALUE 0.
           05 w-path-written  PIC 9(7) VALUE 0.
           05 w-arch-written  PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
      *    LOG THE START OF THE RUN ON THE RUN-CONTROL FILE
           OPEN EXTEND RUNCTL-FILE
           END-IF
           OPEN OUTPUT ERROR-OUT
           OPEN OUTPUT PATH-OUT
           OPEN EXTEND ARCHIVE-OUT
           IF w-arch-status NOT = '00'
               OPEN OUTPUT ARCHIVE-OUT
           END-IF
      *    VALUE CLAUSES ARE NOT APPLIED IN THE FILE SECTION, SO THE
      *    FILLER BYTES MUST BE SPACED OUT BY HAND
           MOVE SPACES TO error-line
               MOVE letters       TO w-line
           END-IF
           PERFORM UNTIL EOF
      *        ARCHIVE THE ROUTE AS DISPATCHED, WHETHER OR NOT ITS
      *        DEPOT IS ON TONIGHT'S MASTER -- A PROPOSED MASTER MAY
      *        CARRY IT
               MOVE rt-route-id   TO ra-route-id
               MOVE rt-run-date   TO ra-run-date
               MOVE rt-vehicle-id TO ra-vehicle-id
               MOVE rt-depot-id   TO ra-depot-id
               MOVE letters       TO ra-letters
               MOVE rt-start-time TO ra-start-time
               MOVE rt-end-time   TO ra-end-time
               WRITE archive-line
               ADD 1 TO w-arch-written
      *        START FROM THE ROUTE'S OWN DEPOT -- A BLANK DEPOT IS
      *        THE CLASSIC HQ START AT (0,0) FACING NORTH
               MOVE 'Y' TO w-dep-ok
           CLOSE RESULT-FILE
           CLOSE ERROR-OUT
           CLOSE PATH-OUT
           CLOSE ARCHIVE-OUT
      *    LOG THE COUNTS AND THE CLEAN COMPLETION OF THE RUN
           ACCEPT w-stamp-date FROM DATE YYYYMMDD
           ACCEPT w-stamp-time FROM TIME
           MOVE 'DAY1PATH'   TO run-file-id
           MOVE w-path-written TO run-count
           WRITE runctl-line
           MOVE 'ROUTARCH'   TO run-file-id
           MOVE w-arch-written TO run-count
           WRITE runctl-line
           MOVE 'END'        TO run-phase
           MOVE SPACES       TO run-file-id
           MOVE 0            TO run-count
