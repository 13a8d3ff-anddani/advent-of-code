           MOVE 0             TO run-count
           MOVE SPACES        TO run-status
           WRITE runctl-line
      *    LOAD THE ZONE BOUNDARY MASTER -- A RETIRED ZONE NO LONGER
      *    BOUNDS ANYTHING, SO IT NEVER REACHES THE TABLE
           OPEN INPUT ZONE-FILE
           IF w-zone-status = '00'
               READ ZONE-FILE
                   AT END SET EOF-IN TO TRUE
               END-READ
               PERFORM UNTIL EOF-IN OR w-zone-count >= 50
                   IF NOT ZONE-RETIRED
                       ADD 1 TO w-zone-count
                       MOVE zm-zone-id TO w-zn-zone-id(w-zone-count)
                       MOVE zm-min-x   TO w-zn-min-x(w-zone-count)
                       MOVE zm-max-x   TO w-zn-max-x(w-zone-count)
                       MOVE zm-min-y   TO w-zn-min-y(w-zone-count)
                       MOVE zm-max-y   TO w-zn-max-y(w-zone-count)
                   END-IF
                   READ ZONE-FILE
                       AT END SET EOF-IN TO TRUE
                   END-READ
