       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-1-AUDR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AUDIT-IN ASSIGN TO "MASTAUD.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-aud-status.
       SELECT HISTORY-OUT ASSIGN TO "AUDRPT.OUT"
           ORGANIZATION LINE SEQUENTIAL.
       SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
       SELECT PARAM-FILE ASSIGN TO "PARAMS.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-parm-status.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-IN.
       COPY MAUDREC.
       FD HISTORY-OUT.
       01 history-line PIC X(100).
       FD RUNCTL-FILE.
       COPY RUNCTL.
       FD PARAM-FILE.
       COPY PARMREC.
       WORKING-STORAGE SECTION.
       01 w-flags.
           05 w-aud-status    PIC XX.
           05 w-runctl-status PIC XX.
           05 w-parm-status   PIC XX.
           05 w-parm-eof      PIC X VALUE 'N'.
               88 PARM-EOF VALUE 'Y'.
           05 w-aud-eof       PIC X VALUE 'N'.
               88 AUD-EOF VALUE 'Y'.
           05 w-master-source PIC X(4) VALUE 'CONS'.
           05 w-key-source    PIC X(4) VALUE 'CONS'.
           05 w-from-source   PIC X(4) VALUE 'CONS'.
           05 w-to-source     PIC X(4) VALUE 'CONS'.
       01 w-work.
      *    SPACES IN THE MASTER OR KEY SELECTS EVERY ONE; A BLANK
      *    DATE LEAVES THAT END OF THE RANGE OPEN
           05 w-sel-master PIC X(8)  VALUE SPACES.
           05 w-sel-key    PIC X(20) VALUE SPACES.
           05 w-from-date  PIC X(8)  VALUE SPACES.
           05 w-to-date    PIC X(8)  VALUE SPACES.
           05 w-stamp-date PIC X(8).
           05 w-stamp-time PIC X(8).
           05 w-aud-read   PIC 9(7) VALUE 0.
           05 w-chg-listed PIC 9(7) VALUE 0.
       01 w-head-line.
           05 FILLER PIC X(8)  VALUE 'DATE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'TIME'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'MASTER'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'KEY'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE 'ACTION'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'OPERATOR'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'PROGRAM'.
       01 w-detail-line.
           05 w-dt-date     PIC X(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 w-dt-time     PIC X(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 w-dt-master   PIC X(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 w-dt-key      PIC X(20).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 w-dt-action   PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 w-dt-operator PIC X(10).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 w-dt-program  PIC X(12).
      *    THE RECORD IMAGES FOLLOW EACH DETAIL LINE, INDENTED UNDER IT
       01 w-image-line.
           05 FILLER        PIC X(10) VALUE SPACES.
           05 w-im-label    PIC X(8).
           05 w-im-image    PIC X(80).
       PROCEDURE DIVISION.
      *    LOG THE START OF THE RUN ON THE RUN-CONTROL FILE
           OPEN EXTEND RUNCTL-FILE
           IF w-runctl-status NOT = '00'
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           MOVE SPACES TO runctl-line
           ACCEPT w-stamp-date FROM DATE YYYYMMDD
           ACCEPT w-stamp-time FROM TIME
           MOVE 'DAY-1-AUDR'  TO run-program-id
           MOVE w-stamp-date  TO run-date
           MOVE w-stamp-time  TO run-time
           MOVE 'START'       TO run-phase
           MOVE SPACES        TO run-file-id
           MOVE 0             TO run-count
           MOVE SPACES        TO run-status
           WRITE runctl-line
      *    THE SELECTION COMES FROM THE PARAMETER CARD FILE WHEN THE
      *    REPORT IS SCHEDULED -- THE CONSOLE PROMPTS REMAIN ONLY AS A
      *    FALLBACK WHEN NO CARD IS PRESENT
           OPEN INPUT PARAM-FILE
           IF w-parm-status = '00'
               READ PARAM-FILE
                   AT END SET PARM-EOF TO TRUE
               END-READ
               PERFORM UNTIL PARM-EOF
                   IF pc-program-id = 'DAY-1-AUDR'
                       EVALUATE pc-keyword
                           WHEN 'MASTER'
                               MOVE pc-value(1:8) TO w-sel-master
                               MOVE 'CARD' TO w-master-source
                           WHEN 'KEY'
                               MOVE pc-value(1:20) TO w-sel-key
                               MOVE 'CARD' TO w-key-source
                           WHEN 'FROMDATE'
                               MOVE pc-value(1:8) TO w-from-date
                               MOVE 'CARD' TO w-from-source
                           WHEN 'TODATE'
                               MOVE pc-value(1:8) TO w-to-date
                               MOVE 'CARD' TO w-to-source
                       END-EVALUATE
                   END-IF
                   READ PARAM-FILE
                       AT END SET PARM-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARAM-FILE
           END-IF
           IF w-master-source NOT = 'CARD'
               DISPLAY 'ENTER MASTER (VEHICLE, DEPOT, ZONE, RATE, '
                   'PLAN, USAGE -- BLANK FOR ALL): '
               ACCEPT w-sel-master
           END-IF
           IF w-key-source NOT = 'CARD'
               DISPLAY 'ENTER RECORD KEY (BLANK FOR ALL): '
               ACCEPT w-sel-key
           END-IF
           IF w-from-source NOT = 'CARD'
               DISPLAY 'ENTER FROM DATE YYYYMMDD (BLANK FOR EARLIEST): '
               ACCEPT w-from-date
           END-IF
           IF w-to-source NOT = 'CARD'
               DISPLAY 'ENTER TO DATE YYYYMMDD (BLANK FOR LATEST): '
               ACCEPT w-to-date
           END-IF
      *    ECHO THE SELECTION THE RUN WAS GIVEN
           MOVE 'PARM'          TO run-phase
           MOVE 'MASTER'        TO run-file-id
           MOVE w-master-source TO run-status
           MOVE w-sel-master    TO run-parm
           WRITE runctl-line
           MOVE 'KEY'           TO run-file-id
           MOVE w-key-source    TO run-status
           MOVE w-sel-key       TO run-parm
           WRITE runctl-line
           MOVE 'FROMDATE'      TO run-file-id
           MOVE w-from-source   TO run-status
           MOVE w-from-date     TO run-parm
           WRITE runctl-line
           MOVE 'TODATE'        TO run-file-id
           MOVE w-to-source     TO run-status
           MOVE w-to-date       TO run-parm
           WRITE runctl-line
           MOVE SPACES          TO run-status
           MOVE SPACES          TO run-parm
           IF w-to-date = SPACES
               MOVE '99999999' TO w-to-date
           END-IF
      *    THE TRAIL IS WRITTEN IN THE ORDER THE CHANGES WERE MADE, SO
      *    THE REPORT COMES OUT OLDEST CHANGE FIRST WITH NO SORTING
           OPEN OUTPUT HISTORY-OUT
           WRITE history-line FROM w-head-line
           OPEN INPUT AUDIT-IN
           IF w-aud-status NOT = '00'
               DISPLAY 'MASTER AUDIT TRAIL NOT FOUND -- NOTHING TO '
                   'REPORT'
           ELSE
               READ AUDIT-IN
                   AT END SET AUD-EOF TO TRUE
               END-READ
               PERFORM UNTIL AUD-EOF
                   ADD 1 TO w-aud-read
                   IF (w-sel-master = SPACES
                       OR ma-master = w-sel-master)
                      AND (w-sel-key = SPACES
                       OR ma-key = w-sel-key)
                      AND ma-date >= w-from-date
                      AND ma-date <= w-to-date
                       MOVE ma-date     TO w-dt-date
                       MOVE ma-time     TO w-dt-time
                       MOVE ma-master   TO w-dt-master
                       MOVE ma-key      TO w-dt-key
                       MOVE ma-action   TO w-dt-action
                       MOVE ma-operator TO w-dt-operator
                       MOVE ma-program  TO w-dt-program
                       WRITE history-line FROM w-detail-line
                       MOVE 'BEFORE:'   TO w-im-label
                       MOVE ma-before   TO w-im-image
                       WRITE history-line FROM w-image-line
                       MOVE 'AFTER:'    TO w-im-label
                       MOVE ma-after    TO w-im-image
                       WRITE history-line FROM w-image-line
                       ADD 1 TO w-chg-listed
                   END-IF
                   READ AUDIT-IN
                       AT END SET AUD-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-IN
           END-IF
           CLOSE HISTORY-OUT
      *    LOG THE COUNTS AND THE CLEAN COMPLETION OF THE RUN
           ACCEPT w-stamp-date FROM DATE YYYYMMDD
           ACCEPT w-stamp-time FROM TIME
           MOVE w-stamp-date TO run-date
           MOVE w-stamp-time TO run-time
           MOVE 'COUNT'      TO run-phase
           MOVE 'MASTAUD'    TO run-file-id
           MOVE w-aud-read   TO run-count
           WRITE runctl-line
           MOVE 'AUDRPT'     TO run-file-id
           MOVE w-chg-listed TO run-count
           WRITE runctl-line
           MOVE 'END'        TO run-phase
           MOVE SPACES       TO run-file-id
           MOVE 0            TO run-count
           MOVE 'OK'         TO run-status
           WRITE runctl-line
           CLOSE RUNCTL-FILE
           STOP RUN.
