           ORGANIZATION LINE SEQUENTIAL.
       SELECT BILL-OUT ASSIGN TO "BILLEXT.OUT"
           ORGANIZATION LINE SEQUENTIAL.
       SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAP.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-acct-status.
       SELECT JOURNAL-OUT ASSIGN TO "GLJRNL.OUT"
           ORGANIZATION LINE SEQUENTIAL.
       SELECT PARAM-FILE ASSIGN TO "PARAMS.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-parm-status.
       SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS w-runctl-status.
       COPY COSTREC.
       FD BILL-OUT.
       COPY BILLREC.
       FD ACCOUNT-FILE.
       COPY ACCTREC.
       FD JOURNAL-OUT.
       COPY GLJREC.
       FD PARAM-FILE.
       COPY PARMREC.
       FD RUNCTL-FILE.
       COPY RUNCTL.
       WORKING-STORAGE SECTION.
           05 w-veh-status    PIC XX.
           05 w-rate-status   PIC XX.
           05 w-runctl-status PIC XX.
           05 w-acct-status   PIC XX.
           05 w-parm-status   PIC XX.
           05 w-parm-eof      PIC X VALUE 'N'.
               88 PARM-EOF VALUE 'Y'.
           05 w-susp-source   PIC X(4) VALUE 'DFLT'.
           05 w-clear-source  PIC X(4) VALUE 'DFLT'.
           05 w-srate-source  PIC X(4) VALUE 'DFLT'.
           05 w-acct-found    PIC X.
               88 ACCT-FOUND VALUE 'Y'.
           05 w-eof1 PIC X VALUE 'N'.
               88 EOF1 VALUE 'Y'.
           05 w-in-eof PIC X VALUE 'N'.
           05 w-revisit-limit PIC 9(6)   VALUE 50.
           05 w-ratio-floor   PIC 9V9(4) VALUE 0.2500.
           05 w-surcharge-pct PIC 9(3)   VALUE 10.
      *    LEDGER ACCOUNTS FOR THE JOURNAL EXTRACT -- UNPRICED OR
      *    UNMAPPED COST GOES TO SUSPENSE, AND EACH RUN DATE'S DEBITS
      *    ARE BALANCED BY ONE CREDIT TO CLEARING.  AN UNPRICED ROUTE
      *    IS VALUED AT THE SUSPENSE RATE PER BLOCK SO FINANCE SEES
      *    WHAT IT WOULD HAVE COST
           05 w-susp-acct     PIC 9(10)  VALUE 9999999999.
           05 w-clear-acct    PIC 9(10)  VALUE 2100000000.
           05 w-susp-rate     PIC 9(3)V9(2) VALUE 0.
           05 w-acct-count PIC 9(3) VALUE 0.
           05 w-gl-count   PIC 9(4) VALUE 0.
           05 w-date-count PIC 9(3) VALUE 0.
           05 w-depot-id   PIC X(10).
           05 w-try        PIC 9(1).
           05 w-try-depot  PIC X(10).
           05 w-try-class  PIC X(4).
           05 w-base-acct  PIC 9(10).
           05 w-surch-acct PIC 9(10).
           05 w-gl-account PIC 9(10).
           05 w-gl-source  PIC X(6).
           05 w-gl-amount  PIC 9(9)V9(2).
           05 w-gl-index   PIC 9(4).
           05 w-dt-index   PIC 9(3).
           05 w-gl-entries PIC 9(5).
           05 w-gl-routes  PIC 9(5).
           05 w-gl-blocks  PIC 9(8).
           05 w-gl-debits  PIC 9(11)V9(2).
           05 w-acct-hash  PIC 9(15).
           05 w-block-hash PIC 9(12).
           05 w-veh-count  PIC 9(4) VALUE 0.
           05 w-rate-count PIC 9(3) VALUE 0.
           05 w-eff-count  PIC 9(3) VALUE 0.
           05 w-rpt-read     PIC 9(7) VALUE 0.
           05 w-cost-written PIC 9(7) VALUE 0.
           05 w-bill-written PIC 9(7) VALUE 0.
           05 w-jrnl-written PIC 9(7) VALUE 0.
       01 w-veh-table.
           05 w-vh-entry OCCURS 1000 TIMES.
               10 w-vh-vehicle-id PIC X(10).
               10 w-vh-class      PIC X(4).
               10 w-vh-depot      PIC X(10).
       01 w-rate-table.
           05 w-ra-entry OCCURS 100 TIMES.
               10 w-ra-class    PIC X(4).
               10 w-bl-blocks     PIC 9(8).
               10 w-bl-cost       PIC 9(9)V9(2).
               10 w-bl-partial    PIC X(1).
       01 w-acct-table.
           05 w-am-entry OCCURS 200 TIMES.
               10 w-am-depot-id   PIC X(10).
               10 w-am-class      PIC X(4).
               10 w-am-base-acct  PIC 9(10).
               10 w-am-surch-acct PIC 9(10).
      *    ONE JOURNAL ENTRY PER RUN DATE, DEPOT, CLASS, ACCOUNT AND
      *    SOURCE, IN THE ORDER FIRST POSTED
       01 w-gl-table.
           05 w-gl-entry OCCURS 2000 TIMES.
               10 w-gl-run-date PIC X(8).
               10 w-gl-depot-id PIC X(10).
               10 w-gl-class    PIC X(4).
               10 w-gl-acct     PIC 9(10).
               10 w-gl-src      PIC X(6).
               10 w-gl-rtes     PIC 9(5).
               10 w-gl-blks     PIC 9(8).
               10 w-gl-amt      PIC 9(9)V9(2).
       01 w-date-table.
           05 w-dt-run-date OCCURS 100 TIMES PIC X(8).
       PROCEDURE DIVISION.
      *    LOG THE START OF THE RUN ON THE RUN-CONTROL FILE
           OPEN EXTEND RUNCTL-FILE
           MOVE 0             TO run-count
           MOVE SPACES        TO run-status
           WRITE runctl-line
      *    THE JOURNAL'S SUSPENSE AND CLEARING ACCOUNTS AND THE
      *    SUSPENSE RATE COME FROM THE PARAMETER CARD FILE WHEN
      *    PRESENT -- THE BUILT-IN DEFAULTS COVER A RUN WITHOUT CARDS
           OPEN INPUT PARAM-FILE
           IF w-parm-status = '00'
               READ PARAM-FILE
                   AT END SET PARM-EOF TO TRUE
               END-READ
               PERFORM UNTIL PARM-EOF
                   IF pc-program-id = 'DAY-1-COST'
                       EVALUATE pc-keyword
                           WHEN 'SUSPACCT'
                               MOVE FUNCTION NUMVAL(pc-value(1:10))
                                   TO w-susp-acct
                               MOVE 'CARD' TO w-susp-source
                           WHEN 'CLEARACCT'
                               MOVE FUNCTION NUMVAL(pc-value(1:10))
                                   TO w-clear-acct
                               MOVE 'CARD' TO w-clear-source
                           WHEN 'SUSPRATE'
                               MOVE FUNCTION NUMVAL(pc-value(1:6))
                                   TO w-susp-rate
                               MOVE 'CARD' TO w-srate-source
                       END-EVALUATE
                   END-IF
                   READ PARAM-FILE
                       AT END SET PARM-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARAM-FILE
           END-IF
      *    ECHO THE PARAMETERS THE RUN WAS GIVEN SO THE BALANCING
      *    STEP CAN PROVE WHAT WAS REQUESTED
           MOVE 'PARM'          TO run-phase
           MOVE 'SUSPACCT'      TO run-file-id
           MOVE w-susp-source   TO run-status
           MOVE w-susp-acct     TO run-parm
           WRITE runctl-line
           MOVE 'CLEARACCT'     TO run-file-id
           MOVE w-clear-source  TO run-status
           MOVE w-clear-acct    TO run-parm
           WRITE runctl-line
           MOVE 'SUSPRATE'      TO run-file-id
           MOVE w-srate-source  TO run-status
           MOVE w-susp-rate     TO cd-rate
           MOVE cd-rate         TO run-parm
           WRITE runctl-line
           MOVE SPACES          TO run-status
           MOVE SPACES          TO run-parm
      *    LOAD EACH VEHICLE'S BILLING CLASS AND HOME DEPOT
           OPEN INPUT VEHICLE-FILE
           IF w-veh-status = '00'
               READ VEHICLE-FILE
                   ADD 1 TO w-veh-count
                   MOVE vm-vehicle-id TO w-vh-vehicle-id(w-veh-count)
                   MOVE vm-class      TO w-vh-class(w-veh-count)
                   MOVE vm-home-depot TO w-vh-depot(w-veh-count)
                   READ VEHICLE-FILE
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-IF
               CLOSE VEHICLE-FILE
           END-IF
      *    LOAD THE RATE MASTER -- A RETIRED ROW IS NEVER IN FORCE
           MOVE 'N' TO w-in-eof
           OPEN INPUT RATE-FILE
           IF w-rate-status = '00'
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF OR w-rate-count >= 100
                   IF NOT RATE-RETIRED
                       ADD 1 TO w-rate-count
                       MOVE rm-class    TO w-ra-class(w-rate-count)
                       MOVE rm-eff-date TO w-ra-eff-date(w-rate-count)
                       MOVE rm-cost-blk TO w-ra-cost-blk(w-rate-count)
                   END-IF
                   READ RATE-FILE
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-IF
               CLOSE RATE-FILE
           END-IF
      *    LOAD THE LEDGER ACCOUNT MAPPING -- A ROW LEFT OFF WOULD
      *    QUIETLY SEND ITS COST TO SUSPENSE, SO OVERFLOW STOPS THE RUN
           MOVE 'N' TO w-in-eof
           OPEN INPUT ACCOUNT-FILE
           IF w-acct-status = '00'
               READ ACCOUNT-FILE
                   AT END SET IN-EOF TO TRUE
               END-READ
               PERFORM UNTIL IN-EOF OR w-acct-count >= 200
                   IF NOT ACCT-RETIRED
                       ADD 1 TO w-acct-count
                       MOVE am-depot-id  TO w-am-depot-id(w-acct-count)
                       MOVE am-class     TO w-am-class(w-acct-count)
                       MOVE am-base-acct
                           TO w-am-base-acct(w-acct-count)
                       MOVE am-surch-acct
                           TO w-am-surch-acct(w-acct-count)
                   END-IF
                   READ ACCOUNT-FILE
                       AT END SET IN-EOF TO TRUE
                   END-READ
               END-PERFORM
               IF NOT IN-EOF
                   DISPLAY 'ACCOUNT TABLE FULL -- RAISE THE TABLE '
                       'LIMIT AND RERUN'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE ACCOUNT-FILE
           END-IF
      *    LOAD THE NIGHT'S EFFICIENCY FIGURES PER ROUTE
           MOVE 'N' TO w-in-eof
           OPEN INPUT EFF-IN
           PERFORM UNTIL EOF1
      *        THE VEHICLE'S CLASS PICKS THE RATE ROW
               MOVE SPACES TO w-class
               MOVE SPACES TO w-depot-id
               MOVE 'N' TO w-slot-found
               MOVE 1 TO w-index
               PERFORM UNTIL w-index > w-veh-count OR SLOT-FOUND
                   IF w-vh-vehicle-id(w-index) = d1-vehicle-id
                       SET SLOT-FOUND TO TRUE
                       MOVE w-vh-class(w-index) TO w-class
                       MOVE w-vh-depot(w-index) TO w-depot-id
                   ELSE
                       ADD 1 TO w-index
                   END-IF
               END-IF
               WRITE cost-line
               ADD 1 TO w-cost-written
               PERFORM 1000-POST-JOURNAL
      *        ROLL THE ROUTE INTO ITS VEHICLE-DAY BILLING TOTAL
               MOVE 'N' TO w-slot-found
               MOVE 1 TO w-index
               ADD 1 TO w-index
           END-PERFORM
           CLOSE BILL-OUT
           PERFORM 2000-WRITE-JOURNAL
      *    LOG THE COUNTS AND THE CLEAN COMPLETION OF THE RUN
           ACCEPT w-stamp-date FROM DATE YYYYMMDD
           ACCEPT w-stamp-time FROM TIME
           MOVE 'BILLEXT'    TO run-file-id
           MOVE w-bill-written TO run-count
           WRITE runctl-line
           MOVE 'GLJRNL'     TO run-file-id
           MOVE w-jrnl-written TO run-count
           WRITE runctl-line
           MOVE 'END'        TO run-phase
           MOVE SPACES       TO run-file-id
           MOVE 0            TO run-count
           WRITE runctl-line
           CLOSE RUNCTL-FILE
           STOP RUN.

      *    POST THE ROUTE JUST PRICED TO THE JOURNAL TABLE -- PRICED
      *    COST TO THE ACCOUNTS MAPPED FOR THE VEHICLE'S HOME DEPOT AND
      *    CLASS, ANYTHING THAT CANNOT BE PLACED TO SUSPENSE
       1000-POST-JOURNAL.
           MOVE d1-total-blocks TO w-gl-blocks
           IF cd-flag = 'NOCLAS' OR cd-flag = 'NORATE'
               MOVE w-susp-acct TO w-gl-account
               MOVE cd-flag     TO w-gl-source
               COMPUTE w-gl-amount ROUNDED =
                   d1-total-blocks * w-susp-rate
               PERFORM 1200-ADD-ENTRY
           ELSE
               PERFORM 1100-FIND-ACCOUNTS
               IF ACCT-FOUND
                   MOVE w-base-acct TO w-gl-account
                   MOVE 'BASE'      TO w-gl-source
                   MOVE w-base-cost TO w-gl-amount
                   PERFORM 1200-ADD-ENTRY
                   IF w-surcharge > 0
                       MOVE w-surch-acct TO w-gl-account
                       MOVE 'SURCHG'     TO w-gl-source
                       MOVE w-surcharge  TO w-gl-amount
                       PERFORM 1200-ADD-ENTRY
                   END-IF
               ELSE
                   MOVE w-susp-acct  TO w-gl-account
                   MOVE 'NOACCT'     TO w-gl-source
                   MOVE w-total-cost TO w-gl-amount
                   PERFORM 1200-ADD-ENTRY
               END-IF
           END-IF.

      *    FIND THE MAPPING ROW FOR THE DEPOT AND CLASS, TRYING THE
      *    EXACT PAIR FIRST AND THE WILDCARD ROWS AFTER IT
       1100-FIND-ACCOUNTS.
           MOVE 'N' TO w-acct-found
           MOVE 1 TO w-try
           PERFORM UNTIL w-try > 4 OR ACCT-FOUND
               EVALUATE w-try
                   WHEN 1
                       MOVE w-depot-id TO w-try-depot
                       MOVE w-class    TO w-try-class
                   WHEN 2
                       MOVE w-depot-id TO w-try-depot
                       MOVE '*'        TO w-try-class
                   WHEN 3
                       MOVE '*'        TO w-try-depot
                       MOVE w-class    TO w-try-class
                   WHEN 4
                       MOVE '*'        TO w-try-depot
                       MOVE '*'        TO w-try-class
               END-EVALUATE
               MOVE 1 TO w-index
               PERFORM UNTIL w-index > w-acct-count OR ACCT-FOUND
                   IF w-am-depot-id(w-index) = w-try-depot
                      AND w-am-class(w-index) = w-try-class
                       SET ACCT-FOUND TO TRUE
                       MOVE w-am-base-acct(w-index)  TO w-base-acct
                       MOVE w-am-surch-acct(w-index) TO w-surch-acct
                   ELSE
                       ADD 1 TO w-index
                   END-IF
               END-PERFORM
               ADD 1 TO w-try
           END-PERFORM.

      *    ADD ONE AMOUNT INTO ITS JOURNAL ENTRY, OPENING THE ENTRY AND
      *    THE RUN DATE THE FIRST TIME EACH IS SEEN -- A FULL TABLE
      *    STOPS THE RUN, SINCE A DROPPED ENTRY WOULD LEAVE THE LEDGER
      *    SHORT WITH THE JOURNAL STILL IN BALANCE
       1200-ADD-ENTRY.
           MOVE 1 TO w-dt-index
           PERFORM UNTIL w-dt-index > w-date-count
                      OR w-dt-run-date(w-dt-index) = d1-run-date
               ADD 1 TO w-dt-index
           END-PERFORM
           IF w-dt-index > w-date-count
               IF w-date-count >= 100
                   DISPLAY 'JOURNAL DATE TABLE FULL -- RAISE THE '
                       'TABLE LIMIT AND RERUN'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO w-date-count
               MOVE d1-run-date TO w-dt-run-date(w-date-count)
           END-IF
           MOVE 1 TO w-gl-index
           PERFORM UNTIL w-gl-index > w-gl-count
                      OR (w-gl-run-date(w-gl-index) = d1-run-date
                      AND w-gl-depot-id(w-gl-index) = w-depot-id
                      AND w-gl-class(w-gl-index)    = w-class
                      AND w-gl-acct(w-gl-index)     = w-gl-account
                      AND w-gl-src(w-gl-index)      = w-gl-source)
               ADD 1 TO w-gl-index
           END-PERFORM
           IF w-gl-index > w-gl-count
               IF w-gl-count >= 2000
                   DISPLAY 'JOURNAL TABLE FULL -- RAISE THE TABLE '
                       'LIMIT AND RERUN'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO w-gl-count
               MOVE d1-run-date  TO w-gl-run-date(w-gl-count)
               MOVE w-depot-id   TO w-gl-depot-id(w-gl-count)
               MOVE w-class      TO w-gl-class(w-gl-count)
               MOVE w-gl-account TO w-gl-acct(w-gl-count)
               MOVE w-gl-source  TO w-gl-src(w-gl-count)
               MOVE 0 TO w-gl-rtes(w-gl-count)
               MOVE 0 TO w-gl-blks(w-gl-count)
               MOVE 0 TO w-gl-amt(w-gl-count)
           END-IF
           ADD 1           TO w-gl-rtes(w-gl-index)
           ADD w-gl-blocks TO w-gl-blks(w-gl-index)
           ADD w-gl-amount TO w-gl-amt(w-gl-index).

      *    WRITE THE JOURNAL ONE RUN DATE AT A TIME -- THE DATE'S DEBIT
      *    ENTRIES, THE CLEARING CREDIT THAT BALANCES THEM, AND THE
      *    CONTROL RECORD
       2000-WRITE-JOURNAL.
           OPEN OUTPUT JOURNAL-OUT
           MOVE 1 TO w-dt-index
           PERFORM UNTIL w-dt-index > w-date-count
      *        VALUE CLAUSES ARE NOT APPLIED IN THE FILE SECTION, AND
      *        THE CONTROL RECORD OVERLAYS THE ENTRY, SO THE FILLER
      *        BYTES MUST BE SPACED OUT BY HAND FOR EVERY DATE
               MOVE SPACES TO journal-line
               MOVE 0 TO w-gl-entries
               MOVE 0 TO w-gl-routes
               MOVE 0 TO w-gl-blocks
               MOVE 0 TO w-gl-debits
               MOVE 0 TO w-acct-hash
               MOVE 0 TO w-block-hash
               MOVE 1 TO w-gl-index
               PERFORM UNTIL w-gl-index > w-gl-count
                   IF w-gl-run-date(w-gl-index) =
                      w-dt-run-date(w-dt-index)
                       MOVE 'D'                      TO gj-rec-type
                       MOVE w-gl-run-date(w-gl-index) TO gj-run-date
                       MOVE w-gl-acct(w-gl-index)    TO gj-account
                       MOVE 'DR'                     TO gj-dr-cr
                       MOVE w-gl-amt(w-gl-index)     TO gj-amount
                       MOVE w-gl-depot-id(w-gl-index) TO gj-depot-id
                       MOVE w-gl-class(w-gl-index)   TO gj-class
                       MOVE w-gl-rtes(w-gl-index)    TO gj-routes
                       MOVE w-gl-blks(w-gl-index)    TO gj-blocks
                       MOVE w-gl-src(w-gl-index)     TO gj-source
                       WRITE journal-line
                       ADD 1 TO w-jrnl-written
                       ADD 1 TO w-gl-entries
                       ADD w-gl-amt(w-gl-index)  TO w-gl-debits
                       ADD w-gl-acct(w-gl-index) TO w-acct-hash
                       ADD w-gl-blks(w-gl-index) TO w-block-hash
      *                A ROUTE POSTS A SURCHARGE ON TOP OF ITS BASE
      *                COST, SO ONLY THE BASE AND SUSPENSE ENTRIES
      *                COUNT TOWARD THE DATE'S ROUTES AND BLOCKS
                       IF w-gl-src(w-gl-index) NOT = 'SURCHG'
                           ADD w-gl-rtes(w-gl-index) TO w-gl-routes
                           ADD w-gl-blks(w-gl-index) TO w-gl-blocks
                       END-IF
                   END-IF
                   ADD 1 TO w-gl-index
               END-PERFORM
               MOVE 'D'                       TO gj-rec-type
               MOVE w-dt-run-date(w-dt-index) TO gj-run-date
               MOVE w-clear-acct              TO gj-account
               MOVE 'CR'                      TO gj-dr-cr
               MOVE w-gl-debits               TO gj-amount
               MOVE SPACES                    TO gj-depot-id
               MOVE SPACES                    TO gj-class
               MOVE w-gl-routes               TO gj-routes
               MOVE w-gl-blocks               TO gj-blocks
               MOVE 'CLEAR'                   TO gj-source
               WRITE journal-line
               ADD 1 TO w-jrnl-written
               ADD 1 TO w-gl-entries
               ADD w-clear-acct TO w-acct-hash
               ADD w-gl-blocks  TO w-block-hash
               MOVE SPACES                    TO journal-line
               MOVE 'C'                       TO gj-rec-type
               MOVE w-dt-run-date(w-dt-index) TO gj-run-date
               MOVE w-gl-entries              TO gj-entries
               MOVE w-gl-debits               TO gj-debit-total
               MOVE w-gl-debits               TO gj-credit-total
               MOVE w-acct-hash               TO gj-acct-hash
               MOVE w-block-hash              TO gj-block-hash
               WRITE journal-line
               ADD 1 TO w-jrnl-written
               ADD 1 TO w-dt-index
           END-PERFORM
           CLOSE JOURNAL-OUT.
