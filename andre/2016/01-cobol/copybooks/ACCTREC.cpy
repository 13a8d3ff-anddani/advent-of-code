      *    LEDGER ACCOUNT MAPPING -- WHICH ACCOUNTS A ROUTE'S BASE COST
      *    AND INEFFICIENCY SURCHARGE POST TO, BY THE VEHICLE'S HOME
      *    DEPOT AND BILLING CLASS.  AN '*' IN THE DEPOT OR CLASS
      *    MATCHES ANY VALUE; AN EXACT ROW WINS OVER A DEPOT-WIDE ROW,
      *    WHICH WINS OVER A CLASS-WIDE ROW, WHICH WINS OVER '*' '*'
       01 account-line.
           02 am-depot-id    PIC X(10).
           02 am-class       PIC X(4).
           02 am-base-acct   PIC 9(10).
           02 am-surch-acct  PIC 9(10).
      *    'A' = ACTIVE, 'R' = RETIRED
           02 am-status      PIC X(1).
               88 ACCT-ACTIVE  VALUES 'A' SPACE.
               88 ACCT-RETIRED VALUE 'R'.
