      *    GENERAL LEDGER JOURNAL EXTRACT.  EACH RUN DATE IS ONE
      *    BALANCED SET -- ITS DEBIT ENTRIES, ONE CREDIT ENTRY TO THE
      *    CLEARING ACCOUNT FOR THEIR TOTAL, THEN A CONTROL RECORD
       01 journal-line.
      *    'D' = ENTRY, 'C' = CONTROL RECORD FOR THE RUN DATE
           02 gj-rec-type    PIC X(1).
               88 GJ-ENTRY   VALUE 'D'.
               88 GJ-CONTROL VALUE 'C'.
           02 FILLER         PIC X(2) VALUE SPACES.
           02 gj-run-date    PIC X(8).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 gj-entry.
               03 gj-account   PIC 9(10).
               03 FILLER       PIC X(2) VALUE SPACES.
               03 gj-dr-cr     PIC X(2).
               03 FILLER       PIC X(2) VALUE SPACES.
               03 gj-amount    PIC 9(9).9(2).
               03 FILLER       PIC X(2) VALUE SPACES.
      *        DEPOT AND CLASS ARE SPACES ON THE CLEARING CREDIT
               03 gj-depot-id  PIC X(10).
               03 FILLER       PIC X(2) VALUE SPACES.
               03 gj-class     PIC X(4).
               03 FILLER       PIC X(2) VALUE SPACES.
               03 gj-routes    PIC 9(5).
               03 FILLER       PIC X(2) VALUE SPACES.
               03 gj-blocks    PIC 9(8).
               03 FILLER       PIC X(2) VALUE SPACES.
      *        'BASE' OR 'SURCHG' FOR PRICED COST, 'CLEAR' FOR THE
      *        CREDIT; SUSPENSE ENTRIES CARRY 'NOCLAS' OR 'NORATE' FOR
      *        UNPRICED ROUTES AND 'NOACCT' FOR PRICED COST WITH NO
      *        ACCOUNT MAPPED FOR ITS DEPOT AND CLASS
               03 gj-source    PIC X(6).
           02 gj-control REDEFINES gj-entry.
      *        ENTRIES FOR THE RUN DATE, THE CLEARING CREDIT INCLUDED
               03 gj-entries      PIC 9(5).
               03 FILLER          PIC X(2).
               03 gj-debit-total  PIC 9(11).9(2).
               03 FILLER          PIC X(2).
               03 gj-credit-total PIC 9(11).9(2).
               03 FILLER          PIC X(2).
      *        SUM OF THE ACCOUNT NUMBERS AND OF THE BLOCKS ON EVERY
      *        ENTRY, FOR THE LEDGER SIDE TO PROVE IT LOADED THEM ALL
               03 gj-acct-hash    PIC 9(15).
               03 FILLER          PIC X(2).
               03 gj-block-hash   PIC 9(12).
