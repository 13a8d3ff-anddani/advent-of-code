           02 run-time       PIC X(8).
           02 FILLER         PIC X(2) VALUE SPACES.
      *    'START' WHEN THE PROGRAM BEGINS, ONE 'COUNT' PER FILE AT
      *    THE END, THEN 'END' WITH THE COMPLETION STATUS.  DAY-1-CHAIN
      *    ALSO LOGS A 'STEP' ENTRY AS EACH STEP BEGINS AND FINISHES,
      *    NAMING THE STEP'S PROGRAM IN run-file-id, 'BEG', 'OK',
      *    'FAIL' OR 'SKIP' IN run-status, AND THE STEP'S RETURN CODE
      *    IN run-count
           02 run-phase      PIC X(5).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 run-file-id    PIC X(12).
           02 FILLER         PIC X(2) VALUE SPACES.
      *    ON A 'PARM' RECORD, THE PARAMETER VALUE THE PROGRAM RAN
      *    WITH (FIRST 20 BYTES) -- run-file-id NAMES THE KEYWORD
      *    AND run-status SAYS 'CARD', 'CONS' OR 'DFLT' FOR ITS SOURCE
      *    ('CHKP' FOR A CHAIN RUN DATE TAKEN FROM ITS CHECKPOINT)
           02 run-parm       PIC X(20).
