      *================================================================
      * LTRNREC - LOCK-TRANSACTION-FILE record layout (LOCKTRN)
      *
      * One operator request per card against a RUN-CONTROL-FILE
      * row (see RCTLREC), applied by HELLOLCK:
      *   CLEAR - remove a lock whose holder is gone (abend,
      *           cancel); LT-REASON is required
      *   YIELD - ask monitor mode to wind down at its next poll,
      *           as the nightly batch would
      * The holder job and claim date must match the row on file,
      * so a card keyed from yesterday's report can never clear a
      * lock some later run has claimed since. HELLOLCK prints a
      * ready-made CLEAR card under every lock it flags as stale.
      *================================================================
       01  LOCK-TRANSACTION-RECORD.
           05  LT-ACTION-CODE              PIC X(8).
               88  LT-ACTION-CLEAR          VALUE "CLEAR".
               88  LT-ACTION-YIELD          VALUE "YIELD".
           05  LT-RESOURCE                 PIC X(8).
           05  LT-HOLDER-JOB               PIC X(8).
           05  LT-CLAIM-DATE               PIC X(8).
           05  LT-REASON                   PIC X(40).
           05  FILLER                      PIC X(8).
