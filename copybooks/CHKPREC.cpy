      * GREETOUT cycle number assigned, incremented by HELLO at the
      * start of every run so each generation carries a cycle number
      * downstream has never seen before.
      *
      * Another is keyed "ERASURE": its CK-LAST-RECORD-NUMBER holds
      * the last recipient erasure number HELLOERA's PLAN pass
      * issued, so every erasure's tokens are unique.
      *================================================================
       01  CHECKPOINT-RECORD.
           05  CK-JOB-ID                   PIC X(8).
