      *================================================================
      * APPRREC - APPROVAL-FILE record layout (GREETAPV / RECPAPV)
      *
      * One row per decision on a staged maintenance item (see
      * PENDREC), read by the APPROVE run of GREETMNT (GREETAPV) or
      * RECPMNT (RECPAPV). AV-PENDING-SEQ is the number the STAGE
      * run's report printed against the item.
      *
      * The approver is deliberately NOT a field on this record:
      * it is the user id the APPROVE job runs under, so nobody can
      * approve their own change by typing someone else's name. An
      * item is refused when that user id is the one that submitted
      * it.
      *================================================================
       01  APPROVAL-RECORD.
           05  AV-PENDING-SEQ              PIC X(6).
           05  AV-DECISION                 PIC X.
               88  AV-DECISION-APPROVE      VALUE "A".
               88  AV-DECISION-REJECT       VALUE "R".
