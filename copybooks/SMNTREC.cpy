      *================================================================
      * SMNTREC - SUPPRESSION-TRANSACTION-FILE record layout
      * (SUPPTRN)
      *
      * One row per ADD / CHANGE / DELETE request against the
      * RECIPIENT-SUPPRESSION key (SP-RECIPIENT-ID + SP-START-DATE,
      * see SUPPREC), applied by SUPPMNT. The start date names the
      * period, so every action must carry it; a CHANGE replaces
      * the end date and reason of the period it names. A blank
      * end date on an ADD or CHANGE means open-ended (99999999).
      *================================================================
       01  SUPPRESSION-TRANSACTION-RECORD.
           05  SX-ACTION-CODE              PIC X.
               88  SX-ACTION-ADD            VALUE "A".
               88  SX-ACTION-CHANGE         VALUE "C".
               88  SX-ACTION-DELETE         VALUE "D".
           05  SX-RECIPIENT-ID             PIC X(8).
           05  SX-START-DATE               PIC X(8).
           05  SX-END-DATE                 PIC X(8).
           05  SX-REASON-CODE              PIC X.
