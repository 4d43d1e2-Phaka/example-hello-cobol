      *
      * The rule is live from SC-START-DATE through SC-END-DATE
      * inclusive; 99999999 leaves it open-ended.
      *
      * SC-ROLL-CONVENTION says what happens when the day the rule
      * falls on is not a business day at SC-SITE-CODE on the
      * business-day calendar (BUSCAL, see CALREC):
      *   " " - fire on the day regardless (the calendar is not
      *   "O"   consulted; blank is every row cut before the
      *         calendar existed)
      *   "N" - roll to the next business day
      *   "P" - roll to the previous business day
      *   "S" - skip the occurrence
      * A blank SC-SITE-CODE means the job's own site (ENVAR SITE,
      * "MAIN" when not set).
      *================================================================
       01  SCHEDULE-MASTER-RECORD.
           05  SC-RECIPIENT-NAME           PIC X(30).
           05  SC-DAY-PATTERN              PIC X(4).
           05  SC-START-DATE               PIC X(8).
           05  SC-END-DATE                 PIC X(8).
           05  SC-ROLL-CONVENTION          PIC X.
               88  SC-ROLL-ON-DAY           VALUE " " "O".
               88  SC-ROLL-NEXT             VALUE "N".
               88  SC-ROLL-PREVIOUS         VALUE "P".
               88  SC-ROLL-SKIP             VALUE "S".
           05  SC-SITE-CODE                PIC X(4).
