      *================================================================
      * SUPPREC - RECIPIENT-SUPPRESSION-FILE record layout (RECPSUP)
      *
      * One row per period during which a RECPMST recipient must not
      * be greeted, keyed by recipient id + start date so a person
      * can carry several periods (a leave of absence now, a leaver
      * row later) and HELLO reaches all of them with one START.
      * SP-END-DATE is the last suppressed date, 99999999 for
      * open-ended (the leaver and opt-out case).
      *
      * HELLO checks the file as it resolves a recipient id (a type
      * "R" request, or a member reached through a list): a person
      * with a period covering the run date is skipped - no
      * GREETOUT detail, no GREETSUS row - and audited with
      * AL-RETURN-CODE 004 (see AUDTREC), and the skip is written to
      * SUPPLOG (SLOGREC) for the daily suppression report.
      *
      * Maintained through an audited transaction batch (SUPPMNT,
      * layout in SMNTREC) and never by hand, the way RECPMST is.
      *
      * Documented reason codes:
      *   L  leaver
      *   A  leave of absence
      *   O  opted out of greetings
      *================================================================
       01  SUPPRESSION-RECORD.
           05  SP-SUPPRESSION-KEY.
               10  SP-RECIPIENT-ID         PIC X(8).
               10  SP-START-DATE           PIC 9(8).
           05  SP-END-DATE                 PIC 9(8).
           05  SP-REASON-CODE              PIC X.
               88  SP-REASON-LEAVER         VALUE "L".
               88  SP-REASON-LEAVE-ABSENCE  VALUE "A".
               88  SP-REASON-OPT-OUT        VALUE "O".
               88  SP-REASON-VALID          VALUE "L" "A" "O".
           05  SP-CHANGED-DATE             PIC 9(8).
           05  SP-CHANGED-USER             PIC X(8).
