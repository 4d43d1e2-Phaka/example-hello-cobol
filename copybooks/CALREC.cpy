      *================================================================
      * CALREC - BUSINESS-CALENDAR-FILE record layout (BUSCAL)
      *
      * The business-day calendar, one set of rows per site, keyed
      * by site code + date. HELLOSCH (and HELLOFCS, which forecasts
      * it) rolls or skips a schedule rule that falls on a day the
      * site is closed, and HELLOACK counts its acknowledgment age
      * in the site's business days, so a long weekend no longer
      * pages anyone.
      *
      * CL-DAY-TYPE says what the row is:
      *   "P" - the site profile, dated 00000000. Required before
      *         any dated row for the site; CL-CLOSED-WEEKDAYS
      *         flags the weekdays the site is normally closed,
      *         Monday through Sunday, "Y" closed / "N" open (a
      *         Monday-Friday site is NNNNNYY)
      *   "H" - a holiday: the site is closed on CL-CALENDAR-DATE
      *         whatever the weekday; CL-DESCRIPTION names it and
      *         is what the schedule report prints as the reason
      *   "W" - a working day: the site is open on a weekday its
      *         profile normally closes (a Saturday make-up day)
      *
      * A day is a business day at a site when its dated row is a
      * "W", or when it has no dated row and its weekday is not
      * flagged closed on the profile. CL-CLOSED-WEEKDAYS is spaces
      * on dated rows.
      *
      * Maintained through an audited transaction batch (CALMNT,
      * layout in CMNTREC) and never by hand, the way RECPSUP is.
      *================================================================
       01  BUSINESS-CALENDAR-RECORD.
           05  CL-CALENDAR-KEY.
               10  CL-SITE-CODE            PIC X(4).
               10  CL-CALENDAR-DATE        PIC 9(8).
           05  CL-DAY-TYPE                 PIC X.
               88  CL-DAY-PROFILE           VALUE "P".
               88  CL-DAY-HOLIDAY           VALUE "H".
               88  CL-DAY-WORKING           VALUE "W".
           05  CL-CLOSED-WEEKDAYS.
               10  CL-CLOSED-WEEKDAY       PIC X OCCURS 7.
           05  CL-DESCRIPTION              PIC X(30).
           05  CL-CHANGED-DATE             PIC 9(8).
           05  CL-CHANGED-USER             PIC X(8).
