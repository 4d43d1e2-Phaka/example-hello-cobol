      *================================================================
      * CMNTREC - CALENDAR-TRANSACTION-FILE record layout (CALTRN)
      *
      * One row per ADD / CHANGE / DELETE request against the
      * BUSINESS-CALENDAR key (CL-SITE-CODE + CL-CALENDAR-DATE, see
      * CALREC), applied by CALMNT. A blank (or zero) date names
      * the site profile and carries CX-CLOSED-WEEKDAYS; a real
      * date names a holiday or working-day row and carries
      * CX-DAY-TYPE "H" or "W". A CHANGE replaces the type, closed
      * weekdays, and description of the row it names.
      *================================================================
       01  CALENDAR-TRANSACTION-RECORD.
           05  CX-ACTION-CODE              PIC X.
               88  CX-ACTION-ADD            VALUE "A".
               88  CX-ACTION-CHANGE         VALUE "C".
               88  CX-ACTION-DELETE         VALUE "D".
           05  CX-SITE-CODE                PIC X(4).
           05  CX-CALENDAR-DATE            PIC X(8).
           05  CX-DAY-TYPE                 PIC X.
           05  CX-CLOSED-WEEKDAYS          PIC X(7).
           05  CX-DESCRIPTION              PIC X(30).
