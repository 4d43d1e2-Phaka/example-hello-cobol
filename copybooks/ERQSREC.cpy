      *================================================================
      * ERQSREC - ERASURE-REQUEST-FILE record layout (ERASEREQ)
      *
      * One card per person to be forgotten, keyed by the data
      * protection officer from the erasure case:
      *   "I" - by recipient id: the person's "R" row on RECPMST
      *         gives the name to erase, and the id is taken off
      *         every distribution list
      *   "N" - by name: erased wherever it appears, and every
      *         RECPMST recipient of that exact name is treated as
      *         an "I" card for the same person
      * A name that is on no RECPMST row is still erased from the
      * logs and archives (an ad-hoc GREETIN recipient). ER-CASE-
      * REFERENCE is the officer's case number, carried onto the
      * erasure certificate in place of the name.
      *================================================================
       01  ERASURE-REQUEST-RECORD.
           05  ER-REQUEST-TYPE             PIC X.
               88  ER-REQUEST-BY-ID         VALUE "I".
               88  ER-REQUEST-BY-NAME       VALUE "N".
           05  FILLER                      PIC X.
           05  ER-REQUEST-VALUE            PIC X(30).
           05  ER-REQUEST-CODE REDEFINES ER-REQUEST-VALUE.
               10  ER-RECIPIENT-ID         PIC X(8).
               10  FILLER                  PIC X(22).
           05  FILLER                      PIC X.
           05  ER-CASE-REFERENCE           PIC X(12).
           05  FILLER                      PIC X(35).
