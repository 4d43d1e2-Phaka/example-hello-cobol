      *================================================================
      * EMAPREC - ERASURE-MAP-FILE record layout (ERASEMAP)
      *
      * The name-to-token map of one erasure, written by HELLOERA's
      * PLAN pass and read by every pass after it, so each file and
      * generation gets exactly the same pseudonymous token for the
      * same person however many jobs the erasure takes. One row
      * per recipient id found for the person, or a single row with
      * EM-RECIPIENT-ID spaces for a name on no RECPMST row.
      *
      * EM-TOKEN is "ERASED-" + the erasure number + "-" + the
      * person's sequence within the erasure, e.g. ERASED-000012-01.
      * The erasure number comes from the "ERASURE" row on
      * HELLOCKP, so no two erasures ever issue the same token.
      *
      * The map is the one place the name survives the erasure; it
      * is deleted once the certificate has been produced clean
      * (see jcl/HELLOECJ.jcl).
      *================================================================
       01  ERASURE-MAP-RECORD.
           05  EM-ERASURE-NUMBER           PIC 9(6).
           05  EM-PERSON-SEQ               PIC 9(2).
           05  EM-TOKEN                    PIC X(30).
           05  EM-RECIPIENT-ID             PIC X(8).
           05  EM-RECIPIENT-NAME           PIC X(30).
           05  EM-CASE-REFERENCE           PIC X(12).
           05  EM-PLAN-DATE                PIC 9(8).
           05  FILLER                      PIC X(4).
