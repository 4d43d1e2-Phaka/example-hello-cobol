      *================================================================
      * SLOGREC - SUPPRESSION-LOG-FILE record layout (SUPPLOG)
      *
      * One row per greeting HELLO skipped because the recipient was
      * suppressed on the run date (see SUPPREC): who, which
      * suppression period and reason, and where the request came
      * from - the GREETIN record number, and for a person reached
      * through a distribution list the list code on the request
      * and the (possibly nested) list the person was a member of.
      * Appended run after run the way HELLOAUD is; HELLOSPR
      * prints the day's rows.
      *
      * SL-REQUEST-TYPE is the GR-RECIPIENT-TYPE of the request:
      *   "R" - the request named the recipient id directly;
      *         SL-LIST-CODE and SL-PARENT-LIST-CODE are spaces
      *   "L" - the recipient was reached by expanding the list
      *         SL-LIST-CODE; SL-PARENT-LIST-CODE is the list whose
      *         "L" row named the person (equal to SL-LIST-CODE
      *         unless lists were nested)
      *================================================================
       01  SUPPRESSION-LOG-RECORD.
           05  SL-RUN-DATE                 PIC 9(8).
           05  SL-RUN-TIME                 PIC 9(8).
           05  SL-JOB-NAME                 PIC X(8).
           05  SL-RECORD-NUMBER            PIC 9(6).
           05  SL-RECIPIENT-ID             PIC X(8).
           05  SL-RECIPIENT-NAME           PIC X(30).
           05  SL-DEPARTMENT-CODE          PIC X(4).
           05  SL-GREETING-ID              PIC 9(5).
           05  SL-LANGUAGE-CODE            PIC X(3).
           05  SL-REQUEST-TYPE             PIC X.
               88  SL-REQUEST-BY-ID         VALUE "R".
               88  SL-REQUEST-BY-LIST       VALUE "L".
           05  SL-LIST-CODE                PIC X(8).
           05  SL-PARENT-LIST-CODE         PIC X(8).
           05  SL-REASON-CODE              PIC X.
           05  SL-START-DATE               PIC 9(8).
           05  SL-END-DATE                 PIC 9(8).
