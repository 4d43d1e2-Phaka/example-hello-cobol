      *================================================================
      * PENDREC - PENDING-APPROVAL-FILE record layout (PENDAPP)
      *
      * Maker-checker staging for the master-file maintenance
      * programs. GREETMNT and RECPMNT no longer apply GREETTRN /
      * RECPTRN as soon as the job runs: a STAGE run edits each
      * transaction and parks the clean ones here, stamped with
      * the job and user id that submitted them, and an APPROVE run
      * - under a different user id - reads an approval input
      * (APPRREC) that releases each item for apply or rejects it.
      * Both programs share the one cluster; PA-SOURCE-CODE keeps
      * their items apart.
      *
      * PA-PENDING-SEQ numbers the items of one source in the order
      * they were staged; it is the number the approver keys. The
      * row with PA-PENDING-SEQ zero is the source's control row
      * (PA-STATUS "C"): PA-LAST-PENDING-SEQ holds the last number
      * given out.
      *
      * PA-STATUS:
      *   "P" - pending, awaiting a decision
      *   "A" - approved and applied to the master
      *   "R" - rejected by the approver, never applied
      *   "F" - approved, but failed the edits again at apply time
      *         (the master changed since it was staged) - never
      *         applied; PA-DECISION-REASON is the program's own
      *         reject reason code
      *   "X" - expired: still pending after the expiry PARM days,
      *         never applied
      *   "C" - control row
      * Decided rows stay on file as the record of who released
      * what; the PA-DECISION- fields say when and by whom (blank
      * user for an expiry).
      *
      * PA-TRANSACTION-IMAGE is the staged GREETTRN (GMNTREC) or
      * RECPTRN (RMNTREC) record exactly as it passed the edits,
      * left-justified.
      *================================================================
       01  PENDING-APPROVAL-RECORD.
           05  PA-PENDING-KEY.
               10  PA-SOURCE-CODE          PIC X.
                   88  PA-SOURCE-GREETMNT   VALUE "G".
                   88  PA-SOURCE-RECPMNT    VALUE "R".
               10  PA-PENDING-SEQ          PIC 9(6).
           05  PA-STATUS                   PIC X.
               88  PA-STATUS-PENDING        VALUE "P".
               88  PA-STATUS-APPLIED        VALUE "A".
               88  PA-STATUS-REJECTED       VALUE "R".
               88  PA-STATUS-FAILED         VALUE "F".
               88  PA-STATUS-EXPIRED        VALUE "X".
               88  PA-STATUS-CONTROL        VALUE "C".
           05  PA-SUBMIT-DATE              PIC 9(8).
           05  PA-SUBMIT-TIME              PIC 9(8).
           05  PA-SUBMIT-JOB-NAME          PIC X(8).
           05  PA-SUBMIT-USER-ID           PIC X(8).
           05  PA-DECISION-DATE            PIC 9(8).
           05  PA-DECISION-TIME            PIC 9(8).
           05  PA-DECISION-USER-ID         PIC X(8).
           05  PA-DECISION-REASON          PIC 9(2).
           05  PA-TRANSACTION-IMAGE        PIC X(100).
           05  PA-CONTROL-DATA REDEFINES PA-TRANSACTION-IMAGE.
               10  PA-LAST-PENDING-SEQ     PIC 9(6).
               10  FILLER                  PIC X(94).
