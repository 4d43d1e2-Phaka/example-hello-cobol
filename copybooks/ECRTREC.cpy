      *================================================================
      * ECRTREC - ERASURE-LOG-FILE record layout (ERASELOG)
      *
      * One row per dataset or generation an erasure pass examined,
      * appended by HELLOERA run after run and printed as the
      * erasure certificate by its CERT pass. No name is ever
      * written here - the person is known only by the erasure
      * number and token.
      *
      * The control totals prove that nothing but the name
      * changed: rows written must equal rows read, and
      * EC-CONTROL-HASH-OUT - the sum of every numeric field on the
      * rows as written - must equal EC-CONTROL-HASH-IN, the same
      * sum over the rows as read. EC-ROWS-CHANGED counts the rows
      * in which a name was replaced.
      *
      * EC-VERDICT values:
      *   "B" - names replaced and the totals balance; the job put
      *         the rewritten copy in place of the original
      *   "N" - examined, nothing to erase; original left as it was
      *   "O" - out of balance or a write failed; original NOT
      *         replaced - the pass must be run again
      *   "S" - RECPMST: transactions staged through RECPMNT for
      *         approval (EC-ROWS-CHANGED is how many)
      *================================================================
       01  ERASURE-LOG-RECORD.
           05  EC-ERASURE-NUMBER           PIC 9(6).
           05  EC-RUN-DATE                 PIC 9(8).
           05  EC-RUN-TIME                 PIC 9(8).
           05  EC-JOB-NAME                 PIC X(8).
           05  EC-USER-ID                  PIC X(8).
           05  EC-PASS                     PIC X(6).
           05  EC-DATASET                  PIC X(44).
           05  EC-ROWS-READ                PIC 9(9).
           05  EC-ROWS-WRITTEN             PIC 9(9).
           05  EC-ROWS-CHANGED             PIC 9(9).
           05  EC-CONTROL-HASH-IN          PIC 9(15).
           05  EC-CONTROL-HASH-OUT         PIC 9(15).
           05  EC-RETURN-CODE              PIC 9(3).
           05  EC-VERDICT                  PIC X.
               88  EC-VERDICT-BALANCED      VALUE "B".
               88  EC-VERDICT-NOTHING       VALUE "N".
               88  EC-VERDICT-OUT-OF-BALANCE VALUE "O".
               88  EC-VERDICT-STAGED        VALUE "S".
           05  FILLER                      PIC X(11).
