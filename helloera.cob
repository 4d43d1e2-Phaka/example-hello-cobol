      * HELLOERA - recipient erasure.
      * When someone asks to be forgotten their name has to come
      * out of every file the suite keeps it in: RECPMST, the live
      * HELLOAUD log and seven years of AUDITARC generations,
      * GRETHIST, SUPPLOG, the GREETSUS generations, GREETJRN, and
      * the retained GREETOUT and BURSTn generations. This program
      * replaces the name with a pseudonymous token - the same
      * token in every file, so the rows still hang together for
      * audit - and proves with control totals that nothing but
      * the name changed.
      *
      * One pass per run, named by the first PARM operand:
      *   PLAN   - read the officer's request cards (ERASEREQ),
      *            resolve each to a name and its RECPMST recipient
      *            ids, issue the erasure number and tokens and
      *            write the map (ERASEMAP) every later pass reads.
      *            RECPMST itself is changed the only supported
      *            way - through RECPMNT: a CHANGE of each "R"
      *            row's name to the token and a DELETE of every
      *            "L" row that lists the person, written to
      *            RECPTRN for the job to stage for approval.
      *   HIST   - GRETHIST, re-keyed in place under the token.
      *   AUDLOG - the live HELLOAUD log  } ERASEIN rewritten to
      *   AUDARC - one AUDITARC generation} ERASEOUT, which the job
      *   SUSP   - one GREETSUS generation} puts in place of the
      *   SLOG   - the live SUPPLOG       } original only on RC 0
      *   JRNL   - the live GREETJRN      }
      *   GOUT   - one GREETOUT or BURSTn }
      *            generation             }
      *   CERT   - print the erasure certificate from ERASELOG.
      * The second PARM operand names the dataset or generation the
      * pass works on, as it is to appear on the certificate.
      * Every pass but CERT appends one row of control totals to
      * ERASELOG (see ECRTREC).
      * COBOL source format:
      * Columns 1-6: Sequence number area (optional)
      * Column 7: Indicator area (* for comments)
      * Columns 8-11: Area A (divisions, sections, paragraphs)
      * Columns 12-72: Area B (statements, clauses)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOERA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      * ERASURE-REQUEST-FILE (ERASEREQ) - the officer's cards, one
      * per person (see ERQSREC). PLAN pass only.
      *----------------------------------------------------------------
           SELECT ERASURE-REQUEST-FILE ASSIGN TO "ERASEREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REQUEST.
      *----------------------------------------------------------------
      * ERASURE-MAP-FILE (ERASEMAP) - name-to-token map of this
      * erasure (see EMAPREC): written by PLAN, read by the rest.
      *----------------------------------------------------------------
           SELECT ERASURE-MAP-FILE ASSIGN TO "ERASEMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MAP.
      *----------------------------------------------------------------
      * RECIPIENT-MASTER (RECPMST) - read only, here: PLAN looks
      * up the people and their list rows, CERT checks the staged
      * changes have since been approved and applied.
      *----------------------------------------------------------------
           SELECT RECIPIENT-MASTER ASSIGN TO "RECPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-RECIPIENT-KEY
               FILE STATUS IS WS-FS-RECIPIENT-MASTER.
      *----------------------------------------------------------------
      * CHECKPOINT-FILE (HELLOCKP) - only the "ERASURE" row, the
      * erasure number counter, is touched here.
      *----------------------------------------------------------------
           SELECT CHECKPOINT-FILE ASSIGN TO "HELLOCKP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-JOB-ID
               FILE STATUS IS WS-FS-CHECKPOINT.
      *----------------------------------------------------------------
      * RECIPIENT-TRANSACTION-FILE (RECPTRN) - the RECPMST changes
      * PLAN writes for RECPMNT to stage (see RMNTREC).
      *----------------------------------------------------------------
           SELECT RECIPIENT-TRANSACTION-FILE ASSIGN TO "RECPTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSACTION.
      *----------------------------------------------------------------
      * GREETING-HISTORY-FILE (GRETHIST) - the name leads the key,
      * so each row is deleted and written again under the token.
      *----------------------------------------------------------------
           SELECT GREETING-HISTORY-FILE ASSIGN TO "GRETHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HY-HISTORY-KEY
               FILE STATUS IS WS-FS-GREETING-HISTORY.
      *----------------------------------------------------------------
      * The flat files are read from ERASEIN and rewritten whole to
      * ERASEOUT; one pair of SELECTs per record layout, only the
      * pair for this run's pass is ever opened. The original is
      * never updated - the jobstream replaces it from ERASEOUT
      * only after the pass ends RETURN-CODE zero.
      *----------------------------------------------------------------
           SELECT AUDIT-IN-FILE ASSIGN TO "ERASEIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ERASE-IN.
           SELECT AUDIT-OUT-FILE ASSIGN TO "ERASEOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ERASE-OUT.
           SELECT SUSPENSE-IN-FILE ASSIGN TO "ERASEIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ERASE-IN.
           SELECT SUSPENSE-OUT-FILE ASSIGN TO "ERASEOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ERASE-OUT.
           SELECT SUPPLOG-IN-FILE ASSIGN TO "ERASEIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ERASE-IN.
           SELECT SUPPLOG-OUT-FILE ASSIGN TO "ERASEOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ERASE-OUT.
           SELECT JOURNAL-IN-FILE ASSIGN TO "ERASEIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ERASE-IN.
           SELECT JOURNAL-OUT-FILE ASSIGN TO "ERASEOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ERASE-OUT.
           SELECT OUTPUT-IN-FILE ASSIGN TO "ERASEIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ERASE-IN.
           SELECT OUTPUT-OUT-FILE ASSIGN TO "ERASEOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ERASE-OUT.
      *----------------------------------------------------------------
      * ERASURE-LOG-FILE (ERASELOG) - one row of control totals per
      * dataset examined, kept across every erasure (see ECRTREC).
      * OPTIONAL so the first erasure ever run creates it.
      *----------------------------------------------------------------
           SELECT OPTIONAL ERASURE-LOG-FILE ASSIGN TO "ERASELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ERASURE-LOG.
      *----------------------------------------------------------------
      * CERTIFICATE-FILE (ERASECRT) - the erasure certificate for
      * the data protection officer, formatted for our report
      * distribution (ASA carriage control in byte 1).
      *----------------------------------------------------------------
           SELECT CERTIFICATE-FILE ASSIGN TO "ERASECRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

      *----------------------------------------------------------------
      * RUN-LEDGER-FILE (RUNLEDGR) - one row per execution, written
      * as the run starts and completed as it ends (see RUNLREC).
      * OPTIONAL: a job that doesn't allocate it runs unrecorded.
      *----------------------------------------------------------------
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-RUN-KEY
               FILE STATUS IS WS-FS-RUN-LEDGER.
      *----------------------------------------------------------------
      * RUN-CONTROL-FILE (RUNCTL) - the suite's run-control lock
      * (see RCTLREC), claimed by the passes over the live files -
      * GRETHIST, HELLOAUD, SUPPLOG, GREETJRN - which a running
      * HELLO or master update would otherwise be extending while
      * they are copied. Opened for each access and closed
      * straight after.
      *----------------------------------------------------------------
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-RESOURCE
               FILE STATUS IS WS-FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  ERASURE-REQUEST-FILE.
       COPY ERQSREC.

       FD  ERASURE-MAP-FILE.
       COPY EMAPREC.

       FD  RECIPIENT-MASTER.
       COPY RECPREC.

       FD  CHECKPOINT-FILE.
       COPY CHKPREC.

       FD  RECIPIENT-TRANSACTION-FILE.
       COPY RMNTREC.

       FD  GREETING-HISTORY-FILE.
       COPY GHSTREC.

       FD  AUDIT-IN-FILE.
       COPY AUDTREC.

       FD  AUDIT-OUT-FILE.
       COPY AUDTREC
           REPLACING ==AUDIT-LOG-RECORD== BY ==AUDIT-OUT-RECORD==
                     LEADING ==AL-== BY ==AO-==.

       FD  SUSPENSE-IN-FILE.
       COPY SUSPREC.

       FD  SUSPENSE-OUT-FILE.
       COPY SUSPREC
           REPLACING ==SUSPENSE-RECORD== BY ==SUSPENSE-OUT-RECORD==
                     LEADING ==SU-== BY ==UO-==.

       FD  SUPPLOG-IN-FILE.
       COPY SLOGREC.

       FD  SUPPLOG-OUT-FILE.
       COPY SLOGREC
           REPLACING ==SUPPRESSION-LOG-RECORD==
                     BY ==SUPPLOG-OUT-RECORD==
                     LEADING ==SL-== BY ==LO-==.

       FD  JOURNAL-IN-FILE.
       COPY JRNLREC.

       FD  JOURNAL-OUT-FILE.
       COPY JRNLREC
           REPLACING ==GREETING-JOURNAL-RECORD==
                     BY ==JOURNAL-OUT-RECORD==
                     LEADING ==JR-== BY ==JO-==.

       FD  OUTPUT-IN-FILE.
       COPY GOUTREC.

       FD  OUTPUT-OUT-FILE.
       COPY GOUTREC
           REPLACING ==GREETING-OUTPUT-RECORD==
                     BY ==OUTPUT-OUT-RECORD==
                     LEADING ==GO-== BY ==EO-==.

       FD  ERASURE-LOG-FILE.
       COPY ECRTREC.

       FD  CERTIFICATE-FILE.
       01  PRINT-RECORD.
           05  PR-CARRIAGE-CONTROL         PIC X.
           05  PR-LINE                     PIC X(132).

       FD  RUN-LEDGER-FILE.
       COPY RUNLREC.

       FD  RUN-CONTROL-FILE.
       COPY RCTLREC.

       WORKING-STORAGE SECTION.
       01  WS-FS-REQUEST                   PIC XX.
       01  WS-FS-MAP                       PIC XX.
       01  WS-FS-RECIPIENT-MASTER          PIC XX.
       01  WS-FS-CHECKPOINT                PIC XX.
       01  WS-FS-TRANSACTION               PIC XX.
       01  WS-FS-GREETING-HISTORY          PIC XX.
       01  WS-FS-ERASE-IN                  PIC XX.
       01  WS-FS-ERASE-OUT                 PIC XX.
       01  WS-FS-ERASURE-LOG               PIC XX.
       01  WS-FS-REPORT                    PIC XX.
       01  WS-END-OF-INPUT-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-INPUT              VALUE "Y".
       01  WS-SCAN-DONE-SWITCH             PIC X VALUE "N".
           88  WS-SCAN-DONE                 VALUE "Y".
       01  WS-SYSTEM-DATE                  PIC 9(8).
       01  WS-SYSTEM-TIME                  PIC 9(8).
       01  WS-JOB-NAME                     PIC X(8).
       01  WS-USER-ID                      PIC X(8).
       01  WS-ERASURE-COUNTER-ID           PIC X(8) VALUE "ERASURE".

      *----------------------------------------------------------------
      * WS-PARM-INPUT - pass[,dataset]. The dataset name is what
      * the certificate shows; the live files default to their DD
      * names, a generation pass must say which generation it is.
      *----------------------------------------------------------------
       01  WS-PARM-INPUT                   PIC X(80).
       01  WS-PASS                         PIC X(8).
           88  WS-PASS-PLAN                 VALUE "PLAN".
           88  WS-PASS-HIST                 VALUE "HIST".
           88  WS-PASS-AUDLOG               VALUE "AUDLOG".
           88  WS-PASS-AUDARC               VALUE "AUDARC".
           88  WS-PASS-SUSP                 VALUE "SUSP".
           88  WS-PASS-SLOG                 VALUE "SLOG".
           88  WS-PASS-JRNL                 VALUE "JRNL".
           88  WS-PASS-GOUT                 VALUE "GOUT".
           88  WS-PASS-CERT                 VALUE "CERT".
           88  WS-LIVE-FILE-PASS            VALUE "HIST" "AUDLOG"
                                                  "SLOG" "JRNL".
           88  WS-GENERATION-PASS           VALUE "AUDARC" "SUSP"
                                                  "GOUT".
       01  WS-DATASET-NAME                 PIC X(44).

      *----------------------------------------------------------------
      * The people in this erasure, one slot per distinct name, and
      * the RECPMST recipient ids found for them. WS-PN-SEQ is the
      * person's place in the erasure and the tail of the token.
      * WS-ORDER-ENTRY lists the people longest name first, so a
      * name that is the start of another (ANN and ANN SMITH) never
      * eats into the longer one in a greeting text.
      *----------------------------------------------------------------
       01  WS-ERASURE-NUMBER               PIC 9(6) VALUE 0.
       01  WS-PLAN-DATE                    PIC 9(8) VALUE 0.
       01  WS-PERSON-COUNT                 PIC 9(2) VALUE 0.
       01  WS-PERSON-TABLE.
           05  WS-PERSON-ENTRY OCCURS 50.
               10  WS-PN-NAME              PIC X(30).
               10  WS-PN-NAME-LENGTH       PIC 9(2).
               10  WS-PN-TOKEN             PIC X(30).
               10  WS-PN-TOKEN-LENGTH      PIC 9(2).
               10  WS-PN-CASE-REFERENCE    PIC X(12).
               10  WS-PN-ID-COUNT          PIC 9(3).
       01  WS-PERSON-INDEX                 PIC 9(2).
       01  WS-ORDER-TABLE.
           05  WS-ORDER-ENTRY OCCURS 50    PIC 9(2).
       01  WS-ORDER-INDEX                  PIC 9(2).
       01  WS-ORDER-NEXT                   PIC 9(2).
       01  WS-ORDER-HOLD                   PIC 9(2).
       01  WS-ORDER-SWAPPED-SWITCH         PIC X VALUE "N".
           88  WS-ORDER-SWAPPED             VALUE "Y".
       01  WS-ID-COUNT                     PIC 9(3) VALUE 0.
       01  WS-ID-TABLE.
           05  WS-ID-ENTRY OCCURS 100.
               10  WS-ID-VALUE             PIC X(8).
               10  WS-ID-PERSON            PIC 9(2).
               10  WS-ID-DEPARTMENT        PIC X(4).
               10  WS-ID-LANGUAGE          PIC X(3).
               10  WS-ID-MASTER-STATE      PIC X(24).
               10  WS-ID-LIST-ROWS         PIC 9(5).
       01  WS-ID-INDEX                     PIC 9(3).
       01  WS-ID-FOUND-SWITCH              PIC X VALUE "N".
           88  WS-ID-FOUND                  VALUE "Y".

      *----------------------------------------------------------------
      * PLAN - request cards read and rejected, and the name being
      * resolved. A rejected card stops the whole erasure: the
      * officer must see every person resolved before any file is
      * touched.
      *----------------------------------------------------------------
       01  WS-REQUESTS-READ                PIC 9(5) VALUE 0.
       01  WS-REQUESTS-REJECTED            PIC 9(5) VALUE 0.
       01  WS-WORK-NAME                    PIC X(30).
       01  WS-REJECT-TEXT                  PIC X(40).
       01  WS-PERSON-FOUND-SWITCH          PIC X VALUE "N".
           88  WS-PERSON-FOUND              VALUE "Y".

      *----------------------------------------------------------------
      * Control totals for the dataset this pass works on (see
      * ECRTREC): rows read and written, rows in which a name was
      * replaced, and the sum of every numeric field on the rows as
      * read and again as written.
      *----------------------------------------------------------------
       01  WS-ROWS-READ                    PIC 9(9) VALUE 0.
       01  WS-ROWS-WRITTEN                 PIC 9(9) VALUE 0.
       01  WS-ROWS-CHANGED                 PIC 9(9) VALUE 0.
       01  WS-HASH-IN                      PIC 9(15) VALUE 0.
       01  WS-HASH-OUT                     PIC 9(15) VALUE 0.
       01  WS-WRITE-ERROR-SWITCH           PIC X VALUE "N".
           88  WS-WRITE-ERROR              VALUE "Y".
       01  WS-VERDICT                      PIC X VALUE SPACE.
       01  WS-ROW-CHANGED-SWITCH           PIC X VALUE "N".
           88  WS-ROW-CHANGED               VALUE "Y".
       01  WS-SAVED-HISTORY-RECORD         PIC X(54).

      *----------------------------------------------------------------
      * Name replacement. A field that holds only the name is
      * replaced whole (6500). A greeting text has the name
      * somewhere inside it, where HELLO's &NAME substitution or
      * append put it (6000): each occurrence standing as a word of
      * its own is replaced by the token, and the text re-cut to
      * its field. A name HELLO itself cut short at the end of a
      * full text is replaced by as much of the token as fits.
      * WS-SCRUB-SOURCE is a name longer than the largest text so
      * the compare can never run off its end.
      *----------------------------------------------------------------
       01  WS-NAME-FIELD                   PIC X(30).
       01  WS-SCRUB-TEXT                   PIC X(92).
       01  WS-SCRUB-LIMIT                  PIC 9(3).
       01  WS-SCRUB-SOURCE                 PIC X(122).
       01  WS-SCRUB-RESULT                 PIC X(130).
       01  WS-SCRUB-IN                     PIC 9(3).
       01  WS-SCRUB-OUT                    PIC 9(3).
       01  WS-SCRUB-CUT                    PIC 9(3).
       01  WS-SCRUB-CHAR                   PIC X.
       01  WS-NAME-LENGTH                  PIC 9(2).
       01  WS-TOKEN-LENGTH                 PIC 9(2).
       01  WS-NAME-MATCHED-SWITCH          PIC X VALUE "N".
           88  WS-NAME-MATCHED              VALUE "Y".
       01  WS-BOUNDARY-SWITCH              PIC X VALUE "N".
           88  WS-AT-WORD-BOUNDARY          VALUE "Y".
       01  WS-NAME-REPLACED-SWITCH         PIC X VALUE "N".
           88  WS-NAME-REPLACED             VALUE "Y".

      *----------------------------------------------------------------
      * CERT - the latest verdict on every dataset this erasure has
      * logged: a pass run again after an out-of-balance run
      * supersedes it.
      *----------------------------------------------------------------
       01  WS-DATASET-COUNT                PIC 9(4) VALUE 0.
       01  WS-DATASET-TABLE.
           05  WS-DATASET-ENTRY OCCURS 1000.
               10  WS-DS-NAME              PIC X(44).
               10  WS-DS-VERDICT           PIC X.
       01  WS-DATASET-INDEX                PIC 9(4).
       01  WS-DATASET-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-DATASET-FOUND             VALUE "Y".
       01  WS-DATASETS-CHANGED             PIC 9(4) VALUE 0.
       01  WS-DATASETS-OUTSTANDING         PIC 9(4) VALUE 0.
       01  WS-TOTAL-ROWS-CHANGED           PIC 9(9) VALUE 0.
       01  WS-CHANGES-PENDING              PIC 9(3) VALUE 0.
       01  WS-LIST-ROWS-LEFT               PIC 9(5) VALUE 0.

      *----------------------------------------------------------------
      * CERT - the passes every erasure must have logged before it
      * can be certified: PLAN's staged row, and a balanced or
      * nothing-found row from each live-file pass. A pass never
      * run leaves no unbalanced row behind, so without this an
      * erasure of which only PLAN ran would certify complete.
      *----------------------------------------------------------------
       01  WS-REQUIRED-PASS-NAMES          PIC X(30)
               VALUE "PLAN  HIST  AUDLOGSLOG  JRNL  ".
       01  WS-REQUIRED-PASS-TABLE REDEFINES WS-REQUIRED-PASS-NAMES.
           05  WS-REQUIRED-PASS            PIC X(6) OCCURS 5.
       01  WS-REQUIRED-LOGGED-FLAGS.
           05  WS-REQUIRED-LOGGED-FLAG     PIC X OCCURS 5.
               88  WS-REQUIRED-LOGGED       VALUE "Y".
       01  WS-REQUIRED-INDEX               PIC 9(1).

       01  WS-PERSON-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  PL-SEQ                      PIC 9(2).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  PL-TOKEN                    PIC X(20).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  PL-CASE-REFERENCE           PIC X(12).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  PL-RECIPIENT-ID             PIC X(8).
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  PL-MASTER-STATE             PIC X(24).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  PL-LIST-ROWS                PIC ZZZZ9.

       01  WS-DETAIL-LINE.
           05  DL-RUN-DATE                 PIC 9(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-PASS                     PIC X(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-DATASET                  PIC X(44).
           05  FILLER                      PIC X     VALUE SPACE.
           05  DL-ROWS-READ                PIC ZZZZZZZ9.
           05  FILLER                      PIC X     VALUE SPACE.
           05  DL-ROWS-WRITTEN             PIC ZZZZZZZ9.
           05  FILLER                      PIC X     VALUE SPACE.
           05  DL-ROWS-CHANGED             PIC ZZZZZZZ9.
           05  FILLER                      PIC X     VALUE SPACE.
           05  DL-HASH-IN                  PIC 9(15).
           05  FILLER                      PIC X     VALUE SPACE.
           05  DL-HASH-OUT                 PIC 9(15).
           05  FILLER                      PIC X     VALUE SPACE.
           05  DL-VERDICT                  PIC X(10).

      *----------------------------------------------------------------
      * Run ledger (1900/9900). WS-LEDGER-KEY keeps the key of the
      * row written at start for the end-of-run rewrite.
      *----------------------------------------------------------------
       01  WS-FS-RUN-LEDGER                PIC XX.
       01  WS-LEDGER-AVAILABLE-SWITCH      PIC X VALUE "N".
           88  WS-LEDGER-AVAILABLE          VALUE "Y".
       01  WS-LEDGER-KEY                   PIC X(32).

      *----------------------------------------------------------------
      * Run-control lock (1800/9800, see RCTLREC), live-file passes
      * only. The claim is retried once a minute for LOCKWAIT
      * minutes (ENVAR, default 10, 0 gives up at once) before the
      * run ends RC 028. LOCKYIELD=Y (ENVAR) lets it ask monitor
      * mode to yield. WS-CLAIM-DATE/TIME identify this run's own
      * row, so the release never deletes a row somebody else has
      * since claimed.
      *----------------------------------------------------------------
       01  WS-FS-RUN-CONTROL               PIC XX.
       01  WS-RUN-CONTROL-SWITCH           PIC X VALUE "N".
           88  WS-RUN-CONTROL-HELD          VALUE "Y".
       01  WS-LOCK-GIVEN-UP-SWITCH         PIC X VALUE "N".
           88  WS-LOCK-GIVEN-UP             VALUE "Y".
       01  WS-LOCK-RESOURCE                PIC X(8) VALUE "HELLO".
       01  WS-LOCK-MODE                    PIC X VALUE "E".
       01  WS-LOCK-WAIT-TOKEN              PIC X(8).
       01  WS-LOCK-YIELD-TOKEN             PIC X(8).
       01  WS-LOCK-YIELD-SWITCH            PIC X VALUE "N".
           88  WS-LOCK-MAY-ASK-YIELD        VALUE "Y".
       01  WS-LOCK-WAIT-MINUTES            PIC 9(3) VALUE 10.
       01  WS-LOCK-ATTEMPTS                PIC 9(3) VALUE 0.
       01  WS-LOCK-SLEEP-SECONDS           PIC 9(4) VALUE 60.
       01  WS-CLAIM-DATE                   PIC 9(8) VALUE 0.
       01  WS-CLAIM-TIME                   PIC 9(8) VALUE 0.

      *----------------------------------------------------------------
      * WS-RETURN-CODE - posted to the special register RETURN-CODE
      * at end of run; the step that puts ERASEOUT in place of the
      * original runs only on zero. Documented values:
      *   000  PLAN: every card resolved, map written, RECPMST
      *        changes written for staging
      *        other passes: names replaced and the totals
      *        balance - ERASEOUT is good to use (GRETHIST is
      *        already re-keyed)
      *        CERT: certificate complete
      *   004  nothing of this erasure's in the dataset - leave
      *        the original as it is
      *   008  out of balance or a write failed - do NOT replace
      *        the original; run the pass again
      *        CERT: certificate printed but incomplete - a
      *        required pass has not run clean, a dataset's latest
      *        pass is out of balance, or a RECPMST change is not
      *        yet approved
      *   012  PARM not a known pass, or a generation pass with no
      *        dataset name
      *   016  PLAN: a request card could not be resolved, or
      *        there were none - nothing written
      *        other passes: ERASEMAP missing or empty
      *   024  a file the pass needs could not be opened
      *   028  the run-control lock (RUNCTL) was still held by
      *        another run after LOCKWAIT minutes - nothing done
      *----------------------------------------------------------------
       01  WS-RETURN-CODE                  PIC 9(3) VALUE 0.
           88  RC-SUCCESS                  VALUE 0.
           88  RC-NOTHING-TO-ERASE         VALUE 4.
           88  RC-OUT-OF-BALANCE           VALUE 8.
           88  RC-BAD-PARAMETER            VALUE 12.
           88  RC-REQUEST-ERROR            VALUE 16.
           88  RC-FILE-ERROR               VALUE 24.
           88  RC-LOCK-NOT-OBTAINED        VALUE 28.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1900-RECORD-RUN-START
           IF NOT RC-BAD-PARAMETER
               IF WS-PASS-PLAN
                   PERFORM 2000-PLAN-ERASURE
               ELSE
                   PERFORM 1100-LOAD-ERASURE-MAP
                   IF RC-SUCCESS
                       IF WS-PASS-CERT
                           PERFORM 8000-PRINT-CERTIFICATE
                       ELSE
                           PERFORM 3000-ERASE-DATASET
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 9900-RECORD-RUN-END
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME
           DISPLAY "JOBNAME" UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE
           DISPLAY "USERID" UPON ENVIRONMENT-NAME
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
           MOVE SPACES TO WS-PASS
           MOVE SPACES TO WS-DATASET-NAME
           ACCEPT WS-PARM-INPUT FROM COMMAND-LINE
           IF WS-PARM-INPUT NOT = SPACES AND LOW-VALUES
               UNSTRING WS-PARM-INPUT DELIMITED BY ","
                   INTO WS-PASS WS-DATASET-NAME
               END-UNSTRING
           END-IF
           MOVE FUNCTION TRIM(WS-PASS) TO WS-PASS
           MOVE FUNCTION TRIM(WS-DATASET-NAME) TO WS-DATASET-NAME
           IF WS-DATASET-NAME = SPACES
               EVALUATE TRUE
                   WHEN WS-PASS-PLAN
                       MOVE "RECPMST" TO WS-DATASET-NAME
                   WHEN WS-PASS-HIST
                       MOVE "GRETHIST" TO WS-DATASET-NAME
                   WHEN WS-PASS-AUDLOG
                       MOVE "HELLOAUD" TO WS-DATASET-NAME
                   WHEN WS-PASS-SLOG
                       MOVE "SUPPLOG" TO WS-DATASET-NAME
                   WHEN WS-PASS-JRNL
                       MOVE "GREETJRN" TO WS-DATASET-NAME
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-PASS-PLAN AND NOT WS-PASS-CERT
                       AND NOT WS-LIVE-FILE-PASS
                       AND NOT WS-GENERATION-PASS
                   SET RC-BAD-PARAMETER TO TRUE
                   DISPLAY "HELLOERA PARM MUST BE PLAN, HIST, AUDLOG, "
                       "AUDARC, SUSP, SLOG, JRNL, GOUT OR CERT: "
                       FUNCTION TRIM(WS-PARM-INPUT)
               WHEN WS-GENERATION-PASS AND WS-DATASET-NAME = SPACES
                   SET RC-BAD-PARAMETER TO TRUE
                   DISPLAY "HELLOERA " FUNCTION TRIM(WS-PASS)
                       " PASS NEEDS THE GENERATION'S DATASET NAME"
               WHEN OTHER
                   DISPLAY "HELLOERA " FUNCTION TRIM(WS-PASS)
                       " PASS - " FUNCTION TRIM(WS-DATASET-NAME)
           END-EVALUATE.

      *----------------------------------------------------------------
      * 1100 - every pass after PLAN works from the map PLAN wrote:
      * the erasure number, and each person's name and token. The
      * people are numbered 1 to n on the map, so the sequence is
      * the slot.
      *----------------------------------------------------------------
       1100-LOAD-ERASURE-MAP.
           OPEN INPUT ERASURE-MAP-FILE
           IF WS-FS-MAP NOT = "00"
               SET RC-REQUEST-ERROR TO TRUE
               DISPLAY "HELLOERA ERASEMAP COULD NOT BE OPENED, STATUS "
                   WS-FS-MAP
           ELSE
               MOVE "N" TO WS-END-OF-INPUT-SWITCH
               PERFORM 1110-LOAD-ONE-MAP-ROW UNTIL WS-END-OF-INPUT
               CLOSE ERASURE-MAP-FILE
               MOVE "N" TO WS-END-OF-INPUT-SWITCH
               IF WS-PERSON-COUNT = 0
                   SET RC-REQUEST-ERROR TO TRUE
                   DISPLAY "HELLOERA ERASEMAP IS EMPTY - NOTHING TO "
                       "ERASE"
               ELSE
                   PERFORM 1190-ORDER-BY-NAME-LENGTH
                   DISPLAY "HELLOERA ERASURE " WS-ERASURE-NUMBER
                       " PLANNED " WS-PLAN-DATE " - "
                       WS-PERSON-COUNT " PERSON(S)"
               END-IF
           END-IF.

       1110-LOAD-ONE-MAP-ROW.
           READ ERASURE-MAP-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   IF EM-PERSON-SEQ >= 1 AND EM-PERSON-SEQ <= 50
                       PERFORM 1120-TAKE-MAP-ROW
                   END-IF
           END-READ.

       1120-TAKE-MAP-ROW.
           MOVE EM-ERASURE-NUMBER TO WS-ERASURE-NUMBER
           MOVE EM-PLAN-DATE TO WS-PLAN-DATE
           MOVE EM-PERSON-SEQ TO WS-PERSON-INDEX
           IF WS-PERSON-INDEX > WS-PERSON-COUNT
               MOVE WS-PERSON-INDEX TO WS-PERSON-COUNT
           END-IF
           MOVE EM-RECIPIENT-NAME TO WS-PN-NAME(WS-PERSON-INDEX)
           MOVE FUNCTION STORED-CHAR-LENGTH(EM-RECIPIENT-NAME)
               TO WS-PN-NAME-LENGTH(WS-PERSON-INDEX)
           MOVE EM-TOKEN TO WS-PN-TOKEN(WS-PERSON-INDEX)
           MOVE FUNCTION STORED-CHAR-LENGTH(EM-TOKEN)
               TO WS-PN-TOKEN-LENGTH(WS-PERSON-INDEX)
           MOVE EM-CASE-REFERENCE
               TO WS-PN-CASE-REFERENCE(WS-PERSON-INDEX)
           IF EM-RECIPIENT-ID NOT = SPACES AND WS-ID-COUNT < 100
               ADD 1 TO WS-ID-COUNT
               ADD 1 TO WS-PN-ID-COUNT(WS-PERSON-INDEX)
               MOVE EM-RECIPIENT-ID TO WS-ID-VALUE(WS-ID-COUNT)
               MOVE WS-PERSON-INDEX TO WS-ID-PERSON(WS-ID-COUNT)
               MOVE SPACES TO WS-ID-DEPARTMENT(WS-ID-COUNT)
               MOVE SPACES TO WS-ID-LANGUAGE(WS-ID-COUNT)
               MOVE SPACES TO WS-ID-MASTER-STATE(WS-ID-COUNT)
               MOVE 0 TO WS-ID-LIST-ROWS(WS-ID-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 1190 - order the people longest name first: an exchange
      * sort of the slot numbers, which at fifty at most is quick.
      *----------------------------------------------------------------
       1190-ORDER-BY-NAME-LENGTH.
           PERFORM 1191-SEED-ORDER-ENTRY
               VARYING WS-ORDER-INDEX FROM 1 BY 1
               UNTIL WS-ORDER-INDEX > WS-PERSON-COUNT
           SET WS-ORDER-SWAPPED TO TRUE
           PERFORM 1192-ORDER-ONE-SWEEP UNTIL NOT WS-ORDER-SWAPPED.

       1191-SEED-ORDER-ENTRY.
           MOVE WS-ORDER-INDEX TO WS-ORDER-ENTRY(WS-ORDER-INDEX).

       1192-ORDER-ONE-SWEEP.
           MOVE "N" TO WS-ORDER-SWAPPED-SWITCH
           PERFORM 1193-ORDER-ONE-PAIR
               VARYING WS-ORDER-INDEX FROM 1 BY 1
               UNTIL WS-ORDER-INDEX >= WS-PERSON-COUNT.

       1193-ORDER-ONE-PAIR.
           ADD 1 WS-ORDER-INDEX GIVING WS-ORDER-NEXT
           IF WS-PN-NAME-LENGTH(WS-ORDER-ENTRY(WS-ORDER-INDEX))
               < WS-PN-NAME-LENGTH(WS-ORDER-ENTRY(WS-ORDER-NEXT))
               MOVE WS-ORDER-ENTRY(WS-ORDER-INDEX) TO WS-ORDER-HOLD
               MOVE WS-ORDER-ENTRY(WS-ORDER-NEXT)
                   TO WS-ORDER-ENTRY(WS-ORDER-INDEX)
               MOVE WS-ORDER-HOLD TO WS-ORDER-ENTRY(WS-ORDER-NEXT)
               SET WS-ORDER-SWAPPED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 1800-1830 - claim the run-control lock (RCTLREC) before a
      * live file is opened. A duplicate key on the WRITE means
      * another run holds it: say who, wait a minute, and try
      * again, for up to LOCKWAIT minutes, then end RC 028 without
      * touching anything. When the job sets LOCKYIELD=Y and finds
      * monitor mode in possession, it asks it to yield
      * (CT-YIELD-SWITCH) and waits for it to wind down at its next
      * poll.
      *----------------------------------------------------------------
       1800-CLAIM-RUN-CONTROL.
           DISPLAY "LOCKYIELD" UPON ENVIRONMENT-NAME
           ACCEPT WS-LOCK-YIELD-TOKEN FROM ENVIRONMENT-VALUE
           IF WS-LOCK-YIELD-TOKEN = "Y" OR "YES"
               SET WS-LOCK-MAY-ASK-YIELD TO TRUE
           END-IF
           DISPLAY "LOCKWAIT" UPON ENVIRONMENT-NAME
           ACCEPT WS-LOCK-WAIT-TOKEN FROM ENVIRONMENT-VALUE
           IF WS-LOCK-WAIT-TOKEN NOT = SPACES AND LOW-VALUES
               AND FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(WS-LOCK-WAIT-TOKEN)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LOCK-WAIT-TOKEN))
                   TO WS-LOCK-WAIT-MINUTES
           END-IF
           PERFORM 1810-TRY-RUN-CONTROL
               UNTIL WS-RUN-CONTROL-HELD OR WS-LOCK-GIVEN-UP.

       1810-TRY-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-FS-RUN-CONTROL NOT = "00"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF WS-FS-RUN-CONTROL NOT = "00"
               SET RC-FILE-ERROR TO TRUE
               SET WS-LOCK-GIVEN-UP TO TRUE
               DISPLAY "HELLOERA RUNCTL COULD NOT BE OPENED, STATUS "
                   WS-FS-RUN-CONTROL
           ELSE
               ACCEPT WS-CLAIM-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CLAIM-TIME FROM TIME
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE WS-LOCK-RESOURCE TO CT-RESOURCE
               MOVE "HELLOERA" TO CT-HOLDER-PROGRAM
               MOVE WS-JOB-NAME TO CT-HOLDER-JOB
               MOVE WS-USER-ID TO CT-HOLDER-USER
               MOVE WS-LOCK-MODE TO CT-HOLD-MODE
               MOVE WS-CLAIM-DATE TO CT-CLAIM-DATE CT-HEARTBEAT-DATE
               MOVE WS-CLAIM-TIME TO CT-CLAIM-TIME CT-HEARTBEAT-TIME
               MOVE "N" TO CT-YIELD-SWITCH
               MOVE 0 TO CT-YIELD-DATE CT-YIELD-TIME
               MOVE 0 TO CT-PARTITION-COUNT
               WRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       PERFORM 1820-NOTE-LOCK-HOLDER
                   NOT INVALID KEY
                       SET WS-RUN-CONTROL-HELD TO TRUE
               END-WRITE
               CLOSE RUN-CONTROL-FILE
               IF NOT WS-RUN-CONTROL-HELD
                   PERFORM 1830-WAIT-FOR-RUN-CONTROL
               END-IF
           END-IF.

       1820-NOTE-LOCK-HOLDER.
           MOVE WS-LOCK-RESOURCE TO CT-RESOURCE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "HELLOERA RUN-CONTROL HELD BY "
                       CT-HOLDER-PROGRAM " JOB " CT-HOLDER-JOB
                       " SINCE " CT-CLAIM-DATE " " CT-CLAIM-TIME
                   IF WS-LOCK-MAY-ASK-YIELD
                       AND CT-HELD-MONITOR
                       AND NOT CT-YIELD-REQUESTED
                       PERFORM 1825-ASK-MONITOR-TO-YIELD
                   END-IF
           END-READ.

       1825-ASK-MONITOR-TO-YIELD.
           SET CT-YIELD-REQUESTED TO TRUE
           MOVE WS-JOB-NAME TO CT-YIELD-JOB
           ACCEPT CT-YIELD-DATE FROM DATE YYYYMMDD
           ACCEPT CT-YIELD-TIME FROM TIME
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "HELLOERA ASKED MONITOR " CT-HOLDER-JOB
                       " TO YIELD AT ITS NEXT POLL"
           END-REWRITE.

       1830-WAIT-FOR-RUN-CONTROL.
           ADD 1 TO WS-LOCK-ATTEMPTS
           IF WS-LOCK-ATTEMPTS > WS-LOCK-WAIT-MINUTES
               SET WS-LOCK-GIVEN-UP TO TRUE
               SET RC-LOCK-NOT-OBTAINED TO TRUE
               DISPLAY "HELLOERA RUN-CONTROL NOT OBTAINED IN "
                   WS-LOCK-WAIT-MINUTES " MINUTES - NOTHING DONE"
           ELSE
               CALL "C$SLEEP" USING WS-LOCK-SLEEP-SECONDS
           END-IF.

      *----------------------------------------------------------------
      * 1900/9900 - the run ledger: a row with status "S" as the
      * run starts, rewritten to "E" with its totals and RETURN-CODE
      * as it ends, so a row left at "S" is a run that abended. The
      * ledger is opened for each write and closed straight after,
      * and is never fatal - a ledger that cannot be opened costs
      * the run its row, nothing more.
      *----------------------------------------------------------------
       1900-RECORD-RUN-START.
           OPEN I-O RUN-LEDGER-FILE
           IF WS-FS-RUN-LEDGER NOT = "00" AND NOT = "05"
               OPEN OUTPUT RUN-LEDGER-FILE
               CLOSE RUN-LEDGER-FILE
               OPEN I-O RUN-LEDGER-FILE
           END-IF
           IF WS-FS-RUN-LEDGER = "00" OR "05"
               MOVE SPACES TO RUN-LEDGER-RECORD
               ACCEPT LG-START-DATE FROM DATE YYYYMMDD
               ACCEPT LG-START-TIME FROM TIME
               MOVE "HELLOERA" TO LG-PROGRAM-ID
               MOVE WS-JOB-NAME TO LG-JOB-NAME
               MOVE WS-USER-ID TO LG-USER-ID
               SET LG-STATUS-STARTED TO TRUE
               SET LG-MODE-BATCH TO TRUE
               MOVE 0 TO LG-END-DATE LG-END-TIME
               MOVE 0 TO LG-RECORDS-READ LG-RECORDS-WRITTEN
                         LG-RECORDS-REJECTED
               MOVE 0 TO LG-CYCLE-NUMBER LG-RESTART-RECORD
               MOVE 0 TO LG-POLL-COUNT LG-IDLE-POLLS
               MOVE WS-RETURN-CODE TO LG-RETURN-CODE
               WRITE RUN-LEDGER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-LEDGER-AVAILABLE TO TRUE
                       MOVE LG-RUN-KEY TO WS-LEDGER-KEY
               END-WRITE
               CLOSE RUN-LEDGER-FILE
           END-IF
           IF NOT WS-LEDGER-AVAILABLE
               DISPLAY "HELLOERA RUNLEDGR NOT AVAILABLE - RUN NOT "
                   "RECORDED, STATUS " WS-FS-RUN-LEDGER
           END-IF.

      *----------------------------------------------------------------
      * 2000-2900 - the PLAN pass. Every card is resolved before
      * anything is written; one card that cannot be resolved ends
      * the run RC 016 with the map and RECPTRN left empty, so the
      * erasure is never carried out for only some of the people
      * the officer asked for.
      *----------------------------------------------------------------
       2000-PLAN-ERASURE.
           PERFORM 2010-OPEN-PLAN-FILES
           IF NOT RC-FILE-ERROR
               PERFORM 2100-READ-ONE-REQUEST UNTIL WS-END-OF-INPUT
               IF WS-PERSON-COUNT = 0 AND WS-REQUESTS-REJECTED = 0
                   SET RC-REQUEST-ERROR TO TRUE
                   DISPLAY "HELLOERA ERASEREQ HOLDS NO REQUESTS"
               END-IF
               IF RC-SUCCESS
                   PERFORM 2500-DRAW-ERASURE-NUMBER
                   PERFORM 2600-ASSIGN-TOKEN
                       VARYING WS-PERSON-INDEX FROM 1 BY 1
                       UNTIL WS-PERSON-INDEX > WS-PERSON-COUNT
                   PERFORM 2700-WRITE-MAP-ROWS
                   PERFORM 2800-STAGE-RECIPIENT-CHANGES
                   MOVE WS-ROWS-WRITTEN TO WS-ROWS-CHANGED
                   MOVE "S" TO WS-VERDICT
                   PERFORM 7100-WRITE-ERASURE-LOG
                   DISPLAY "HELLOERA ERASURE " WS-ERASURE-NUMBER
                       " PLANNED - " WS-PERSON-COUNT " PERSON(S), "
                       WS-ID-COUNT " RECIPIENT ID(S), "
                       WS-ROWS-WRITTEN " RECPMST CHANGE(S) TO STAGE"
               ELSE
                   DISPLAY "HELLOERA " WS-REQUESTS-REJECTED
                       " OF " WS-REQUESTS-READ " REQUEST(S) REJECTED"
                       " - NOTHING PLANNED"
               END-IF
           END-IF
           PERFORM 2900-CLOSE-PLAN-FILES.

       2010-OPEN-PLAN-FILES.
           OPEN INPUT ERASURE-REQUEST-FILE
           IF WS-FS-REQUEST NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN INPUT RECIPIENT-MASTER
           IF WS-FS-RECIPIENT-MASTER NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN I-O CHECKPOINT-FILE
           IF WS-FS-CHECKPOINT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN OUTPUT ERASURE-MAP-FILE
           IF WS-FS-MAP NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN OUTPUT RECIPIENT-TRANSACTION-FILE
           IF WS-FS-TRANSACTION NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           IF RC-FILE-ERROR
               DISPLAY "HELLOERA PLAN FILES NOT OPENED - ERASEREQ "
                   WS-FS-REQUEST " RECPMST " WS-FS-RECIPIENT-MASTER
                   " HELLOCKP " WS-FS-CHECKPOINT " ERASEMAP "
                   WS-FS-MAP " RECPTRN " WS-FS-TRANSACTION
           END-IF.

       2100-READ-ONE-REQUEST.
           READ ERASURE-REQUEST-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
                   MOVE SPACES TO WS-REJECT-TEXT
                   PERFORM 2110-RESOLVE-REQUEST
                   IF WS-REJECT-TEXT NOT = SPACES
                       ADD 1 TO WS-REQUESTS-REJECTED
                       SET RC-REQUEST-ERROR TO TRUE
                       DISPLAY "HELLOERA REQUEST " WS-REQUESTS-READ
                           " CASE " ER-CASE-REFERENCE " REJECTED - "
                           WS-REJECT-TEXT
                   END-IF
           END-READ.

       2110-RESOLVE-REQUEST.
           EVALUATE TRUE
               WHEN ER-REQUEST-VALUE = SPACES OR LOW-VALUES
                   MOVE "NO RECIPIENT ID OR NAME ON THE CARD"
                       TO WS-REJECT-TEXT
               WHEN ER-REQUEST-BY-ID
                   PERFORM 2200-RESOLVE-BY-ID
               WHEN ER-REQUEST-BY-NAME
                   PERFORM 2300-RESOLVE-BY-NAME
               WHEN OTHER
                   MOVE "REQUEST TYPE NOT I (ID) OR N (NAME)"
                       TO WS-REJECT-TEXT
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2200 - by id: the "R" row gives the name to erase.
      *----------------------------------------------------------------
       2200-RESOLVE-BY-ID.
           SET RM-TYPE-RECIPIENT TO TRUE
           MOVE ER-RECIPIENT-ID TO RM-ID
           MOVE 0 TO RM-MEMBER-SEQ
           READ RECIPIENT-MASTER
               INVALID KEY
                   MOVE "RECIPIENT ID NOT ON RECPMST"
                       TO WS-REJECT-TEXT
               NOT INVALID KEY
                   MOVE RM-RECIPIENT-NAME TO WS-WORK-NAME
                   PERFORM 2400-ADD-PERSON
                   IF WS-REJECT-TEXT = SPACES
                       PERFORM 2450-ADD-RECIPIENT-ID
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * 2300/2310 - by name: erased wherever it appears, and every
      * "R" row of exactly that name is the same person's id. The
      * "R" rows share the leading "R" of the key, so one START
      * positions the walk.
      *----------------------------------------------------------------
       2300-RESOLVE-BY-NAME.
           MOVE ER-REQUEST-VALUE TO WS-WORK-NAME
           PERFORM 2400-ADD-PERSON
           IF WS-REJECT-TEXT = SPACES
               MOVE "N" TO WS-SCAN-DONE-SWITCH
               SET RM-TYPE-RECIPIENT TO TRUE
               MOVE LOW-VALUES TO RM-ID
               MOVE 0 TO RM-MEMBER-SEQ
               START RECIPIENT-MASTER KEY >= RM-RECIPIENT-KEY
                   INVALID KEY
                       SET WS-SCAN-DONE TO TRUE
               END-START
               PERFORM 2310-MATCH-ONE-RECIPIENT
                   UNTIL WS-SCAN-DONE OR WS-REJECT-TEXT NOT = SPACES
           END-IF.

       2310-MATCH-ONE-RECIPIENT.
           READ RECIPIENT-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF NOT RM-TYPE-RECIPIENT
                       SET WS-SCAN-DONE TO TRUE
                   ELSE
                       IF RM-RECIPIENT-NAME = WS-WORK-NAME
                           PERFORM 2450-ADD-RECIPIENT-ID
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * 2400 - one slot per distinct name: an id card and a name
      * card for the same person share it. A name already turned
      * into a token by an earlier erasure is not erased again.
      *----------------------------------------------------------------
       2400-ADD-PERSON.
           MOVE "N" TO WS-PERSON-FOUND-SWITCH
           IF WS-WORK-NAME(1:7) = "ERASED-"
               MOVE "ALREADY ERASED" TO WS-REJECT-TEXT
           ELSE
               PERFORM 2410-MATCH-PERSON
                   VARYING WS-PERSON-INDEX FROM 1 BY 1
                   UNTIL WS-PERSON-FOUND
                   OR WS-PERSON-INDEX > WS-PERSON-COUNT
               IF WS-PERSON-FOUND
                   SUBTRACT 1 FROM WS-PERSON-INDEX
               ELSE
                   IF WS-PERSON-COUNT = 50
                       MOVE "MORE THAN 50 PEOPLE IN ONE ERASURE"
                           TO WS-REJECT-TEXT
                   ELSE
                       ADD 1 TO WS-PERSON-COUNT
                       MOVE WS-PERSON-COUNT TO WS-PERSON-INDEX
                       MOVE WS-WORK-NAME
                           TO WS-PN-NAME(WS-PERSON-INDEX)
                       MOVE ER-CASE-REFERENCE
                           TO WS-PN-CASE-REFERENCE(WS-PERSON-INDEX)
                       MOVE 0 TO WS-PN-ID-COUNT(WS-PERSON-INDEX)
                   END-IF
               END-IF
           END-IF.

       2410-MATCH-PERSON.
           IF WS-PN-NAME(WS-PERSON-INDEX) = WS-WORK-NAME
               SET WS-PERSON-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 2450 - remember an id found for the person in WS-PERSON-
      * INDEX, with the department and language its "R" row
      * carries: the CHANGE that puts the token on the row must
      * restate them, as every RECPMNT CHANGE does.
      *----------------------------------------------------------------
       2450-ADD-RECIPIENT-ID.
           MOVE "N" TO WS-ID-FOUND-SWITCH
           PERFORM 2460-MATCH-RECIPIENT-ID
               VARYING WS-ID-INDEX FROM 1 BY 1
               UNTIL WS-ID-FOUND OR WS-ID-INDEX > WS-ID-COUNT
           IF NOT WS-ID-FOUND
               IF WS-ID-COUNT = 100
                   MOVE "MORE THAN 100 RECIPIENT IDS IN ONE ERASURE"
                       TO WS-REJECT-TEXT
               ELSE
                   ADD 1 TO WS-ID-COUNT
                   ADD 1 TO WS-PN-ID-COUNT(WS-PERSON-INDEX)
                   MOVE RM-ID TO WS-ID-VALUE(WS-ID-COUNT)
                   MOVE WS-PERSON-INDEX TO WS-ID-PERSON(WS-ID-COUNT)
                   MOVE RM-DEPARTMENT-CODE
                       TO WS-ID-DEPARTMENT(WS-ID-COUNT)
                   MOVE RM-LANGUAGE-CODE
                       TO WS-ID-LANGUAGE(WS-ID-COUNT)
               END-IF
           END-IF.

       2460-MATCH-RECIPIENT-ID.
           IF WS-ID-VALUE(WS-ID-INDEX) = RM-ID
               SET WS-ID-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 2500 - the erasure number: one more than the last issued,
      * kept on the "ERASURE" row of HELLOCKP as HELLO keeps its
      * cycle counter on the "GREETOUT" row.
      *----------------------------------------------------------------
       2500-DRAW-ERASURE-NUMBER.
           MOVE WS-ERASURE-COUNTER-ID TO CK-JOB-ID
           READ CHECKPOINT-FILE
               INVALID KEY
                   MOVE 1 TO WS-ERASURE-NUMBER
               NOT INVALID KEY
                   ADD 1 CK-LAST-RECORD-NUMBER
                       GIVING WS-ERASURE-NUMBER
           END-READ
           MOVE WS-ERASURE-COUNTER-ID TO CK-JOB-ID
           MOVE WS-ERASURE-NUMBER TO CK-LAST-RECORD-NUMBER
           MOVE 0 TO CK-LAST-GREETING-ID
           MOVE WS-SYSTEM-DATE TO CK-CHECKPOINT-DATE
           MOVE WS-SYSTEM-TIME TO CK-CHECKPOINT-TIME
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   WRITE CHECKPOINT-RECORD
           END-REWRITE
           MOVE WS-SYSTEM-DATE TO WS-PLAN-DATE.

       2600-ASSIGN-TOKEN.
           MOVE SPACES TO WS-PN-TOKEN(WS-PERSON-INDEX)
           STRING "ERASED-" WS-ERASURE-NUMBER "-" WS-PERSON-INDEX
               DELIMITED BY SIZE INTO WS-PN-TOKEN(WS-PERSON-INDEX)
           DISPLAY "HELLOERA PERSON " WS-PERSON-INDEX " CASE "
               WS-PN-CASE-REFERENCE(WS-PERSON-INDEX) " TOKEN "
               WS-PN-TOKEN(WS-PERSON-INDEX)(1:16) " RECIPIENT IDS "
               WS-PN-ID-COUNT(WS-PERSON-INDEX).

      *----------------------------------------------------------------
      * 2700 - one map row per recipient id, and one with no id for
      * a person found on no "R" row.
      *----------------------------------------------------------------
       2700-WRITE-MAP-ROWS.
           PERFORM 2710-WRITE-ID-MAP-ROW
               VARYING WS-ID-INDEX FROM 1 BY 1
               UNTIL WS-ID-INDEX > WS-ID-COUNT
           PERFORM 2720-WRITE-NAME-MAP-ROW
               VARYING WS-PERSON-INDEX FROM 1 BY 1
               UNTIL WS-PERSON-INDEX > WS-PERSON-COUNT.

       2710-WRITE-ID-MAP-ROW.
           MOVE WS-ID-PERSON(WS-ID-INDEX) TO WS-PERSON-INDEX
           PERFORM 2730-BUILD-MAP-ROW
           MOVE WS-ID-VALUE(WS-ID-INDEX) TO EM-RECIPIENT-ID
           WRITE ERASURE-MAP-RECORD.

       2720-WRITE-NAME-MAP-ROW.
           IF WS-PN-ID-COUNT(WS-PERSON-INDEX) = 0
               PERFORM 2730-BUILD-MAP-ROW
               WRITE ERASURE-MAP-RECORD
           END-IF.

       2730-BUILD-MAP-ROW.
           MOVE SPACES TO ERASURE-MAP-RECORD
           MOVE WS-ERASURE-NUMBER TO EM-ERASURE-NUMBER
           MOVE WS-PERSON-INDEX TO EM-PERSON-SEQ
           MOVE WS-PN-TOKEN(WS-PERSON-INDEX) TO EM-TOKEN
           MOVE WS-PN-NAME(WS-PERSON-INDEX) TO EM-RECIPIENT-NAME
           MOVE WS-PN-CASE-REFERENCE(WS-PERSON-INDEX)
               TO EM-CASE-REFERENCE
           MOVE WS-PLAN-DATE TO EM-PLAN-DATE.

      *----------------------------------------------------------------
      * 2800-2820 - RECPMST is changed only through RECPMNT, so it
      * carries its own audit and maker-checker trail: a CHANGE
      * putting the token on each of the person's "R" rows, and a
      * DELETE of every "L" row that lists one of their ids. The
      * "L" rows share the leading "L" of the key, so one START
      * positions the walk. WS-ROWS-READ counts the RECPMST rows
      * looked at, WS-ROWS-WRITTEN the transactions written.
      *----------------------------------------------------------------
       2800-STAGE-RECIPIENT-CHANGES.
           PERFORM 2810-STAGE-NAME-CHANGE
               VARYING WS-ID-INDEX FROM 1 BY 1
               UNTIL WS-ID-INDEX > WS-ID-COUNT
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           SET RM-TYPE-LIST-MEMBER TO TRUE
           MOVE LOW-VALUES TO RM-ID
           MOVE 0 TO RM-MEMBER-SEQ
           START RECIPIENT-MASTER KEY >= RM-RECIPIENT-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 2820-STAGE-ONE-LIST-ROW UNTIL WS-SCAN-DONE.

       2810-STAGE-NAME-CHANGE.
           ADD 1 TO WS-ROWS-READ
           MOVE SPACES TO RECIPIENT-TRANSACTION-RECORD
           SET RT-ACTION-CHANGE TO TRUE
           SET RT-TYPE-RECIPIENT TO TRUE
           MOVE WS-ID-VALUE(WS-ID-INDEX) TO RT-ID
           MOVE "000" TO RT-MEMBER-SEQ
           MOVE WS-ID-PERSON(WS-ID-INDEX) TO WS-PERSON-INDEX
           MOVE WS-PN-TOKEN(WS-PERSON-INDEX) TO RT-RECIPIENT-NAME
           MOVE WS-ID-DEPARTMENT(WS-ID-INDEX) TO RT-DEPARTMENT-CODE
           MOVE WS-ID-LANGUAGE(WS-ID-INDEX) TO RT-LANGUAGE-CODE
           PERFORM 2830-WRITE-TRANSACTION.

       2820-STAGE-ONE-LIST-ROW.
           READ RECIPIENT-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF NOT RM-TYPE-LIST-MEMBER
                       SET WS-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-ROWS-READ
                       MOVE "N" TO WS-ID-FOUND-SWITCH
                       PERFORM 2825-MATCH-MEMBER-ID
                           VARYING WS-ID-INDEX FROM 1 BY 1
                           UNTIL WS-ID-FOUND
                           OR WS-ID-INDEX > WS-ID-COUNT
                       IF WS-ID-FOUND
                           MOVE SPACES
                               TO RECIPIENT-TRANSACTION-RECORD
                           SET RT-ACTION-DELETE TO TRUE
                           SET RT-TYPE-LIST-MEMBER TO TRUE
                           MOVE RM-ID TO RT-ID
                           MOVE RM-MEMBER-SEQ TO RT-MEMBER-SEQ
                           PERFORM 2830-WRITE-TRANSACTION
                       END-IF
                   END-IF
           END-READ.

       2825-MATCH-MEMBER-ID.
           IF WS-ID-VALUE(WS-ID-INDEX) = RM-MEMBER-ID
               SET WS-ID-FOUND TO TRUE
           END-IF.

       2830-WRITE-TRANSACTION.
           WRITE RECIPIENT-TRANSACTION-RECORD
           IF WS-FS-TRANSACTION NOT = "00"
               SET WS-WRITE-ERROR TO TRUE
               SET RC-OUT-OF-BALANCE TO TRUE
           ELSE
               ADD 1 TO WS-ROWS-WRITTEN
           END-IF.

       2900-CLOSE-PLAN-FILES.
           CLOSE ERASURE-REQUEST-FILE
           CLOSE RECIPIENT-MASTER
           CLOSE CHECKPOINT-FILE
           CLOSE ERASURE-MAP-FILE
           CLOSE RECIPIENT-TRANSACTION-FILE.

      *----------------------------------------------------------------
      * 3000 - one dataset, by the pass named on the PARM. The live
      * files are claimed on RUNCTL first; archive generations are
      * written by nobody once cataloged and need no claim.
      *----------------------------------------------------------------
       3000-ERASE-DATASET.
           IF WS-LIVE-FILE-PASS
               PERFORM 1800-CLAIM-RUN-CONTROL
           END-IF
           IF WS-RUN-CONTROL-HELD OR NOT WS-LIVE-FILE-PASS
               EVALUATE TRUE
                   WHEN WS-PASS-HIST
                       PERFORM 3100-ERASE-GREETING-HISTORY
                   WHEN WS-PASS-AUDLOG OR WS-PASS-AUDARC
                       PERFORM 4000-ERASE-AUDIT-ROWS
                   WHEN WS-PASS-SUSP
                       PERFORM 4300-ERASE-SUSPENSE-ROWS
                   WHEN WS-PASS-SLOG
                       PERFORM 4600-ERASE-SUPPLOG-ROWS
                   WHEN WS-PASS-JRNL
                       PERFORM 5000-ERASE-JOURNAL-ROWS
                   WHEN WS-PASS-GOUT
                       PERFORM 5500-ERASE-OUTPUT-RECORDS
               END-EVALUATE
               IF NOT RC-FILE-ERROR
                   PERFORM 7000-PROVE-CONTROL-TOTALS
                   PERFORM 7100-WRITE-ERASURE-LOG
               END-IF
               PERFORM 9800-RELEASE-RUN-CONTROL
           END-IF.

      *----------------------------------------------------------------
      * 3100-3120 - GRETHIST. The name leads the key, so a START at
      * the name positions on the person's first row; each is
      * deleted and written again with the token in its place, and
      * the START repeated until no row of the name is left.
      *----------------------------------------------------------------
       3100-ERASE-GREETING-HISTORY.
           OPEN I-O GREETING-HISTORY-FILE
           IF WS-FS-GREETING-HISTORY NOT = "00"
               SET RC-FILE-ERROR TO TRUE
               DISPLAY "HELLOERA GRETHIST COULD NOT BE OPENED, STATUS "
                   WS-FS-GREETING-HISTORY
           ELSE
               PERFORM 3110-ERASE-ONE-PERSON-HISTORY
                   VARYING WS-PERSON-INDEX FROM 1 BY 1
                   UNTIL WS-PERSON-INDEX > WS-PERSON-COUNT
               CLOSE GREETING-HISTORY-FILE
           END-IF.

       3110-ERASE-ONE-PERSON-HISTORY.
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           PERFORM 3120-REKEY-ONE-HISTORY-ROW UNTIL WS-SCAN-DONE.

       3120-REKEY-ONE-HISTORY-ROW.
           MOVE WS-PN-NAME(WS-PERSON-INDEX) TO HY-RECIPIENT-NAME
           MOVE 0 TO HY-GREETING-ID
           MOVE LOW-VALUES TO HY-LANGUAGE-CODE
           MOVE 0 TO HY-RUN-DATE
           START GREETING-HISTORY-FILE KEY >= HY-HISTORY-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           IF NOT WS-SCAN-DONE
               READ GREETING-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-DONE TO TRUE
               END-READ
           END-IF
           IF NOT WS-SCAN-DONE
               AND HY-RECIPIENT-NAME NOT = WS-PN-NAME(WS-PERSON-INDEX)
               SET WS-SCAN-DONE TO TRUE
           END-IF
           IF NOT WS-SCAN-DONE
               ADD 1 TO WS-ROWS-READ
               ADD HY-GREETING-ID HY-RUN-DATE TO WS-HASH-IN
               MOVE GREETING-HISTORY-RECORD TO WS-SAVED-HISTORY-RECORD
               DELETE GREETING-HISTORY-FILE
                   INVALID KEY
                       SET WS-WRITE-ERROR TO TRUE
                       SET WS-SCAN-DONE TO TRUE
               END-DELETE
           END-IF
           IF NOT WS-SCAN-DONE
               MOVE WS-SAVED-HISTORY-RECORD TO GREETING-HISTORY-RECORD
               MOVE WS-PN-TOKEN(WS-PERSON-INDEX) TO HY-RECIPIENT-NAME
               WRITE GREETING-HISTORY-RECORD
                   INVALID KEY
                       SET WS-WRITE-ERROR TO TRUE
                       SET WS-SCAN-DONE TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ROWS-WRITTEN
                       ADD 1 TO WS-ROWS-CHANGED
                       ADD HY-GREETING-ID HY-RUN-DATE TO WS-HASH-OUT
               END-WRITE
           END-IF.

      *----------------------------------------------------------------
      * 4000-4190 - HELLOAUD and AUDITARC rows: the name is inside
      * AL-DISPLAYED-TEXT. Hash: run date and time, record number,
      * greeting id, RETURN-CODE.
      *----------------------------------------------------------------
       4000-ERASE-AUDIT-ROWS.
           OPEN INPUT AUDIT-IN-FILE
           IF WS-FS-ERASE-IN NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN OUTPUT AUDIT-OUT-FILE
           IF WS-FS-ERASE-OUT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           IF RC-FILE-ERROR
               PERFORM 7900-NOTE-FLAT-FILES-NOT-OPENED
           ELSE
               PERFORM 4100-ERASE-ONE-AUDIT-ROW UNTIL WS-END-OF-INPUT
           END-IF
           CLOSE AUDIT-IN-FILE
           CLOSE AUDIT-OUT-FILE.

       4100-ERASE-ONE-AUDIT-ROW.
           READ AUDIT-IN-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   ADD AL-RUN-DATE AL-RUN-TIME AL-RECORD-NUMBER
                       AL-GREETING-ID AL-RETURN-CODE TO WS-HASH-IN
                   MOVE AUDIT-LOG-RECORD TO AUDIT-OUT-RECORD
                   MOVE AO-DISPLAYED-TEXT TO WS-SCRUB-TEXT
                   MOVE 92 TO WS-SCRUB-LIMIT
                   PERFORM 6000-SCRUB-TEXT
                   IF WS-NAME-REPLACED
                       MOVE WS-SCRUB-TEXT TO AO-DISPLAYED-TEXT
                       ADD 1 TO WS-ROWS-CHANGED
                   END-IF
                   ADD AO-RUN-DATE AO-RUN-TIME AO-RECORD-NUMBER
                       AO-GREETING-ID AO-RETURN-CODE TO WS-HASH-OUT
                   WRITE AUDIT-OUT-RECORD
                   PERFORM 7800-CHECK-FLAT-WRITE
           END-READ.

      *----------------------------------------------------------------
      * 4300-4390 - GREETSUS rows: the name is the whole of
      * SU-RECIPIENT-NAME on a by-name request; a by-id or by-list
      * row holds a code, not a name, and is left alone. A row
      * suspended for a bad greeting id or record number carries it
      * exactly as it arrived, so only numeric values join the
      * hash. Hash: run date, reason, record number, greeting id.
      *----------------------------------------------------------------
       4300-ERASE-SUSPENSE-ROWS.
           OPEN INPUT SUSPENSE-IN-FILE
           IF WS-FS-ERASE-IN NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN OUTPUT SUSPENSE-OUT-FILE
           IF WS-FS-ERASE-OUT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           IF RC-FILE-ERROR
               PERFORM 7900-NOTE-FLAT-FILES-NOT-OPENED
           ELSE
               PERFORM 4310-ERASE-ONE-SUSPENSE-ROW
                   UNTIL WS-END-OF-INPUT
           END-IF
           CLOSE SUSPENSE-IN-FILE
           CLOSE SUSPENSE-OUT-FILE.

       4310-ERASE-ONE-SUSPENSE-ROW.
           READ SUSPENSE-IN-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   ADD SU-RUN-DATE SU-REJECT-REASON TO WS-HASH-IN
                   IF SU-RECORD-NUMBER IS NUMERIC
                       ADD SU-RECORD-NUMBER TO WS-HASH-IN
                   END-IF
                   IF SU-GREETING-ID IS NUMERIC
                       ADD SU-GREETING-ID TO WS-HASH-IN
                   END-IF
                   MOVE SUSPENSE-RECORD TO SUSPENSE-OUT-RECORD
                   MOVE "N" TO WS-NAME-REPLACED-SWITCH
                   IF UO-RECIPIENT-TYPE = SPACE
                       MOVE UO-RECIPIENT-NAME TO WS-NAME-FIELD
                       PERFORM 6500-REPLACE-NAME-FIELD
                   END-IF
                   IF WS-NAME-REPLACED
                       MOVE WS-NAME-FIELD TO UO-RECIPIENT-NAME
                       ADD 1 TO WS-ROWS-CHANGED
                   END-IF
                   ADD UO-RUN-DATE UO-REJECT-REASON TO WS-HASH-OUT
                   IF UO-RECORD-NUMBER IS NUMERIC
                       ADD UO-RECORD-NUMBER TO WS-HASH-OUT
                   END-IF
                   IF UO-GREETING-ID IS NUMERIC
                       ADD UO-GREETING-ID TO WS-HASH-OUT
                   END-IF
                   WRITE SUSPENSE-OUT-RECORD
                   PERFORM 7800-CHECK-FLAT-WRITE
           END-READ.

      *----------------------------------------------------------------
      * 4600-4690 - SUPPLOG rows: SL-RECIPIENT-NAME is the name.
      * Hash: run date and time, record number, greeting id, and
      * the suppression period.
      *----------------------------------------------------------------
       4600-ERASE-SUPPLOG-ROWS.
           OPEN INPUT SUPPLOG-IN-FILE
           IF WS-FS-ERASE-IN NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN OUTPUT SUPPLOG-OUT-FILE
           IF WS-FS-ERASE-OUT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           IF RC-FILE-ERROR
               PERFORM 7900-NOTE-FLAT-FILES-NOT-OPENED
           ELSE
               PERFORM 4610-ERASE-ONE-SUPPLOG-ROW
                   UNTIL WS-END-OF-INPUT
           END-IF
           CLOSE SUPPLOG-IN-FILE
           CLOSE SUPPLOG-OUT-FILE.

       4610-ERASE-ONE-SUPPLOG-ROW.
           READ SUPPLOG-IN-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   ADD SL-RUN-DATE SL-RUN-TIME SL-RECORD-NUMBER
                       SL-GREETING-ID SL-START-DATE SL-END-DATE
                       TO WS-HASH-IN
                   MOVE SUPPRESSION-LOG-RECORD TO SUPPLOG-OUT-RECORD
                   MOVE LO-RECIPIENT-NAME TO WS-NAME-FIELD
                   PERFORM 6500-REPLACE-NAME-FIELD
                   IF WS-NAME-REPLACED
                       MOVE WS-NAME-FIELD TO LO-RECIPIENT-NAME
                       ADD 1 TO WS-ROWS-CHANGED
                   END-IF
                   ADD LO-RUN-DATE LO-RUN-TIME LO-RECORD-NUMBER
                       LO-GREETING-ID LO-START-DATE LO-END-DATE
                       TO WS-HASH-OUT
                   WRITE SUPPLOG-OUT-RECORD
                   PERFORM 7800-CHECK-FLAT-WRITE
           END-READ.

      *----------------------------------------------------------------
      * 5000-5090 - GREETJRN rows. The journal holds greeting
      * master images, not recipients, so a name can only be in a
      * greeting text someone keyed it into: GM-GREETING-TEXT,
      * bytes 17-76 of the before and after images. Hash: run date
      * and time, the greeting key, and the item number.
      *----------------------------------------------------------------
       5000-ERASE-JOURNAL-ROWS.
           OPEN INPUT JOURNAL-IN-FILE
           IF WS-FS-ERASE-IN NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN OUTPUT JOURNAL-OUT-FILE
           IF WS-FS-ERASE-OUT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           IF RC-FILE-ERROR
               PERFORM 7900-NOTE-FLAT-FILES-NOT-OPENED
           ELSE
               PERFORM 5010-ERASE-ONE-JOURNAL-ROW
                   UNTIL WS-END-OF-INPUT
           END-IF
           CLOSE JOURNAL-IN-FILE
           CLOSE JOURNAL-OUT-FILE.

       5010-ERASE-ONE-JOURNAL-ROW.
           READ JOURNAL-IN-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   ADD JR-RUN-DATE JR-RUN-TIME JR-GREETING-ID
                       JR-EFFECTIVE-DATE JR-PENDING-SEQ TO WS-HASH-IN
                   MOVE GREETING-JOURNAL-RECORD TO JOURNAL-OUT-RECORD
                   MOVE "N" TO WS-ROW-CHANGED-SWITCH
                   MOVE 60 TO WS-SCRUB-LIMIT
                   MOVE JO-BEFORE-IMAGE(17:60) TO WS-SCRUB-TEXT
                   PERFORM 6000-SCRUB-TEXT
                   IF WS-NAME-REPLACED
                       MOVE WS-SCRUB-TEXT(1:60)
                           TO JO-BEFORE-IMAGE(17:60)
                       SET WS-ROW-CHANGED TO TRUE
                   END-IF
                   MOVE JO-AFTER-IMAGE(17:60) TO WS-SCRUB-TEXT
                   PERFORM 6000-SCRUB-TEXT
                   IF WS-NAME-REPLACED
                       MOVE WS-SCRUB-TEXT(1:60)
                           TO JO-AFTER-IMAGE(17:60)
                       SET WS-ROW-CHANGED TO TRUE
                   END-IF
                   IF WS-ROW-CHANGED
                       ADD 1 TO WS-ROWS-CHANGED
                   END-IF
                   ADD JO-RUN-DATE JO-RUN-TIME JO-GREETING-ID
                       JO-EFFECTIVE-DATE JO-PENDING-SEQ TO WS-HASH-OUT
                   WRITE JOURNAL-OUT-RECORD
                   PERFORM 7800-CHECK-FLAT-WRITE
           END-READ.

      *----------------------------------------------------------------
      * 5500-5590 - a GREETOUT or BURSTn generation. Details and
      * cancellations carry the name whole in GO-RECIPIENT-NAME and
      * inside GO-GREETING-TEXT; header and trailer are copied as
      * they are, so the rewritten generation still proves against
      * its own trailer and keeps its cycle number - downstream
      * will never take it in a second time. Hash: record number
      * and date stamp of every detail and cancellation, cycle
      * number and run date of the header, count and hash of the
      * trailer.
      *----------------------------------------------------------------
       5500-ERASE-OUTPUT-RECORDS.
           OPEN INPUT OUTPUT-IN-FILE
           IF WS-FS-ERASE-IN NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN OUTPUT OUTPUT-OUT-FILE
           IF WS-FS-ERASE-OUT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           IF RC-FILE-ERROR
               PERFORM 7900-NOTE-FLAT-FILES-NOT-OPENED
           ELSE
               PERFORM 5510-ERASE-ONE-OUTPUT-RECORD
                   UNTIL WS-END-OF-INPUT
           END-IF
           CLOSE OUTPUT-IN-FILE
           CLOSE OUTPUT-OUT-FILE.

       5510-ERASE-ONE-OUTPUT-RECORD.
           READ OUTPUT-IN-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   MOVE GREETING-OUTPUT-RECORD TO OUTPUT-OUT-RECORD
                   EVALUATE TRUE
                       WHEN GO-TYPE-HEADER
                           ADD GO-HDR-CYCLE-NUMBER GO-HDR-RUN-DATE
                               TO WS-HASH-IN
                           ADD EO-HDR-CYCLE-NUMBER EO-HDR-RUN-DATE
                               TO WS-HASH-OUT
                       WHEN GO-TYPE-TRAILER
                           ADD GO-TRL-RECORD-COUNT GO-TRL-HASH-TOTAL
                               TO WS-HASH-IN
                           ADD EO-TRL-RECORD-COUNT EO-TRL-HASH-TOTAL
                               TO WS-HASH-OUT
                       WHEN OTHER
                           PERFORM 5520-ERASE-OUTPUT-DETAIL
                   END-EVALUATE
                   WRITE OUTPUT-OUT-RECORD
                   PERFORM 7800-CHECK-FLAT-WRITE
           END-READ.

       5520-ERASE-OUTPUT-DETAIL.
           ADD GO-RECORD-NUMBER GO-DATE-STAMP TO WS-HASH-IN
           MOVE "N" TO WS-ROW-CHANGED-SWITCH
           MOVE EO-RECIPIENT-NAME TO WS-NAME-FIELD
           PERFORM 6500-REPLACE-NAME-FIELD
           IF WS-NAME-REPLACED
               MOVE WS-NAME-FIELD TO EO-RECIPIENT-NAME
               SET WS-ROW-CHANGED TO TRUE
           END-IF
           MOVE EO-GREETING-TEXT TO WS-SCRUB-TEXT
           MOVE 92 TO WS-SCRUB-LIMIT
           PERFORM 6000-SCRUB-TEXT
           IF WS-NAME-REPLACED
               MOVE WS-SCRUB-TEXT TO EO-GREETING-TEXT
               SET WS-ROW-CHANGED TO TRUE
           END-IF
           IF WS-ROW-CHANGED
               ADD 1 TO WS-ROWS-CHANGED
           END-IF
           ADD EO-RECORD-NUMBER EO-DATE-STAMP TO WS-HASH-OUT.

      *----------------------------------------------------------------
      * 6000-6160 - replace every person's name inside
      * WS-SCRUB-TEXT(1:WS-SCRUB-LIMIT), longest name first.
      * WS-NAME-REPLACED says whether anything changed.
      *----------------------------------------------------------------
       6000-SCRUB-TEXT.
           MOVE "N" TO WS-NAME-REPLACED-SWITCH
           PERFORM 6100-SCRUB-ONE-NAME
               VARYING WS-ORDER-INDEX FROM 1 BY 1
               UNTIL WS-ORDER-INDEX > WS-PERSON-COUNT.

       6100-SCRUB-ONE-NAME.
           MOVE WS-ORDER-ENTRY(WS-ORDER-INDEX) TO WS-PERSON-INDEX
           MOVE WS-PN-NAME-LENGTH(WS-PERSON-INDEX) TO WS-NAME-LENGTH
           MOVE WS-PN-TOKEN-LENGTH(WS-PERSON-INDEX) TO WS-TOKEN-LENGTH
           IF WS-NAME-LENGTH > 0
               MOVE SPACES TO WS-SCRUB-SOURCE
               MOVE WS-SCRUB-TEXT(1:WS-SCRUB-LIMIT) TO WS-SCRUB-SOURCE
               MOVE SPACES TO WS-SCRUB-RESULT
               MOVE 1 TO WS-SCRUB-IN
               MOVE 1 TO WS-SCRUB-OUT
               PERFORM 6110-SCRUB-ONE-POSITION
                   UNTIL WS-SCRUB-IN > WS-SCRUB-LIMIT
                   OR WS-SCRUB-OUT > WS-SCRUB-LIMIT
               PERFORM 6150-SCRUB-CUT-NAME
               MOVE WS-SCRUB-RESULT(1:WS-SCRUB-LIMIT) TO WS-SCRUB-TEXT
           END-IF.

       6110-SCRUB-ONE-POSITION.
           MOVE "N" TO WS-NAME-MATCHED-SWITCH
           IF WS-SCRUB-SOURCE(WS-SCRUB-IN:WS-NAME-LENGTH)
               = WS-PN-NAME(WS-PERSON-INDEX)(1:WS-NAME-LENGTH)
               PERFORM 6120-CHECK-WORD-BOUNDARY
               IF WS-AT-WORD-BOUNDARY
                   SET WS-NAME-MATCHED TO TRUE
               END-IF
           END-IF
           IF WS-NAME-MATCHED
               MOVE WS-PN-TOKEN(WS-PERSON-INDEX)(1:WS-TOKEN-LENGTH)
                   TO WS-SCRUB-RESULT(WS-SCRUB-OUT:WS-TOKEN-LENGTH)
               ADD WS-TOKEN-LENGTH TO WS-SCRUB-OUT
               ADD WS-NAME-LENGTH TO WS-SCRUB-IN
               SET WS-NAME-REPLACED TO TRUE
           ELSE
               MOVE WS-SCRUB-SOURCE(WS-SCRUB-IN:1)
                   TO WS-SCRUB-RESULT(WS-SCRUB-OUT:1)
               ADD 1 TO WS-SCRUB-OUT
               ADD 1 TO WS-SCRUB-IN
           END-IF.

      *----------------------------------------------------------------
      * 6120 - a name counts only as a word of its own: the
      * characters either side of it must not be letters or digits
      * (JO is not erased out of JOANNE).
      *----------------------------------------------------------------
       6120-CHECK-WORD-BOUNDARY.
           SET WS-AT-WORD-BOUNDARY TO TRUE
           IF WS-SCRUB-IN > 1
               MOVE WS-SCRUB-SOURCE(WS-SCRUB-IN - 1:1)
                   TO WS-SCRUB-CHAR
               PERFORM 6130-CHECK-BOUNDARY-CHAR
           END-IF
           MOVE WS-SCRUB-SOURCE(WS-SCRUB-IN + WS-NAME-LENGTH:1)
               TO WS-SCRUB-CHAR
           PERFORM 6130-CHECK-BOUNDARY-CHAR.

       6130-CHECK-BOUNDARY-CHAR.
           IF WS-SCRUB-CHAR NOT = SPACE
               AND (WS-SCRUB-CHAR IS ALPHABETIC
                    OR WS-SCRUB-CHAR IS NUMERIC)
               MOVE "N" TO WS-BOUNDARY-SWITCH
           END-IF.

      *----------------------------------------------------------------
      * 6150/6160 - HELLO cuts a greeting that composes longer than
      * its field, which can leave the start of a name as the last
      * word of a full text. The longest such start, three
      * characters or more, is replaced by as much of the token.
      *----------------------------------------------------------------
       6150-SCRUB-CUT-NAME.
           IF WS-SCRUB-RESULT(WS-SCRUB-LIMIT:1) NOT = SPACE
               AND WS-NAME-LENGTH > 3
               MOVE "N" TO WS-NAME-MATCHED-SWITCH
               SUBTRACT 1 FROM WS-NAME-LENGTH GIVING WS-SCRUB-CUT
               PERFORM 6160-MATCH-CUT-NAME
                   UNTIL WS-NAME-MATCHED OR WS-SCRUB-CUT < 3
           END-IF.

       6160-MATCH-CUT-NAME.
           COMPUTE WS-SCRUB-IN = WS-SCRUB-LIMIT - WS-SCRUB-CUT + 1
           IF WS-SCRUB-RESULT(WS-SCRUB-IN:WS-SCRUB-CUT)
               = WS-PN-NAME(WS-PERSON-INDEX)(1:WS-SCRUB-CUT)
               SET WS-AT-WORD-BOUNDARY TO TRUE
               IF WS-SCRUB-IN > 1
                   MOVE WS-SCRUB-RESULT(WS-SCRUB-IN - 1:1)
                       TO WS-SCRUB-CHAR
                   PERFORM 6130-CHECK-BOUNDARY-CHAR
               END-IF
               IF WS-AT-WORD-BOUNDARY
                   SET WS-NAME-MATCHED TO TRUE
                   SET WS-NAME-REPLACED TO TRUE
                   MOVE WS-PN-TOKEN(WS-PERSON-INDEX)(1:WS-SCRUB-CUT)
                       TO WS-SCRUB-RESULT(WS-SCRUB-IN:WS-SCRUB-CUT)
               END-IF
           END-IF
           IF NOT WS-NAME-MATCHED
               SUBTRACT 1 FROM WS-SCRUB-CUT
           END-IF.

      *----------------------------------------------------------------
      * 6500 - a field holding only a name: replaced whole when it
      * is one of this erasure's names.
      *----------------------------------------------------------------
       6500-REPLACE-NAME-FIELD.
           MOVE "N" TO WS-NAME-REPLACED-SWITCH
           PERFORM 6510-MATCH-NAME-FIELD
               VARYING WS-PERSON-INDEX FROM 1 BY 1
               UNTIL WS-NAME-REPLACED
               OR WS-PERSON-INDEX > WS-PERSON-COUNT.

       6510-MATCH-NAME-FIELD.
           IF WS-NAME-FIELD = WS-PN-NAME(WS-PERSON-INDEX)
               MOVE WS-PN-TOKEN(WS-PERSON-INDEX) TO WS-NAME-FIELD
               SET WS-NAME-REPLACED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 7000 - the totals that prove only the name changed: every
      * row read was written, and the numeric fields sum the same
      * on the way out as on the way in.
      *----------------------------------------------------------------
       7000-PROVE-CONTROL-TOTALS.
           DISPLAY "HELLOERA ROWS READ     " WS-ROWS-READ
           DISPLAY "HELLOERA ROWS WRITTEN  " WS-ROWS-WRITTEN
           DISPLAY "HELLOERA ROWS CHANGED  " WS-ROWS-CHANGED
           DISPLAY "HELLOERA HASH IN       " WS-HASH-IN
           DISPLAY "HELLOERA HASH OUT      " WS-HASH-OUT
           EVALUATE TRUE
               WHEN WS-WRITE-ERROR
                   OR WS-ROWS-WRITTEN NOT = WS-ROWS-READ
                   OR WS-HASH-OUT NOT = WS-HASH-IN
                   SET RC-OUT-OF-BALANCE TO TRUE
                   MOVE "O" TO WS-VERDICT
                   DISPLAY "HELLOERA OUT OF BALANCE - "
                       FUNCTION TRIM(WS-DATASET-NAME)
                       " NOT TO BE REPLACED"
               WHEN WS-ROWS-CHANGED = 0
                   SET RC-NOTHING-TO-ERASE TO TRUE
                   MOVE "N" TO WS-VERDICT
                   DISPLAY "HELLOERA NOTHING TO ERASE IN "
                       FUNCTION TRIM(WS-DATASET-NAME)
               WHEN OTHER
                   MOVE "B" TO WS-VERDICT
                   DISPLAY "HELLOERA TOTALS BALANCE"
           END-EVALUATE.

      *----------------------------------------------------------------
      * 7100 - append this pass's row to ERASELOG. A log that cannot
      * be extended fails the pass: an erasure the certificate
      * cannot show has not been done.
      *----------------------------------------------------------------
       7100-WRITE-ERASURE-LOG.
           OPEN EXTEND ERASURE-LOG-FILE
           IF WS-FS-ERASURE-LOG NOT = "00" AND NOT = "05"
               SET RC-FILE-ERROR TO TRUE
               DISPLAY "HELLOERA ERASELOG COULD NOT BE OPENED, STATUS "
                   WS-FS-ERASURE-LOG
           ELSE
               MOVE SPACES TO ERASURE-LOG-RECORD
               MOVE WS-ERASURE-NUMBER TO EC-ERASURE-NUMBER
               MOVE WS-SYSTEM-DATE TO EC-RUN-DATE
               MOVE WS-SYSTEM-TIME TO EC-RUN-TIME
               MOVE WS-JOB-NAME TO EC-JOB-NAME
               MOVE WS-USER-ID TO EC-USER-ID
               MOVE WS-PASS TO EC-PASS
               MOVE WS-DATASET-NAME TO EC-DATASET
               MOVE WS-ROWS-READ TO EC-ROWS-READ
               MOVE WS-ROWS-WRITTEN TO EC-ROWS-WRITTEN
               MOVE WS-ROWS-CHANGED TO EC-ROWS-CHANGED
               MOVE WS-HASH-IN TO EC-CONTROL-HASH-IN
               MOVE WS-HASH-OUT TO EC-CONTROL-HASH-OUT
               MOVE WS-RETURN-CODE TO EC-RETURN-CODE
               MOVE WS-VERDICT TO EC-VERDICT
               WRITE ERASURE-LOG-RECORD
               IF WS-FS-ERASURE-LOG NOT = "00"
                   SET RC-FILE-ERROR TO TRUE
                   DISPLAY "HELLOERA ERASELOG WRITE FAILED, STATUS "
                       WS-FS-ERASURE-LOG
               END-IF
               CLOSE ERASURE-LOG-FILE
           END-IF.

       7800-CHECK-FLAT-WRITE.
           IF WS-FS-ERASE-OUT NOT = "00"
               SET WS-WRITE-ERROR TO TRUE
           ELSE
               ADD 1 TO WS-ROWS-WRITTEN
           END-IF.

       7900-NOTE-FLAT-FILES-NOT-OPENED.
           DISPLAY "HELLOERA ERASEIN/ERASEOUT COULD NOT BE OPENED, "
               "STATUS " WS-FS-ERASE-IN "/" WS-FS-ERASE-OUT.

      *----------------------------------------------------------------
      * 8000-8490 - the CERT pass: the erasure certificate. It names
      * nobody - each person appears by token and case reference -
      * and lists every dataset and generation the erasure's passes
      * have logged, with their control totals. It also checks
      * RECPMST as it stands now: the staged CHANGE and DELETEs
      * only take effect once approved, so until then the
      * certificate says so and ends RC 008.
      *----------------------------------------------------------------
       8000-PRINT-CERTIFICATE.
           OPEN INPUT RECIPIENT-MASTER
           IF WS-FS-RECIPIENT-MASTER NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN INPUT ERASURE-LOG-FILE
           IF WS-FS-ERASURE-LOG NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN OUTPUT CERTIFICATE-FILE
           IF WS-FS-REPORT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           IF RC-FILE-ERROR
               DISPLAY "HELLOERA CERT FILES NOT OPENED - RECPMST "
                   WS-FS-RECIPIENT-MASTER " ERASELOG "
                   WS-FS-ERASURE-LOG " ERASECRT " WS-FS-REPORT
           ELSE
               PERFORM 8100-CHECK-RECIPIENT-MASTER
               PERFORM 8200-PRINT-HEADINGS
               PERFORM 8300-PRINT-PEOPLE
               PERFORM 8400-PRINT-DATASETS
               PERFORM 8500-PRINT-SUMMARY
           END-IF
           CLOSE RECIPIENT-MASTER
           CLOSE ERASURE-LOG-FILE
           CLOSE CERTIFICATE-FILE.

      *----------------------------------------------------------------
      * 8100-8130 - where each id stands on RECPMST now: the name
      * on its "R" row, and how many "L" rows still list it.
      *----------------------------------------------------------------
       8100-CHECK-RECIPIENT-MASTER.
           PERFORM 8110-CHECK-ONE-RECIPIENT
               VARYING WS-ID-INDEX FROM 1 BY 1
               UNTIL WS-ID-INDEX > WS-ID-COUNT
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           SET RM-TYPE-LIST-MEMBER TO TRUE
           MOVE LOW-VALUES TO RM-ID
           MOVE 0 TO RM-MEMBER-SEQ
           START RECIPIENT-MASTER KEY >= RM-RECIPIENT-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 8120-COUNT-ONE-LIST-ROW UNTIL WS-SCAN-DONE.

       8110-CHECK-ONE-RECIPIENT.
           MOVE WS-ID-PERSON(WS-ID-INDEX) TO WS-PERSON-INDEX
           SET RM-TYPE-RECIPIENT TO TRUE
           MOVE WS-ID-VALUE(WS-ID-INDEX) TO RM-ID
           MOVE 0 TO RM-MEMBER-SEQ
           READ RECIPIENT-MASTER
               INVALID KEY
                   MOVE "NO LONGER ON RECPMST"
                       TO WS-ID-MASTER-STATE(WS-ID-INDEX)
               NOT INVALID KEY
                   IF RM-RECIPIENT-NAME = WS-PN-TOKEN(WS-PERSON-INDEX)
                       MOVE "NAME REPLACED BY TOKEN"
                           TO WS-ID-MASTER-STATE(WS-ID-INDEX)
                   ELSE
                       MOVE "CHANGE AWAITS APPROVAL"
                           TO WS-ID-MASTER-STATE(WS-ID-INDEX)
                       ADD 1 TO WS-CHANGES-PENDING
                   END-IF
           END-READ.

       8120-COUNT-ONE-LIST-ROW.
           READ RECIPIENT-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF NOT RM-TYPE-LIST-MEMBER
                       SET WS-SCAN-DONE TO TRUE
                   ELSE
                       MOVE "N" TO WS-ID-FOUND-SWITCH
                       PERFORM 2825-MATCH-MEMBER-ID
                           VARYING WS-ID-INDEX FROM 1 BY 1
                           UNTIL WS-ID-FOUND
                           OR WS-ID-INDEX > WS-ID-COUNT
                       IF WS-ID-FOUND
                           SUBTRACT 1 FROM WS-ID-INDEX
                           ADD 1 TO WS-ID-LIST-ROWS(WS-ID-INDEX)
                           ADD 1 TO WS-LIST-ROWS-LEFT
                       END-IF
                   END-IF
           END-READ.

       8200-PRINT-HEADINGS.
           MOVE SPACES TO PRINT-RECORD
           MOVE "1" TO PR-CARRIAGE-CONTROL
           STRING "HELLOERA RECIPIENT ERASURE CERTIFICATE - ERASURE "
               WS-ERASURE-NUMBER "   PLANNED " WS-PLAN-DATE
               "   PRINTED " WS-SYSTEM-DATE "   JOB " WS-JOB-NAME
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           STRING "PERSONS ERASED - KNOWN HEREAFTER ONLY BY TOKEN"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "  SEQ TOKEN                 CASE REF      "
               "RECIPIENT   RECPMST NOW               LIST ROWS"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

       8300-PRINT-PEOPLE.
           PERFORM 8310-PRINT-ONE-ID
               VARYING WS-ID-INDEX FROM 1 BY 1
               UNTIL WS-ID-INDEX > WS-ID-COUNT
           PERFORM 8320-PRINT-NAME-ONLY-PERSON
               VARYING WS-PERSON-INDEX FROM 1 BY 1
               UNTIL WS-PERSON-INDEX > WS-PERSON-COUNT.

       8310-PRINT-ONE-ID.
           MOVE WS-ID-PERSON(WS-ID-INDEX) TO WS-PERSON-INDEX
           MOVE SPACES TO WS-PERSON-LINE
           MOVE WS-PERSON-INDEX TO PL-SEQ
           MOVE WS-PN-TOKEN(WS-PERSON-INDEX) TO PL-TOKEN
           MOVE WS-PN-CASE-REFERENCE(WS-PERSON-INDEX)
               TO PL-CASE-REFERENCE
           MOVE WS-ID-VALUE(WS-ID-INDEX) TO PL-RECIPIENT-ID
           MOVE WS-ID-MASTER-STATE(WS-ID-INDEX) TO PL-MASTER-STATE
           MOVE WS-ID-LIST-ROWS(WS-ID-INDEX) TO PL-LIST-ROWS
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           MOVE WS-PERSON-LINE TO PR-LINE
           WRITE PRINT-RECORD.

       8320-PRINT-NAME-ONLY-PERSON.
           IF WS-PN-ID-COUNT(WS-PERSON-INDEX) = 0
               MOVE SPACES TO WS-PERSON-LINE
               MOVE WS-PERSON-INDEX TO PL-SEQ
               MOVE WS-PN-TOKEN(WS-PERSON-INDEX) TO PL-TOKEN
               MOVE WS-PN-CASE-REFERENCE(WS-PERSON-INDEX)
                   TO PL-CASE-REFERENCE
               MOVE "(NONE)" TO PL-RECIPIENT-ID
               MOVE "NAME NOT ON RECPMST" TO PL-MASTER-STATE
               MOVE 0 TO PL-LIST-ROWS
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CARRIAGE-CONTROL
               MOVE WS-PERSON-LINE TO PR-LINE
               WRITE PRINT-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 8400-8420 - every ERASELOG row of this erasure, in the
      * order the passes ran. The latest row for a dataset is its
      * verdict for the summary.
      *----------------------------------------------------------------
       8400-PRINT-DATASETS.
           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           STRING "DATASETS AND GENERATIONS EXAMINED"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "RUN DATE  PASS    DATASET                       "
               "                    READ  WRITTEN  CHANGED  "
               "HASH IN         HASH OUT        VERDICT"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD
           MOVE ALL "N" TO WS-REQUIRED-LOGGED-FLAGS
           MOVE "N" TO WS-END-OF-INPUT-SWITCH
           PERFORM 8410-PRINT-ONE-LOG-ROW UNTIL WS-END-OF-INPUT.

       8410-PRINT-ONE-LOG-ROW.
           READ ERASURE-LOG-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   IF EC-ERASURE-NUMBER = WS-ERASURE-NUMBER
                       PERFORM 8420-PRINT-LOG-ROW
                       PERFORM 8430-NOTE-DATASET-VERDICT
                       PERFORM 8450-NOTE-REQUIRED-PASS
                           VARYING WS-REQUIRED-INDEX FROM 1 BY 1
                           UNTIL WS-REQUIRED-INDEX > 5
                   END-IF
           END-READ.

       8420-PRINT-LOG-ROW.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE EC-RUN-DATE TO DL-RUN-DATE
           MOVE EC-PASS TO DL-PASS
           MOVE EC-DATASET TO DL-DATASET
           MOVE EC-ROWS-READ TO DL-ROWS-READ
           MOVE EC-ROWS-WRITTEN TO DL-ROWS-WRITTEN
           MOVE EC-ROWS-CHANGED TO DL-ROWS-CHANGED
           MOVE EC-CONTROL-HASH-IN TO DL-HASH-IN
           MOVE EC-CONTROL-HASH-OUT TO DL-HASH-OUT
           EVALUATE TRUE
               WHEN EC-VERDICT-BALANCED
                   MOVE "REPLACED" TO DL-VERDICT
               WHEN EC-VERDICT-NOTHING
                   MOVE "NO CHANGE" TO DL-VERDICT
               WHEN EC-VERDICT-OUT-OF-BALANCE
                   MOVE "UNBALANCED" TO DL-VERDICT
               WHEN EC-VERDICT-STAGED
                   MOVE "STAGED" TO DL-VERDICT
               WHEN OTHER
                   MOVE EC-VERDICT TO DL-VERDICT
           END-EVALUATE
           ADD EC-ROWS-CHANGED TO WS-TOTAL-ROWS-CHANGED
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           MOVE WS-DETAIL-LINE TO PR-LINE
           WRITE PRINT-RECORD.

       8430-NOTE-DATASET-VERDICT.
           MOVE "N" TO WS-DATASET-FOUND-SWITCH
           PERFORM 8440-MATCH-DATASET
               VARYING WS-DATASET-INDEX FROM 1 BY 1
               UNTIL WS-DATASET-FOUND
               OR WS-DATASET-INDEX > WS-DATASET-COUNT
           IF WS-DATASET-FOUND
               SUBTRACT 1 FROM WS-DATASET-INDEX
               MOVE EC-VERDICT TO WS-DS-VERDICT(WS-DATASET-INDEX)
           ELSE
               IF WS-DATASET-COUNT < 1000
                   ADD 1 TO WS-DATASET-COUNT
                   MOVE EC-DATASET TO WS-DS-NAME(WS-DATASET-COUNT)
                   MOVE EC-VERDICT TO WS-DS-VERDICT(WS-DATASET-COUNT)
               END-IF
           END-IF.

       8440-MATCH-DATASET.
           IF WS-DS-NAME(WS-DATASET-INDEX) = EC-DATASET
               SET WS-DATASET-FOUND TO TRUE
           END-IF.

       8450-NOTE-REQUIRED-PASS.
           IF EC-PASS = WS-REQUIRED-PASS(WS-REQUIRED-INDEX)
               IF EC-VERDICT-BALANCED OR EC-VERDICT-NOTHING
                   OR (EC-PASS = "PLAN" AND EC-VERDICT-STAGED)
                   SET WS-REQUIRED-LOGGED(WS-REQUIRED-INDEX) TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 8500 - the summary and the certificate's verdict. Complete
      * means every required pass has logged a good row, every
      * dataset's latest pass balanced (or found nothing), and
      * RECPMST carries the token with no list row left naming the
      * person. A required pass with no good row is listed
      * OUTSTANDING and counted with the unbalanced datasets.
      *----------------------------------------------------------------
       8500-PRINT-SUMMARY.
           PERFORM 8510-TALLY-ONE-DATASET
               VARYING WS-DATASET-INDEX FROM 1 BY 1
               UNTIL WS-DATASET-INDEX > WS-DATASET-COUNT
           PERFORM 8520-CHECK-REQUIRED-PASS
               VARYING WS-REQUIRED-INDEX FROM 1 BY 1
               UNTIL WS-REQUIRED-INDEX > 5

           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           STRING "DATASETS EXAMINED: " WS-DATASET-COUNT
               "   WITH NAMES REPLACED: " WS-DATASETS-CHANGED
               "   ROWS CHANGED: " WS-TOTAL-ROWS-CHANGED
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "OUTSTANDING - UNBALANCED OR NOT RUN: "
               WS-DATASETS-OUTSTANDING
               "   RECPMST CHANGES AWAITING APPROVAL: "
               WS-CHANGES-PENDING
               "   LIST ROWS STILL NAMING THE PERSON: "
               WS-LIST-ROWS-LEFT
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           IF WS-DATASETS-OUTSTANDING = 0
               AND WS-CHANGES-PENDING = 0
               AND WS-LIST-ROWS-LEFT = 0
               STRING "CERTIFICATE COMPLETE - EVERY DATASET LISTED "
                   "ABOVE HOLDS THE TOKEN IN PLACE OF THE NAME"
                   DELIMITED BY SIZE INTO PR-LINE
           ELSE
               SET RC-OUT-OF-BALANCE TO TRUE
               STRING "CERTIFICATE INCOMPLETE - RUN THE OUTSTANDING "
                   "PASSES AND HAVE THE RECPMST CHANGES APPROVED, "
                   "THEN PRINT AGAIN"
                   DELIMITED BY SIZE INTO PR-LINE
           END-IF
           WRITE PRINT-RECORD.

       8510-TALLY-ONE-DATASET.
           EVALUATE WS-DS-VERDICT(WS-DATASET-INDEX)
               WHEN "B"
                   ADD 1 TO WS-DATASETS-CHANGED
               WHEN "O"
                   ADD 1 TO WS-DATASETS-OUTSTANDING
           END-EVALUATE.

       8520-CHECK-REQUIRED-PASS.
           IF NOT WS-REQUIRED-LOGGED(WS-REQUIRED-INDEX)
               ADD 1 TO WS-DATASETS-OUTSTANDING
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CARRIAGE-CONTROL
               STRING "OUTSTANDING - PASS "
                   WS-REQUIRED-PASS(WS-REQUIRED-INDEX)
                   " HAS NO BALANCED OR NOTHING-FOUND ROW ON ERASELOG"
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PRINT-RECORD
           END-IF.

       9900-RECORD-RUN-END.
           IF WS-LEDGER-AVAILABLE
               OPEN I-O RUN-LEDGER-FILE
               IF WS-FS-RUN-LEDGER = "00"
                   MOVE WS-LEDGER-KEY TO LG-RUN-KEY
                   READ RUN-LEDGER-FILE
                       INVALID KEY
                           DISPLAY "HELLOERA RUNLEDGR ROW NOT FOUND AT "
                               "END OF RUN"
                       NOT INVALID KEY
                           SET LG-STATUS-ENDED TO TRUE
                           ACCEPT LG-END-DATE FROM DATE YYYYMMDD
                           ACCEPT LG-END-TIME FROM TIME
                           MOVE WS-ROWS-READ TO LG-RECORDS-READ
                           MOVE WS-ROWS-WRITTEN TO LG-RECORDS-WRITTEN
                           MOVE WS-RETURN-CODE TO LG-RETURN-CODE
                           REWRITE RUN-LEDGER-RECORD
                               INVALID KEY
                                   DISPLAY "HELLOERA RUNLEDGR REWRITE "
                                       "FAILED, STATUS "
                                       WS-FS-RUN-LEDGER
                           END-REWRITE
                   END-READ
                   CLOSE RUN-LEDGER-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 9800 - release the run-control lock once the live file is
      * closed, but only if the row on file is still this run's
      * claim: an operator may have cleared it (HELLOLCK) and
      * another run claimed it since.
      *----------------------------------------------------------------
       9800-RELEASE-RUN-CONTROL.
           IF WS-RUN-CONTROL-HELD
               OPEN I-O RUN-CONTROL-FILE
               IF WS-FS-RUN-CONTROL = "00"
                   MOVE WS-LOCK-RESOURCE TO CT-RESOURCE
                   READ RUN-CONTROL-FILE
                       INVALID KEY
                           DISPLAY "HELLOERA RUN-CONTROL "
                               "ALREADY CLEARED"
                       NOT INVALID KEY
                           PERFORM 9810-DELETE-OWN-CLAIM
                   END-READ
                   CLOSE RUN-CONTROL-FILE
               ELSE
                   DISPLAY "HELLOERA RUNCTL NOT OPENED TO RELEASE, "
                       "STATUS " WS-FS-RUN-CONTROL
                       " - CLEAR THE LOCK WITH HELLOLCK"
               END-IF
           END-IF.

       9810-DELETE-OWN-CLAIM.
           IF CT-HOLDER-JOB = WS-JOB-NAME
               AND CT-CLAIM-DATE = WS-CLAIM-DATE
               AND CT-CLAIM-TIME = WS-CLAIM-TIME
               DELETE RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "HELLOERA RUN-CONTROL RELEASE FAILED, "
                           "STATUS " WS-FS-RUN-CONTROL
               END-DELETE
           ELSE
               DISPLAY "HELLOERA RUN-CONTROL NOW HELD BY JOB "
                   CT-HOLDER-JOB " - LEFT IN PLACE"
           END-IF.
