      * HELLOTRC - end-to-end trace of one recipient, name, or
      * distribution list through every stage of the suite. "So-
      * and-so never got their greeting" used to mean HELLOINQ on
      * the audit log and then HELLOSCD, the GREETSUS generations,
      * the GREETOUT and BURSTn generations, and CYCLSTAT checked
      * one at a time by hand. This program takes the recipient id,
      * name, or list code and a run-date range, reads each of
      * those files once, and follows every greeting it finds back
      * to the schedule rule and GREETIN request it came from (with
      * the list it was expanded from) and forward through
      * suspense and any HELLOSUB resubmission, its audit row, its
      * GREETOUT cycle and detail, any HELLOREV cancellation, its
      * department burst slice, and the cycle's acknowledgment on
      * CYCLSTAT. TRCRPT prints one lineage per greeting ending in
      * the stage its chain broke at; TRCEXT carries the same
      * lineage one row per greeting (TRCEREC) for whoever has to
      * answer the department.
      * The audit log is the backbone, as it is for HELLOREC and
      * HELLOREV: a greeting is its audit row (run date, job, and
      * GREETIN record number), found by the recipient's name in
      * the displayed text - HELLOINQ's scan - or, for a skip, by
      * the recipient id in the suppression text. A rejected
      * request's audit row carries no name, so rejections are
      * found on GREETSUS first and their audit rows matched on
      * run date, record number, and greeting id.
      * COBOL source format:
      * Columns 1-6: Sequence number area (optional)
      * Column 7: Indicator area (* for comments)
      * Columns 8-11: Area A (divisions, sections, paragraphs)
      * Columns 12-72: Area B (statements, clauses)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOTRC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      * TRCCTL-FILE - OPTIONAL control cards, one KEYWORD=VALUE per
      * card, read only when no PARM is supplied, as HELLOINQ's
      * INQCTL. Blank cards and cards starting "*" are ignored.
      *----------------------------------------------------------------
           SELECT OPTIONAL TRCCTL-FILE ASSIGN TO "TRCCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.
      *----------------------------------------------------------------
      * RECIPIENT-MASTER (RECPMST) - read only: the canonical name
      * of a recipient id, the ids carrying a name, and the list
      * rows that say which lists reach a person (or which people
      * a list reaches).
      *----------------------------------------------------------------
           SELECT RECIPIENT-MASTER ASSIGN TO "RECPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-RECIPIENT-KEY
               FILE STATUS IS WS-FS-RECIPIENT-MASTER.
      *----------------------------------------------------------------
      * HELLO-AUDIT-LOG - read only. As for HELLOINQ, point the DD
      * at the live log, archive generations, or a concatenation.
      *----------------------------------------------------------------
           SELECT AUDIT-LOG-FILE ASSIGN TO "HELLOAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT-LOG.
      *----------------------------------------------------------------
      * The stage files below are all OPTIONAL and read only. A
      * stage whose DD is left off is reported "NOT SUPPLIED" on
      * every lineage and the chain is followed as far as the files
      * that were supplied reach - never reported broken there.
      *
      * SCHEDULE-MASTER (HELLOSCD) - the live recurring rules.
      *----------------------------------------------------------------
           SELECT OPTIONAL SCHEDULE-MASTER ASSIGN TO "HELLOSCD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SCHEDULE.
      *----------------------------------------------------------------
      * GREETING-REQUEST-FILE (GREETIN) - a request batch. GREETIN
      * rows carry no run date; the batch is taken to be the one
      * HELLO ran on the INDATE= date (by default the latest night
      * traced), which is what HELLOSCJ leaves on disk.
      *----------------------------------------------------------------
           SELECT OPTIONAL GREETING-REQUEST-FILE ASSIGN TO "GREETIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-GREETIN.
      *----------------------------------------------------------------
      * SUSPENSE-FILE (GREETSUS) - a concatenation of suspense
      * generations.
      *----------------------------------------------------------------
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "GREETSUS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPENSE.
      *----------------------------------------------------------------
      * GREETOUT-IN-FILE (GREETOIN) - a concatenation of whole
      * GREETOUT cycles, producing and HELLOREV cancellation cycles
      * alike. A burst slice concatenated here by mistake is
      * skipped, as HELLOCHG skips one.
      *----------------------------------------------------------------
           SELECT OPTIONAL GREETOUT-IN-FILE ASSIGN TO "GREETOIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-GREETOUT-IN.
      *----------------------------------------------------------------
      * BURST-IN-FILE (BRSTIN) - a concatenation of BURSTn
      * generations, any slices of any cycles.
      *----------------------------------------------------------------
           SELECT OPTIONAL BURST-IN-FILE ASSIGN TO "BRSTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BURST-IN.
      *----------------------------------------------------------------
      * CYCLE-STATUS-FILE (CYCLSTAT) - the cycle ledger.
      *----------------------------------------------------------------
           SELECT OPTIONAL CYCLE-STATUS-FILE ASSIGN TO "CYCLSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CY-CYCLE-NUMBER
               FILE STATUS IS WS-FS-CYCLE-STATUS.
      *----------------------------------------------------------------
      * TRCRPT-FILE - the lineage report, formatted for our report
      * distribution (ASA carriage control in byte 1).
      *----------------------------------------------------------------
           SELECT TRCRPT-FILE ASSIGN TO "TRCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.
      *----------------------------------------------------------------
      * TRACE-EXTRACT-FILE (TRCEXT) - the machine-readable lineage,
      * one TRCEREC row per greeting.
      *----------------------------------------------------------------
           SELECT TRACE-EXTRACT-FILE ASSIGN TO "TRCEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRACT.

       DATA DIVISION.
       FILE SECTION.
       FD  TRCCTL-FILE.
       01  CONTROL-CARD                    PIC X(80).

       FD  RECIPIENT-MASTER.
       COPY RECPREC.

       FD  AUDIT-LOG-FILE.
       COPY AUDTREC.

       FD  SCHEDULE-MASTER.
       COPY SCHDREC.

       FD  GREETING-REQUEST-FILE.
       COPY GRQSTREC.

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  GREETOUT-IN-FILE.
       COPY GOUTREC
           REPLACING ==GREETING-OUTPUT-RECORD==
                     BY ==GREETOUT-IN-RECORD==
                     LEADING ==GO-== BY ==GI-==.

       FD  BURST-IN-FILE.
       COPY GOUTREC
           REPLACING ==GREETING-OUTPUT-RECORD==
                     BY ==BURST-IN-RECORD==
                     LEADING ==GO-== BY ==BI-==.

       FD  CYCLE-STATUS-FILE.
       COPY CYCSREC.

       FD  TRCRPT-FILE.
       01  PRINT-RECORD.
           05  PR-CARRIAGE-CONTROL         PIC X.
           05  PR-LINE                     PIC X(132).

       FD  TRACE-EXTRACT-FILE.
       COPY TRCEREC.

       WORKING-STORAGE SECTION.
       01  WS-FS-CONTROL                   PIC XX.
       01  WS-FS-RECIPIENT-MASTER          PIC XX.
       01  WS-FS-AUDIT-LOG                 PIC XX.
       01  WS-FS-SCHEDULE                  PIC XX.
       01  WS-FS-GREETIN                   PIC XX.
       01  WS-FS-SUSPENSE                  PIC XX.
       01  WS-FS-GREETOUT-IN               PIC XX.
       01  WS-FS-BURST-IN                  PIC XX.
       01  WS-FS-CYCLE-STATUS              PIC XX.
       01  WS-FS-REPORT                    PIC XX.
       01  WS-FS-EXTRACT                   PIC XX.
       01  WS-END-OF-INPUT-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-INPUT              VALUE "Y".
       01  WS-CTL-EOF-SWITCH               PIC X VALUE "N".
           88  WS-CTL-EOF                   VALUE "Y".
       01  WS-MASTER-SCAN-DONE-SWITCH      PIC X VALUE "N".
           88  WS-MASTER-SCAN-DONE          VALUE "Y".
       01  WS-SYSTEM-DATE                  PIC 9(8).

      *----------------------------------------------------------------
      * Which optional stage files were supplied.
      *----------------------------------------------------------------
       01  WS-SCHEDULE-AVAILABLE-SWITCH    PIC X VALUE "N".
           88  WS-SCHEDULE-AVAILABLE        VALUE "Y".
       01  WS-GREETIN-AVAILABLE-SWITCH     PIC X VALUE "N".
           88  WS-GREETIN-AVAILABLE         VALUE "Y".
       01  WS-SUSPENSE-AVAILABLE-SWITCH    PIC X VALUE "N".
           88  WS-SUSPENSE-AVAILABLE        VALUE "Y".
       01  WS-GREETOUT-AVAILABLE-SWITCH    PIC X VALUE "N".
           88  WS-GREETOUT-AVAILABLE        VALUE "Y".
       01  WS-BURST-AVAILABLE-SWITCH       PIC X VALUE "N".
           88  WS-BURST-AVAILABLE           VALUE "Y".
       01  WS-CYCLSTAT-AVAILABLE-SWITCH    PIC X VALUE "N".
           88  WS-CYCLSTAT-AVAILABLE        VALUE "Y".

      *----------------------------------------------------------------
      * Selection criteria (PARM tokens separated by commas, or one
      * control card each). Exactly one of RECIPIENT=, NAME=, or
      * LIST= is required; the rest are optional:
      *   RECIPIENT=id       a RECPMST recipient id - its greetings
      *                      by id, by its canonical name, and
      *                      through every list that reaches it
      *   NAME=name          a recipient name exactly as keyed -
      *                      raw-name greetings, and every RECPMST
      *                      id carrying that name
      *   LIST=code          a RECPMST distribution-list code - the
      *                      greetings produced from requests for
      *                      the list, one per member it reaches
      *   FROM=yyyymmdd      earliest run date (default no limit)
      *   TO=yyyymmdd        latest run date (default no limit)
      *   INDATE=yyyymmdd    the run date of the GREETIN batch
      *                      supplied (default: the latest run date
      *                      traced)
      *----------------------------------------------------------------
       01  WS-TRACE-MODE                   PIC X VALUE SPACE.
           88  WS-TRACE-BY-RECIPIENT        VALUE "R".
           88  WS-TRACE-BY-NAME             VALUE "N".
           88  WS-TRACE-BY-LIST             VALUE "L".
       01  WS-MODES-SUPPLIED               PIC 9(1) VALUE 0.
       01  WS-TRACE-ID                     PIC X(8) VALUE SPACES.
       01  WS-TRACE-NAME                   PIC X(30) VALUE SPACES.
       01  WS-TRACE-LIST-CODE              PIC X(8) VALUE SPACES.
       01  WS-RANGE-FROM                   PIC 9(8) VALUE 0.
       01  WS-RANGE-TO                     PIC 9(8) VALUE 99999999.
       01  WS-BATCH-DATE                   PIC 9(8) VALUE 0.
       01  WS-BATCH-DATE-SWITCH            PIC X VALUE "N".
           88  WS-BATCH-DATE-SUPPLIED       VALUE "Y".

      *----------------------------------------------------------------
      * Criterion parsing work areas, as HELLOINQ.
      *----------------------------------------------------------------
       01  WS-PARM-INPUT                   PIC X(80).
       01  WS-PARM-TOKEN-TABLE.
           05  WS-PARM-TOKEN               PIC X(80) OCCURS 8.
       01  WS-PARM-TOKEN-INDEX             PIC 9(1).
       01  WS-CRITERION                    PIC X(80).
       01  WS-CRITERION-KEYWORD            PIC X(12).
       01  WS-CRITERION-VALUE              PIC X(68).

      *----------------------------------------------------------------
      * The trace target, resolved against RECPMST before anything
      * else is read:
      *   WS-PERSON-TABLE - the people being traced: the recipient,
      *     every id carrying the name, or every person the list
      *     reaches. A person with no RECPMST row (a raw name, or a
      *     list member HELLO could not resolve) has a blank id or
      *     a blank name.
      *   WS-TRACE-LIST-TABLE - the lists a request can name and
      *     still reach those people: every list that contains the
      *     recipient, directly or through other lists, or the
      *     traced list and its sub-lists.
      *   WS-LIST-ROW-TABLE - every "L" row on RECPMST, loaded once
      *     so the list walks need no further keyed reads.
      *----------------------------------------------------------------
       01  WS-MAX-PERSONS                  PIC 9(3) VALUE 200.
       01  WS-PERSON-COUNT                 PIC 9(3) VALUE 0.
       01  WS-PERSON-TABLE.
           05  WS-PERSON-ENTRY OCCURS 200.
               10  WS-PT-NAME              PIC X(30).
               10  WS-PT-NAME-LENGTH       PIC 9(2).
               10  WS-PT-ID                PIC X(8).
               10  WS-PT-ID-LENGTH         PIC 9(2).
               10  WS-PT-DEPARTMENT        PIC X(4).
       01  WS-PERSON-INDEX                 PIC 9(3).
       01  WS-MAX-TRACE-LISTS              PIC 9(3) VALUE 100.
       01  WS-TRACE-LIST-COUNT             PIC 9(3) VALUE 0.
       01  WS-TRACE-LIST-TABLE.
           05  WS-TL-LIST-CODE             PIC X(8) OCCURS 100.
       01  WS-TRACE-LIST-INDEX             PIC 9(3).
       01  WS-MAX-LIST-ROWS                PIC 9(4) VALUE 3000.
       01  WS-LIST-ROW-COUNT               PIC 9(4) VALUE 0.
       01  WS-LIST-ROW-TABLE.
           05  WS-LIST-ROW-ENTRY OCCURS 3000.
               10  WS-LR-LIST-CODE         PIC X(8).
               10  WS-LR-MEMBER-ID         PIC X(8).
       01  WS-LIST-ROW-INDEX               PIC 9(4).
       01  WS-PROBE-ROW-INDEX              PIC 9(4).

       01  WS-CANDIDATE-NAME               PIC X(30).
       01  WS-CANDIDATE-ID                 PIC X(8).
       01  WS-CANDIDATE-DEPARTMENT         PIC X(4).
       01  WS-CANDIDATE-LIST-CODE          PIC X(8).
       01  WS-CANDIDATE-FOUND-SWITCH       PIC X VALUE "N".
           88  WS-CANDIDATE-FOUND           VALUE "Y".
       01  WS-CANDIDATE-IS-LIST-SWITCH     PIC X VALUE "N".
           88  WS-CANDIDATE-IS-LIST         VALUE "Y".

      *----------------------------------------------------------------
      * 3900's question - does this recipient field (a request,
      * suspense row, or schedule rule) name someone being traced?
      * WS-MATCH-PERSON is the person matched, zero for a list.
      * WS-MATCH-LISTS-ONLY narrows a LIST= trace to requests and
      * rules that name a traced list, so a member's own direct
      * greetings are not mistaken for the list's.
      *----------------------------------------------------------------
       01  WS-MATCH-TYPE                   PIC X.
       01  WS-MATCH-FIELD                  PIC X(30).
       01  WS-MATCH-CODE REDEFINES WS-MATCH-FIELD.
           05  WS-MATCH-ID                 PIC X(8).
           05  FILLER                      PIC X(22).
       01  WS-MATCH-PERSON                 PIC 9(3).
       01  WS-MATCH-SWITCH                 PIC X VALUE "N".
           88  WS-RECIPIENT-MATCHED         VALUE "Y".
       01  WS-MATCH-LISTS-ONLY-SWITCH      PIC X VALUE "N".
           88  WS-MATCH-LISTS-ONLY          VALUE "Y".

      *----------------------------------------------------------------
      * Text-scan work areas - HELLOINQ's sliding compare.
      *----------------------------------------------------------------
       01  WS-SCAN-TEXT                    PIC X(30).
       01  WS-SCAN-LENGTH                  PIC 9(2).
       01  WS-SCAN-POSITION                PIC 9(3).
       01  WS-SCAN-LIMIT                   PIC 9(3).
       01  WS-SCAN-HIT-SWITCH              PIC X VALUE "N".
           88  WS-SCAN-HIT                  VALUE "Y".

      *----------------------------------------------------------------
      * WS-GREETING-TABLE - one entry per greeting traced, filled in
      * stage by stage as each file is read; the entry number is
      * the greeting number on the report and the extract.
      *   GE-SOURCE   "S" found on GREETSUS, "A" on the audit log,
      *               "G" a GREETIN request with no audit row
      *   GE-STATUS   "X" excluded - a LIST= trace found the GREETIN
      *               request behind it and it was not for the list;
      *               "P" printed; space not yet printed
      *----------------------------------------------------------------
       01  WS-MAX-GREETINGS                PIC 9(3) VALUE 500.
       01  WS-GREETING-COUNT               PIC 9(3) VALUE 0.
       01  WS-GREETING-TABLE.
           05  WS-GREETING-ENTRY OCCURS 500.
               10  WS-GE-SOURCE            PIC X.
               10  WS-GE-STATUS            PIC X.
                   88  WS-GE-EXCLUDED       VALUE "X".
                   88  WS-GE-PRINTED        VALUE "P".
               10  WS-GE-RUN-DATE          PIC 9(8).
               10  WS-GE-RUN-TIME          PIC 9(8).
               10  WS-GE-JOB-NAME          PIC X(8).
               10  WS-GE-RECORD-NUMBER     PIC 9(6).
               10  WS-GE-PERSON            PIC 9(3).
               10  WS-GE-RECIPIENT-NAME    PIC X(30).
               10  WS-GE-RECIPIENT-ID      PIC X(8).
               10  WS-GE-GREETING-ID       PIC 9(5).
               10  WS-GE-LANGUAGE-CODE     PIC X(3).
               10  WS-GE-RULE-ROW          PIC 9(5).
               10  WS-GE-RULE-FREQUENCY    PIC X.
               10  WS-GE-RULE-PATTERN      PIC X(4).
               10  WS-GE-RULE-ROLL         PIC X.
               10  WS-GE-RULE-SITE         PIC X(4).
               10  WS-GE-REQUEST-SWITCH    PIC X.
                   88  WS-GE-REQUEST-FOUND  VALUE "Y".
               10  WS-GE-REQUEST-TYPE      PIC X.
               10  WS-GE-REQUEST-FIELD     PIC X(30).
               10  WS-GE-REQUEST-LANGUAGE  PIC X(3).
               10  WS-GE-LIST-CODE         PIC X(8).
               10  WS-GE-SUSPENSE-REASON   PIC 9(2).
               10  WS-GE-SUSPENSE-TYPE     PIC X.
               10  WS-GE-SUSPENSE-FIELD    PIC X(30).
               10  WS-GE-RESUBMIT-DATE     PIC 9(8).
               10  WS-GE-RESUBMIT-JOB      PIC X(8).
               10  WS-GE-RESUBMIT-ENTRY    PIC 9(3).
               10  WS-GE-AUDIT-SWITCH      PIC X.
                   88  WS-GE-AUDIT-FOUND    VALUE "Y".
               10  WS-GE-AUDIT-RC          PIC 9(3).
               10  WS-GE-AUDIT-TEXT        PIC X(92).
               10  WS-GE-CYCLE-NUMBER      PIC 9(6).
               10  WS-GE-DEPARTMENT-CODE   PIC X(4).
               10  WS-GE-CANCEL-CYCLE      PIC 9(6).
               10  WS-GE-CANCEL-DATE       PIC 9(8).
               10  WS-GE-BURST-SWITCH      PIC X.
                   88  WS-GE-BURST-FOUND    VALUE "Y".
               10  WS-GE-BURST-DEPARTMENT  PIC X(4).
               10  WS-GE-CYCLE-STATUS      PIC X.
               10  WS-GE-ACK-DATE          PIC 9(8).
               10  WS-GE-BREAK-STAGE       PIC 9(2).
               10  WS-GE-UNVERIFIED        PIC X.
       01  WS-GREETING-INDEX               PIC 9(3).
       01  WS-OTHER-INDEX                  PIC 9(3).
       01  WS-NEXT-INDEX                   PIC 9(3).
       01  WS-ENTRY-FOUND-SWITCH           PIC X VALUE "N".
           88  WS-ENTRY-FOUND               VALUE "Y".
       01  WS-ENTRIES-ATTACHED             PIC 9(3).

      *----------------------------------------------------------------
      * Schedule rules with nothing traced to them: rules for the
      * target live at some point in the range that no greeting
      * matched, printed after the lineages (the chain broke before
      * GREETIN, or the rule was simply not due).
      *----------------------------------------------------------------
       01  WS-MAX-IDLE-RULES               PIC 9(2) VALUE 50.
       01  WS-IDLE-RULE-COUNT              PIC 9(2) VALUE 0.
       01  WS-IDLE-RULE-TABLE.
           05  WS-IDLE-RULE-ENTRY OCCURS 50.
               10  WS-IR-ROW               PIC 9(5).
               10  WS-IR-RECIPIENT-TYPE    PIC X.
               10  WS-IR-RECIPIENT-FIELD   PIC X(30).
               10  WS-IR-GREETING-ID       PIC 9(5).
               10  WS-IR-LANGUAGE-CODE     PIC X(3).
               10  WS-IR-FREQUENCY         PIC X.
               10  WS-IR-PATTERN           PIC X(4).
               10  WS-IR-START-DATE        PIC 9(8).
               10  WS-IR-END-DATE          PIC 9(8).
               10  WS-IR-ROLL              PIC X.
               10  WS-IR-SITE              PIC X(4).
               10  WS-IR-PERSON            PIC 9(3).
       01  WS-IDLE-RULE-INDEX              PIC 9(2).

      *----------------------------------------------------------------
      * The schedule row under test.
      *----------------------------------------------------------------
       01  WS-RULE-ROW                     PIC 9(5) VALUE 0.
       01  WS-RULE-GREETING-ID             PIC 9(5).
       01  WS-RULE-START-DATE              PIC 9(8).
       01  WS-RULE-END-DATE                PIC 9(8).
       01  WS-RULE-USABLE-SWITCH           PIC X VALUE "N".
           88  WS-RULE-USABLE               VALUE "Y".
       01  WS-RULE-FOR-TRACE-SWITCH        PIC X VALUE "N".
           88  WS-RULE-FOR-TRACE            VALUE "Y".
       01  WS-RULE-PERSON                  PIC 9(3).

      *----------------------------------------------------------------
      * The GREETOUT cycle or burst slice being read: taken from its
      * header, cleared by its trailer. WS-CYCLE-SKIPPED marks a
      * slice on GREETOIN or a partition work segment (cycle zero),
      * whose records are not matched.
      *----------------------------------------------------------------
       01  WS-CURRENT-CYCLE-NUMBER         PIC 9(6) VALUE 0.
       01  WS-CURRENT-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-CURRENT-JOB-NAME             PIC X(8) VALUE SPACES.
       01  WS-CURRENT-DEPARTMENT           PIC X(4) VALUE SPACES.
       01  WS-CYCLE-SKIPPED-SWITCH         PIC X VALUE "Y".
           88  WS-CYCLE-SKIPPED             VALUE "Y".

      *----------------------------------------------------------------
      * Control totals.
      *----------------------------------------------------------------
       01  WS-AUDIT-ROWS-READ              PIC 9(8) VALUE 0.
       01  WS-SUSPENSE-ROWS-READ           PIC 9(8) VALUE 0.
       01  WS-REQUESTS-READ                PIC 9(8) VALUE 0.
       01  WS-RULES-READ                   PIC 9(8) VALUE 0.
       01  WS-GREETOUT-RECORDS-READ        PIC 9(8) VALUE 0.
       01  WS-BURST-RECORDS-READ           PIC 9(8) VALUE 0.
       01  WS-SLICES-SKIPPED               PIC 9(6) VALUE 0.
       01  WS-GREETINGS-TRACED             PIC 9(4) VALUE 0.
       01  WS-GREETINGS-EXCLUDED           PIC 9(4) VALUE 0.
       01  WS-CHAINS-COMPLETE              PIC 9(4) VALUE 0.
       01  WS-CHAINS-SUPPRESSED            PIC 9(4) VALUE 0.
       01  WS-CHAINS-RESUBMITTED           PIC 9(4) VALUE 0.
       01  WS-CHAINS-BROKEN                PIC 9(4) VALUE 0.
       01  WS-TABLE-FULL-SWITCH            PIC X VALUE "N".
           88  WS-TABLE-FULL                VALUE "Y".

      *----------------------------------------------------------------
      * Lineage print lines: the greeting's heading, then one line
      * per stage - stage name on the left, what was found (or not)
      * on the right - and the verdict line.
      *----------------------------------------------------------------
       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  DL-STAGE                    PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-TEXT                     PIC X(110) VALUE SPACES.
       01  WS-BREAK-TEXT                   PIC X(106).
       01  WS-REASON-TEXT                  PIC X(40).
       01  WS-PRINT-SEQUENCE               PIC 9(4).
       01  WS-EARLIEST-DATE                PIC 9(8).
       01  WS-EARLIEST-TIME                PIC 9(8).
       01  WS-EARLIEST-RECORD              PIC 9(6).

      *----------------------------------------------------------------
      * WS-RETURN-CODE - posted to the special register RETURN-CODE
      * at end of run. Documented values:
      *   000  every greeting traced reached an acknowledged cycle
      *        (or was suppressed by design, or was resubmitted)
      *   004  at least one chain stops short - see the CHAIN lines
      *        on TRCRPT, or a schedule rule had nothing traced
      *   008  nothing at all traced for the target in the range -
      *        check the criteria and the generations concatenated
      *   012  criteria malformed - unknown keyword, a date not
      *        numeric, not exactly one of RECIPIENT/NAME/LIST, or
      *        the recipient or list not on RECPMST
      *   016  a trace table filled - the trace is incomplete;
      *        narrow the date range
      *   024  RECPMST, HELLOAUD, TRCRPT, or TRCEXT could not be
      *        opened
      *----------------------------------------------------------------
       01  WS-RETURN-CODE                  PIC 9(3) VALUE 0.
           88  RC-SUCCESS                  VALUE 0.
           88  RC-CHAIN-BROKEN             VALUE 4.
           88  RC-NOTHING-TRACED           VALUE 8.
           88  RC-BAD-CRITERIA             VALUE 12.
           88  RC-TRACE-INCOMPLETE         VALUE 16.
           88  RC-FILE-ERROR               VALUE 24.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-CRITERIA
           IF NOT RC-BAD-CRITERIA
               PERFORM 2000-OPEN-FILES
               IF NOT RC-FILE-ERROR
                   PERFORM 2500-RESOLVE-TRACE-TARGET
               END-IF
               IF NOT RC-FILE-ERROR AND NOT RC-BAD-CRITERIA
                   PERFORM 2100-PRINT-HEADINGS
                   PERFORM 3000-COLLECT-SUSPENSE-ROWS
                   PERFORM 3500-COLLECT-AUDIT-ROWS
                   PERFORM 3800-SET-BATCH-DATE
                   PERFORM 4000-MATCH-GREETIN-REQUESTS
                   PERFORM 4500-MATCH-SCHEDULE-RULES
                   PERFORM 5000-MATCH-GREETOUT-CYCLES
                   PERFORM 5500-MATCH-BURST-SLICES
                   PERFORM 6000-MATCH-CYCLE-STATUS
                   PERFORM 6500-LINK-RESUBMISSIONS
                   PERFORM 7000-REPORT-LINEAGES
                   PERFORM 7500-REPORT-IDLE-RULES
                   PERFORM 7800-PRINT-CONTROL-TOTALS
                   PERFORM 8000-SET-RETURN-CODE
               END-IF
               PERFORM 9000-CLOSE-FILES
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.

      *----------------------------------------------------------------
      * 1200 - criteria come from the PARM when one is supplied
      * (comma-separated KEYWORD=VALUE tokens), otherwise from the
      * TRCCTL cards, one criterion per card - HELLOINQ's scheme.
      *----------------------------------------------------------------
       1200-LOAD-CRITERIA.
           ACCEPT WS-PARM-INPUT FROM COMMAND-LINE
           IF WS-PARM-INPUT NOT = SPACES AND LOW-VALUES
               MOVE SPACES TO WS-PARM-TOKEN-TABLE
               UNSTRING WS-PARM-INPUT DELIMITED BY ","
                   INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                        WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
                        WS-PARM-TOKEN(5) WS-PARM-TOKEN(6)
                        WS-PARM-TOKEN(7) WS-PARM-TOKEN(8)
               END-UNSTRING
               PERFORM 1250-APPLY-PARM-TOKEN
                   VARYING WS-PARM-TOKEN-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-TOKEN-INDEX > 8
           ELSE
               OPEN INPUT TRCCTL-FILE
               IF WS-FS-CONTROL = "00" OR "05"
                   PERFORM 1270-READ-ONE-CONTROL-CARD
                       UNTIL WS-CTL-EOF
                   CLOSE TRCCTL-FILE
               END-IF
           END-IF
           IF WS-MODES-SUPPLIED NOT = 1
               SET RC-BAD-CRITERIA TO TRUE
               DISPLAY "HELLOTRC NEEDS EXACTLY ONE OF RECIPIENT=, "
                   "NAME=, OR LIST="
           END-IF
           IF WS-RANGE-FROM > WS-RANGE-TO
               SET RC-BAD-CRITERIA TO TRUE
               DISPLAY "HELLOTRC FROM DATE " WS-RANGE-FROM
                   " IS AFTER TO DATE " WS-RANGE-TO
           END-IF.

       1250-APPLY-PARM-TOKEN.
           IF WS-PARM-TOKEN(WS-PARM-TOKEN-INDEX)
                   NOT = SPACES AND LOW-VALUES
               MOVE WS-PARM-TOKEN(WS-PARM-TOKEN-INDEX)
                   TO WS-CRITERION
               PERFORM 1300-APPLY-ONE-CRITERION
           END-IF.

       1270-READ-ONE-CONTROL-CARD.
           READ TRCCTL-FILE
               AT END
                   SET WS-CTL-EOF TO TRUE
               NOT AT END
                   IF CONTROL-CARD NOT = SPACES AND LOW-VALUES
                       AND CONTROL-CARD(1:1) NOT = "*"
                       MOVE CONTROL-CARD TO WS-CRITERION
                       PERFORM 1300-APPLY-ONE-CRITERION
                   END-IF
           END-READ.

       1300-APPLY-ONE-CRITERION.
           MOVE SPACES TO WS-CRITERION-KEYWORD
           MOVE SPACES TO WS-CRITERION-VALUE
           UNSTRING WS-CRITERION DELIMITED BY "="
               INTO WS-CRITERION-KEYWORD WS-CRITERION-VALUE
           END-UNSTRING
           EVALUATE WS-CRITERION-KEYWORD
               WHEN "RECIPIENT"
                   IF WS-CRITERION-VALUE(1:8) NOT = SPACES
                       MOVE WS-CRITERION-VALUE(1:8) TO WS-TRACE-ID
                       SET WS-TRACE-BY-RECIPIENT TO TRUE
                       ADD 1 TO WS-MODES-SUPPLIED
                   ELSE
                       PERFORM 1390-FLAG-BAD-CRITERION
                   END-IF
               WHEN "NAME"
                   IF WS-CRITERION-VALUE(1:30) NOT = SPACES
                       MOVE WS-CRITERION-VALUE(1:30) TO WS-TRACE-NAME
                       SET WS-TRACE-BY-NAME TO TRUE
                       ADD 1 TO WS-MODES-SUPPLIED
                   ELSE
                       PERFORM 1390-FLAG-BAD-CRITERION
                   END-IF
               WHEN "LIST"
                   IF WS-CRITERION-VALUE(1:8) NOT = SPACES
                       MOVE WS-CRITERION-VALUE(1:8)
                           TO WS-TRACE-LIST-CODE
                       SET WS-TRACE-BY-LIST TO TRUE
                       ADD 1 TO WS-MODES-SUPPLIED
                   ELSE
                       PERFORM 1390-FLAG-BAD-CRITERION
                   END-IF
               WHEN "FROM"
                   IF WS-CRITERION-VALUE(1:8) IS NUMERIC
                       MOVE WS-CRITERION-VALUE(1:8) TO WS-RANGE-FROM
                   ELSE
                       PERFORM 1390-FLAG-BAD-CRITERION
                   END-IF
               WHEN "TO"
                   IF WS-CRITERION-VALUE(1:8) IS NUMERIC
                       MOVE WS-CRITERION-VALUE(1:8) TO WS-RANGE-TO
                   ELSE
                       PERFORM 1390-FLAG-BAD-CRITERION
                   END-IF
               WHEN "INDATE"
                   IF WS-CRITERION-VALUE(1:8) IS NUMERIC
                       MOVE WS-CRITERION-VALUE(1:8) TO WS-BATCH-DATE
                       SET WS-BATCH-DATE-SUPPLIED TO TRUE
                   ELSE
                       PERFORM 1390-FLAG-BAD-CRITERION
                   END-IF
               WHEN OTHER
                   PERFORM 1390-FLAG-BAD-CRITERION
           END-EVALUATE.

       1390-FLAG-BAD-CRITERION.
           SET RC-BAD-CRITERIA TO TRUE
           DISPLAY "HELLOTRC BAD CRITERION: "
               FUNCTION TRIM(WS-CRITERION).

       2000-OPEN-FILES.
           OPEN INPUT RECIPIENT-MASTER
           IF WS-FS-RECIPIENT-MASTER NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-FS-AUDIT-LOG NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN OUTPUT TRCRPT-FILE
           IF WS-FS-REPORT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN OUTPUT TRACE-EXTRACT-FILE
           IF WS-FS-EXTRACT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN INPUT SCHEDULE-MASTER
           IF WS-FS-SCHEDULE = "00"
               SET WS-SCHEDULE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT GREETING-REQUEST-FILE
           IF WS-FS-GREETIN = "00"
               SET WS-GREETIN-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT SUSPENSE-FILE
           IF WS-FS-SUSPENSE = "00"
               SET WS-SUSPENSE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT GREETOUT-IN-FILE
           IF WS-FS-GREETOUT-IN = "00"
               SET WS-GREETOUT-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT BURST-IN-FILE
           IF WS-FS-BURST-IN = "00"
               SET WS-BURST-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT CYCLE-STATUS-FILE
           IF WS-FS-CYCLE-STATUS = "00"
               SET WS-CYCLSTAT-AVAILABLE TO TRUE
           END-IF.

       2100-PRINT-HEADINGS.
           MOVE SPACES TO PRINT-RECORD
           MOVE "1" TO PR-CARRIAGE-CONTROL
           STRING "HELLOTRC GREETING TRACE - RUN DATE " WS-SYSTEM-DATE
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           EVALUATE TRUE
               WHEN WS-TRACE-BY-RECIPIENT
                   STRING "TRACING RECIPIENT " WS-TRACE-ID
                       " (" FUNCTION TRIM(WS-PT-NAME(1)) ")"
                       DELIMITED BY SIZE INTO PR-LINE
               WHEN WS-TRACE-BY-NAME
                   STRING "TRACING NAME " FUNCTION TRIM(WS-TRACE-NAME)
                       DELIMITED BY SIZE INTO PR-LINE
               WHEN OTHER
                   STRING "TRACING LIST " WS-TRACE-LIST-CODE
                       DELIMITED BY SIZE INTO PR-LINE
           END-EVALUATE
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "RUN DATES " WS-RANGE-FROM " TO " WS-RANGE-TO
               "   PEOPLE TRACED: " WS-PERSON-COUNT
               "   LISTS THAT REACH THEM: " WS-TRACE-LIST-COUNT
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           IF NOT WS-SCHEDULE-AVAILABLE
               MOVE "HELLOSCD" TO WS-CANDIDATE-ID
               PERFORM 2150-PRINT-NOT-SUPPLIED
           END-IF
           IF NOT WS-GREETIN-AVAILABLE
               MOVE "GREETIN" TO WS-CANDIDATE-ID
               PERFORM 2150-PRINT-NOT-SUPPLIED
           END-IF
           IF NOT WS-SUSPENSE-AVAILABLE
               MOVE "GREETSUS" TO WS-CANDIDATE-ID
               PERFORM 2150-PRINT-NOT-SUPPLIED
           END-IF
           IF NOT WS-GREETOUT-AVAILABLE
               MOVE "GREETOIN" TO WS-CANDIDATE-ID
               PERFORM 2150-PRINT-NOT-SUPPLIED
           END-IF
           IF NOT WS-BURST-AVAILABLE
               MOVE "BRSTIN" TO WS-CANDIDATE-ID
               PERFORM 2150-PRINT-NOT-SUPPLIED
           END-IF
           IF NOT WS-CYCLSTAT-AVAILABLE
               MOVE "CYCLSTAT" TO WS-CANDIDATE-ID
               PERFORM 2150-PRINT-NOT-SUPPLIED
           END-IF.

       2150-PRINT-NOT-SUPPLIED.
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING WS-CANDIDATE-ID
               " NOT SUPPLIED - THAT STAGE IS NOT CHECKED"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

      *----------------------------------------------------------------
      * 2500 - turn the criterion into people and lists. RECIPIENT=
      * must be on RECPMST (its name is what the audit text is
      * searched for); NAME= need not be, since a raw-name greeting
      * has no RECPMST row; LIST= must have at least one "L" row.
      *----------------------------------------------------------------
       2500-RESOLVE-TRACE-TARGET.
           PERFORM 2510-LOAD-LIST-ROWS
           EVALUATE TRUE
               WHEN WS-TRACE-BY-RECIPIENT
                   SET RM-TYPE-RECIPIENT TO TRUE
                   MOVE WS-TRACE-ID TO RM-ID
                   MOVE 0 TO RM-MEMBER-SEQ
                   READ RECIPIENT-MASTER
                       INVALID KEY
                           SET RC-BAD-CRITERIA TO TRUE
                           DISPLAY "HELLOTRC RECIPIENT " WS-TRACE-ID
                               " NOT ON RECPMST - TRACE BY NAME= "
                               "INSTEAD"
                       NOT INVALID KEY
                           MOVE RM-RECIPIENT-NAME TO WS-CANDIDATE-NAME
                           MOVE RM-ID TO WS-CANDIDATE-ID
                           MOVE RM-DEPARTMENT-CODE
                               TO WS-CANDIDATE-DEPARTMENT
                           PERFORM 2550-ADD-PERSON
                           PERFORM 2600-ADD-CONTAINING-LISTS
                   END-READ
               WHEN WS-TRACE-BY-NAME
                   MOVE WS-TRACE-NAME TO WS-CANDIDATE-NAME
                   MOVE SPACES TO WS-CANDIDATE-ID
                   MOVE SPACES TO WS-CANDIDATE-DEPARTMENT
                   PERFORM 2550-ADD-PERSON
                   PERFORM 2520-FIND-NAMED-RECIPIENTS
                   PERFORM 2600-ADD-CONTAINING-LISTS
               WHEN OTHER
                   MOVE WS-TRACE-LIST-CODE TO WS-CANDIDATE-ID
                   PERFORM 2730-CLASSIFY-CANDIDATE
                   IF WS-CANDIDATE-IS-LIST
                       MOVE WS-TRACE-LIST-CODE
                           TO WS-CANDIDATE-LIST-CODE
                       PERFORM 2800-ADD-TRACE-LIST
                       PERFORM 2700-EXPAND-TRACE-LISTS
                   ELSE
                       SET RC-BAD-CRITERIA TO TRUE
                       DISPLAY "HELLOTRC LIST " WS-TRACE-LIST-CODE
                           " HAS NO MEMBER ROWS ON RECPMST"
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2510/2515 - every "L" row into WS-LIST-ROW-TABLE. The "L"
      * rows sort ahead of the "R" rows, so the load stops at the
      * first "R".
      *----------------------------------------------------------------
       2510-LOAD-LIST-ROWS.
           MOVE "N" TO WS-MASTER-SCAN-DONE-SWITCH
           SET RM-TYPE-LIST-MEMBER TO TRUE
           MOVE LOW-VALUES TO RM-ID
           MOVE 0 TO RM-MEMBER-SEQ
           START RECIPIENT-MASTER KEY >= RM-RECIPIENT-KEY
               INVALID KEY
                   SET WS-MASTER-SCAN-DONE TO TRUE
           END-START
           PERFORM 2515-LOAD-ONE-LIST-ROW
               UNTIL WS-MASTER-SCAN-DONE.

       2515-LOAD-ONE-LIST-ROW.
           READ RECIPIENT-MASTER NEXT RECORD
               AT END
                   SET WS-MASTER-SCAN-DONE TO TRUE
               NOT AT END
                   IF NOT RM-TYPE-LIST-MEMBER
                       SET WS-MASTER-SCAN-DONE TO TRUE
                   ELSE
                       IF WS-LIST-ROW-COUNT < WS-MAX-LIST-ROWS
                           ADD 1 TO WS-LIST-ROW-COUNT
                           MOVE RM-ID
                               TO WS-LR-LIST-CODE(WS-LIST-ROW-COUNT)
                           MOVE RM-MEMBER-ID
                               TO WS-LR-MEMBER-ID(WS-LIST-ROW-COUNT)
                       ELSE
                           SET WS-TABLE-FULL TO TRUE
                           SET WS-MASTER-SCAN-DONE TO TRUE
                           DISPLAY "HELLOTRC LIST ROW TABLE FULL AT "
                               WS-MAX-LIST-ROWS
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * 2520/2525 - NAME=: every "R" row carrying the name exactly
      * (RECPMNT does not stop two ids sharing one) is a person
      * traced; the first fills in the raw-name entry already made.
      *----------------------------------------------------------------
       2520-FIND-NAMED-RECIPIENTS.
           MOVE "N" TO WS-MASTER-SCAN-DONE-SWITCH
           SET RM-TYPE-RECIPIENT TO TRUE
           MOVE LOW-VALUES TO RM-ID
           MOVE 0 TO RM-MEMBER-SEQ
           START RECIPIENT-MASTER KEY >= RM-RECIPIENT-KEY
               INVALID KEY
                   SET WS-MASTER-SCAN-DONE TO TRUE
           END-START
           PERFORM 2525-TEST-ONE-RECIPIENT
               UNTIL WS-MASTER-SCAN-DONE.

       2525-TEST-ONE-RECIPIENT.
           READ RECIPIENT-MASTER NEXT RECORD
               AT END
                   SET WS-MASTER-SCAN-DONE TO TRUE
               NOT AT END
                   IF NOT RM-TYPE-RECIPIENT
                       SET WS-MASTER-SCAN-DONE TO TRUE
                   ELSE
                       IF RM-RECIPIENT-NAME = WS-TRACE-NAME
                           IF WS-PT-ID(1) = SPACES
                               MOVE RM-ID TO WS-PT-ID(1)
                               MOVE FUNCTION STORED-CHAR-LENGTH(RM-ID)
                                   TO WS-PT-ID-LENGTH(1)
                               MOVE RM-DEPARTMENT-CODE
                                   TO WS-PT-DEPARTMENT(1)
                           ELSE
                               MOVE RM-RECIPIENT-NAME
                                   TO WS-CANDIDATE-NAME
                               MOVE RM-ID TO WS-CANDIDATE-ID
                               MOVE RM-DEPARTMENT-CODE
                                   TO WS-CANDIDATE-DEPARTMENT
                               PERFORM 2550-ADD-PERSON
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2550-ADD-PERSON.
           IF WS-PERSON-COUNT < WS-MAX-PERSONS
               ADD 1 TO WS-PERSON-COUNT
               MOVE WS-CANDIDATE-NAME TO WS-PT-NAME(WS-PERSON-COUNT)
               MOVE WS-CANDIDATE-ID TO WS-PT-ID(WS-PERSON-COUNT)
               MOVE WS-CANDIDATE-DEPARTMENT
                   TO WS-PT-DEPARTMENT(WS-PERSON-COUNT)
               MOVE 0 TO WS-PT-NAME-LENGTH(WS-PERSON-COUNT)
               IF WS-CANDIDATE-NAME NOT = SPACES
                   MOVE FUNCTION STORED-CHAR-LENGTH(WS-CANDIDATE-NAME)
                       TO WS-PT-NAME-LENGTH(WS-PERSON-COUNT)
               END-IF
               MOVE 0 TO WS-PT-ID-LENGTH(WS-PERSON-COUNT)
               IF WS-CANDIDATE-ID NOT = SPACES
                   MOVE FUNCTION STORED-CHAR-LENGTH(WS-CANDIDATE-ID)
                       TO WS-PT-ID-LENGTH(WS-PERSON-COUNT)
               END-IF
           ELSE
               SET WS-TABLE-FULL TO TRUE
               DISPLAY "HELLOTRC PERSON TABLE FULL AT " WS-MAX-PERSONS
           END-IF.

      *----------------------------------------------------------------
      * 2600-2621 - RECIPIENT= and NAME=: every list that reaches a
      * person traced. First the lists naming the person's id, then
      * - the table growing as it is walked - the lists naming each
      * list already found, however deep the nesting.
      *----------------------------------------------------------------
       2600-ADD-CONTAINING-LISTS.
           PERFORM 2610-SCAN-ROWS-FOR-PERSON
               VARYING WS-PERSON-INDEX FROM 1 BY 1
               UNTIL WS-PERSON-INDEX > WS-PERSON-COUNT
           PERFORM 2620-SCAN-ROWS-FOR-LIST
               VARYING WS-TRACE-LIST-INDEX FROM 1 BY 1
               UNTIL WS-TRACE-LIST-INDEX > WS-TRACE-LIST-COUNT.

       2610-SCAN-ROWS-FOR-PERSON.
           IF WS-PT-ID(WS-PERSON-INDEX) NOT = SPACES
               PERFORM 2611-TEST-ROW-FOR-PERSON
                   VARYING WS-LIST-ROW-INDEX FROM 1 BY 1
                   UNTIL WS-LIST-ROW-INDEX > WS-LIST-ROW-COUNT
           END-IF.

       2611-TEST-ROW-FOR-PERSON.
           IF WS-LR-MEMBER-ID(WS-LIST-ROW-INDEX)
                   = WS-PT-ID(WS-PERSON-INDEX)
               MOVE WS-LR-LIST-CODE(WS-LIST-ROW-INDEX)
                   TO WS-CANDIDATE-LIST-CODE
               PERFORM 2800-ADD-TRACE-LIST
           END-IF.

       2620-SCAN-ROWS-FOR-LIST.
           PERFORM 2621-TEST-ROW-FOR-LIST
               VARYING WS-LIST-ROW-INDEX FROM 1 BY 1
               UNTIL WS-LIST-ROW-INDEX > WS-LIST-ROW-COUNT.

       2621-TEST-ROW-FOR-LIST.
           IF WS-LR-MEMBER-ID(WS-LIST-ROW-INDEX)
                   = WS-TL-LIST-CODE(WS-TRACE-LIST-INDEX)
               MOVE WS-LR-LIST-CODE(WS-LIST-ROW-INDEX)
                   TO WS-CANDIDATE-LIST-CODE
               PERFORM 2800-ADD-TRACE-LIST
           END-IF.

      *----------------------------------------------------------------
      * 2700-2740 - LIST=: the list's own expansion, as HELLO walks
      * it - a member that is itself a list joins the lists traced
      * (and is walked in its turn as the table grows); any other
      * member is a person, with the RECPMST name when there is
      * one. A member HELLO could not resolve is kept by id alone,
      * so its reason-05 suspense row is still found.
      *----------------------------------------------------------------
       2700-EXPAND-TRACE-LISTS.
           PERFORM 2710-EXPAND-ONE-TRACE-LIST
               VARYING WS-TRACE-LIST-INDEX FROM 1 BY 1
               UNTIL WS-TRACE-LIST-INDEX > WS-TRACE-LIST-COUNT.

       2710-EXPAND-ONE-TRACE-LIST.
           PERFORM 2720-EXPAND-ONE-LIST-ROW
               VARYING WS-LIST-ROW-INDEX FROM 1 BY 1
               UNTIL WS-LIST-ROW-INDEX > WS-LIST-ROW-COUNT.

       2720-EXPAND-ONE-LIST-ROW.
           IF WS-LR-LIST-CODE(WS-LIST-ROW-INDEX)
                   = WS-TL-LIST-CODE(WS-TRACE-LIST-INDEX)
               MOVE WS-LR-MEMBER-ID(WS-LIST-ROW-INDEX)
                   TO WS-CANDIDATE-ID
               PERFORM 2730-CLASSIFY-CANDIDATE
               IF WS-CANDIDATE-IS-LIST
                   MOVE WS-CANDIDATE-ID TO WS-CANDIDATE-LIST-CODE
                   PERFORM 2800-ADD-TRACE-LIST
               ELSE
                   PERFORM 2740-ADD-MEMBER-PERSON
               END-IF
           END-IF.

       2730-CLASSIFY-CANDIDATE.
           MOVE "N" TO WS-CANDIDATE-IS-LIST-SWITCH
           PERFORM 2735-PROBE-ONE-LIST-ROW
               VARYING WS-PROBE-ROW-INDEX FROM 1 BY 1
               UNTIL WS-CANDIDATE-IS-LIST
               OR WS-PROBE-ROW-INDEX > WS-LIST-ROW-COUNT.

       2735-PROBE-ONE-LIST-ROW.
           IF WS-LR-LIST-CODE(WS-PROBE-ROW-INDEX) = WS-CANDIDATE-ID
               SET WS-CANDIDATE-IS-LIST TO TRUE
           END-IF.

       2740-ADD-MEMBER-PERSON.
           MOVE "N" TO WS-CANDIDATE-FOUND-SWITCH
           PERFORM 2745-MATCH-PERSON-ID
               VARYING WS-PERSON-INDEX FROM 1 BY 1
               UNTIL WS-CANDIDATE-FOUND
               OR WS-PERSON-INDEX > WS-PERSON-COUNT
           IF NOT WS-CANDIDATE-FOUND
               SET RM-TYPE-RECIPIENT TO TRUE
               MOVE WS-CANDIDATE-ID TO RM-ID
               MOVE 0 TO RM-MEMBER-SEQ
               READ RECIPIENT-MASTER
                   INVALID KEY
                       MOVE SPACES TO WS-CANDIDATE-NAME
                       MOVE SPACES TO WS-CANDIDATE-DEPARTMENT
                   NOT INVALID KEY
                       MOVE RM-RECIPIENT-NAME TO WS-CANDIDATE-NAME
                       MOVE RM-DEPARTMENT-CODE
                           TO WS-CANDIDATE-DEPARTMENT
               END-READ
               PERFORM 2550-ADD-PERSON
           END-IF.

       2745-MATCH-PERSON-ID.
           IF WS-PT-ID(WS-PERSON-INDEX) = WS-CANDIDATE-ID
               SET WS-CANDIDATE-FOUND TO TRUE
           END-IF.

       2800-ADD-TRACE-LIST.
           MOVE "N" TO WS-CANDIDATE-FOUND-SWITCH
           PERFORM 2810-MATCH-TRACE-LIST
               VARYING WS-OTHER-INDEX FROM 1 BY 1
               UNTIL WS-CANDIDATE-FOUND
               OR WS-OTHER-INDEX > WS-TRACE-LIST-COUNT
           IF NOT WS-CANDIDATE-FOUND
               IF WS-TRACE-LIST-COUNT < WS-MAX-TRACE-LISTS
                   ADD 1 TO WS-TRACE-LIST-COUNT
                   MOVE WS-CANDIDATE-LIST-CODE
                       TO WS-TL-LIST-CODE(WS-TRACE-LIST-COUNT)
               ELSE
                   SET WS-TABLE-FULL TO TRUE
                   DISPLAY "HELLOTRC LIST TABLE FULL AT "
                       WS-MAX-TRACE-LISTS
               END-IF
           END-IF.

       2810-MATCH-TRACE-LIST.
           IF WS-TL-LIST-CODE(WS-OTHER-INDEX) = WS-CANDIDATE-LIST-CODE
               SET WS-CANDIDATE-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 3000 - GREETSUS rows in the range for someone traced. Each
      * is a greeting of its own: a rejected request never reached
      * GREETOUT, and its audit row (3560) carries no name.
      *----------------------------------------------------------------
       3000-COLLECT-SUSPENSE-ROWS.
           IF WS-SUSPENSE-AVAILABLE
               MOVE "N" TO WS-END-OF-INPUT-SWITCH
               MOVE "N" TO WS-MATCH-LISTS-ONLY-SWITCH
               PERFORM 3010-READ-ONE-SUSPENSE-ROW
                   UNTIL WS-END-OF-INPUT
           END-IF.

       3010-READ-ONE-SUSPENSE-ROW.
           READ SUSPENSE-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUSPENSE-ROWS-READ
                   IF SU-RUN-DATE >= WS-RANGE-FROM
                       AND SU-RUN-DATE <= WS-RANGE-TO
                       MOVE SU-RECIPIENT-TYPE TO WS-MATCH-TYPE
                       MOVE SU-RECIPIENT-NAME TO WS-MATCH-FIELD
                       PERFORM 3900-MATCH-RECIPIENT
                       IF WS-RECIPIENT-MATCHED
                           PERFORM 3020-ADD-SUSPENSE-GREETING
                       END-IF
                   END-IF
           END-READ.

       3020-ADD-SUSPENSE-GREETING.
           PERFORM 3950-NEW-GREETING-ENTRY
           IF WS-ENTRY-FOUND
               MOVE "S" TO WS-GE-SOURCE(WS-GREETING-COUNT)
               MOVE SU-RUN-DATE TO WS-GE-RUN-DATE(WS-GREETING-COUNT)
               MOVE SU-RECORD-NUMBER
                   TO WS-GE-RECORD-NUMBER(WS-GREETING-COUNT)
               MOVE SU-GREETING-ID
                   TO WS-GE-GREETING-ID(WS-GREETING-COUNT)
               MOVE SU-LANGUAGE-CODE
                   TO WS-GE-LANGUAGE-CODE(WS-GREETING-COUNT)
               MOVE SU-REJECT-REASON
                   TO WS-GE-SUSPENSE-REASON(WS-GREETING-COUNT)
               MOVE SU-RECIPIENT-TYPE
                   TO WS-GE-SUSPENSE-TYPE(WS-GREETING-COUNT)
               MOVE SU-RECIPIENT-NAME
                   TO WS-GE-SUSPENSE-FIELD(WS-GREETING-COUNT)
               PERFORM 3960-SET-ENTRY-RECIPIENT
           END-IF.

      *----------------------------------------------------------------
      * 3500 - the audit log in the range. A row naming someone
      * traced is a greeting; any other row that is neither
      * producing (0, 12, 16), a skip (4), nor a HELLOREV backout
      * (90) may be the audit row of a suspense row already found.
      *----------------------------------------------------------------
       3500-COLLECT-AUDIT-ROWS.
           MOVE "N" TO WS-END-OF-INPUT-SWITCH
           PERFORM 3510-READ-ONE-AUDIT-ROW UNTIL WS-END-OF-INPUT.

       3510-READ-ONE-AUDIT-ROW.
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-ROWS-READ
                   IF AL-RUN-DATE >= WS-RANGE-FROM
                       AND AL-RUN-DATE <= WS-RANGE-TO
                       AND AL-RETURN-CODE NOT = 90
                       PERFORM 3520-IDENTIFY-AUDIT-ROW
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * 3520 - whose row is it? A skip (RC 004) names the recipient
      * id in its text; every other row names the recipient as the
      * greeting addressed them.
      *----------------------------------------------------------------
       3520-IDENTIFY-AUDIT-ROW.
           MOVE "N" TO WS-MATCH-SWITCH
           MOVE 0 TO WS-MATCH-PERSON
           IF AL-RETURN-CODE = 4
               PERFORM 3530-SCAN-FOR-PERSON-ID
                   VARYING WS-PERSON-INDEX FROM 1 BY 1
                   UNTIL WS-RECIPIENT-MATCHED
                   OR WS-PERSON-INDEX > WS-PERSON-COUNT
           ELSE
               PERFORM 3540-SCAN-FOR-PERSON-NAME
                   VARYING WS-PERSON-INDEX FROM 1 BY 1
                   UNTIL WS-RECIPIENT-MATCHED
                   OR WS-PERSON-INDEX > WS-PERSON-COUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-RECIPIENT-MATCHED
                   PERFORM 3550-ADD-AUDIT-GREETING
               WHEN AL-RETURN-CODE = 0 OR 4 OR 12 OR 16
                   CONTINUE
               WHEN OTHER
                   PERFORM 3560-LINK-SUSPENSE-AUDIT-ROW
           END-EVALUATE.

       3530-SCAN-FOR-PERSON-ID.
           IF WS-PT-ID-LENGTH(WS-PERSON-INDEX) > 0
               MOVE WS-PT-ID(WS-PERSON-INDEX) TO WS-SCAN-TEXT
               MOVE WS-PT-ID-LENGTH(WS-PERSON-INDEX) TO WS-SCAN-LENGTH
               PERFORM 3600-SCAN-DISPLAYED-TEXT
               IF WS-SCAN-HIT
                   SET WS-RECIPIENT-MATCHED TO TRUE
                   MOVE WS-PERSON-INDEX TO WS-MATCH-PERSON
               END-IF
           END-IF.

       3540-SCAN-FOR-PERSON-NAME.
           IF WS-PT-NAME-LENGTH(WS-PERSON-INDEX) > 0
               MOVE WS-PT-NAME(WS-PERSON-INDEX) TO WS-SCAN-TEXT
               MOVE WS-PT-NAME-LENGTH(WS-PERSON-INDEX)
                   TO WS-SCAN-LENGTH
               PERFORM 3600-SCAN-DISPLAYED-TEXT
               IF WS-SCAN-HIT
                   SET WS-RECIPIENT-MATCHED TO TRUE
                   MOVE WS-PERSON-INDEX TO WS-MATCH-PERSON
               END-IF
           END-IF.

       3550-ADD-AUDIT-GREETING.
           PERFORM 3950-NEW-GREETING-ENTRY
           IF WS-ENTRY-FOUND
               MOVE "A" TO WS-GE-SOURCE(WS-GREETING-COUNT)
               MOVE AL-RUN-DATE TO WS-GE-RUN-DATE(WS-GREETING-COUNT)
               MOVE AL-RECORD-NUMBER
                   TO WS-GE-RECORD-NUMBER(WS-GREETING-COUNT)
               MOVE AL-GREETING-ID
                   TO WS-GE-GREETING-ID(WS-GREETING-COUNT)
               MOVE AL-LANGUAGE-CODE
                   TO WS-GE-LANGUAGE-CODE(WS-GREETING-COUNT)
               MOVE WS-GREETING-COUNT TO WS-GREETING-INDEX
               PERFORM 3570-STORE-AUDIT-FIELDS
               PERFORM 3960-SET-ENTRY-RECIPIENT
           END-IF.

      *----------------------------------------------------------------
      * 3560 - a rejection's audit row: the first suspense greeting
      * of the same run date, GREETIN record, and greeting id still
      * without one.
      *----------------------------------------------------------------
       3560-LINK-SUSPENSE-AUDIT-ROW.
           MOVE "N" TO WS-ENTRY-FOUND-SWITCH
           PERFORM 3565-TEST-ONE-SUSPENSE-ENTRY
               VARYING WS-GREETING-INDEX FROM 1 BY 1
               UNTIL WS-ENTRY-FOUND
               OR WS-GREETING-INDEX > WS-GREETING-COUNT.

       3565-TEST-ONE-SUSPENSE-ENTRY.
           IF WS-GE-SOURCE(WS-GREETING-INDEX) = "S"
               AND NOT WS-GE-AUDIT-FOUND(WS-GREETING-INDEX)
               AND WS-GE-RUN-DATE(WS-GREETING-INDEX) = AL-RUN-DATE
               AND WS-GE-RECORD-NUMBER(WS-GREETING-INDEX)
                   = AL-RECORD-NUMBER
               AND WS-GE-GREETING-ID(WS-GREETING-INDEX)
                   = AL-GREETING-ID
               SET WS-ENTRY-FOUND TO TRUE
               PERFORM 3570-STORE-AUDIT-FIELDS
           END-IF.

       3570-STORE-AUDIT-FIELDS.
           MOVE "Y" TO WS-GE-AUDIT-SWITCH(WS-GREETING-INDEX)
           MOVE AL-RUN-TIME TO WS-GE-RUN-TIME(WS-GREETING-INDEX)
           MOVE AL-JOB-NAME TO WS-GE-JOB-NAME(WS-GREETING-INDEX)
           MOVE AL-RETURN-CODE TO WS-GE-AUDIT-RC(WS-GREETING-INDEX)
           MOVE AL-DISPLAYED-TEXT
               TO WS-GE-AUDIT-TEXT(WS-GREETING-INDEX).

      *----------------------------------------------------------------
      * 3600/3610 - slide WS-SCAN-TEXT along AL-DISPLAYED-TEXT one
      * position at a time; any exact hit counts (HELLOINQ 4500).
      *----------------------------------------------------------------
       3600-SCAN-DISPLAYED-TEXT.
           MOVE "N" TO WS-SCAN-HIT-SWITCH
           COMPUTE WS-SCAN-LIMIT = 92 - WS-SCAN-LENGTH + 1
           PERFORM 3610-COMPARE-ONE-POSITION
               VARYING WS-SCAN-POSITION FROM 1 BY 1
               UNTIL WS-SCAN-HIT
               OR WS-SCAN-POSITION > WS-SCAN-LIMIT.

       3610-COMPARE-ONE-POSITION.
           IF AL-DISPLAYED-TEXT(WS-SCAN-POSITION:WS-SCAN-LENGTH)
                   = WS-SCAN-TEXT(1:WS-SCAN-LENGTH)
               SET WS-SCAN-HIT TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 3800 - the run date the GREETIN batch supplied belongs to:
      * INDATE= when given, else the latest night traced, else the
      * end of the range (or today when the range is open).
      *----------------------------------------------------------------
       3800-SET-BATCH-DATE.
           IF NOT WS-BATCH-DATE-SUPPLIED
               MOVE 0 TO WS-BATCH-DATE
               PERFORM 3810-NOTE-LATEST-RUN-DATE
                   VARYING WS-GREETING-INDEX FROM 1 BY 1
                   UNTIL WS-GREETING-INDEX > WS-GREETING-COUNT
               IF WS-BATCH-DATE = 0
                   IF WS-RANGE-TO < 99999999
                       MOVE WS-RANGE-TO TO WS-BATCH-DATE
                   ELSE
                       MOVE WS-SYSTEM-DATE TO WS-BATCH-DATE
                   END-IF
               END-IF
           END-IF.

       3810-NOTE-LATEST-RUN-DATE.
           IF WS-GE-RUN-DATE(WS-GREETING-INDEX) > WS-BATCH-DATE
               MOVE WS-GE-RUN-DATE(WS-GREETING-INDEX) TO WS-BATCH-DATE
           END-IF.

      *----------------------------------------------------------------
      * 3900-3930 - does WS-MATCH-TYPE / WS-MATCH-FIELD name someone
      * traced? A raw name matches a person's name, a recipient id
      * a person's id, a list code a list that reaches them.
      *----------------------------------------------------------------
       3900-MATCH-RECIPIENT.
           MOVE "N" TO WS-MATCH-SWITCH
           MOVE 0 TO WS-MATCH-PERSON
           EVALUATE TRUE
               WHEN WS-MATCH-LISTS-ONLY AND WS-TRACE-BY-LIST
                       AND WS-MATCH-TYPE NOT = "L"
                   CONTINUE
               WHEN WS-MATCH-TYPE = " "
                   PERFORM 3910-MATCH-PERSON-NAME
                       VARYING WS-PERSON-INDEX FROM 1 BY 1
                       UNTIL WS-RECIPIENT-MATCHED
                       OR WS-PERSON-INDEX > WS-PERSON-COUNT
               WHEN WS-MATCH-TYPE = "R"
                   PERFORM 3920-MATCH-PERSON-ID
                       VARYING WS-PERSON-INDEX FROM 1 BY 1
                       UNTIL WS-RECIPIENT-MATCHED
                       OR WS-PERSON-INDEX > WS-PERSON-COUNT
               WHEN WS-MATCH-TYPE = "L"
                   PERFORM 3930-MATCH-TRACE-LIST
                       VARYING WS-TRACE-LIST-INDEX FROM 1 BY 1
                       UNTIL WS-RECIPIENT-MATCHED
                       OR WS-TRACE-LIST-INDEX > WS-TRACE-LIST-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3910-MATCH-PERSON-NAME.
           IF WS-PT-NAME(WS-PERSON-INDEX) = WS-MATCH-FIELD
               AND WS-PT-NAME-LENGTH(WS-PERSON-INDEX) > 0
               SET WS-RECIPIENT-MATCHED TO TRUE
               MOVE WS-PERSON-INDEX TO WS-MATCH-PERSON
           END-IF.

       3920-MATCH-PERSON-ID.
           IF WS-PT-ID(WS-PERSON-INDEX) = WS-MATCH-ID
               AND WS-PT-ID-LENGTH(WS-PERSON-INDEX) > 0
               SET WS-RECIPIENT-MATCHED TO TRUE
               MOVE WS-PERSON-INDEX TO WS-MATCH-PERSON
           END-IF.

      *----------------------------------------------------------------
      * A list reaching a RECIPIENT= or NAME= target reaches person
      * 1 (the recipient, or the first id carrying the name); for
      * LIST= there is no one person, so it matches person zero.
      *----------------------------------------------------------------
       3930-MATCH-TRACE-LIST.
           IF WS-TL-LIST-CODE(WS-TRACE-LIST-INDEX) = WS-MATCH-ID
               SET WS-RECIPIENT-MATCHED TO TRUE
               IF WS-TRACE-BY-LIST
                   MOVE 0 TO WS-MATCH-PERSON
               ELSE
                   MOVE 1 TO WS-MATCH-PERSON
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3950 - claim the next greeting entry, cleared; WS-ENTRY-
      * FOUND is off when the table is full.
      *----------------------------------------------------------------
       3950-NEW-GREETING-ENTRY.
           IF WS-GREETING-COUNT < WS-MAX-GREETINGS
               ADD 1 TO WS-GREETING-COUNT
               INITIALIZE WS-GREETING-ENTRY(WS-GREETING-COUNT)
               SET WS-ENTRY-FOUND TO TRUE
           ELSE
               MOVE "N" TO WS-ENTRY-FOUND-SWITCH
               IF NOT WS-TABLE-FULL
                   DISPLAY "HELLOTRC GREETING TABLE FULL AT "
                       WS-MAX-GREETINGS " - NARROW THE DATE RANGE"
               END-IF
               SET WS-TABLE-FULL TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 3960 - the new entry's recipient: the person matched, or,
      * when a list matched, whatever the row itself named.
      *----------------------------------------------------------------
       3960-SET-ENTRY-RECIPIENT.
           MOVE WS-MATCH-PERSON TO WS-GE-PERSON(WS-GREETING-COUNT)
           IF WS-MATCH-PERSON > 0
               MOVE WS-PT-NAME(WS-MATCH-PERSON)
                   TO WS-GE-RECIPIENT-NAME(WS-GREETING-COUNT)
               MOVE WS-PT-ID(WS-MATCH-PERSON)
                   TO WS-GE-RECIPIENT-ID(WS-GREETING-COUNT)
           ELSE
               MOVE WS-MATCH-FIELD
                   TO WS-GE-RECIPIENT-NAME(WS-GREETING-COUNT)
               MOVE WS-MATCH-ID
                   TO WS-GE-RECIPIENT-ID(WS-GREETING-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 4000 - the GREETIN batch, taken as the batch of WS-BATCH-
      * DATE. A request for someone traced is attached to that
      * night's greetings of the same record number and greeting
      * id; a request with none is a greeting HELLO never audited.
      * Under LIST=, a request for anything else that shares a
      * traced greeting's record number shows that greeting came
      * from someone else's request, and it is dropped.
      *----------------------------------------------------------------
       4000-MATCH-GREETIN-REQUESTS.
           IF WS-GREETIN-AVAILABLE
               MOVE "N" TO WS-END-OF-INPUT-SWITCH
               SET WS-MATCH-LISTS-ONLY TO TRUE
               PERFORM 4010-READ-ONE-REQUEST UNTIL WS-END-OF-INPUT
               MOVE "N" TO WS-MATCH-LISTS-ONLY-SWITCH
           END-IF.

       4010-READ-ONE-REQUEST.
           READ GREETING-REQUEST-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
                   MOVE GR-RECIPIENT-TYPE TO WS-MATCH-TYPE
                   MOVE GR-RECIPIENT-NAME TO WS-MATCH-FIELD
                   PERFORM 3900-MATCH-RECIPIENT
                   IF WS-RECIPIENT-MATCHED
                       MOVE 0 TO WS-ENTRIES-ATTACHED
                       PERFORM 4020-ATTACH-REQUEST
                           VARYING WS-GREETING-INDEX FROM 1 BY 1
                           UNTIL WS-GREETING-INDEX > WS-GREETING-COUNT
                       IF WS-ENTRIES-ATTACHED = 0
                           PERFORM 4030-ADD-UNAUDITED-REQUEST
                       END-IF
                   ELSE
                       IF WS-TRACE-BY-LIST
                           PERFORM 4040-EXCLUDE-FOREIGN-GREETING
                               VARYING WS-GREETING-INDEX FROM 1 BY 1
                               UNTIL WS-GREETING-INDEX
                                   > WS-GREETING-COUNT
                       END-IF
                   END-IF
           END-READ.

       4020-ATTACH-REQUEST.
           IF WS-GE-RUN-DATE(WS-GREETING-INDEX) = WS-BATCH-DATE
               AND WS-GE-RECORD-NUMBER(WS-GREETING-INDEX)
                   = GR-RECORD-NUMBER
               AND WS-GE-GREETING-ID(WS-GREETING-INDEX)
                   = GR-GREETING-ID
               AND NOT WS-GE-REQUEST-FOUND(WS-GREETING-INDEX)
               ADD 1 TO WS-ENTRIES-ATTACHED
               PERFORM 4050-STORE-REQUEST-FIELDS
           END-IF.

       4030-ADD-UNAUDITED-REQUEST.
           PERFORM 3950-NEW-GREETING-ENTRY
           IF WS-ENTRY-FOUND
               MOVE "G" TO WS-GE-SOURCE(WS-GREETING-COUNT)
               MOVE WS-BATCH-DATE TO WS-GE-RUN-DATE(WS-GREETING-COUNT)
               MOVE GR-RECORD-NUMBER
                   TO WS-GE-RECORD-NUMBER(WS-GREETING-COUNT)
               MOVE GR-GREETING-ID
                   TO WS-GE-GREETING-ID(WS-GREETING-COUNT)
               MOVE GR-LANGUAGE-CODE
                   TO WS-GE-LANGUAGE-CODE(WS-GREETING-COUNT)
               PERFORM 3960-SET-ENTRY-RECIPIENT
               MOVE WS-GREETING-COUNT TO WS-GREETING-INDEX
               PERFORM 4050-STORE-REQUEST-FIELDS
           END-IF.

       4040-EXCLUDE-FOREIGN-GREETING.
           IF WS-GE-RUN-DATE(WS-GREETING-INDEX) = WS-BATCH-DATE
               AND WS-GE-RECORD-NUMBER(WS-GREETING-INDEX)
                   = GR-RECORD-NUMBER
               AND WS-GE-GREETING-ID(WS-GREETING-INDEX)
                   = GR-GREETING-ID
               AND NOT WS-GE-REQUEST-FOUND(WS-GREETING-INDEX)
               AND NOT WS-GE-EXCLUDED(WS-GREETING-INDEX)
               SET WS-GE-EXCLUDED(WS-GREETING-INDEX) TO TRUE
               ADD 1 TO WS-GREETINGS-EXCLUDED
           END-IF.

       4050-STORE-REQUEST-FIELDS.
           MOVE "Y" TO WS-GE-REQUEST-SWITCH(WS-GREETING-INDEX)
           MOVE GR-RECIPIENT-TYPE
               TO WS-GE-REQUEST-TYPE(WS-GREETING-INDEX)
           MOVE GR-RECIPIENT-NAME
               TO WS-GE-REQUEST-FIELD(WS-GREETING-INDEX)
           MOVE GR-LANGUAGE-CODE
               TO WS-GE-REQUEST-LANGUAGE(WS-GREETING-INDEX)
           IF GR-RECIP-BY-LIST
               MOVE GR-RECIPIENT-ID
                   TO WS-GE-LIST-CODE(WS-GREETING-INDEX)
           END-IF.

      *----------------------------------------------------------------
      * 4500 - the schedule rules. A greeting whose request was
      * found takes the first rule that would have cut exactly that
      * request - same recipient type and field and greeting id,
      * live on the greeting's run date; one whose request was not
      * found takes the first live rule for the same greeting id
      * that names someone traced. A rule for the target that
      * nothing was traced to, but that was live somewhere in the
      * range, is kept for 7500. Rows HELLOSCH would reject (a
      * greeting id or date not numeric) are passed over.
      *----------------------------------------------------------------
       4500-MATCH-SCHEDULE-RULES.
           IF WS-SCHEDULE-AVAILABLE
               MOVE "N" TO WS-END-OF-INPUT-SWITCH
               SET WS-MATCH-LISTS-ONLY TO TRUE
               PERFORM 4510-READ-ONE-RULE UNTIL WS-END-OF-INPUT
               MOVE "N" TO WS-MATCH-LISTS-ONLY-SWITCH
           END-IF.

       4510-READ-ONE-RULE.
           READ SCHEDULE-MASTER
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-RULES-READ
                   ADD 1 TO WS-RULE-ROW
                   PERFORM 4520-EDIT-RULE
                   IF WS-RULE-USABLE
                       PERFORM 4530-MATCH-ONE-RULE
                   END-IF
           END-READ.

       4520-EDIT-RULE.
           MOVE "N" TO WS-RULE-USABLE-SWITCH
           IF SC-GREETING-ID IS NUMERIC
               AND SC-START-DATE IS NUMERIC
               AND SC-END-DATE IS NUMERIC
               SET WS-RULE-USABLE TO TRUE
               MOVE SC-GREETING-ID TO WS-RULE-GREETING-ID
               MOVE SC-START-DATE TO WS-RULE-START-DATE
               MOVE SC-END-DATE TO WS-RULE-END-DATE
           END-IF.

       4530-MATCH-ONE-RULE.
           MOVE SC-RECIPIENT-TYPE TO WS-MATCH-TYPE
           MOVE SC-RECIPIENT-NAME TO WS-MATCH-FIELD
           PERFORM 3900-MATCH-RECIPIENT
           MOVE WS-MATCH-SWITCH TO WS-RULE-FOR-TRACE-SWITCH
           MOVE WS-MATCH-PERSON TO WS-RULE-PERSON
           MOVE 0 TO WS-ENTRIES-ATTACHED
           PERFORM 4540-TEST-RULE-AGAINST-GREETING
               VARYING WS-GREETING-INDEX FROM 1 BY 1
               UNTIL WS-GREETING-INDEX > WS-GREETING-COUNT
           IF WS-ENTRIES-ATTACHED = 0
               AND WS-RULE-FOR-TRACE
               AND WS-RULE-START-DATE <= WS-RANGE-TO
               AND WS-RULE-END-DATE >= WS-RANGE-FROM
               PERFORM 4560-KEEP-IDLE-RULE
           END-IF.

       4540-TEST-RULE-AGAINST-GREETING.
           IF WS-GE-RULE-ROW(WS-GREETING-INDEX) = 0
               AND NOT WS-GE-EXCLUDED(WS-GREETING-INDEX)
               AND WS-GE-GREETING-ID(WS-GREETING-INDEX)
                   = WS-RULE-GREETING-ID
               AND WS-GE-RUN-DATE(WS-GREETING-INDEX)
                   >= WS-RULE-START-DATE
               AND WS-GE-RUN-DATE(WS-GREETING-INDEX)
                   <= WS-RULE-END-DATE
               IF WS-GE-REQUEST-FOUND(WS-GREETING-INDEX)
                   IF SC-RECIPIENT-TYPE
                           = WS-GE-REQUEST-TYPE(WS-GREETING-INDEX)
                       AND SC-RECIPIENT-NAME
                           = WS-GE-REQUEST-FIELD(WS-GREETING-INDEX)
                       PERFORM 4550-ATTACH-RULE
                   END-IF
               ELSE
                   IF WS-RULE-FOR-TRACE
                       PERFORM 4550-ATTACH-RULE
                   END-IF
               END-IF
           END-IF.

       4550-ATTACH-RULE.
           ADD 1 TO WS-ENTRIES-ATTACHED
           MOVE WS-RULE-ROW TO WS-GE-RULE-ROW(WS-GREETING-INDEX)
           MOVE SC-FREQUENCY TO WS-GE-RULE-FREQUENCY(WS-GREETING-INDEX)
           MOVE SC-DAY-PATTERN TO WS-GE-RULE-PATTERN(WS-GREETING-INDEX)
           MOVE SC-ROLL-CONVENTION
               TO WS-GE-RULE-ROLL(WS-GREETING-INDEX)
           MOVE SC-SITE-CODE TO WS-GE-RULE-SITE(WS-GREETING-INDEX).

       4560-KEEP-IDLE-RULE.
           IF WS-IDLE-RULE-COUNT < WS-MAX-IDLE-RULES
               ADD 1 TO WS-IDLE-RULE-COUNT
               MOVE WS-RULE-ROW TO WS-IR-ROW(WS-IDLE-RULE-COUNT)
               MOVE SC-RECIPIENT-TYPE
                   TO WS-IR-RECIPIENT-TYPE(WS-IDLE-RULE-COUNT)
               MOVE SC-RECIPIENT-NAME
                   TO WS-IR-RECIPIENT-FIELD(WS-IDLE-RULE-COUNT)
               MOVE WS-RULE-GREETING-ID
                   TO WS-IR-GREETING-ID(WS-IDLE-RULE-COUNT)
               MOVE SC-LANGUAGE-CODE
                   TO WS-IR-LANGUAGE-CODE(WS-IDLE-RULE-COUNT)
               MOVE SC-FREQUENCY TO WS-IR-FREQUENCY(WS-IDLE-RULE-COUNT)
               MOVE SC-DAY-PATTERN TO WS-IR-PATTERN(WS-IDLE-RULE-COUNT)
               MOVE WS-RULE-START-DATE
                   TO WS-IR-START-DATE(WS-IDLE-RULE-COUNT)
               MOVE WS-RULE-END-DATE
                   TO WS-IR-END-DATE(WS-IDLE-RULE-COUNT)
               MOVE SC-ROLL-CONVENTION TO WS-IR-ROLL(WS-IDLE-RULE-COUNT)
               MOVE SC-SITE-CODE TO WS-IR-SITE(WS-IDLE-RULE-COUNT)
               MOVE WS-RULE-PERSON TO WS-IR-PERSON(WS-IDLE-RULE-COUNT)
           ELSE
               SET WS-TABLE-FULL TO TRUE
               DISPLAY "HELLOTRC IDLE RULE TABLE FULL AT "
                   WS-MAX-IDLE-RULES
           END-IF.

      *----------------------------------------------------------------
      * 5000 - the GREETOUT cycles. A detail belongs to the greeting
      * audited under the cycle header's run date and job name with
      * the same GREETIN record number and recipient name (the
      * identification HELLOREV and HELLOCHG match on); a "C"
      * record cancels the greeting whose run date it carries in
      * its date stamp, and the cycle it sits in is the
      * cancellation cycle.
      *----------------------------------------------------------------
       5000-MATCH-GREETOUT-CYCLES.
           IF WS-GREETOUT-AVAILABLE
               MOVE "N" TO WS-END-OF-INPUT-SWITCH
               SET WS-CYCLE-SKIPPED TO TRUE
               PERFORM 5010-READ-ONE-GREETOUT UNTIL WS-END-OF-INPUT
           END-IF.

       5010-READ-ONE-GREETOUT.
           READ GREETOUT-IN-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-GREETOUT-RECORDS-READ
                   EVALUATE TRUE
                       WHEN GI-TYPE-HEADER
                           PERFORM 5020-START-CYCLE
                       WHEN WS-CYCLE-SKIPPED
                           CONTINUE
                       WHEN GI-TYPE-DETAIL
                           MOVE "N" TO WS-ENTRY-FOUND-SWITCH
                           PERFORM 5030-MATCH-DETAIL
                               VARYING WS-GREETING-INDEX FROM 1 BY 1
                               UNTIL WS-ENTRY-FOUND
                               OR WS-GREETING-INDEX
                                   > WS-GREETING-COUNT
                       WHEN GI-TYPE-CANCEL
                           MOVE "N" TO WS-ENTRY-FOUND-SWITCH
                           PERFORM 5040-MATCH-CANCELLATION
                               VARYING WS-GREETING-INDEX FROM 1 BY 1
                               UNTIL WS-ENTRY-FOUND
                               OR WS-GREETING-INDEX
                                   > WS-GREETING-COUNT
                       WHEN GI-TYPE-TRAILER
                           SET WS-CYCLE-SKIPPED TO TRUE
                   END-EVALUATE
           END-READ.

       5020-START-CYCLE.
           MOVE GI-HDR-CYCLE-NUMBER TO WS-CURRENT-CYCLE-NUMBER
           MOVE GI-HDR-RUN-DATE TO WS-CURRENT-RUN-DATE
           MOVE GI-HDR-JOB-NAME TO WS-CURRENT-JOB-NAME
           MOVE "N" TO WS-CYCLE-SKIPPED-SWITCH
           EVALUATE TRUE
               WHEN GI-HDR-DEPARTMENT NOT = SPACES
                   SET WS-CYCLE-SKIPPED TO TRUE
                   ADD 1 TO WS-SLICES-SKIPPED
                   DISPLAY "HELLOTRC SKIPPED BURST SLICE OF CYCLE "
                       GI-HDR-CYCLE-NUMBER " DEPT " GI-HDR-DEPARTMENT
                       " ON GREETOIN"
               WHEN GI-HDR-CYCLE-NUMBER = 0
                   SET WS-CYCLE-SKIPPED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       5030-MATCH-DETAIL.
           IF WS-GE-AUDIT-FOUND(WS-GREETING-INDEX)
               AND WS-GE-CYCLE-NUMBER(WS-GREETING-INDEX) = 0
               AND WS-GE-RUN-DATE(WS-GREETING-INDEX)
                   = WS-CURRENT-RUN-DATE
               AND WS-GE-JOB-NAME(WS-GREETING-INDEX)
                   = WS-CURRENT-JOB-NAME
               AND WS-GE-RECORD-NUMBER(WS-GREETING-INDEX)
                   = GI-RECORD-NUMBER
               AND WS-GE-RECIPIENT-NAME(WS-GREETING-INDEX)
                   = GI-RECIPIENT-NAME
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-CURRENT-CYCLE-NUMBER
                   TO WS-GE-CYCLE-NUMBER(WS-GREETING-INDEX)
               MOVE GI-DEPARTMENT-CODE
                   TO WS-GE-DEPARTMENT-CODE(WS-GREETING-INDEX)
           END-IF.

       5040-MATCH-CANCELLATION.
           IF WS-GE-AUDIT-FOUND(WS-GREETING-INDEX)
               AND WS-GE-CANCEL-CYCLE(WS-GREETING-INDEX) = 0
               AND WS-GE-RUN-DATE(WS-GREETING-INDEX) = GI-DATE-STAMP
               AND WS-GE-RECORD-NUMBER(WS-GREETING-INDEX)
                   = GI-RECORD-NUMBER
               AND WS-GE-RECIPIENT-NAME(WS-GREETING-INDEX)
                   = GI-RECIPIENT-NAME
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-CURRENT-CYCLE-NUMBER
                   TO WS-GE-CANCEL-CYCLE(WS-GREETING-INDEX)
               MOVE WS-CURRENT-RUN-DATE
                   TO WS-GE-CANCEL-DATE(WS-GREETING-INDEX)
           END-IF.

      *----------------------------------------------------------------
      * 5500 - the BURSTn slices. A slice header carries the cycle
      * number it was burst from and its department; a greeting is
      * in the slice when its own cycle, record number, and name
      * match a detail there.
      *----------------------------------------------------------------
       5500-MATCH-BURST-SLICES.
           IF WS-BURST-AVAILABLE
               MOVE "N" TO WS-END-OF-INPUT-SWITCH
               SET WS-CYCLE-SKIPPED TO TRUE
               PERFORM 5510-READ-ONE-BURST-RECORD
                   UNTIL WS-END-OF-INPUT
           END-IF.

       5510-READ-ONE-BURST-RECORD.
           READ BURST-IN-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-BURST-RECORDS-READ
                   EVALUATE TRUE
                       WHEN BI-TYPE-HEADER
                           MOVE BI-HDR-CYCLE-NUMBER
                               TO WS-CURRENT-CYCLE-NUMBER
                           MOVE BI-HDR-DEPARTMENT
                               TO WS-CURRENT-DEPARTMENT
                           MOVE "N" TO WS-CYCLE-SKIPPED-SWITCH
                       WHEN WS-CYCLE-SKIPPED
                           CONTINUE
                       WHEN BI-TYPE-DETAIL
                           MOVE "N" TO WS-ENTRY-FOUND-SWITCH
                           PERFORM 5520-MATCH-SLICE-DETAIL
                               VARYING WS-GREETING-INDEX FROM 1 BY 1
                               UNTIL WS-ENTRY-FOUND
                               OR WS-GREETING-INDEX
                                   > WS-GREETING-COUNT
                       WHEN BI-TYPE-TRAILER
                           SET WS-CYCLE-SKIPPED TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       5520-MATCH-SLICE-DETAIL.
           IF WS-GE-CYCLE-NUMBER(WS-GREETING-INDEX) > 0
               AND NOT WS-GE-BURST-FOUND(WS-GREETING-INDEX)
               AND WS-GE-CYCLE-NUMBER(WS-GREETING-INDEX)
                   = WS-CURRENT-CYCLE-NUMBER
               AND WS-GE-RECORD-NUMBER(WS-GREETING-INDEX)
                   = BI-RECORD-NUMBER
               AND WS-GE-RECIPIENT-NAME(WS-GREETING-INDEX)
                   = BI-RECIPIENT-NAME
               SET WS-ENTRY-FOUND TO TRUE
               MOVE "Y" TO WS-GE-BURST-SWITCH(WS-GREETING-INDEX)
               MOVE WS-CURRENT-DEPARTMENT
                   TO WS-GE-BURST-DEPARTMENT(WS-GREETING-INDEX)
           END-IF.

      *----------------------------------------------------------------
      * 6000 - each greeting's cycle on CYCLSTAT. A status of space
      * means the cycle has no row.
      *----------------------------------------------------------------
       6000-MATCH-CYCLE-STATUS.
           IF WS-CYCLSTAT-AVAILABLE
               PERFORM 6010-READ-CYCLE-STATUS
                   VARYING WS-GREETING-INDEX FROM 1 BY 1
                   UNTIL WS-GREETING-INDEX > WS-GREETING-COUNT
           END-IF.

       6010-READ-CYCLE-STATUS.
           IF WS-GE-CYCLE-NUMBER(WS-GREETING-INDEX) > 0
               MOVE WS-GE-CYCLE-NUMBER(WS-GREETING-INDEX)
                   TO CY-CYCLE-NUMBER
               READ CYCLE-STATUS-FILE
                   INVALID KEY
                       MOVE SPACE
                           TO WS-GE-CYCLE-STATUS(WS-GREETING-INDEX)
                   NOT INVALID KEY
                       MOVE CY-STATUS
                           TO WS-GE-CYCLE-STATUS(WS-GREETING-INDEX)
                       MOVE CY-ACK-DATE
                           TO WS-GE-ACK-DATE(WS-GREETING-INDEX)
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * 6500 - a suspended greeting was resubmitted when the same
      * person has a later produced greeting of the same id - a
      * later night, or the same night under another job (the
      * HELLOSBJ run). HELLOSUB renumbers the records, so nothing
      * finer identifies it.
      *----------------------------------------------------------------
       6500-LINK-RESUBMISSIONS.
           PERFORM 6510-LINK-ONE-SUSPENSE
               VARYING WS-GREETING-INDEX FROM 1 BY 1
               UNTIL WS-GREETING-INDEX > WS-GREETING-COUNT.

       6510-LINK-ONE-SUSPENSE.
           IF WS-GE-SUSPENSE-REASON(WS-GREETING-INDEX) > 0
               AND WS-GE-PERSON(WS-GREETING-INDEX) > 0
               AND NOT WS-GE-EXCLUDED(WS-GREETING-INDEX)
               MOVE "N" TO WS-ENTRY-FOUND-SWITCH
               PERFORM 6520-TEST-RESUBMISSION
                   VARYING WS-OTHER-INDEX FROM 1 BY 1
                   UNTIL WS-ENTRY-FOUND
                   OR WS-OTHER-INDEX > WS-GREETING-COUNT
           END-IF.

       6520-TEST-RESUBMISSION.
           IF WS-OTHER-INDEX NOT = WS-GREETING-INDEX
               AND WS-GE-AUDIT-FOUND(WS-OTHER-INDEX)
               AND (WS-GE-AUDIT-RC(WS-OTHER-INDEX) = 0 OR 12 OR 16)
               AND WS-GE-PERSON(WS-OTHER-INDEX)
                   = WS-GE-PERSON(WS-GREETING-INDEX)
               AND WS-GE-GREETING-ID(WS-OTHER-INDEX)
                   = WS-GE-GREETING-ID(WS-GREETING-INDEX)
               AND (WS-GE-RUN-DATE(WS-OTHER-INDEX)
                       > WS-GE-RUN-DATE(WS-GREETING-INDEX)
                   OR (WS-GE-RUN-DATE(WS-OTHER-INDEX)
                       = WS-GE-RUN-DATE(WS-GREETING-INDEX)
                   AND WS-GE-JOB-NAME(WS-OTHER-INDEX)
                       NOT = WS-GE-JOB-NAME(WS-GREETING-INDEX)))
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-GE-RUN-DATE(WS-OTHER-INDEX)
                   TO WS-GE-RESUBMIT-DATE(WS-GREETING-INDEX)
               MOVE WS-GE-JOB-NAME(WS-OTHER-INDEX)
                   TO WS-GE-RESUBMIT-JOB(WS-GREETING-INDEX)
               MOVE WS-OTHER-INDEX
                   TO WS-GE-RESUBMIT-ENTRY(WS-GREETING-INDEX)
           END-IF.

      *----------------------------------------------------------------
      * 7000/7050 - the lineages, earliest run first (run date, run
      * time, record number); an excluded greeting is never
      * printed.
      *----------------------------------------------------------------
       7000-REPORT-LINEAGES.
           MOVE 1 TO WS-NEXT-INDEX
           PERFORM 7050-REPORT-NEXT-EARLIEST
               UNTIL WS-NEXT-INDEX = 0.

       7050-REPORT-NEXT-EARLIEST.
           MOVE 0 TO WS-NEXT-INDEX
           PERFORM 7060-TEST-EARLIEST
               VARYING WS-GREETING-INDEX FROM 1 BY 1
               UNTIL WS-GREETING-INDEX > WS-GREETING-COUNT
           IF WS-NEXT-INDEX > 0
               MOVE WS-NEXT-INDEX TO WS-GREETING-INDEX
               SET WS-GE-PRINTED(WS-GREETING-INDEX) TO TRUE
               ADD 1 TO WS-GREETINGS-TRACED
               PERFORM 7100-DECIDE-BREAK-STAGE
               PERFORM 7200-PRINT-LINEAGE
               PERFORM 7700-WRITE-EXTRACT-ROW
           END-IF.

       7060-TEST-EARLIEST.
           IF WS-GE-STATUS(WS-GREETING-INDEX) = SPACE
               IF WS-NEXT-INDEX = 0
                   OR WS-GE-RUN-DATE(WS-GREETING-INDEX)
                       < WS-EARLIEST-DATE
                   OR (WS-GE-RUN-DATE(WS-GREETING-INDEX)
                       = WS-EARLIEST-DATE
                   AND WS-GE-RUN-TIME(WS-GREETING-INDEX)
                       < WS-EARLIEST-TIME)
                   OR (WS-GE-RUN-DATE(WS-GREETING-INDEX)
                       = WS-EARLIEST-DATE
                   AND WS-GE-RUN-TIME(WS-GREETING-INDEX)
                       = WS-EARLIEST-TIME
                   AND WS-GE-RECORD-NUMBER(WS-GREETING-INDEX)
                       < WS-EARLIEST-RECORD)
                   MOVE WS-GREETING-INDEX TO WS-NEXT-INDEX
                   MOVE WS-GE-RUN-DATE(WS-GREETING-INDEX)
                       TO WS-EARLIEST-DATE
                   MOVE WS-GE-RUN-TIME(WS-GREETING-INDEX)
                       TO WS-EARLIEST-TIME
                   MOVE WS-GE-RECORD-NUMBER(WS-GREETING-INDEX)
                       TO WS-EARLIEST-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 7100 - the first stage the greeting did not get past, in
      * the order the suite works (stage codes in TRCEREC). A stage
      * whose file was not supplied stops the trace there as
      * unverified rather than broken.
      *----------------------------------------------------------------
       7100-DECIDE-BREAK-STAGE.
           MOVE "N" TO WS-GE-UNVERIFIED(WS-GREETING-INDEX)
           MOVE SPACES TO WS-BREAK-TEXT
           EVALUATE TRUE
               WHEN WS-GE-SUSPENSE-REASON(WS-GREETING-INDEX) > 0
                   AND WS-GE-RESUBMIT-DATE(WS-GREETING-INDEX) > 0
                   MOVE 21 TO WS-GE-BREAK-STAGE(WS-GREETING-INDEX)
                   STRING "SUSPENDED, THEN RESUBMITTED - FOLLOW "
                       "GREETING "
                       WS-GE-RESUBMIT-ENTRY(WS-GREETING-INDEX)
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
               WHEN WS-GE-SUSPENSE-REASON(WS-GREETING-INDEX) > 0
                   MOVE 20 TO WS-GE-BREAK-STAGE(WS-GREETING-INDEX)
                   STRING "CHAIN BROKE AT SUSPENSE - REASON "
                       WS-GE-SUSPENSE-REASON(WS-GREETING-INDEX)
                       ", NOT RESUBMITTED; REPAIR IT AND RUN HELLOSBJ"
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
               WHEN NOT WS-GE-AUDIT-FOUND(WS-GREETING-INDEX)
                   MOVE 10 TO WS-GE-BREAK-STAGE(WS-GREETING-INDEX)
                   STRING "CHAIN BROKE AT HELLO - REQUESTED ON "
                       "GREETIN BUT NEVER AUDITED; HELLO HAS NOT "
                       "PROCESSED THE RECORD"
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
               WHEN WS-GE-AUDIT-RC(WS-GREETING-INDEX) = 4
                   MOVE 5 TO WS-GE-BREAK-STAGE(WS-GREETING-INDEX)
                   STRING "CHAIN ENDS AT SUPPRESSION - SUPPRESSED ON "
                       "RECPSUP, SKIPPED BY DESIGN"
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
               WHEN WS-GE-AUDIT-RC(WS-GREETING-INDEX) NOT = 0
                   AND WS-GE-AUDIT-RC(WS-GREETING-INDEX) NOT = 12
                   AND WS-GE-AUDIT-RC(WS-GREETING-INDEX) NOT = 16
                   MOVE 20 TO WS-GE-BREAK-STAGE(WS-GREETING-INDEX)
                   IF NOT WS-SUSPENSE-AVAILABLE
                       MOVE "Y" TO WS-GE-UNVERIFIED(WS-GREETING-INDEX)
                   END-IF
                   STRING "CHAIN BROKE AT VALIDATION - AUDIT RC "
                       WS-GE-AUDIT-RC(WS-GREETING-INDEX)
                       ", NO SUSPENSE ROW FOUND FOR IT"
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
               WHEN NOT WS-GREETOUT-AVAILABLE
                   MOVE 30 TO WS-GE-BREAK-STAGE(WS-GREETING-INDEX)
                   MOVE "Y" TO WS-GE-UNVERIFIED(WS-GREETING-INDEX)
                   STRING "TRACED AS FAR AS THE AUDIT ROW - GREETOIN "
                       "NOT SUPPLIED"
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
               WHEN WS-GE-CYCLE-NUMBER(WS-GREETING-INDEX) = 0
                   MOVE 30 TO WS-GE-BREAK-STAGE(WS-GREETING-INDEX)
                   STRING "CHAIN BROKE AT GREETOUT - AUDITED AS "
                       "PRODUCED BUT ON NO CYCLE READ; CHECK THE "
                       "GENERATIONS CONCATENATED"
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
               WHEN WS-GE-CANCEL-CYCLE(WS-GREETING-INDEX) > 0
                   MOVE 40 TO WS-GE-BREAK-STAGE(WS-GREETING-INDEX)
                   STRING "CHAIN BROKE AT HELLOREV - CANCELLED IN "
                       "CYCLE " WS-GE-CANCEL-CYCLE(WS-GREETING-INDEX)
                       " ON " WS-GE-CANCEL-DATE(WS-GREETING-INDEX)
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
               WHEN NOT WS-BURST-AVAILABLE
                   MOVE 50 TO WS-GE-BREAK-STAGE(WS-GREETING-INDEX)
                   MOVE "Y" TO WS-GE-UNVERIFIED(WS-GREETING-INDEX)
                   STRING "TRACED AS FAR AS CYCLE "
                       WS-GE-CYCLE-NUMBER(WS-GREETING-INDEX)
                       " - BRSTIN NOT SUPPLIED"
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
               WHEN NOT WS-GE-BURST-FOUND(WS-GREETING-INDEX)
                   MOVE 50 TO WS-GE-BREAK-STAGE(WS-GREETING-INDEX)
                   STRING "CHAIN BROKE AT BURST - ON CYCLE "
                       WS-GE-CYCLE-NUMBER(WS-GREETING-INDEX)
                       " BUT IN NO SLICE READ; WAS THE CYCLE BURST?"
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
               WHEN NOT WS-CYCLSTAT-AVAILABLE
                   MOVE 60 TO WS-GE-BREAK-STAGE(WS-GREETING-INDEX)
                   MOVE "Y" TO WS-GE-UNVERIFIED(WS-GREETING-INDEX)
                   STRING "TRACED AS FAR AS THE BURST SLICE - "
                       "CYCLSTAT NOT SUPPLIED"
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
               WHEN WS-GE-CYCLE-STATUS(WS-GREETING-INDEX) = SPACE
                   MOVE 60 TO WS-GE-BREAK-STAGE(WS-GREETING-INDEX)
                   STRING "CHAIN BROKE AT CYCLSTAT - CYCLE "
                       WS-GE-CYCLE-NUMBER(WS-GREETING-INDEX)
                       " WAS NEVER REGISTERED"
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
               WHEN WS-GE-CYCLE-STATUS(WS-GREETING-INDEX) = "P"
                   MOVE 61 TO WS-GE-BREAK-STAGE(WS-GREETING-INDEX)
                   STRING "CYCLE "
                       WS-GE-CYCLE-NUMBER(WS-GREETING-INDEX)
                       " HANDED OVER, DOWNSTREAM HAS NOT YET "
                       "ACKNOWLEDGED IT"
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
               WHEN WS-GE-CYCLE-STATUS(WS-GREETING-INDEX) = "R"
                   MOVE 62 TO WS-GE-BREAK-STAGE(WS-GREETING-INDEX)
                   STRING "CHAIN BROKE DOWNSTREAM - CYCLE "
                       WS-GE-CYCLE-NUMBER(WS-GREETING-INDEX)
                       " REJECTED ON "
                       WS-GE-ACK-DATE(WS-GREETING-INDEX)
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
               WHEN WS-GE-CYCLE-STATUS(WS-GREETING-INDEX) = "G"
                   MOVE 63 TO WS-GE-BREAK-STAGE(WS-GREETING-INDEX)
                   STRING "CHAIN BROKE DOWNSTREAM - CYCLE "
                       WS-GE-CYCLE-NUMBER(WS-GREETING-INDEX)
                       " AGED UNACKNOWLEDGED; HELLOACK IS CHASING IT"
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
               WHEN OTHER
                   MOVE 0 TO WS-GE-BREAK-STAGE(WS-GREETING-INDEX)
                   STRING "CHAIN COMPLETE - CYCLE "
                       WS-GE-CYCLE-NUMBER(WS-GREETING-INDEX)
                       " ACKNOWLEDGED BY DOWNSTREAM ON "
                       WS-GE-ACK-DATE(WS-GREETING-INDEX)
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
           END-EVALUATE
           EVALUATE WS-GE-BREAK-STAGE(WS-GREETING-INDEX)
               WHEN 0
                   ADD 1 TO WS-CHAINS-COMPLETE
               WHEN 5
                   ADD 1 TO WS-CHAINS-SUPPRESSED
               WHEN 21
                   ADD 1 TO WS-CHAINS-RESUBMITTED
               WHEN OTHER
                   ADD 1 TO WS-CHAINS-BROKEN
           END-EVALUATE.

      *----------------------------------------------------------------
      * 7200 - one greeting's lineage: its heading, then the
      * stages in chain order. The downstream stages are printed
      * only for a greeting the audit row says was handed over.
      *----------------------------------------------------------------
       7200-PRINT-LINEAGE.
           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           STRING "GREETING " WS-GREETING-INDEX
               " RUN DATE " WS-GE-RUN-DATE(WS-GREETING-INDEX)
               " JOB " WS-GE-JOB-NAME(WS-GREETING-INDEX)
               " RECORD " WS-GE-RECORD-NUMBER(WS-GREETING-INDEX)
               " RECIPIENT " WS-GE-RECIPIENT-NAME(WS-GREETING-INDEX)
               " ID " WS-GE-RECIPIENT-ID(WS-GREETING-INDEX)
               " GRT " WS-GE-GREETING-ID(WS-GREETING-INDEX)
               " " WS-GE-LANGUAGE-CODE(WS-GREETING-INDEX)
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 7210-PRINT-SCHEDULE-STAGE
           PERFORM 7220-PRINT-REQUEST-STAGES
           PERFORM 7230-PRINT-SUSPENSE-STAGE
           PERFORM 7240-PRINT-AUDIT-STAGE
           IF WS-GE-AUDIT-FOUND(WS-GREETING-INDEX)
               AND (WS-GE-AUDIT-RC(WS-GREETING-INDEX) = 0 OR 12 OR 16)
               PERFORM 7250-PRINT-DOWNSTREAM-STAGES
           END-IF
           MOVE "RESULT" TO DL-STAGE
           STRING ">>> " WS-BREAK-TEXT
               DELIMITED BY SIZE INTO DL-TEXT
           PERFORM 7900-WRITE-STAGE-LINE.

       7210-PRINT-SCHEDULE-STAGE.
           MOVE "SCHEDULE" TO DL-STAGE
           EVALUATE TRUE
               WHEN NOT WS-SCHEDULE-AVAILABLE
                   MOVE "HELLOSCD NOT SUPPLIED - NOT CHECKED" TO DL-TEXT
               WHEN WS-GE-RULE-ROW(WS-GREETING-INDEX) > 0
                   STRING "RULE ROW " WS-GE-RULE-ROW(WS-GREETING-INDEX)
                       "  FREQUENCY "
                       WS-GE-RULE-FREQUENCY(WS-GREETING-INDEX)
                       "  PATTERN "
                       WS-GE-RULE-PATTERN(WS-GREETING-INDEX)
                       "  ROLL " WS-GE-RULE-ROLL(WS-GREETING-INDEX)
                       "  SITE " WS-GE-RULE-SITE(WS-GREETING-INDEX)
                       DELIMITED BY SIZE INTO DL-TEXT
               WHEN OTHER
                   STRING "NO LIVE RULE CUTS THIS REQUEST - AN AD HOC "
                       "OR UPSTREAM REQUEST"
                       DELIMITED BY SIZE INTO DL-TEXT
           END-EVALUATE
           PERFORM 7900-WRITE-STAGE-LINE.

       7220-PRINT-REQUEST-STAGES.
           MOVE "GREETIN" TO DL-STAGE
           EVALUATE TRUE
               WHEN WS-GE-REQUEST-FOUND(WS-GREETING-INDEX)
                   STRING "RECORD "
                       WS-GE-RECORD-NUMBER(WS-GREETING-INDEX)
                       "  TYPE '"
                       WS-GE-REQUEST-TYPE(WS-GREETING-INDEX)
                       "'  RECIPIENT "
                       WS-GE-REQUEST-FIELD(WS-GREETING-INDEX)
                       "  LANGUAGE '"
                       WS-GE-REQUEST-LANGUAGE(WS-GREETING-INDEX) "'"
                       DELIMITED BY SIZE INTO DL-TEXT
               WHEN NOT WS-GREETIN-AVAILABLE
                   MOVE "GREETIN NOT SUPPLIED - NOT CHECKED" TO DL-TEXT
               WHEN WS-GE-RUN-DATE(WS-GREETING-INDEX)
                       NOT = WS-BATCH-DATE
                   STRING "NOT CHECKED - THE GREETIN SUPPLIED IS THE "
                       "BATCH FOR " WS-BATCH-DATE
                       DELIMITED BY SIZE INTO DL-TEXT
               WHEN OTHER
                   STRING "NO REQUEST FOR THE RECIPIENT AT THIS RECORD "
                       "ON THE BATCH FOR " WS-BATCH-DATE
                       DELIMITED BY SIZE INTO DL-TEXT
           END-EVALUATE
           PERFORM 7900-WRITE-STAGE-LINE
           MOVE "LIST" TO DL-STAGE
           EVALUATE TRUE
               WHEN WS-GE-LIST-CODE(WS-GREETING-INDEX) NOT = SPACES
                   STRING "EXPANDED FROM LIST "
                       WS-GE-LIST-CODE(WS-GREETING-INDEX)
                       DELIMITED BY SIZE INTO DL-TEXT
               WHEN WS-GE-REQUEST-FOUND(WS-GREETING-INDEX)
                   MOVE "DIRECT REQUEST - NO LIST EXPANSION" TO DL-TEXT
               WHEN WS-GE-SUSPENSE-TYPE(WS-GREETING-INDEX) = "L"
                   STRING "LIST "
                       WS-GE-SUSPENSE-FIELD(WS-GREETING-INDEX)(1:8)
                       " WAS NOT EXPANDED - SEE SUSPENSE"
                       DELIMITED BY SIZE INTO DL-TEXT
               WHEN OTHER
                   MOVE "NOT KNOWN WITHOUT THE GREETIN REQUEST"
                       TO DL-TEXT
           END-EVALUATE
           PERFORM 7900-WRITE-STAGE-LINE.

       7230-PRINT-SUSPENSE-STAGE.
           MOVE "SUSPENSE" TO DL-STAGE
           EVALUATE TRUE
               WHEN WS-GE-SUSPENSE-REASON(WS-GREETING-INDEX) > 0
                   PERFORM 7235-SET-REASON-TEXT
                   STRING "GREETSUS " WS-GE-RUN-DATE(WS-GREETING-INDEX)
                       "  REASON "
                       WS-GE-SUSPENSE-REASON(WS-GREETING-INDEX)
                       " - " FUNCTION TRIM(WS-REASON-TEXT)
                       "  RECIPIENT '"
                       WS-GE-SUSPENSE-TYPE(WS-GREETING-INDEX) "' "
                       WS-GE-SUSPENSE-FIELD(WS-GREETING-INDEX)
                       DELIMITED BY SIZE INTO DL-TEXT
                   PERFORM 7900-WRITE-STAGE-LINE
                   MOVE "RESUBMIT" TO DL-STAGE
                   IF WS-GE-RESUBMIT-DATE(WS-GREETING-INDEX) > 0
                       STRING "PRODUCED "
                           WS-GE-RESUBMIT-DATE(WS-GREETING-INDEX)
                           " BY JOB "
                           WS-GE-RESUBMIT-JOB(WS-GREETING-INDEX)
                           " - GREETING "
                           WS-GE-RESUBMIT-ENTRY(WS-GREETING-INDEX)
                           DELIMITED BY SIZE INTO DL-TEXT
                   ELSE
                       STRING "NO LATER GREETING OF THIS ID TO THE "
                           "RECIPIENT IN THE RANGE"
                           DELIMITED BY SIZE INTO DL-TEXT
                   END-IF
               WHEN NOT WS-SUSPENSE-AVAILABLE
                   MOVE "GREETSUS NOT SUPPLIED - NOT CHECKED" TO DL-TEXT
               WHEN OTHER
                   MOVE "NOT SUSPENDED" TO DL-TEXT
           END-EVALUATE
           PERFORM 7900-WRITE-STAGE-LINE.

       7235-SET-REASON-TEXT.
           EVALUATE WS-GE-SUSPENSE-REASON(WS-GREETING-INDEX)
               WHEN 1
                   MOVE "NO PARM OR SYSIN INPUT" TO WS-REASON-TEXT
               WHEN 2
                   MOVE "GREETING ID INVALID" TO WS-REASON-TEXT
               WHEN 3
                   MOVE "RECIPIENT NAME MISSING" TO WS-REASON-TEXT
               WHEN 4
                   MOVE "RECIPIENT NAME TOO LONG" TO WS-REASON-TEXT
               WHEN 5
                   MOVE "RECIPIENT OR LIST NOT ON RECPMST"
                       TO WS-REASON-TEXT
               WHEN 6
                   MOVE "RECPMST NOT AVAILABLE" TO WS-REASON-TEXT
               WHEN 7
                   MOVE "RECIPIENT TYPE INVALID" TO WS-REASON-TEXT
               WHEN 8
                   MOVE "LIST MEMBER COULD NOT BE EXPANDED"
                       TO WS-REASON-TEXT
               WHEN 9
                   MOVE "REPEAT WITHIN DUPWINDOW" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "UNDOCUMENTED REASON" TO WS-REASON-TEXT
           END-EVALUATE.

       7240-PRINT-AUDIT-STAGE.
           MOVE "AUDIT" TO DL-STAGE
           IF WS-GE-AUDIT-FOUND(WS-GREETING-INDEX)
               EVALUATE WS-GE-AUDIT-RC(WS-GREETING-INDEX)
                   WHEN 0
                       MOVE "PRODUCED" TO WS-REASON-TEXT
                   WHEN 4
                       MOVE "SUPPRESSED - SKIPPED BY DESIGN"
                           TO WS-REASON-TEXT
                   WHEN 8
                       MOVE "MISSING INPUT - REJECTED"
                           TO WS-REASON-TEXT
                   WHEN 12
                       MOVE "PRODUCED WITH FALLBACK - NOT ON GREETMST"
                           TO WS-REASON-TEXT
                   WHEN 16
                       MOVE "PRODUCED WITH FALLBACK - NO VERSION"
                           TO WS-REASON-TEXT
                   WHEN 20
                       MOVE "FAILED VALIDATION - REJECTED"
                           TO WS-REASON-TEXT
                   WHEN OTHER
                       MOVE "UNDOCUMENTED RETURN CODE"
                           TO WS-REASON-TEXT
               END-EVALUATE
               STRING "RC " WS-GE-AUDIT-RC(WS-GREETING-INDEX)
                   " " WS-REASON-TEXT
                   "  JOB " WS-GE-JOB-NAME(WS-GREETING-INDEX)
                   "  AT " WS-GE-RUN-TIME(WS-GREETING-INDEX)
                   DELIMITED BY SIZE INTO DL-TEXT
               PERFORM 7900-WRITE-STAGE-LINE
               MOVE WS-GE-AUDIT-TEXT(WS-GREETING-INDEX) TO DL-TEXT
           ELSE
               MOVE "NO AUDIT ROW IN THE RANGE" TO DL-TEXT
           END-IF
           PERFORM 7900-WRITE-STAGE-LINE.

       7250-PRINT-DOWNSTREAM-STAGES.
           MOVE "GREETOUT" TO DL-STAGE
           EVALUATE TRUE
               WHEN NOT WS-GREETOUT-AVAILABLE
                   MOVE "GREETOIN NOT SUPPLIED - NOT CHECKED" TO DL-TEXT
               WHEN WS-GE-CYCLE-NUMBER(WS-GREETING-INDEX) > 0
                   STRING "CYCLE "
                       WS-GE-CYCLE-NUMBER(WS-GREETING-INDEX)
                       "  DETAIL RECORD "
                       WS-GE-RECORD-NUMBER(WS-GREETING-INDEX)
                       "  DEPARTMENT "
                       WS-GE-DEPARTMENT-CODE(WS-GREETING-INDEX)
                       DELIMITED BY SIZE INTO DL-TEXT
               WHEN OTHER
                   MOVE "NO DETAIL ON ANY CYCLE READ" TO DL-TEXT
           END-EVALUATE
           PERFORM 7900-WRITE-STAGE-LINE
           IF WS-GREETOUT-AVAILABLE
               MOVE "HELLOREV" TO DL-STAGE
               IF WS-GE-CANCEL-CYCLE(WS-GREETING-INDEX) > 0
                   STRING "CANCELLED IN CYCLE "
                       WS-GE-CANCEL-CYCLE(WS-GREETING-INDEX)
                       " ON " WS-GE-CANCEL-DATE(WS-GREETING-INDEX)
                       DELIMITED BY SIZE INTO DL-TEXT
               ELSE
                   MOVE "NOT CANCELLED IN ANY CYCLE READ" TO DL-TEXT
               END-IF
               PERFORM 7900-WRITE-STAGE-LINE
           END-IF
           IF WS-GE-CYCLE-NUMBER(WS-GREETING-INDEX) > 0
               MOVE "BURST" TO DL-STAGE
               EVALUATE TRUE
                   WHEN NOT WS-BURST-AVAILABLE
                       MOVE "BRSTIN NOT SUPPLIED - NOT CHECKED"
                           TO DL-TEXT
                   WHEN WS-GE-BURST-FOUND(WS-GREETING-INDEX)
                       STRING "SLICE FOR DEPARTMENT '"
                           WS-GE-BURST-DEPARTMENT(WS-GREETING-INDEX)
                           "' OF CYCLE "
                           WS-GE-CYCLE-NUMBER(WS-GREETING-INDEX)
                           DELIMITED BY SIZE INTO DL-TEXT
                   WHEN OTHER
                       MOVE "IN NO SLICE READ" TO DL-TEXT
               END-EVALUATE
               PERFORM 7900-WRITE-STAGE-LINE
               MOVE "CYCLSTAT" TO DL-STAGE
               EVALUATE TRUE
                   WHEN NOT WS-CYCLSTAT-AVAILABLE
                       MOVE "CYCLSTAT NOT SUPPLIED - NOT CHECKED"
                           TO DL-TEXT
                   WHEN WS-GE-CYCLE-STATUS(WS-GREETING-INDEX) = SPACE
                       STRING "NO ROW FOR CYCLE "
                           WS-GE-CYCLE-NUMBER(WS-GREETING-INDEX)
                           DELIMITED BY SIZE INTO DL-TEXT
                   WHEN OTHER
                       STRING "CYCLE "
                           WS-GE-CYCLE-NUMBER(WS-GREETING-INDEX)
                           "  STATUS "
                           WS-GE-CYCLE-STATUS(WS-GREETING-INDEX)
                           "  ACKNOWLEDGMENT DATE "
                           WS-GE-ACK-DATE(WS-GREETING-INDEX)
                           DELIMITED BY SIZE INTO DL-TEXT
               END-EVALUATE
               PERFORM 7900-WRITE-STAGE-LINE
           END-IF.

      *----------------------------------------------------------------
      * 7500 - schedule rules for the target, live in the range,
      * that no greeting was traced to: the chain never got as far
      * as GREETIN. HELLOTRC does not run HELLOSCH's due test, so
      * the rule may simply not have been due - SCHEDRPT says.
      *----------------------------------------------------------------
       7500-REPORT-IDLE-RULES.
           IF WS-IDLE-RULE-COUNT > 0
               MOVE SPACES TO PRINT-RECORD
               MOVE "0" TO PR-CARRIAGE-CONTROL
               STRING "SCHEDULE RULES FOR THE TARGET WITH NOTHING "
                   "TRACED TO THEM IN THE RANGE"
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PRINT-RECORD
               PERFORM 7510-REPORT-ONE-IDLE-RULE
                   VARYING WS-IDLE-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-IDLE-RULE-INDEX > WS-IDLE-RULE-COUNT
           END-IF.

       7510-REPORT-ONE-IDLE-RULE.
           MOVE "SCHEDULE" TO DL-STAGE
           STRING "RULE ROW " WS-IR-ROW(WS-IDLE-RULE-INDEX)
               "  TYPE '" WS-IR-RECIPIENT-TYPE(WS-IDLE-RULE-INDEX)
               "'  RECIPIENT " WS-IR-RECIPIENT-FIELD(WS-IDLE-RULE-INDEX)
               "  GREETING-ID " WS-IR-GREETING-ID(WS-IDLE-RULE-INDEX)
               "  FREQUENCY " WS-IR-FREQUENCY(WS-IDLE-RULE-INDEX)
               DELIMITED BY SIZE INTO DL-TEXT
           PERFORM 7900-WRITE-STAGE-LINE
           STRING "LIVE " WS-IR-START-DATE(WS-IDLE-RULE-INDEX)
               " TO " WS-IR-END-DATE(WS-IDLE-RULE-INDEX)
               "  PATTERN " WS-IR-PATTERN(WS-IDLE-RULE-INDEX)
               "  ROLL " WS-IR-ROLL(WS-IDLE-RULE-INDEX)
               "  SITE " WS-IR-SITE(WS-IDLE-RULE-INDEX)
               DELIMITED BY SIZE INTO DL-TEXT
           PERFORM 7900-WRITE-STAGE-LINE
           MOVE "RESULT" TO DL-STAGE
           STRING ">>> CHAIN BROKE BEFORE GREETIN - NO REQUEST OR "
               "GREETING TRACED TO THIS RULE; CHECK SCHEDRPT FOR "
               "ITS DUE DATES"
               DELIMITED BY SIZE INTO DL-TEXT
           PERFORM 7900-WRITE-STAGE-LINE
           MOVE SPACES TO TRACE-EXTRACT-RECORD
           MOVE 0 TO TE-TRACE-SEQUENCE TE-RUN-DATE TE-RUN-TIME
                     TE-RECORD-NUMBER TE-SUSPENSE-REASON
                     TE-RESUBMIT-DATE TE-AUDIT-RETURN-CODE
                     TE-CYCLE-NUMBER TE-CANCEL-CYCLE TE-CANCEL-DATE
                     TE-ACK-DATE
           MOVE WS-IR-ROW(WS-IDLE-RULE-INDEX) TO TE-RULE-ROW
           MOVE WS-IR-GREETING-ID(WS-IDLE-RULE-INDEX)
               TO TE-GREETING-ID
           MOVE WS-IR-LANGUAGE-CODE(WS-IDLE-RULE-INDEX)
               TO TE-LANGUAGE-CODE
           MOVE WS-IR-RECIPIENT-TYPE(WS-IDLE-RULE-INDEX)
               TO TE-REQUEST-TYPE
           IF WS-IR-PERSON(WS-IDLE-RULE-INDEX) > 0
               MOVE WS-PT-NAME(WS-IR-PERSON(WS-IDLE-RULE-INDEX))
                   TO TE-RECIPIENT-NAME
               MOVE WS-PT-ID(WS-IR-PERSON(WS-IDLE-RULE-INDEX))
                   TO TE-RECIPIENT-ID
           END-IF
           IF WS-IR-RECIPIENT-TYPE(WS-IDLE-RULE-INDEX) = "L"
               MOVE WS-IR-RECIPIENT-FIELD(WS-IDLE-RULE-INDEX)(1:8)
                   TO TE-LIST-CODE
           END-IF
           MOVE "N" TO TE-REQUEST-FOUND TE-AUDIT-FOUND TE-BURST-FOUND
                       TE-UNVERIFIED
           SET TE-STAGE-RULE-ONLY TO TRUE
           WRITE TRACE-EXTRACT-RECORD.

      *----------------------------------------------------------------
      * 7700 - the greeting's extract row.
      *----------------------------------------------------------------
       7700-WRITE-EXTRACT-ROW.
           MOVE SPACES TO TRACE-EXTRACT-RECORD
           MOVE WS-GREETING-INDEX TO TE-TRACE-SEQUENCE
           MOVE WS-GE-RUN-DATE(WS-GREETING-INDEX) TO TE-RUN-DATE
           MOVE WS-GE-RUN-TIME(WS-GREETING-INDEX) TO TE-RUN-TIME
           MOVE WS-GE-JOB-NAME(WS-GREETING-INDEX) TO TE-JOB-NAME
           MOVE WS-GE-RECORD-NUMBER(WS-GREETING-INDEX)
               TO TE-RECORD-NUMBER
           MOVE WS-GE-RECIPIENT-NAME(WS-GREETING-INDEX)
               TO TE-RECIPIENT-NAME
           MOVE WS-GE-RECIPIENT-ID(WS-GREETING-INDEX)
               TO TE-RECIPIENT-ID
           MOVE WS-GE-GREETING-ID(WS-GREETING-INDEX) TO TE-GREETING-ID
           MOVE WS-GE-LANGUAGE-CODE(WS-GREETING-INDEX)
               TO TE-LANGUAGE-CODE
           MOVE WS-GE-RULE-ROW(WS-GREETING-INDEX) TO TE-RULE-ROW
           IF WS-GE-REQUEST-FOUND(WS-GREETING-INDEX)
               MOVE "Y" TO TE-REQUEST-FOUND
               MOVE WS-GE-REQUEST-TYPE(WS-GREETING-INDEX)
                   TO TE-REQUEST-TYPE
           ELSE
               MOVE "N" TO TE-REQUEST-FOUND
           END-IF
           MOVE WS-GE-LIST-CODE(WS-GREETING-INDEX) TO TE-LIST-CODE
           MOVE WS-GE-SUSPENSE-REASON(WS-GREETING-INDEX)
               TO TE-SUSPENSE-REASON
           MOVE WS-GE-RESUBMIT-DATE(WS-GREETING-INDEX)
               TO TE-RESUBMIT-DATE
           MOVE WS-GE-RESUBMIT-JOB(WS-GREETING-INDEX)
               TO TE-RESUBMIT-JOB
           IF WS-GE-AUDIT-FOUND(WS-GREETING-INDEX)
               MOVE "Y" TO TE-AUDIT-FOUND
           ELSE
               MOVE "N" TO TE-AUDIT-FOUND
           END-IF
           MOVE WS-GE-AUDIT-RC(WS-GREETING-INDEX)
               TO TE-AUDIT-RETURN-CODE
           MOVE WS-GE-CYCLE-NUMBER(WS-GREETING-INDEX)
               TO TE-CYCLE-NUMBER
           MOVE WS-GE-DEPARTMENT-CODE(WS-GREETING-INDEX)
               TO TE-DEPARTMENT-CODE
           MOVE WS-GE-CANCEL-CYCLE(WS-GREETING-INDEX)
               TO TE-CANCEL-CYCLE
           MOVE WS-GE-CANCEL-DATE(WS-GREETING-INDEX)
               TO TE-CANCEL-DATE
           IF WS-GE-BURST-FOUND(WS-GREETING-INDEX)
               MOVE "Y" TO TE-BURST-FOUND
               MOVE WS-GE-BURST-DEPARTMENT(WS-GREETING-INDEX)
                   TO TE-BURST-DEPARTMENT
           ELSE
               MOVE "N" TO TE-BURST-FOUND
           END-IF
           MOVE WS-GE-CYCLE-STATUS(WS-GREETING-INDEX)
               TO TE-CYCLE-STATUS
           MOVE WS-GE-ACK-DATE(WS-GREETING-INDEX) TO TE-ACK-DATE
           MOVE WS-GE-BREAK-STAGE(WS-GREETING-INDEX) TO TE-BREAK-STAGE
           MOVE WS-GE-UNVERIFIED(WS-GREETING-INDEX) TO TE-UNVERIFIED
           WRITE TRACE-EXTRACT-RECORD.

       7800-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           STRING "GREETINGS TRACED: " WS-GREETINGS-TRACED
               "   COMPLETE: " WS-CHAINS-COMPLETE
               "   SUPPRESSED: " WS-CHAINS-SUPPRESSED
               "   RESUBMITTED: " WS-CHAINS-RESUBMITTED
               "   STOPPED SHORT: " WS-CHAINS-BROKEN
               "   RULES WITH NOTHING TRACED: " WS-IDLE-RULE-COUNT
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "ROWS READ - HELLOAUD: " WS-AUDIT-ROWS-READ
               "  GREETSUS: " WS-SUSPENSE-ROWS-READ
               "  GREETIN: " WS-REQUESTS-READ
               "  HELLOSCD: " WS-RULES-READ
               "  GREETOIN: " WS-GREETOUT-RECORDS-READ
               "  BRSTIN: " WS-BURST-RECORDS-READ
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD
           IF WS-GREETINGS-EXCLUDED > 0 OR WS-SLICES-SKIPPED > 0
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CARRIAGE-CONTROL
               STRING "MEMBER GREETINGS FROM OTHER REQUESTS DROPPED: "
                   WS-GREETINGS-EXCLUDED
                   "   BURST SLICES SKIPPED ON GREETOIN: "
                   WS-SLICES-SKIPPED
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PRINT-RECORD
           END-IF
           IF WS-TABLE-FULL
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CARRIAGE-CONTROL
               STRING "A TRACE TABLE FILLED - THIS TRACE IS "
                   "INCOMPLETE; NARROW THE DATE RANGE"
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PRINT-RECORD
           END-IF.

       7900-WRITE-STAGE-LINE.
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           MOVE WS-DETAIL-LINE TO PR-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO WS-DETAIL-LINE.

       8000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   SET RC-TRACE-INCOMPLETE TO TRUE
               WHEN WS-GREETINGS-TRACED = 0
                   AND WS-IDLE-RULE-COUNT = 0
                   SET RC-NOTHING-TRACED TO TRUE
               WHEN WS-CHAINS-BROKEN > 0
                   OR WS-IDLE-RULE-COUNT > 0
                   SET RC-CHAIN-BROKEN TO TRUE
               WHEN OTHER
                   SET RC-SUCCESS TO TRUE
           END-EVALUATE.

       9000-CLOSE-FILES.
           CLOSE RECIPIENT-MASTER
           CLOSE AUDIT-LOG-FILE
           CLOSE TRCRPT-FILE
           CLOSE TRACE-EXTRACT-FILE
           CLOSE SCHEDULE-MASTER
           CLOSE GREETING-REQUEST-FILE
           CLOSE SUSPENSE-FILE
           CLOSE GREETOUT-IN-FILE
           CLOSE BURST-IN-FILE
           CLOSE CYCLE-STATUS-FILE.
