      * HELLOFCS - forward forecast of the nightly batch. Runs
      * HELLOSCH's rule logic against HELLOSCD for each of the next
      * N days, without cutting a GREETIN file, and follows every
      * request that would fire the way HELLO would on that night:
      * recipient ids and distribution lists are resolved against
      * RECPMST (nested lists walked exactly as HELLO walks them),
      * suppression periods on RECPSUP are honoured for the future
      * date, and each greeting/language is looked up against the
      * GREETMST version that will be in force on that date.
      * The report gives the projected volume per day and per
      * department, and lists every failure predicted - a version
      * expired or not yet in force (RC 16), a greeting/language
      * with no text at all (RC 12), a recipient id or list code
      * RECPMNT has deleted (suspense reason 05), a list HELLO
      * could not expand (reason 08) - with the date it will first
      * occur, so the fix can be staged through GREETMNT or RECPMNT
      * before the night it would have failed. Each rule's roll
      * convention is applied against its site's business-day
      * calendar (BUSCAL) exactly as HELLOSCH applies it, so a
      * greeting rolled off a holiday is forecast on the night it
      * will really be cut.
      * COBOL source format:
      * Columns 1-6: Sequence number area (optional)
      * Column 7: Indicator area (* for comments)
      * Columns 8-11: Area A (divisions, sections, paragraphs)
      * Columns 12-72: Area B (statements, clauses)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOFCS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      * SCHEDULE-MASTER (HELLOSCD) - the recurring-greeting rules
      * (SCHDREC), read once at start of run into the rule table;
      * every forecast day is then run from the table.
      *----------------------------------------------------------------
           SELECT SCHEDULE-MASTER ASSIGN TO "HELLOSCD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SCHEDULE.
      *----------------------------------------------------------------
      * GREETING-MASTER - read only; the dated versions (GREETREC)
      * are what decide RC 12 and RC 16 on each forecast date.
      *----------------------------------------------------------------
           SELECT GREETING-MASTER ASSIGN TO "GREETMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-GREETING-KEY
               FILE STATUS IS WS-FS-GREETING-MASTER.
      *----------------------------------------------------------------
      * RECIPIENT-MASTER (RECPMST) - read only; recipient ids and
      * list codes on the schedule are resolved against it as they
      * stand today. Required: a forecast that cannot see the
      * master cannot predict a reason-05 failure.
      *----------------------------------------------------------------
           SELECT RECIPIENT-MASTER ASSIGN TO "RECPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-RECIPIENT-KEY
               FILE STATUS IS WS-FS-RECIPIENT-MASTER.
      *----------------------------------------------------------------
      * RECIPIENT-SUPPRESSION-FILE (RECPSUP) - read only. OPTIONAL,
      * as in HELLO: a job that doesn't allocate it forecasts with
      * no suppression check.
      *----------------------------------------------------------------
           SELECT OPTIONAL RECIPIENT-SUPPRESSION-FILE
               ASSIGN TO "RECPSUP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-SUPPRESSION-KEY
               FILE STATUS IS WS-FS-SUPPRESSION.
      *----------------------------------------------------------------
      * FCSTRPT-FILE - the forecast, formatted for our report
      * distribution (ASA carriage control in byte 1).
      *----------------------------------------------------------------
           SELECT FCSTRPT-FILE ASSIGN TO "FCSTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.
      *----------------------------------------------------------------
      * BUSINESS-CALENDAR-FILE (BUSCAL) - read only. OPTIONAL, as in
      * HELLOSCH: without it a rule whose convention needs the
      * calendar is rejected (reason 08) and never forecast.
      *----------------------------------------------------------------
           SELECT OPTIONAL BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CALENDAR-KEY
               FILE STATUS IS WS-FS-CALENDAR.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-MASTER.
       01  SCHEDULE-FILE-RECORD            PIC X(65).

       FD  GREETING-MASTER.
       COPY GREETREC.

       FD  RECIPIENT-MASTER.
       COPY RECPREC.

       FD  RECIPIENT-SUPPRESSION-FILE.
       COPY SUPPREC.

       FD  FCSTRPT-FILE.
       01  PRINT-RECORD.
           05  PR-CARRIAGE-CONTROL         PIC X.
           05  PR-LINE                     PIC X(132).

       FD  BUSINESS-CALENDAR-FILE.
       COPY CALREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * The rule under test, read INTO here at load time and moved
      * back from the rule table for every forecast day, so the
      * validation and due tests below read exactly as HELLOSCH's.
      *----------------------------------------------------------------
       COPY SCHDREC.

       01  WS-FS-SCHEDULE                  PIC XX.
       01  WS-FS-GREETING-MASTER           PIC XX.
       01  WS-FS-RECIPIENT-MASTER          PIC XX.
       01  WS-FS-SUPPRESSION               PIC XX.
       01  WS-FS-REPORT                    PIC XX.
       01  WS-FS-CALENDAR                  PIC XX.
       01  WS-CALENDAR-AVAILABLE-SWITCH    PIC X VALUE "N".
           88  WS-CALENDAR-AVAILABLE        VALUE "Y".
       01  WS-END-OF-INPUT-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-INPUT              VALUE "Y".
       01  WS-SYSTEM-DATE                  PIC 9(8).
       01  WS-MAX-GREETING-ID              PIC 9(5) VALUE 9999.
       01  WS-DEFAULT-LANGUAGE-CODE        PIC X(3) VALUE "ENU".

      *----------------------------------------------------------------
      * WS-PARM-INPUT - "[yyyymmdd][,days]": the first night to
      * forecast (tomorrow when not given) and how many nights from
      * there, 1 through 366 (30 when not given).
      *----------------------------------------------------------------
       01  WS-PARM-INPUT                   PIC X(80).
       01  WS-PARM-START-DATE              PIC X(8).
       01  WS-PARM-DAYS                    PIC X(8).
       01  WS-DEFAULT-DAYS                 PIC 9(3) VALUE 30.
       01  WS-MAX-DAYS                     PIC 9(3) VALUE 366.
       01  WS-FORECAST-DAYS                PIC 9(3) VALUE 0.
       01  WS-FORECAST-START-DATE          PIC 9(8) VALUE 0.
       01  WS-FORECAST-END-DATE            PIC 9(8) VALUE 0.
       01  WS-FORECAST-START-INTEGER       PIC 9(8).
       01  WS-DAY-NUMBER                   PIC 9(3).

      *----------------------------------------------------------------
      * WS-RUN-DATE - the forecast night under test. Everything
      * HELLOSCH and HELLO would compare to the run date compares
      * to this.
      *----------------------------------------------------------------
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR                 PIC 9(4).
           05  WS-RUN-MONTH                PIC 9(2).
           05  WS-RUN-DAY                  PIC 9(2).

      *----------------------------------------------------------------
      * WS-RUN-DAY-OF-WEEK - 1 = Monday through 7 = Sunday, from
      * the integer date modulo 7 (integer day 1 was a Monday).
      *----------------------------------------------------------------
       01  WS-RUN-DAY-OF-WEEK              PIC 9(1).
       01  WS-DAY-NAMES                    PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME                 PIC X(3) OCCURS 7.

      *----------------------------------------------------------------
      * Generic date edit work area (1200/1250, the same shape as
      * HELLOSCH's) for the start-date PARM.
      *----------------------------------------------------------------
       01  WS-EDIT-DATE                    PIC 9(8).
       01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-DATE-YEAR           PIC 9(4).
           05  WS-EDIT-DATE-MONTH          PIC 9(2).
           05  WS-EDIT-DATE-DAY            PIC 9(2).
       01  WS-EDIT-DATE-OK-SWITCH          PIC X VALUE "N".
           88  WS-EDIT-DATE-OK              VALUE "Y".
       01  WS-EDIT-DATE-MAX-DAY            PIC 9(2).
       01  WS-EDIT-YEAR-REM-4              PIC 9(4).
       01  WS-EDIT-YEAR-REM-100            PIC 9(4).
       01  WS-EDIT-YEAR-REM-400            PIC 9(4).

      *----------------------------------------------------------------
      * WS-TEST-DATE - the date HELLOSCH's due test (5000) is asked
      * about: the night under test, or a closed day next to it
      * for a rule that rolls. 5050 sets its day of week and its
      * month's true last day, as HELLOSCH.
      *----------------------------------------------------------------
       01  WS-TEST-DATE                    PIC 9(8).
       01  WS-TEST-DATE-PARTS REDEFINES WS-TEST-DATE.
           05  WS-TEST-YEAR                PIC 9(4).
           05  WS-TEST-MONTH               PIC 9(2).
           05  WS-TEST-DAY                 PIC 9(2).
       01  WS-TEST-INTEGER-DATE            PIC 9(8).
       01  WS-TEST-INTEGER-QUOT            PIC 9(8).
       01  WS-TEST-DAY-OF-WEEK             PIC 9(1).
       01  WS-TEST-MAX-DAY                 PIC 9(2).
       01  WS-YEAR-REM-4                   PIC 9(4).
       01  WS-YEAR-REM-100                 PIC 9(4).
       01  WS-YEAR-REM-400                 PIC 9(4).

      *----------------------------------------------------------------
      * Rule validation - HELLOSCH's edits and reason codes
      * unchanged (01-08, see hellosch.cob). A row HELLOSCH would
      * reject is rejected every night, so it is listed once, at
      * load, and never forecast.
      *----------------------------------------------------------------
       01  WS-REJECT-REASON                PIC 9(2) VALUE 0.
           88  WS-RULE-CLEAN                VALUE 0.
       01  WS-RULE-GREETING-ID             PIC 9(5).
       01  WS-RULE-DAY-PATTERN             PIC 9(4).
       01  WS-RULE-PATTERN-MMDD REDEFINES WS-RULE-DAY-PATTERN.
           05  WS-RULE-PATTERN-MONTH       PIC 9(2).
           05  WS-RULE-PATTERN-DAY         PIC 9(2).
       01  WS-RULE-START-DATE              PIC 9(8).
       01  WS-RULE-END-DATE                PIC 9(8).
       01  WS-RULE-DUE-SWITCH              PIC X VALUE "N".
           88  WS-RULE-DUE                  VALUE "Y".
       01  WS-RULE-FIRE-DAY                PIC 9(2).
       01  WS-PATTERN-MAX-DAY              PIC 9(2).

      *----------------------------------------------------------------
      * Sites and the business-day test - HELLOSCH's (4300-4420,
      * 5600): a blank rule site is the job's own, ENVAR SITE
      * ("MAIN" when not set), and each site's profile is read
      * once into WS-SITE-TABLE.
      *----------------------------------------------------------------
       01  WS-JOB-SITE-CODE                PIC X(4) VALUE "MAIN".
       01  WS-SITE-TOKEN                   PIC X(8).
       01  WS-RULE-SITE-CODE               PIC X(4).
       01  WS-RULE-CLOSED-WEEKDAYS.
           05  WS-RULE-CLOSED-WEEKDAY      PIC X OCCURS 7.
       01  WS-SITE-PROFILE-SWITCH          PIC X VALUE "N".
           88  WS-SITE-PROFILE-FOUND        VALUE "Y".
       01  WS-SITE-CACHED-SWITCH           PIC X VALUE "N".
           88  WS-SITE-CACHED               VALUE "Y".
       01  WS-MAX-SITES                    PIC 9(3) VALUE 50.
       01  WS-SITE-COUNT                   PIC 9(3) VALUE 0.
       01  WS-SITE-TABLE.
           05  WS-SITE-ENTRY OCCURS 50.
               10  WS-ST-SITE-CODE         PIC X(4).
               10  WS-ST-PROFILE-SWITCH    PIC X.
               10  WS-ST-CLOSED-WEEKDAYS   PIC X(7).
       01  WS-SITE-INDEX                   PIC 9(3).
       01  WS-CAL-DATE                     PIC 9(8).
       01  WS-CAL-INTEGER-DATE             PIC 9(8).
       01  WS-CAL-INTEGER-QUOT             PIC 9(8).
       01  WS-CAL-DAY-OF-WEEK              PIC 9(1).
       01  WS-BUSINESS-DAY-SWITCH          PIC X VALUE "Y".
           88  WS-BUSINESS-DAY              VALUE "Y".
       01  WS-CLOSED-REASON                PIC X(30).

      *----------------------------------------------------------------
      * Roll conventions - HELLOSCH's (5100-5410) and its
      * dispositions: "D" due, "I" rolled in, "O" rolled out, "S"
      * skipped, "N" not due. A rule is followed through HELLO on a
      * night it is due or rolled in, and on no other.
      *----------------------------------------------------------------
       01  WS-RULE-DISPOSITION             PIC X VALUE "N".
           88  WS-DISP-DUE                  VALUE "D".
           88  WS-DISP-ROLLED-IN            VALUE "I".
           88  WS-DISP-ROLLED-OUT           VALUE "O".
           88  WS-DISP-SKIPPED              VALUE "S".
           88  WS-DISP-NOT-DUE              VALUE "N".
       01  WS-DUE-ON-RUN-DATE-SWITCH       PIC X VALUE "N".
           88  WS-DUE-ON-RUN-DATE           VALUE "Y".
       01  WS-MAX-ROLL-DAYS                PIC 9(2) VALUE 31.
       01  WS-ROLL-STEP                    PIC S9 VALUE +1.
       01  WS-ROLL-INTEGER                 PIC 9(8).
       01  WS-ROLL-DAYS-TRIED              PIC 9(2).
       01  WS-ROLL-DATE                    PIC 9(8).
       01  WS-ROLL-FOUND-SWITCH            PIC X VALUE "N".
           88  WS-ROLL-FOUND                VALUE "Y".
       01  WS-ROLL-SCAN-DONE-SWITCH        PIC X VALUE "N".
           88  WS-ROLL-SCAN-DONE            VALUE "Y".
       01  WS-NOMINAL-REASON               PIC X(30).

      *----------------------------------------------------------------
      * Rule table - every clean schedule row with its edited
      * fields, and its row number on HELLOSCD so a failure can be
      * traced back to the row that fires it. A schedule larger
      * than the table stops the run (RC 12) rather than forecast
      * part of it.
      *----------------------------------------------------------------
       01  WS-MAX-RULES                    PIC 9(4) VALUE 2000.
       01  WS-RULE-COUNT                   PIC 9(4) VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 2000.
               10  WS-RL-RULE-IMAGE        PIC X(65).
               10  WS-RL-ROW-NUMBER        PIC 9(6).
               10  WS-RL-GREETING-ID       PIC 9(5).
               10  WS-RL-DAY-PATTERN       PIC 9(4).
               10  WS-RL-START-DATE        PIC 9(8).
               10  WS-RL-END-DATE          PIC 9(8).
               10  WS-RL-SITE-CODE         PIC X(4).
               10  WS-RL-CLOSED-WEEKDAYS   PIC X(7).
       01  WS-RULE-INDEX                   PIC 9(4).
       01  WS-RULE-ROW-NUMBER              PIC 9(6).
       01  WS-RULE-TABLE-FULL-SWITCH       PIC X VALUE "N".
           88  WS-RULE-TABLE-FULL           VALUE "Y".

      *----------------------------------------------------------------
      * The greeting being forecast - the same fields HELLO carries
      * through 3520/3525/3550 into its greeting lookup.
      *----------------------------------------------------------------
       01  WS-RECIPIENT-NAME               PIC X(30).
       01  WS-GREETING-ID                  PIC 9(5).
       01  WS-LANGUAGE-CODE                PIC X(3).
       01  WS-DEPARTMENT-CODE              PIC X(4) VALUE SPACES.
       01  WS-RECORD-RETURN-CODE           PIC 9(3) VALUE 0.
       01  WS-VERSION-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-VERSION-FOUND             VALUE "Y".
       01  WS-KEY-EXISTS-SWITCH            PIC X VALUE "N".
           88  WS-KEY-EXISTS                VALUE "Y".
       01  WS-LOOKUP-DONE-SWITCH           PIC X VALUE "N".
           88  WS-LOOKUP-DONE               VALUE "Y".

      *----------------------------------------------------------------
      * Suppression check on the night under test (3570/3575, as
      * HELLO's).
      *----------------------------------------------------------------
       01  WS-SUPPRESSION-AVAILABLE-SWITCH PIC X VALUE "N".
           88  WS-SUPPRESSION-AVAILABLE     VALUE "Y".
       01  WS-RECIPIENT-SUPPRESSED-SWITCH  PIC X VALUE "N".
           88  WS-RECIPIENT-SUPPRESSED      VALUE "Y".
       01  WS-SUPPRESS-SCAN-DONE-SWITCH    PIC X VALUE "N".
           88  WS-SUPPRESS-SCAN-DONE        VALUE "Y".
       01  WS-SUPPRESS-RECIPIENT-ID        PIC X(8).

      *----------------------------------------------------------------
      * Distribution-list expansion work areas - HELLO's stack,
      * visited, and greeted tables at HELLO's sizes, so a list
      * HELLO would have to suspend with reason 08 is predicted
      * here too.
      *----------------------------------------------------------------
       01  WS-MAX-LIST-DEPTH               PIC 9(2) VALUE 20.
       01  WS-LIST-STACK-DEPTH             PIC 9(2) VALUE 0.
       01  WS-LIST-STACK.
           05  WS-LIST-STACK-ENTRY OCCURS 20.
               10  WS-STK-LIST-CODE        PIC X(8).
               10  WS-STK-LAST-SEQ         PIC 9(3).
       01  WS-MAX-VISITED-LISTS            PIC 9(3) VALUE 100.
       01  WS-VISITED-COUNT                PIC 9(3) VALUE 0.
       01  WS-VISITED-TABLE.
           05  WS-VISITED-LIST-CODE        PIC X(8) OCCURS 100.
       01  WS-VISITED-INDEX                PIC 9(3).
       01  WS-LIST-VISITED-SWITCH          PIC X VALUE "N".
           88  WS-LIST-VISITED              VALUE "Y".
       01  WS-MAX-GREETED-MEMBERS          PIC 9(5) VALUE 20000.
       01  WS-GREETED-COUNT                PIC 9(5) VALUE 0.
       01  WS-GREETED-TABLE.
           05  WS-GREETED-MEMBER-ID        PIC X(8) OCCURS 20000.
       01  WS-GREETED-INDEX                PIC 9(5).
       01  WS-MEMBER-SEEN-SWITCH           PIC X VALUE "N".
           88  WS-MEMBER-SEEN               VALUE "Y".
       01  WS-MEMBER-WORK-ID               PIC X(8).
       01  WS-MEMBER-KIND                  PIC X.
       01  WS-LIST-CODE                    PIC X(8).
       01  WS-LIST-FOUND-SWITCH            PIC X VALUE "N".
           88  WS-LIST-FOUND                VALUE "Y".

      *----------------------------------------------------------------
      * Department volume - one slot per department seen: the
      * night under test's count (printed and cleared at the end of
      * each night) and the count over the whole forecast. Raw-name
      * greetings carry no department and tally under spaces. A
      * department beyond the table is still counted in the night's
      * and the forecast's totals, under "OTHER".
      *----------------------------------------------------------------
       01  WS-MAX-DEPARTMENTS              PIC 9(3) VALUE 500.
       01  WS-DEPARTMENT-COUNT             PIC 9(3) VALUE 0.
       01  WS-DEPARTMENT-TABLE.
           05  WS-DEPARTMENT-ENTRY OCCURS 500.
               10  WS-DT-DEPARTMENT-CODE   PIC X(4).
               10  WS-DT-DAY-GREETINGS     PIC 9(7).
               10  WS-DT-TOTAL-GREETINGS   PIC 9(9).
       01  WS-DEPARTMENT-INDEX             PIC 9(3).
       01  WS-DEPARTMENT-FOUND-SWITCH      PIC X VALUE "N".
           88  WS-DEPARTMENT-FOUND          VALUE "Y".
       01  WS-OTHER-DAY-GREETINGS          PIC 9(7) VALUE 0.
       01  WS-OTHER-TOTAL-GREETINGS        PIC 9(9) VALUE 0.

      *----------------------------------------------------------------
      * Predicted failures - one slot per distinct failure (reason,
      * schedule row, recipient or member, greeting, language), in
      * the order they are first met. Nights are forecast in date
      * order, so that is first-occurrence order. Reason codes:
      *   16  RC 16 - greeting/language on GREETMST, no version in
      *       force on the date (expired, or staged for later)
      *   12  RC 12 - greeting/language not on GREETMST at all
      *   05  suspense 05 - recipient id, list code, or list member
      *       not on RECPMST
      *   08  suspense 08 - list member HELLO cannot expand (list
      *       nesting or expansion tables exhausted)
      * RC 12/16 greetings are still produced, with the
      * "Hello, World!" fallback text; suspense failures are not.
      *----------------------------------------------------------------
       01  WS-MAX-FAILURES                 PIC 9(4) VALUE 1000.
       01  WS-FAILURE-COUNT                PIC 9(4) VALUE 0.
       01  WS-FAILURE-TABLE.
           05  WS-FAILURE-ENTRY OCCURS 1000.
               10  WS-FT-REASON            PIC 9(2).
               10  WS-FT-ROW-NUMBER        PIC 9(6).
               10  WS-FT-RECIPIENT         PIC X(30).
               10  WS-FT-GREETING-ID       PIC 9(5).
               10  WS-FT-LANGUAGE-CODE     PIC X(3).
               10  WS-FT-RULE-TYPE         PIC X.
               10  WS-FT-RULE-RECIPIENT    PIC X(30).
               10  WS-FT-FIRST-DATE        PIC 9(8).
               10  WS-FT-LAST-DATE         PIC 9(8).
               10  WS-FT-OCCURRENCES       PIC 9(5).
       01  WS-FAILURE-INDEX                PIC 9(4).
       01  WS-FAILURE-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-FAILURE-FOUND             VALUE "Y".
       01  WS-FAILURE-REASON               PIC 9(2).
       01  WS-FAILURE-RECIPIENT            PIC X(30).
       01  WS-FAILURES-UNLISTED            PIC 9(7) VALUE 0.

      *----------------------------------------------------------------
      * Volume counters - the night under test, and the forecast.
      *----------------------------------------------------------------
       01  WS-DAY-RULES-DUE                PIC 9(5) VALUE 0.
       01  WS-DAY-GREETINGS                PIC 9(7) VALUE 0.
       01  WS-DAY-FALLBACK                 PIC 9(7) VALUE 0.
       01  WS-DAY-SUSPENDED                PIC 9(7) VALUE 0.
       01  WS-DAY-SUPPRESSED               PIC 9(7) VALUE 0.
       01  WS-RULES-READ                   PIC 9(6) VALUE 0.
       01  WS-RULES-REJECTED               PIC 9(6) VALUE 0.
       01  WS-TOTAL-RULES-DUE              PIC 9(7) VALUE 0.
       01  WS-TOTAL-GREETINGS              PIC 9(9) VALUE 0.
       01  WS-TOTAL-FALLBACK               PIC 9(9) VALUE 0.
       01  WS-TOTAL-SUSPENDED              PIC 9(9) VALUE 0.
       01  WS-TOTAL-SUPPRESSED             PIC 9(9) VALUE 0.
       01  WS-TOTAL-ROLLED-IN              PIC 9(7) VALUE 0.
       01  WS-TOTAL-ROLLED-OUT             PIC 9(7) VALUE 0.
       01  WS-TOTAL-SKIPPED                PIC 9(7) VALUE 0.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-RECIPIENT                PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-TYPE                     PIC X.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-GREETING-ID              PIC X(5).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-FREQUENCY                PIC X.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-DISPOSITION              PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-COMMENT                  PIC X(56).

       01  WS-DAY-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DY-RUN-DATE                 PIC 9(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DY-DAY-NAME                 PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DY-RULES-DUE                PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DY-GREETINGS                PIC ZZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DY-FALLBACK                 PIC ZZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DY-SUSPENDED                PIC ZZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DY-SUPPRESSED               PIC ZZZZZZ9.

       01  WS-DEPARTMENT-LINE.
           05  FILLER                      PIC X(15) VALUE SPACES.
           05  DP-LABEL                    PIC X(5)  VALUE "DEPT ".
           05  DP-DEPARTMENT               PIC X(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DP-GREETINGS                PIC ZZZZZZZZ9.

       01  WS-FAILURE-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FL-FIRST-DATE               PIC 9(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FL-LAST-DATE                PIC 9(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FL-OCCURRENCES              PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FL-REASON                   PIC X(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FL-GREETING-ID              PIC 9(5).
           05  FILLER                      PIC X     VALUE SPACE.
           05  FL-LANGUAGE-CODE            PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FL-RECIPIENT                PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FL-ROW-NUMBER               PIC ZZZZZ9.
           05  FILLER                      PIC X     VALUE SPACE.
           05  FL-RULE-TYPE                PIC X.
           05  FILLER                      PIC X     VALUE SPACE.
           05  FL-RULE-RECIPIENT           PIC X(30).

      *----------------------------------------------------------------
      * WS-RETURN-CODE - posted to the special register RETURN-CODE
      * at end of run so the scheduler can branch on it.
      * Documented values:
      *   000  forecast complete, no failure predicted and every
      *        schedule row clean
      *   004  no failure predicted, but some schedule rows are
      *        rejected (HELLOSCH will reject them every night) -
      *        see the report
      *   008  failures predicted inside the forecast - stage the
      *        GREETMNT or RECPMNT fix before the first date listed
      *   012  PARM not [yyyymmdd][,days], or HELLOSCD holds more
      *        rules than the forecast's rule table
      *   024  HELLOSCD, GREETMST, RECPMST, or FCSTRPT could not be
      *        opened (RECPSUP and BUSCAL are optional)
      *----------------------------------------------------------------
       01  WS-RETURN-CODE                  PIC 9(3) VALUE 0.
           88  RC-SUCCESS                  VALUE 0.
           88  RC-SOME-REJECTED            VALUE 4.
           88  RC-FAILURES-PREDICTED       VALUE 8.
           88  RC-BAD-PARAMETER            VALUE 12.
           88  RC-FILE-ERROR               VALUE 24.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT RC-BAD-PARAMETER
               PERFORM 2000-OPEN-FILES
               IF NOT RC-FILE-ERROR
                   PERFORM 2100-PRINT-HEADINGS
                   PERFORM 2500-LOAD-SCHEDULE UNTIL WS-END-OF-INPUT
                   IF WS-RULE-TABLE-FULL
                       SET RC-BAD-PARAMETER TO TRUE
                       DISPLAY "HELLOFCS HELLOSCD HOLDS MORE THAN "
                           WS-MAX-RULES " CLEAN RULES - NOT FORECAST"
                   ELSE
                       PERFORM 2700-PRINT-DAY-HEADINGS
                       PERFORM 3000-FORECAST-ONE-DAY
                           VARYING WS-DAY-NUMBER FROM 1 BY 1
                           UNTIL WS-DAY-NUMBER > WS-FORECAST-DAYS
                       PERFORM 7000-PRINT-DEPARTMENT-TOTALS
                       PERFORM 7100-PRINT-FAILURES
                       PERFORM 7500-PRINT-CONTROL-TOTALS
                       PERFORM 8000-SET-RETURN-CODE
                   END-IF
               END-IF
               PERFORM 9000-CLOSE-FILES
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           DISPLAY "SITE" UPON ENVIRONMENT-NAME
           ACCEPT WS-SITE-TOKEN FROM ENVIRONMENT-VALUE
           IF WS-SITE-TOKEN NOT = SPACES AND LOW-VALUES
               MOVE WS-SITE-TOKEN TO WS-JOB-SITE-CODE
           END-IF
           MOVE ZEROS TO WS-RULE-TABLE
           MOVE ZEROS TO WS-DEPARTMENT-TABLE
           MOVE ZEROS TO WS-FAILURE-TABLE
           PERFORM 1100-GET-PARAMETER
           IF NOT RC-BAD-PARAMETER
               MOVE FUNCTION INTEGER-OF-DATE(WS-FORECAST-START-DATE)
                   TO WS-FORECAST-START-INTEGER
               MOVE FUNCTION DATE-OF-INTEGER(WS-FORECAST-START-INTEGER
                   + WS-FORECAST-DAYS - 1) TO WS-FORECAST-END-DATE
               DISPLAY "HELLOFCS FORECASTING " WS-FORECAST-DAYS
                   " NIGHTS " WS-FORECAST-START-DATE
                   " THROUGH " WS-FORECAST-END-DATE
           END-IF.

      *----------------------------------------------------------------
      * 1100 - the start date goes through the same calendar edit
      * as HELLOSCH's run date; no start date means tomorrow, the
      * first night not yet cut.
      *----------------------------------------------------------------
       1100-GET-PARAMETER.
           ACCEPT WS-PARM-INPUT FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-START-DATE
           MOVE SPACES TO WS-PARM-DAYS
           UNSTRING WS-PARM-INPUT DELIMITED BY ","
               INTO WS-PARM-START-DATE WS-PARM-DAYS
           END-UNSTRING
           IF WS-PARM-START-DATE = SPACES OR LOW-VALUES
               MOVE FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE) + 1)
                   TO WS-FORECAST-START-DATE
           ELSE
               IF WS-PARM-START-DATE IS NUMERIC
                   MOVE WS-PARM-START-DATE TO WS-EDIT-DATE
                   PERFORM 1200-EDIT-ONE-DATE
               ELSE
                   MOVE "N" TO WS-EDIT-DATE-OK-SWITCH
               END-IF
               IF WS-EDIT-DATE-OK
                   MOVE WS-EDIT-DATE TO WS-FORECAST-START-DATE
               ELSE
                   SET RC-BAD-PARAMETER TO TRUE
               END-IF
           END-IF
           IF WS-PARM-DAYS = SPACES OR LOW-VALUES
               MOVE WS-DEFAULT-DAYS TO WS-FORECAST-DAYS
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-PARM-DAYS) = 0
                   AND FUNCTION NUMVAL(WS-PARM-DAYS) >= 1
                   AND FUNCTION NUMVAL(WS-PARM-DAYS) <= WS-MAX-DAYS
                   MOVE FUNCTION NUMVAL(WS-PARM-DAYS)
                       TO WS-FORECAST-DAYS
               ELSE
                   SET RC-BAD-PARAMETER TO TRUE
               END-IF
           END-IF
           IF RC-BAD-PARAMETER
               DISPLAY "HELLOFCS PARM NOT [YYYYMMDD][,DAYS 1-"
                   WS-MAX-DAYS "]: " FUNCTION TRIM(WS-PARM-INPUT)
           END-IF.

       1200-EDIT-ONE-DATE.
           MOVE "N" TO WS-EDIT-DATE-OK-SWITCH
           IF WS-EDIT-DATE-YEAR < 1990
               OR WS-EDIT-DATE-MONTH < 1
               OR WS-EDIT-DATE-MONTH > 12
               OR WS-EDIT-DATE-DAY < 1
               CONTINUE
           ELSE
               PERFORM 1250-SET-EDIT-MAX-DAY
               IF WS-EDIT-DATE-DAY <= WS-EDIT-DATE-MAX-DAY
                   SET WS-EDIT-DATE-OK TO TRUE
               END-IF
           END-IF.

       1250-SET-EDIT-MAX-DAY.
           EVALUATE WS-EDIT-DATE-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-EDIT-DATE-MAX-DAY
               WHEN 2
                   DIVIDE WS-EDIT-DATE-YEAR BY 4
                       GIVING WS-EDIT-YEAR-REM-4
                       REMAINDER WS-EDIT-YEAR-REM-4
                   DIVIDE WS-EDIT-DATE-YEAR BY 100
                       GIVING WS-EDIT-YEAR-REM-100
                       REMAINDER WS-EDIT-YEAR-REM-100
                   DIVIDE WS-EDIT-DATE-YEAR BY 400
                       GIVING WS-EDIT-YEAR-REM-400
                       REMAINDER WS-EDIT-YEAR-REM-400
                   IF WS-EDIT-YEAR-REM-400 = 0
                       OR (WS-EDIT-YEAR-REM-4 = 0
                           AND WS-EDIT-YEAR-REM-100 NOT = 0)
                       MOVE 29 TO WS-EDIT-DATE-MAX-DAY
                   ELSE
                       MOVE 28 TO WS-EDIT-DATE-MAX-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-EDIT-DATE-MAX-DAY
           END-EVALUATE.

      *----------------------------------------------------------------
      * 1300 - the night under test's day of week, for the day
      * line; the due tests get everything they need about a date
      * from 5050.
      *----------------------------------------------------------------
       1300-SET-RUN-DAY-FACTS.
           MOVE WS-RUN-DATE TO WS-TEST-DATE
           PERFORM 5050-SET-TEST-DAY-FACTS
           MOVE WS-TEST-DAY-OF-WEEK TO WS-RUN-DAY-OF-WEEK.

       2000-OPEN-FILES.
           OPEN INPUT SCHEDULE-MASTER
           IF WS-FS-SCHEDULE NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN INPUT GREETING-MASTER
           IF WS-FS-GREETING-MASTER NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN INPUT RECIPIENT-MASTER
           IF WS-FS-RECIPIENT-MASTER NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN INPUT RECIPIENT-SUPPRESSION-FILE
           IF WS-FS-SUPPRESSION = "00"
               SET WS-SUPPRESSION-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT FCSTRPT-FILE
           IF WS-FS-REPORT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF WS-FS-CALENDAR = "00"
               SET WS-CALENDAR-AVAILABLE TO TRUE
           END-IF.

       2100-PRINT-HEADINGS.
           MOVE SPACES TO PRINT-RECORD
           MOVE "1" TO PR-CARRIAGE-CONTROL
           STRING "HELLOFCS BATCH FORECAST - NIGHTS "
               WS-FORECAST-START-DATE " THROUGH "
               WS-FORECAST-END-DATE " (" WS-FORECAST-DAYS
               " NIGHTS) RUN " WS-SYSTEM-DATE
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD
           IF NOT WS-SUPPRESSION-AVAILABLE
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CARRIAGE-CONTROL
               MOVE "RECPSUP NOT ALLOCATED - NO SUPPRESSION APPLIED"
                   TO PR-LINE
               WRITE PRINT-RECORD
           END-IF
           IF NOT WS-CALENDAR-AVAILABLE
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CARRIAGE-CONTROL
               STRING "BUSCAL NOT ALLOCATED - RULES THAT ROLL OR SKIP"
                   " ARE REJECTED"
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PRINT-RECORD
           END-IF
           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           MOVE "SCHEDULE ROWS HELLOSCH WILL REJECT EVERY NIGHT"
               TO PR-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "  RECIPIENT/ID/LIST                 T  GRTID  F"
               "  DISPOSTN  COMMENT"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

      *----------------------------------------------------------------
      * 2500/2510 - load the schedule: every row through HELLOSCH's
      * edits, clean rows into the rule table, rejected rows onto
      * the report.
      *----------------------------------------------------------------
       2500-LOAD-SCHEDULE.
           READ SCHEDULE-MASTER INTO SCHEDULE-MASTER-RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-RULES-READ
                   PERFORM 2510-LOAD-ONE-RULE
           END-READ.

       2510-LOAD-ONE-RULE.
           PERFORM 4000-VALIDATE-RULE
           IF WS-RULE-CLEAN
               IF WS-RULE-COUNT >= WS-MAX-RULES
                   SET WS-RULE-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-RULE-COUNT
                   MOVE SCHEDULE-MASTER-RECORD
                       TO WS-RL-RULE-IMAGE(WS-RULE-COUNT)
                   MOVE WS-RULES-READ
                       TO WS-RL-ROW-NUMBER(WS-RULE-COUNT)
                   MOVE WS-RULE-GREETING-ID
                       TO WS-RL-GREETING-ID(WS-RULE-COUNT)
                   MOVE WS-RULE-DAY-PATTERN
                       TO WS-RL-DAY-PATTERN(WS-RULE-COUNT)
                   MOVE WS-RULE-START-DATE
                       TO WS-RL-START-DATE(WS-RULE-COUNT)
                   MOVE WS-RULE-END-DATE
                       TO WS-RL-END-DATE(WS-RULE-COUNT)
                   MOVE WS-RULE-SITE-CODE
                       TO WS-RL-SITE-CODE(WS-RULE-COUNT)
                   MOVE WS-RULE-CLOSED-WEEKDAYS
                       TO WS-RL-CLOSED-WEEKDAYS(WS-RULE-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-RULES-REJECTED
               PERFORM 6000-PRINT-REJECT-LINE
           END-IF.

       2700-PRINT-DAY-HEADINGS.
           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           MOVE "PROJECTED VOLUME BY NIGHT AND DEPARTMENT" TO PR-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "  RUN DATE  DAY  RULES  GRTINGS  RC12/16"
               "  SUSPEND  SUPPRSD"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

      *----------------------------------------------------------------
      * 3000 - one forecast night: every clean rule through
      * HELLOSCH's due test for the date, every rule that fires
      * followed through HELLO, then the night's volume line and
      * its department lines.
      *----------------------------------------------------------------
       3000-FORECAST-ONE-DAY.
           MOVE FUNCTION DATE-OF-INTEGER(WS-FORECAST-START-INTEGER
               + WS-DAY-NUMBER - 1) TO WS-RUN-DATE
           PERFORM 1300-SET-RUN-DAY-FACTS
           MOVE 0 TO WS-DAY-RULES-DUE
           MOVE 0 TO WS-DAY-GREETINGS
           MOVE 0 TO WS-DAY-FALLBACK
           MOVE 0 TO WS-DAY-SUSPENDED
           MOVE 0 TO WS-DAY-SUPPRESSED
           PERFORM 3100-FORECAST-ONE-RULE
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-RULE-COUNT
           ADD WS-DAY-RULES-DUE TO WS-TOTAL-RULES-DUE
           ADD WS-DAY-GREETINGS TO WS-TOTAL-GREETINGS
           ADD WS-DAY-FALLBACK TO WS-TOTAL-FALLBACK
           ADD WS-DAY-SUSPENDED TO WS-TOTAL-SUSPENDED
           ADD WS-DAY-SUPPRESSED TO WS-TOTAL-SUPPRESSED
           PERFORM 3800-PRINT-DAY-LINES.

       3100-FORECAST-ONE-RULE.
           MOVE WS-RL-RULE-IMAGE(WS-RULE-INDEX)
               TO SCHEDULE-MASTER-RECORD
           MOVE WS-RL-ROW-NUMBER(WS-RULE-INDEX) TO WS-RULE-ROW-NUMBER
           MOVE WS-RL-GREETING-ID(WS-RULE-INDEX) TO WS-RULE-GREETING-ID
           MOVE WS-RL-DAY-PATTERN(WS-RULE-INDEX) TO WS-RULE-DAY-PATTERN
           MOVE WS-RL-START-DATE(WS-RULE-INDEX) TO WS-RULE-START-DATE
           MOVE WS-RL-END-DATE(WS-RULE-INDEX) TO WS-RULE-END-DATE
           MOVE WS-RL-SITE-CODE(WS-RULE-INDEX) TO WS-RULE-SITE-CODE
           MOVE WS-RL-CLOSED-WEEKDAYS(WS-RULE-INDEX)
               TO WS-RULE-CLOSED-WEEKDAYS
           PERFORM 5100-DECIDE-RULE-DISPOSITION
           EVALUATE TRUE
               WHEN WS-DISP-DUE
                   ADD 1 TO WS-DAY-RULES-DUE
                   PERFORM 3200-PROJECT-REQUEST
               WHEN WS-DISP-ROLLED-IN
                   ADD 1 TO WS-DAY-RULES-DUE
                   ADD 1 TO WS-TOTAL-ROLLED-IN
                   PERFORM 3200-PROJECT-REQUEST
               WHEN WS-DISP-ROLLED-OUT
                   ADD 1 TO WS-TOTAL-ROLLED-OUT
               WHEN WS-DISP-SKIPPED
                   ADD 1 TO WS-TOTAL-SKIPPED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * 3200 - the GREETIN record HELLOSCH would cut, followed
      * through HELLO's 3520: the request's language, or HELLO's
      * default when it is blank, then the recipient by type.
      *----------------------------------------------------------------
       3200-PROJECT-REQUEST.
           MOVE "N" TO WS-RECIPIENT-SUPPRESSED-SWITCH
           MOVE SPACES TO WS-DEPARTMENT-CODE
           MOVE SC-RECIPIENT-NAME TO WS-RECIPIENT-NAME
           MOVE WS-RULE-GREETING-ID TO WS-GREETING-ID
           IF SC-LANGUAGE-CODE = SPACES
               MOVE WS-DEFAULT-LANGUAGE-CODE TO WS-LANGUAGE-CODE
           ELSE
               MOVE SC-LANGUAGE-CODE TO WS-LANGUAGE-CODE
           END-IF
           EVALUATE TRUE
               WHEN SC-RECIP-BY-NAME
                   PERFORM 3400-PROJECT-ONE-GREETING
               WHEN SC-RECIP-BY-ID
                   PERFORM 3250-RESOLVE-RECIPIENT-ID
               WHEN SC-RECIP-BY-LIST
                   PERFORM 3300-EXPAND-LIST
           END-EVALUATE.

      *----------------------------------------------------------------
      * 3250 - HELLO's 3525: canonical name and department, the
      * recipient's preferred language when the request gave none,
      * then the suppression check for the night.
      *----------------------------------------------------------------
       3250-RESOLVE-RECIPIENT-ID.
           SET RM-TYPE-RECIPIENT TO TRUE
           MOVE SC-RECIPIENT-ID TO RM-ID
           MOVE 0 TO RM-MEMBER-SEQ
           READ RECIPIENT-MASTER
               INVALID KEY
                   MOVE 5 TO WS-FAILURE-REASON
                   MOVE SC-RECIPIENT-ID TO WS-FAILURE-RECIPIENT
                   PERFORM 3650-NOTE-SUSPENSE
               NOT INVALID KEY
                   MOVE RM-RECIPIENT-NAME TO WS-RECIPIENT-NAME
                   MOVE RM-DEPARTMENT-CODE TO WS-DEPARTMENT-CODE
                   IF SC-LANGUAGE-CODE = SPACES
                       AND RM-LANGUAGE-CODE NOT = SPACES
                       MOVE RM-LANGUAGE-CODE TO WS-LANGUAGE-CODE
                   END-IF
                   MOVE SC-RECIPIENT-ID TO WS-SUPPRESS-RECIPIENT-ID
                   PERFORM 3570-CHECK-SUPPRESSION
                   PERFORM 3400-PROJECT-ONE-GREETING
           END-READ.

      *----------------------------------------------------------------
      * 3300-3354 - HELLO's list walk (3540-3554), step for step:
      * depth-first over the "L" rows from an explicit stack, each
      * sub-list expanded once per request, each person greeted
      * once per request. An unknown top-level list or member is a
      * reason-05 failure; a member the walk cannot take is a
      * reason-08 failure.
      *----------------------------------------------------------------
       3300-EXPAND-LIST.
           MOVE 0 TO WS-LIST-STACK-DEPTH
           MOVE 0 TO WS-VISITED-COUNT
           MOVE 0 TO WS-GREETED-COUNT
           MOVE SC-RECIPIENT-ID TO WS-LIST-CODE
           PERFORM 3342-PROBE-LIST-EXISTS
           IF NOT WS-LIST-FOUND
               MOVE 5 TO WS-FAILURE-REASON
               MOVE SC-RECIPIENT-ID TO WS-FAILURE-RECIPIENT
               PERFORM 3650-NOTE-SUSPENSE
           ELSE
               PERFORM 3343-PUSH-LIST
               PERFORM 3344-WALK-LIST-STACK
                   UNTIL WS-LIST-STACK-DEPTH = 0
           END-IF.

       3342-PROBE-LIST-EXISTS.
           MOVE "N" TO WS-LIST-FOUND-SWITCH
           SET RM-TYPE-LIST-MEMBER TO TRUE
           MOVE WS-LIST-CODE TO RM-ID
           MOVE 0 TO RM-MEMBER-SEQ
           START RECIPIENT-MASTER KEY >= RM-RECIPIENT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RECIPIENT-MASTER NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RM-TYPE-LIST-MEMBER
                               AND RM-ID = WS-LIST-CODE
                               SET WS-LIST-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START.

       3343-PUSH-LIST.
           ADD 1 TO WS-LIST-STACK-DEPTH
           MOVE WS-LIST-CODE TO WS-STK-LIST-CODE(WS-LIST-STACK-DEPTH)
           MOVE 0 TO WS-STK-LAST-SEQ(WS-LIST-STACK-DEPTH)
           ADD 1 TO WS-VISITED-COUNT
           MOVE WS-LIST-CODE TO WS-VISITED-LIST-CODE(WS-VISITED-COUNT).

       3344-WALK-LIST-STACK.
           SET RM-TYPE-LIST-MEMBER TO TRUE
           MOVE WS-STK-LIST-CODE(WS-LIST-STACK-DEPTH) TO RM-ID
           MOVE WS-STK-LAST-SEQ(WS-LIST-STACK-DEPTH) TO RM-MEMBER-SEQ
           START RECIPIENT-MASTER KEY > RM-RECIPIENT-KEY
               INVALID KEY
                   SUBTRACT 1 FROM WS-LIST-STACK-DEPTH
               NOT INVALID KEY
                   PERFORM 3345-READ-NEXT-LIST-ROW
           END-START.

       3345-READ-NEXT-LIST-ROW.
           READ RECIPIENT-MASTER NEXT RECORD
               AT END
                   SUBTRACT 1 FROM WS-LIST-STACK-DEPTH
               NOT AT END
                   IF NOT RM-TYPE-LIST-MEMBER
                       OR RM-ID NOT =
                           WS-STK-LIST-CODE(WS-LIST-STACK-DEPTH)
                       SUBTRACT 1 FROM WS-LIST-STACK-DEPTH
                   ELSE
                       MOVE RM-MEMBER-SEQ
                           TO WS-STK-LAST-SEQ(WS-LIST-STACK-DEPTH)
                       MOVE RM-MEMBER-ID TO WS-MEMBER-WORK-ID
                       PERFORM 3346-HANDLE-ONE-MEMBER
                   END-IF
           END-READ.

       3346-HANDLE-ONE-MEMBER.
           PERFORM 3347-CLASSIFY-MEMBER
           EVALUATE WS-MEMBER-KIND
               WHEN "R"
                   PERFORM 3348-CHECK-ALREADY-GREETED
                   EVALUATE TRUE
                       WHEN WS-MEMBER-SEEN
                           CONTINUE
                       WHEN WS-GREETED-COUNT >= WS-MAX-GREETED-MEMBERS
                           MOVE 8 TO WS-FAILURE-REASON
                           MOVE WS-MEMBER-WORK-ID
                               TO WS-FAILURE-RECIPIENT
                           PERFORM 3650-NOTE-SUSPENSE
                       WHEN OTHER
                           ADD 1 TO WS-GREETED-COUNT
                           MOVE WS-MEMBER-WORK-ID TO
                               WS-GREETED-MEMBER-ID(WS-GREETED-COUNT)
                           PERFORM 3350-GREET-ONE-MEMBER
                   END-EVALUATE
               WHEN "L"
                   PERFORM 3352-NOTE-SUB-LIST
               WHEN OTHER
                   MOVE 5 TO WS-FAILURE-REASON
                   MOVE WS-MEMBER-WORK-ID TO WS-FAILURE-RECIPIENT
                   PERFORM 3650-NOTE-SUSPENSE
           END-EVALUATE.

       3347-CLASSIFY-MEMBER.
           SET RM-TYPE-RECIPIENT TO TRUE
           MOVE WS-MEMBER-WORK-ID TO RM-ID
           MOVE 0 TO RM-MEMBER-SEQ
           READ RECIPIENT-MASTER
               INVALID KEY
                   MOVE WS-MEMBER-WORK-ID TO WS-LIST-CODE
                   PERFORM 3342-PROBE-LIST-EXISTS
                   IF WS-LIST-FOUND
                       MOVE "L" TO WS-MEMBER-KIND
                   ELSE
                       MOVE "U" TO WS-MEMBER-KIND
                   END-IF
               NOT INVALID KEY
                   MOVE "R" TO WS-MEMBER-KIND
           END-READ.

       3348-CHECK-ALREADY-GREETED.
           MOVE "N" TO WS-MEMBER-SEEN-SWITCH
           PERFORM 3351-MATCH-GREETED-MEMBER
               VARYING WS-GREETED-INDEX FROM 1 BY 1
               UNTIL WS-MEMBER-SEEN
               OR WS-GREETED-INDEX > WS-GREETED-COUNT.

       3351-MATCH-GREETED-MEMBER.
           IF WS-GREETED-MEMBER-ID(WS-GREETED-INDEX)
                   = WS-MEMBER-WORK-ID
               SET WS-MEMBER-SEEN TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 3350 - HELLO's 3550: a list member is greeted in their own
      * preferred language (HELLO's default when they have none),
      * whatever language the request carried.
      *----------------------------------------------------------------
       3350-GREET-ONE-MEMBER.
           MOVE "N" TO WS-RECIPIENT-SUPPRESSED-SWITCH
           MOVE SPACES TO WS-DEPARTMENT-CODE
           SET RM-TYPE-RECIPIENT TO TRUE
           MOVE WS-MEMBER-WORK-ID TO RM-ID
           MOVE 0 TO RM-MEMBER-SEQ
           READ RECIPIENT-MASTER
               INVALID KEY
                   MOVE 5 TO WS-FAILURE-REASON
                   MOVE WS-MEMBER-WORK-ID TO WS-FAILURE-RECIPIENT
                   PERFORM 3650-NOTE-SUSPENSE
               NOT INVALID KEY
                   MOVE RM-RECIPIENT-NAME TO WS-RECIPIENT-NAME
                   MOVE RM-DEPARTMENT-CODE TO WS-DEPARTMENT-CODE
                   IF RM-LANGUAGE-CODE = SPACES
                       MOVE WS-DEFAULT-LANGUAGE-CODE
                           TO WS-LANGUAGE-CODE
                   ELSE
                       MOVE RM-LANGUAGE-CODE TO WS-LANGUAGE-CODE
                   END-IF
                   MOVE WS-MEMBER-WORK-ID TO WS-SUPPRESS-RECIPIENT-ID
                   PERFORM 3570-CHECK-SUPPRESSION
                   PERFORM 3400-PROJECT-ONE-GREETING
           END-READ.

       3352-NOTE-SUB-LIST.
           MOVE WS-MEMBER-WORK-ID TO WS-LIST-CODE
           PERFORM 3353-CHECK-LIST-VISITED
           EVALUATE TRUE
               WHEN WS-LIST-VISITED
                   CONTINUE
               WHEN WS-LIST-STACK-DEPTH >= WS-MAX-LIST-DEPTH
                   OR WS-VISITED-COUNT >= WS-MAX-VISITED-LISTS
                   MOVE 8 TO WS-FAILURE-REASON
                   MOVE WS-MEMBER-WORK-ID TO WS-FAILURE-RECIPIENT
                   PERFORM 3650-NOTE-SUSPENSE
               WHEN OTHER
                   PERFORM 3343-PUSH-LIST
           END-EVALUATE.

       3353-CHECK-LIST-VISITED.
           MOVE "N" TO WS-LIST-VISITED-SWITCH
           PERFORM 3354-MATCH-VISITED-LIST
               VARYING WS-VISITED-INDEX FROM 1 BY 1
               UNTIL WS-LIST-VISITED
               OR WS-VISITED-INDEX > WS-VISITED-COUNT.

       3354-MATCH-VISITED-LIST.
           IF WS-VISITED-LIST-CODE(WS-VISITED-INDEX) = WS-LIST-CODE
               SET WS-LIST-VISITED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 3400 - one greeting HELLO would attempt. A suppressed
      * recipient is skipped, as HELLO skips them; anything else is
      * produced and tallied to its department, and the version
      * lookup for the night decides whether it goes out with its
      * own text or the RC 12/16 fallback.
      *----------------------------------------------------------------
       3400-PROJECT-ONE-GREETING.
           IF WS-RECIPIENT-SUPPRESSED
               ADD 1 TO WS-DAY-SUPPRESSED
           ELSE
               ADD 1 TO WS-DAY-GREETINGS
               PERFORM 3450-TALLY-DEPARTMENT
               MOVE 0 TO WS-RECORD-RETURN-CODE
               PERFORM 3500-LOOKUP-GREETING
               IF WS-RECORD-RETURN-CODE NOT = 0
                   ADD 1 TO WS-DAY-FALLBACK
                   MOVE WS-RECORD-RETURN-CODE TO WS-FAILURE-REASON
                   MOVE WS-RECIPIENT-NAME TO WS-FAILURE-RECIPIENT
                   PERFORM 3600-NOTE-FAILURE
               END-IF
           END-IF.

       3450-TALLY-DEPARTMENT.
           MOVE "N" TO WS-DEPARTMENT-FOUND-SWITCH
           PERFORM 3460-MATCH-DEPARTMENT
               VARYING WS-DEPARTMENT-INDEX FROM 1 BY 1
               UNTIL WS-DEPARTMENT-FOUND
               OR WS-DEPARTMENT-INDEX > WS-DEPARTMENT-COUNT
           IF NOT WS-DEPARTMENT-FOUND
               IF WS-DEPARTMENT-COUNT < WS-MAX-DEPARTMENTS
                   ADD 1 TO WS-DEPARTMENT-COUNT
                   MOVE WS-DEPARTMENT-COUNT TO WS-DEPARTMENT-INDEX
                   MOVE WS-DEPARTMENT-CODE
                       TO WS-DT-DEPARTMENT-CODE(WS-DEPARTMENT-INDEX)
                   SET WS-DEPARTMENT-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-DEPARTMENT-FOUND
               ADD 1 TO WS-DT-DAY-GREETINGS(WS-DEPARTMENT-INDEX)
               ADD 1 TO WS-DT-TOTAL-GREETINGS(WS-DEPARTMENT-INDEX)
           ELSE
               ADD 1 TO WS-OTHER-DAY-GREETINGS
               ADD 1 TO WS-OTHER-TOTAL-GREETINGS
           END-IF.

       3460-MATCH-DEPARTMENT.
           IF WS-DT-DEPARTMENT-CODE(WS-DEPARTMENT-INDEX)
                   = WS-DEPARTMENT-CODE
               SET WS-DEPARTMENT-FOUND TO TRUE
               SUBTRACT 1 FROM WS-DEPARTMENT-INDEX
           END-IF.

      *----------------------------------------------------------------
      * 3500/3550 - HELLO's 3000/3050 against the night under test:
      * the first version whose range covers the date; none in
      * force is RC 16, no version at all is RC 12.
      *----------------------------------------------------------------
       3500-LOOKUP-GREETING.
           MOVE "N" TO WS-VERSION-FOUND-SWITCH
           MOVE "N" TO WS-KEY-EXISTS-SWITCH
           MOVE "N" TO WS-LOOKUP-DONE-SWITCH
           MOVE WS-GREETING-ID TO GM-GREETING-ID
           MOVE WS-LANGUAGE-CODE TO GM-LANGUAGE-CODE
           MOVE 0 TO GM-EFFECTIVE-DATE
           START GREETING-MASTER KEY >= GM-GREETING-KEY
               INVALID KEY
                   SET WS-LOOKUP-DONE TO TRUE
           END-START
           PERFORM 3550-EXAMINE-ONE-VERSION UNTIL WS-LOOKUP-DONE
           IF NOT WS-VERSION-FOUND
               IF WS-KEY-EXISTS
                   MOVE 16 TO WS-RECORD-RETURN-CODE
               ELSE
                   MOVE 12 TO WS-RECORD-RETURN-CODE
               END-IF
           END-IF.

       3550-EXAMINE-ONE-VERSION.
           READ GREETING-MASTER NEXT RECORD
               AT END
                   SET WS-LOOKUP-DONE TO TRUE
               NOT AT END
                   IF GM-GREETING-ID NOT = WS-GREETING-ID
                       OR GM-LANGUAGE-CODE NOT = WS-LANGUAGE-CODE
                       SET WS-LOOKUP-DONE TO TRUE
                   ELSE
                       SET WS-KEY-EXISTS TO TRUE
                       EVALUATE TRUE
                           WHEN GM-EFFECTIVE-DATE > WS-RUN-DATE
                               SET WS-LOOKUP-DONE TO TRUE
                           WHEN GM-EXPIRY-DATE >= WS-RUN-DATE
                               SET WS-VERSION-FOUND TO TRUE
                               SET WS-LOOKUP-DONE TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       3570-CHECK-SUPPRESSION.
           MOVE "N" TO WS-RECIPIENT-SUPPRESSED-SWITCH
           IF WS-SUPPRESSION-AVAILABLE
               MOVE "N" TO WS-SUPPRESS-SCAN-DONE-SWITCH
               MOVE WS-SUPPRESS-RECIPIENT-ID TO SP-RECIPIENT-ID
               MOVE 0 TO SP-START-DATE
               START RECIPIENT-SUPPRESSION-FILE
                   KEY >= SP-SUPPRESSION-KEY
                   INVALID KEY
                       SET WS-SUPPRESS-SCAN-DONE TO TRUE
               END-START
               PERFORM 3575-EXAMINE-ONE-PERIOD
                   UNTIL WS-SUPPRESS-SCAN-DONE
           END-IF.

       3575-EXAMINE-ONE-PERIOD.
           READ RECIPIENT-SUPPRESSION-FILE NEXT RECORD
               AT END
                   SET WS-SUPPRESS-SCAN-DONE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SP-RECIPIENT-ID
                               NOT = WS-SUPPRESS-RECIPIENT-ID
                           SET WS-SUPPRESS-SCAN-DONE TO TRUE
                       WHEN SP-START-DATE > WS-RUN-DATE
                           SET WS-SUPPRESS-SCAN-DONE TO TRUE
                       WHEN SP-END-DATE >= WS-RUN-DATE
                           SET WS-RECIPIENT-SUPPRESSED TO TRUE
                           SET WS-SUPPRESS-SCAN-DONE TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------
      * 3600/3610 - record a predicted failure: a new one takes the
      * next slot with tonight as its first date, a repeat moves
      * its last date and count along. 3650 is the suspense case -
      * the greeting is not produced - and the language column
      * carries the request's (or member's default) language.
      *----------------------------------------------------------------
       3600-NOTE-FAILURE.
           MOVE "N" TO WS-FAILURE-FOUND-SWITCH
           PERFORM 3610-MATCH-FAILURE
               VARYING WS-FAILURE-INDEX FROM 1 BY 1
               UNTIL WS-FAILURE-FOUND
               OR WS-FAILURE-INDEX > WS-FAILURE-COUNT
           EVALUATE TRUE
               WHEN WS-FAILURE-FOUND
                   MOVE WS-RUN-DATE
                       TO WS-FT-LAST-DATE(WS-FAILURE-INDEX)
                   IF WS-FT-OCCURRENCES(WS-FAILURE-INDEX) < 99999
                       ADD 1 TO WS-FT-OCCURRENCES(WS-FAILURE-INDEX)
                   END-IF
               WHEN WS-FAILURE-COUNT >= WS-MAX-FAILURES
                   ADD 1 TO WS-FAILURES-UNLISTED
               WHEN OTHER
                   ADD 1 TO WS-FAILURE-COUNT
                   MOVE WS-FAILURE-COUNT TO WS-FAILURE-INDEX
                   MOVE WS-FAILURE-REASON
                       TO WS-FT-REASON(WS-FAILURE-INDEX)
                   MOVE WS-RULE-ROW-NUMBER
                       TO WS-FT-ROW-NUMBER(WS-FAILURE-INDEX)
                   MOVE WS-FAILURE-RECIPIENT
                       TO WS-FT-RECIPIENT(WS-FAILURE-INDEX)
                   MOVE WS-GREETING-ID
                       TO WS-FT-GREETING-ID(WS-FAILURE-INDEX)
                   MOVE WS-LANGUAGE-CODE
                       TO WS-FT-LANGUAGE-CODE(WS-FAILURE-INDEX)
                   MOVE SC-RECIPIENT-TYPE
                       TO WS-FT-RULE-TYPE(WS-FAILURE-INDEX)
                   MOVE SC-RECIPIENT-NAME
                       TO WS-FT-RULE-RECIPIENT(WS-FAILURE-INDEX)
                   MOVE WS-RUN-DATE
                       TO WS-FT-FIRST-DATE(WS-FAILURE-INDEX)
                   MOVE WS-RUN-DATE
                       TO WS-FT-LAST-DATE(WS-FAILURE-INDEX)
                   MOVE 1 TO WS-FT-OCCURRENCES(WS-FAILURE-INDEX)
           END-EVALUATE.

       3610-MATCH-FAILURE.
           IF WS-FT-REASON(WS-FAILURE-INDEX) = WS-FAILURE-REASON
               AND WS-FT-ROW-NUMBER(WS-FAILURE-INDEX)
                   = WS-RULE-ROW-NUMBER
               AND WS-FT-RECIPIENT(WS-FAILURE-INDEX)
                   = WS-FAILURE-RECIPIENT
               AND WS-FT-GREETING-ID(WS-FAILURE-INDEX)
                   = WS-GREETING-ID
               AND WS-FT-LANGUAGE-CODE(WS-FAILURE-INDEX)
                   = WS-LANGUAGE-CODE
               SET WS-FAILURE-FOUND TO TRUE
               SUBTRACT 1 FROM WS-FAILURE-INDEX
           END-IF.

       3650-NOTE-SUSPENSE.
           ADD 1 TO WS-DAY-SUSPENDED
           PERFORM 3600-NOTE-FAILURE.

      *----------------------------------------------------------------
      * 3800/3810 - the night's volume line, then one line per
      * department greeted that night, clearing the night's counts
      * for the next.
      *----------------------------------------------------------------
       3800-PRINT-DAY-LINES.
           MOVE SPACES TO WS-DAY-LINE
           MOVE WS-RUN-DATE TO DY-RUN-DATE
           MOVE WS-DAY-NAME(WS-RUN-DAY-OF-WEEK) TO DY-DAY-NAME
           MOVE WS-DAY-RULES-DUE TO DY-RULES-DUE
           MOVE WS-DAY-GREETINGS TO DY-GREETINGS
           MOVE WS-DAY-FALLBACK TO DY-FALLBACK
           MOVE WS-DAY-SUSPENDED TO DY-SUSPENDED
           MOVE WS-DAY-SUPPRESSED TO DY-SUPPRESSED
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           MOVE WS-DAY-LINE TO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 3810-PRINT-ONE-DEPARTMENT-DAY
               VARYING WS-DEPARTMENT-INDEX FROM 1 BY 1
               UNTIL WS-DEPARTMENT-INDEX > WS-DEPARTMENT-COUNT
           IF WS-OTHER-DAY-GREETINGS > 0
               MOVE "OTHER" TO DP-DEPARTMENT
               MOVE WS-OTHER-DAY-GREETINGS TO DP-GREETINGS
               PERFORM 6600-WRITE-DEPARTMENT-LINE
               MOVE 0 TO WS-OTHER-DAY-GREETINGS
           END-IF.

       3810-PRINT-ONE-DEPARTMENT-DAY.
           IF WS-DT-DAY-GREETINGS(WS-DEPARTMENT-INDEX) > 0
               PERFORM 3820-SET-DEPARTMENT-LABEL
               MOVE WS-DT-DAY-GREETINGS(WS-DEPARTMENT-INDEX)
                   TO DP-GREETINGS
               PERFORM 6600-WRITE-DEPARTMENT-LINE
               MOVE 0 TO WS-DT-DAY-GREETINGS(WS-DEPARTMENT-INDEX)
           END-IF.

       3820-SET-DEPARTMENT-LABEL.
           IF WS-DT-DEPARTMENT-CODE(WS-DEPARTMENT-INDEX) = SPACES
               MOVE "(NONE)" TO DP-DEPARTMENT
           ELSE
               MOVE WS-DT-DEPARTMENT-CODE(WS-DEPARTMENT-INDEX)
                   TO DP-DEPARTMENT
           END-IF.

      *----------------------------------------------------------------
      * 4000-4420 - HELLOSCH's rule edits, unchanged.
      *----------------------------------------------------------------
       4000-VALIDATE-RULE.
           MOVE 0 TO WS-REJECT-REASON
           MOVE 0 TO WS-RULE-GREETING-ID
           MOVE 0 TO WS-RULE-DAY-PATTERN
           MOVE 0 TO WS-RULE-START-DATE
           MOVE 0 TO WS-RULE-END-DATE
           IF NOT SC-RECIP-BY-NAME AND NOT SC-RECIP-BY-ID
                   AND NOT SC-RECIP-BY-LIST
               MOVE 1 TO WS-REJECT-REASON
           END-IF
           IF WS-RULE-CLEAN
               IF SC-GREETING-ID IS NUMERIC
                   MOVE SC-GREETING-ID TO WS-RULE-GREETING-ID
               END-IF
               IF SC-GREETING-ID IS NOT NUMERIC
                   OR WS-RULE-GREETING-ID = 0
                   OR WS-RULE-GREETING-ID > WS-MAX-GREETING-ID
                   MOVE 2 TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-RULE-CLEAN
               AND (SC-RECIPIENT-NAME = SPACES OR LOW-VALUES)
               MOVE 3 TO WS-REJECT-REASON
           END-IF
           IF WS-RULE-CLEAN
               AND NOT SC-FREQ-DAILY AND NOT SC-FREQ-WEEKLY
               AND NOT SC-FREQ-MONTHLY AND NOT SC-FREQ-ANNUAL
               MOVE 4 TO WS-REJECT-REASON
           END-IF
           IF WS-RULE-CLEAN
               PERFORM 4100-VALIDATE-DAY-PATTERN
           END-IF
           IF WS-RULE-CLEAN
               PERFORM 4200-VALIDATE-RULE-DATES
           END-IF
           IF WS-RULE-CLEAN
               PERFORM 4300-VALIDATE-ROLL-CONVENTION
           END-IF.

       4100-VALIDATE-DAY-PATTERN.
           IF SC-FREQ-DAILY
               CONTINUE
           ELSE
               IF SC-DAY-PATTERN IS NOT NUMERIC
                   MOVE 5 TO WS-REJECT-REASON
               ELSE
                   MOVE SC-DAY-PATTERN TO WS-RULE-DAY-PATTERN
                   EVALUATE TRUE
                       WHEN SC-FREQ-WEEKLY
                           IF WS-RULE-DAY-PATTERN < 1
                               OR WS-RULE-DAY-PATTERN > 7
                               MOVE 5 TO WS-REJECT-REASON
                           END-IF
                       WHEN SC-FREQ-MONTHLY
                           IF WS-RULE-DAY-PATTERN < 1
                               OR WS-RULE-DAY-PATTERN > 31
                               MOVE 5 TO WS-REJECT-REASON
                           END-IF
                       WHEN SC-FREQ-ANNUAL
                           IF WS-RULE-PATTERN-MONTH < 1
                               OR WS-RULE-PATTERN-MONTH > 12
                               MOVE 5 TO WS-REJECT-REASON
                           ELSE
                               PERFORM 4110-SET-PATTERN-MAX-DAY
                               IF WS-RULE-PATTERN-DAY < 1
                                   OR WS-RULE-PATTERN-DAY
                                       > WS-PATTERN-MAX-DAY
                                   MOVE 5 TO WS-REJECT-REASON
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       4110-SET-PATTERN-MAX-DAY.
           EVALUATE WS-RULE-PATTERN-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-PATTERN-MAX-DAY
               WHEN 2
                   MOVE 29 TO WS-PATTERN-MAX-DAY
               WHEN OTHER
                   MOVE 31 TO WS-PATTERN-MAX-DAY
           END-EVALUATE.

       4200-VALIDATE-RULE-DATES.
           IF SC-START-DATE IS NOT NUMERIC
               OR SC-END-DATE IS NOT NUMERIC
               MOVE 6 TO WS-REJECT-REASON
           ELSE
               MOVE SC-START-DATE TO WS-RULE-START-DATE
               MOVE SC-END-DATE TO WS-RULE-END-DATE
               IF WS-RULE-START-DATE > WS-RULE-END-DATE
                   MOVE 6 TO WS-REJECT-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 4300 - the roll convention. Firing on the day needs nothing
      * more; rolling or skipping needs the rule's site to have a
      * profile on the calendar, or there is no way to tell which
      * of its days are business days.
      *----------------------------------------------------------------
       4300-VALIDATE-ROLL-CONVENTION.
           IF NOT SC-ROLL-ON-DAY AND NOT SC-ROLL-NEXT
                   AND NOT SC-ROLL-PREVIOUS AND NOT SC-ROLL-SKIP
               MOVE 7 TO WS-REJECT-REASON
           ELSE
               IF SC-SITE-CODE = SPACES OR LOW-VALUES
                   MOVE WS-JOB-SITE-CODE TO WS-RULE-SITE-CODE
               ELSE
                   MOVE SC-SITE-CODE TO WS-RULE-SITE-CODE
               END-IF
               IF NOT SC-ROLL-ON-DAY
                   PERFORM 4400-FIND-SITE-PROFILE
                   IF NOT WS-SITE-PROFILE-FOUND
                       MOVE 8 TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 4400-4420 - the rule site's profile: the weekdays it is
      * normally closed, from the site table when the site has been
      * seen already this run, else from its BUSCAL profile row.
      *----------------------------------------------------------------
       4400-FIND-SITE-PROFILE.
           MOVE "N" TO WS-SITE-CACHED-SWITCH
           PERFORM 4410-MATCH-CACHED-SITE
               VARYING WS-SITE-INDEX FROM 1 BY 1
               UNTIL WS-SITE-INDEX > WS-SITE-COUNT
                   OR WS-SITE-CACHED
           IF NOT WS-SITE-CACHED
               PERFORM 4420-READ-SITE-PROFILE
           END-IF.

       4410-MATCH-CACHED-SITE.
           IF WS-ST-SITE-CODE(WS-SITE-INDEX) = WS-RULE-SITE-CODE
               SET WS-SITE-CACHED TO TRUE
               MOVE WS-ST-PROFILE-SWITCH(WS-SITE-INDEX)
                   TO WS-SITE-PROFILE-SWITCH
               MOVE WS-ST-CLOSED-WEEKDAYS(WS-SITE-INDEX)
                   TO WS-RULE-CLOSED-WEEKDAYS
           END-IF.

       4420-READ-SITE-PROFILE.
           MOVE "N" TO WS-SITE-PROFILE-SWITCH
           MOVE SPACES TO WS-RULE-CLOSED-WEEKDAYS
           IF WS-CALENDAR-AVAILABLE
               MOVE WS-RULE-SITE-CODE TO CL-SITE-CODE
               MOVE 0 TO CL-CALENDAR-DATE
               READ BUSINESS-CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CL-DAY-PROFILE
                           SET WS-SITE-PROFILE-FOUND TO TRUE
                           MOVE CL-CLOSED-WEEKDAYS
                               TO WS-RULE-CLOSED-WEEKDAYS
                       END-IF
               END-READ
           END-IF
           IF WS-SITE-COUNT < WS-MAX-SITES
               ADD 1 TO WS-SITE-COUNT
               MOVE WS-RULE-SITE-CODE TO WS-ST-SITE-CODE(WS-SITE-COUNT)
               MOVE WS-SITE-PROFILE-SWITCH
                   TO WS-ST-PROFILE-SWITCH(WS-SITE-COUNT)
               MOVE WS-RULE-CLOSED-WEEKDAYS
                   TO WS-ST-CLOSED-WEEKDAYS(WS-SITE-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 5000-5600 - HELLOSCH's due test, month-end and Feb-29 clamps
      * included, and its roll conventions, for the night under
      * test.
      *----------------------------------------------------------------
       5000-CHECK-RULE-DUE.
           MOVE "N" TO WS-RULE-DUE-SWITCH
           IF WS-TEST-DATE < WS-RULE-START-DATE
               OR WS-TEST-DATE > WS-RULE-END-DATE
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN SC-FREQ-DAILY
                       SET WS-RULE-DUE TO TRUE
                   WHEN SC-FREQ-WEEKLY
                       IF WS-RULE-DAY-PATTERN = WS-TEST-DAY-OF-WEEK
                           SET WS-RULE-DUE TO TRUE
                       END-IF
                   WHEN SC-FREQ-MONTHLY
                       IF WS-RULE-DAY-PATTERN > WS-TEST-MAX-DAY
                           MOVE WS-TEST-MAX-DAY TO WS-RULE-FIRE-DAY
                       ELSE
                           MOVE WS-RULE-DAY-PATTERN
                               TO WS-RULE-FIRE-DAY
                       END-IF
                       IF WS-RULE-FIRE-DAY = WS-TEST-DAY
                           SET WS-RULE-DUE TO TRUE
                       END-IF
      *----------------------------------------------------------------
      * Annual: same clamp discipline as monthly - a pattern day
      * the test month doesn't reach this year falls on the
      * month's true last day, so a 0229 anniversary falls on
      * 0228 in a non-leap year instead of skipping three years
      * out of four.
      *----------------------------------------------------------------
                   WHEN SC-FREQ-ANNUAL
                       IF WS-RULE-PATTERN-MONTH = WS-TEST-MONTH
                           IF WS-RULE-PATTERN-DAY > WS-TEST-MAX-DAY
                               MOVE WS-TEST-MAX-DAY
                                   TO WS-RULE-FIRE-DAY
                           ELSE
                               MOVE WS-RULE-PATTERN-DAY
                                   TO WS-RULE-FIRE-DAY
                           END-IF
                           IF WS-RULE-FIRE-DAY = WS-TEST-DAY
                               SET WS-RULE-DUE TO TRUE
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * 5050 - everything about the test date the due test needs:
      * its day of week (integer day 1 was a Monday, so modulo 7
      * gives 1 = Monday through 6 = Saturday with 0 standing for
      * Sunday) and the true last day of its month.
      *----------------------------------------------------------------
       5050-SET-TEST-DAY-FACTS.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TEST-DATE)
               TO WS-TEST-INTEGER-DATE
           DIVIDE WS-TEST-INTEGER-DATE BY 7
               GIVING WS-TEST-INTEGER-QUOT
               REMAINDER WS-TEST-DAY-OF-WEEK
           IF WS-TEST-DAY-OF-WEEK = 0
               MOVE 7 TO WS-TEST-DAY-OF-WEEK
           END-IF
           EVALUATE WS-TEST-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-TEST-MAX-DAY
               WHEN 2
                   DIVIDE WS-TEST-YEAR BY 4
                       GIVING WS-YEAR-REM-4
                       REMAINDER WS-YEAR-REM-4
                   DIVIDE WS-TEST-YEAR BY 100
                       GIVING WS-YEAR-REM-100
                       REMAINDER WS-YEAR-REM-100
                   DIVIDE WS-TEST-YEAR BY 400
                       GIVING WS-YEAR-REM-400
                       REMAINDER WS-YEAR-REM-400
                   IF WS-YEAR-REM-400 = 0
                       OR (WS-YEAR-REM-4 = 0
                           AND WS-YEAR-REM-100 NOT = 0)
                       MOVE 29 TO WS-TEST-MAX-DAY
                   ELSE
                       MOVE 28 TO WS-TEST-MAX-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-TEST-MAX-DAY
           END-EVALUATE.

      *----------------------------------------------------------------
      * 5100 - what the run does with a clean rule (see
      * WS-RULE-DISPOSITION). Fire-on-the-day rules are the due
      * test on the run date and nothing more. For the others:
      *   - due on a business day: fires, as ever;
      *   - a business day the rule is not due on: "next" looks
      *     back, and "previous" looks ahead, across the closed
      *     days next to the run date for a day the rule fell on,
      *     and fires here if it finds one;
      *   - due on a closed day: skipped under "skip", otherwise
      *     rolled out to the business day the convention names.
      *----------------------------------------------------------------
       5100-DECIDE-RULE-DISPOSITION.
           SET WS-DISP-NOT-DUE TO TRUE
           MOVE WS-RUN-DATE TO WS-TEST-DATE
           PERFORM 5050-SET-TEST-DAY-FACTS
           PERFORM 5000-CHECK-RULE-DUE
           IF SC-ROLL-ON-DAY
               IF WS-RULE-DUE
                   SET WS-DISP-DUE TO TRUE
               END-IF
           ELSE
               MOVE WS-RULE-DUE-SWITCH TO WS-DUE-ON-RUN-DATE-SWITCH
               MOVE WS-RUN-DATE TO WS-CAL-DATE
               PERFORM 5600-CHECK-BUSINESS-DAY
               MOVE WS-CLOSED-REASON TO WS-NOMINAL-REASON
               EVALUATE TRUE
                   WHEN WS-BUSINESS-DAY AND WS-DUE-ON-RUN-DATE
                       SET WS-DISP-DUE TO TRUE
                   WHEN WS-BUSINESS-DAY AND SC-ROLL-SKIP
                       CONTINUE
                   WHEN WS-BUSINESS-DAY
                       PERFORM 5400-SCAN-FOR-ROLLED-IN-DAY
                   WHEN WS-DUE-ON-RUN-DATE
                       PERFORM 5200-ROLL-OFF-RUN-DATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * 5200 - the rule falls on the run date and the site is
      * closed: skip it, or find the business day it rolls to. No
      * business day within WS-MAX-ROLL-DAYS is reported as a skip.
      *----------------------------------------------------------------
       5200-ROLL-OFF-RUN-DATE.
           IF SC-ROLL-SKIP
               SET WS-DISP-SKIPPED TO TRUE
           ELSE
               IF SC-ROLL-NEXT
                   MOVE +1 TO WS-ROLL-STEP
               ELSE
                   MOVE -1 TO WS-ROLL-STEP
               END-IF
               PERFORM 5300-FIND-BUSINESS-DAY
               IF WS-ROLL-FOUND
                   SET WS-DISP-ROLLED-OUT TO TRUE
               ELSE
                   SET WS-DISP-SKIPPED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 5300/5310 - the nearest business day to the run date in the
      * direction of WS-ROLL-STEP, into WS-ROLL-DATE.
      *----------------------------------------------------------------
       5300-FIND-BUSINESS-DAY.
           MOVE "N" TO WS-ROLL-FOUND-SWITCH
           MOVE 0 TO WS-ROLL-DAYS-TRIED
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-ROLL-INTEGER
           PERFORM 5310-TRY-ONE-ROLL-DAY
               UNTIL WS-ROLL-FOUND
                   OR WS-ROLL-DAYS-TRIED >= WS-MAX-ROLL-DAYS.

       5310-TRY-ONE-ROLL-DAY.
           ADD 1 TO WS-ROLL-DAYS-TRIED
           ADD WS-ROLL-STEP TO WS-ROLL-INTEGER
           MOVE FUNCTION DATE-OF-INTEGER(WS-ROLL-INTEGER)
               TO WS-CAL-DATE
           PERFORM 5600-CHECK-BUSINESS-DAY
           IF WS-BUSINESS-DAY
               SET WS-ROLL-FOUND TO TRUE
               MOVE WS-CAL-DATE TO WS-ROLL-DATE
           END-IF.

      *----------------------------------------------------------------
      * 5400/5410 - the run date is a business day the rule is not
      * due on. Walk the unbroken run of closed days next to it -
      * back for "next", ahead for "previous" - and if the rule
      * falls on any of them it rolls in here. The first such day
      * found is the one reported; the rule fires once either way.
      *----------------------------------------------------------------
       5400-SCAN-FOR-ROLLED-IN-DAY.
           IF SC-ROLL-NEXT
               MOVE -1 TO WS-ROLL-STEP
           ELSE
               MOVE +1 TO WS-ROLL-STEP
           END-IF
           MOVE "N" TO WS-ROLL-SCAN-DONE-SWITCH
           MOVE 0 TO WS-ROLL-DAYS-TRIED
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-ROLL-INTEGER
           PERFORM 5410-SCAN-ONE-CLOSED-DAY
               UNTIL WS-ROLL-SCAN-DONE.

       5410-SCAN-ONE-CLOSED-DAY.
           ADD 1 TO WS-ROLL-DAYS-TRIED
           ADD WS-ROLL-STEP TO WS-ROLL-INTEGER
           MOVE FUNCTION DATE-OF-INTEGER(WS-ROLL-INTEGER)
               TO WS-CAL-DATE
           PERFORM 5600-CHECK-BUSINESS-DAY
           IF WS-BUSINESS-DAY
               SET WS-ROLL-SCAN-DONE TO TRUE
           ELSE
               MOVE WS-CAL-DATE TO WS-TEST-DATE
               PERFORM 5050-SET-TEST-DAY-FACTS
               PERFORM 5000-CHECK-RULE-DUE
               IF WS-RULE-DUE
                   SET WS-DISP-ROLLED-IN TO TRUE
                   MOVE WS-CAL-DATE TO WS-ROLL-DATE
                   MOVE WS-CLOSED-REASON TO WS-NOMINAL-REASON
                   SET WS-ROLL-SCAN-DONE TO TRUE
               END-IF
               IF WS-ROLL-DAYS-TRIED >= WS-MAX-ROLL-DAYS
                   SET WS-ROLL-SCAN-DONE TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 5600 - is WS-CAL-DATE a business day at the rule's site? A
      * dated BUSCAL row decides it outright - "H" closed, "W"
      * open - and with no dated row the site profile's closed
      * weekdays do.
      *----------------------------------------------------------------
       5600-CHECK-BUSINESS-DAY.
           SET WS-BUSINESS-DAY TO TRUE
           MOVE SPACES TO WS-CLOSED-REASON
           MOVE FUNCTION INTEGER-OF-DATE(WS-CAL-DATE)
               TO WS-CAL-INTEGER-DATE
           DIVIDE WS-CAL-INTEGER-DATE BY 7
               GIVING WS-CAL-INTEGER-QUOT
               REMAINDER WS-CAL-DAY-OF-WEEK
           IF WS-CAL-DAY-OF-WEEK = 0
               MOVE 7 TO WS-CAL-DAY-OF-WEEK
           END-IF
           MOVE WS-RULE-SITE-CODE TO CL-SITE-CODE
           MOVE WS-CAL-DATE TO CL-CALENDAR-DATE
           READ BUSINESS-CALENDAR-FILE
               INVALID KEY
                   IF WS-RULE-CLOSED-WEEKDAY(WS-CAL-DAY-OF-WEEK) = "Y"
                       MOVE "N" TO WS-BUSINESS-DAY-SWITCH
                       STRING "SITE " WS-RULE-SITE-CODE
                           " CLOSED " WS-DAY-NAME(WS-CAL-DAY-OF-WEEK)
                           DELIMITED BY SIZE INTO WS-CLOSED-REASON
                   END-IF
               NOT INVALID KEY
                   IF CL-DAY-HOLIDAY
                       MOVE "N" TO WS-BUSINESS-DAY-SWITCH
                       IF CL-DESCRIPTION = SPACES
                           STRING "SITE " WS-RULE-SITE-CODE
                               " HOLIDAY"
                               DELIMITED BY SIZE INTO WS-CLOSED-REASON
                       ELSE
                           MOVE CL-DESCRIPTION TO WS-CLOSED-REASON
                       END-IF
                   END-IF
           END-READ.

       6000-PRINT-REJECT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SC-RECIPIENT-NAME TO DL-RECIPIENT
           MOVE SC-RECIPIENT-TYPE TO DL-TYPE
           MOVE SC-GREETING-ID TO DL-GREETING-ID
           MOVE SC-FREQUENCY TO DL-FREQUENCY
           MOVE "REJECTED" TO DL-DISPOSITION
           EVALUATE WS-REJECT-REASON
               WHEN 1
                   MOVE "REASON 01 - RECIPIENT TYPE NOT BLANK, R, OR L"
                       TO DL-COMMENT
               WHEN 2
                   MOVE "REASON 02 - GREETING ID NOT NUMERIC/IN RANGE"
                       TO DL-COMMENT
               WHEN 3
                   MOVE "REASON 03 - RECIPIENT/ID/LIST CODE MISSING"
                       TO DL-COMMENT
               WHEN 4
                   MOVE "REASON 04 - FREQUENCY NOT D, W, M, OR A"
                       TO DL-COMMENT
               WHEN 5
                   MOVE "REASON 05 - DAY PATTERN INVALID FOR FREQUENCY"
                       TO DL-COMMENT
               WHEN 6
                   MOVE "REASON 06 - START/END DATES NOT A VALID RANGE"
                       TO DL-COMMENT
               WHEN 7
                   MOVE "REASON 07 - ROLL CONVENTION NOT BLANK/O/N/P/S"
                       TO DL-COMMENT
               WHEN 8
                   STRING "REASON 08 - SITE " WS-RULE-SITE-CODE
                       " HAS NO PROFILE ON BUSCAL"
                       DELIMITED BY SIZE INTO DL-COMMENT
               WHEN OTHER
                   MOVE "REASON ?? - UNCLASSIFIED REJECTION"
                       TO DL-COMMENT
           END-EVALUATE
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           MOVE WS-DETAIL-LINE TO PR-LINE
           WRITE PRINT-RECORD.

       6600-WRITE-DEPARTMENT-LINE.
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           MOVE WS-DEPARTMENT-LINE TO PR-LINE
           WRITE PRINT-RECORD.

      *----------------------------------------------------------------
      * 7000/7010 - each department's projected volume over the
      * whole forecast.
      *----------------------------------------------------------------
       7000-PRINT-DEPARTMENT-TOTALS.
           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           STRING "PROJECTED VOLUME BY DEPARTMENT, "
               WS-FORECAST-START-DATE " THROUGH "
               WS-FORECAST-END-DATE
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 7010-PRINT-ONE-DEPARTMENT-TOTAL
               VARYING WS-DEPARTMENT-INDEX FROM 1 BY 1
               UNTIL WS-DEPARTMENT-INDEX > WS-DEPARTMENT-COUNT
           IF WS-OTHER-TOTAL-GREETINGS > 0
               MOVE "OTHER" TO DP-DEPARTMENT
               MOVE WS-OTHER-TOTAL-GREETINGS TO DP-GREETINGS
               PERFORM 6600-WRITE-DEPARTMENT-LINE
           END-IF.

       7010-PRINT-ONE-DEPARTMENT-TOTAL.
           PERFORM 3820-SET-DEPARTMENT-LABEL
           MOVE WS-DT-TOTAL-GREETINGS(WS-DEPARTMENT-INDEX)
               TO DP-GREETINGS
           PERFORM 6600-WRITE-DEPARTMENT-LINE.

      *----------------------------------------------------------------
      * 7100/7110 - every failure predicted, in first-occurrence
      * order, with the legend for the reason column.
      *----------------------------------------------------------------
       7100-PRINT-FAILURES.
           MOVE SPACES TO PRINT-RECORD
           MOVE "1" TO PR-CARRIAGE-CONTROL
           STRING "PREDICTED FAILURES, "
               WS-FORECAST-START-DATE " THROUGH "
               WS-FORECAST-END-DATE
               " - IN ORDER OF FIRST OCCURRENCE"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "  FIRST     LAST      TIMES  REASON  GRTID LNG  "
               "RECIPIENT/MEMBER                   ROW T "
               "SCHEDULED RECIPIENT/ID/LIST"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD
           IF WS-FAILURE-COUNT = 0
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CARRIAGE-CONTROL
               MOVE "  NONE - EVERY NIGHT FORECAST CLEAN" TO PR-LINE
               WRITE PRINT-RECORD
           ELSE
               PERFORM 7110-PRINT-ONE-FAILURE
                   VARYING WS-FAILURE-INDEX FROM 1 BY 1
                   UNTIL WS-FAILURE-INDEX > WS-FAILURE-COUNT
           END-IF
           IF WS-FAILURES-UNLISTED > 0
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CARRIAGE-CONTROL
               STRING "  FAILURE TABLE FULL - " WS-FAILURES-UNLISTED
                   " FURTHER FAILURE(S) NOT LISTED"
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PRINT-RECORD
           END-IF
           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           STRING "  RC 16  GREETING/LANGUAGE HAS NO VERSION IN FORCE"
               " ON THE DATE - PRODUCED WITH FALLBACK TEXT"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "  RC 12  GREETING/LANGUAGE NOT ON GREETMST"
               " - PRODUCED WITH FALLBACK TEXT"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "  SUS 05 RECIPIENT ID, LIST CODE, OR LIST MEMBER"
               " NOT ON RECPMST - SUSPENDED"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "  SUS 08 LIST MEMBER CANNOT BE EXPANDED"
               " (NESTING OR LIST SIZE) - SUSPENDED"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

       7110-PRINT-ONE-FAILURE.
           MOVE SPACES TO WS-FAILURE-LINE
           MOVE WS-FT-FIRST-DATE(WS-FAILURE-INDEX) TO FL-FIRST-DATE
           MOVE WS-FT-LAST-DATE(WS-FAILURE-INDEX) TO FL-LAST-DATE
           MOVE WS-FT-OCCURRENCES(WS-FAILURE-INDEX) TO FL-OCCURRENCES
           EVALUATE WS-FT-REASON(WS-FAILURE-INDEX)
               WHEN 16
                   MOVE "RC 16" TO FL-REASON
               WHEN 12
                   MOVE "RC 12" TO FL-REASON
               WHEN 5
                   MOVE "SUS 05" TO FL-REASON
               WHEN 8
                   MOVE "SUS 08" TO FL-REASON
           END-EVALUATE
           MOVE WS-FT-GREETING-ID(WS-FAILURE-INDEX) TO FL-GREETING-ID
           MOVE WS-FT-LANGUAGE-CODE(WS-FAILURE-INDEX)
               TO FL-LANGUAGE-CODE
           MOVE WS-FT-RECIPIENT(WS-FAILURE-INDEX) TO FL-RECIPIENT
           MOVE WS-FT-ROW-NUMBER(WS-FAILURE-INDEX) TO FL-ROW-NUMBER
           MOVE WS-FT-RULE-TYPE(WS-FAILURE-INDEX) TO FL-RULE-TYPE
           MOVE WS-FT-RULE-RECIPIENT(WS-FAILURE-INDEX)
               TO FL-RULE-RECIPIENT
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           MOVE WS-FAILURE-LINE TO PR-LINE
           WRITE PRINT-RECORD.

       7500-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           STRING "RULES READ: " WS-RULES-READ
               "   FORECAST: " WS-RULE-COUNT
               "   REJECTED: " WS-RULES-REJECTED
               "   NIGHTS: " WS-FORECAST-DAYS
               "   RULE FIRINGS: " WS-TOTAL-RULES-DUE
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "GREETINGS: " WS-TOTAL-GREETINGS
               "   RC12/16 FALLBACK: " WS-TOTAL-FALLBACK
               "   SUSPENDED: " WS-TOTAL-SUSPENDED
               "   SUPPRESSED: " WS-TOTAL-SUPPRESSED
               "   FAILURES LISTED: " WS-FAILURE-COUNT
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "ROLLED ONTO ANOTHER NIGHT: " WS-TOTAL-ROLLED-OUT
               "   SKIPPED ON A CLOSED DAY: " WS-TOTAL-SKIPPED
               "   (RULE FIRINGS INCLUDE " WS-TOTAL-ROLLED-IN
               " ROLLED IN)"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

       8000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-FAILURE-COUNT > 0
                   SET RC-FAILURES-PREDICTED TO TRUE
               WHEN WS-RULES-REJECTED > 0
                   SET RC-SOME-REJECTED TO TRUE
               WHEN OTHER
                   SET RC-SUCCESS TO TRUE
           END-EVALUATE.

       9000-CLOSE-FILES.
           CLOSE SCHEDULE-MASTER
           CLOSE GREETING-MASTER
           CLOSE RECIPIENT-MASTER
           IF WS-SUPPRESSION-AVAILABLE
               CLOSE RECIPIENT-SUPPRESSION-FILE
           END-IF
           CLOSE FCSTRPT-FILE
           IF WS-CALENDAR-AVAILABLE
               CLOSE BUSINESS-CALENDAR-FILE
           END-IF.
