      * HELLOOPS - batch-window operations report from the run
      * ledger. Every HELLO, HELLOSCH, HELLOREC, HELLOBST, HELLOACK,
      * and HELLOARC execution leaves a row on RUNLEDGR (RUNLREC)
      * when it starts and completes it when it ends; this program
      * reads those rows for a span of nights and prints each
      * night's jobstream end to end - every step with its start,
      * end, elapsed time, mode, counts, cycle, and RETURN-CODE -
      * flagging runs that never recorded an end (abends and
      * cancels) and restarts or reruns. It closes with a trend
      * table of each night's batch window against the SLA target
      * and compares the first half of the span with the second,
      * so "the window is getting longer" can be proved or
      * disproved from the ledger instead of from SYSOUT.
      * COBOL source format:
      * Columns 1-6: Sequence number area (optional)
      * Column 7: Indicator area (* for comments)
      * Columns 8-11: Area A (divisions, sections, paragraphs)
      * Columns 12-72: Area B (statements, clauses)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOOPS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      * RUN-LEDGER-FILE (RUNLEDGR) - read only, in key order: start
      * date and time first, so the rows come back in the order the
      * steps started.
      *----------------------------------------------------------------
           SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-RUN-KEY
               FILE STATUS IS WS-FS-RUN-LEDGER.
      *----------------------------------------------------------------
      * OPSRPT-FILE - the batch-window report (ASA carriage control
      * in byte 1).
      *----------------------------------------------------------------
           SELECT OPSRPT-FILE ASSIGN TO "OPSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LEDGER-FILE.
       COPY RUNLREC.

       FD  OPSRPT-FILE.
       01  PRINT-RECORD.
           05  PR-CARRIAGE-CONTROL         PIC X.
           05  PR-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FS-RUN-LEDGER                PIC XX.
       01  WS-FS-REPORT                    PIC XX.
       01  WS-END-OF-INPUT-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-INPUT              VALUE "Y".
       01  WS-SYSTEM-DATE                  PIC 9(8).

      *----------------------------------------------------------------
      * WS-PARM-INPUT - "[yyyymmdd][,nights][,sla-minutes]": the
      * last night to report (last night when not given), how many
      * nights back from there, 1 through 366 (14 when not given),
      * and the batch-window SLA in minutes (360 when not given).
      *----------------------------------------------------------------
       01  WS-PARM-INPUT                   PIC X(80).
       01  WS-PARM-NIGHT-DATE              PIC X(8).
       01  WS-PARM-NIGHTS                  PIC X(8).
       01  WS-PARM-SLA                     PIC X(8).
       01  WS-DEFAULT-NIGHTS               PIC 9(3) VALUE 14.
       01  WS-MAX-NIGHTS                   PIC 9(3) VALUE 366.
       01  WS-DEFAULT-SLA-MINUTES          PIC 9(5) VALUE 360.
       01  WS-REPORT-NIGHTS                PIC 9(3) VALUE 0.
       01  WS-SLA-MINUTES                  PIC 9(5) VALUE 0.
       01  WS-FIRST-NIGHT-DATE             PIC 9(8) VALUE 0.
       01  WS-LAST-NIGHT-DATE              PIC 9(8) VALUE 0.
       01  WS-FIRST-NIGHT-INTEGER          PIC 9(8).
       01  WS-LAST-NIGHT-INTEGER           PIC 9(8).

      *----------------------------------------------------------------
      * A batch night opens at WS-NIGHT-OPENS-TIME: a step that
      * starts at or after 18:00 on a date belongs to that date's
      * night, one that starts before 18:00 belongs to the night
      * before - so a jobstream that runs on past midnight is still
      * one night, and the morning's monitor run is filed with the
      * night it follows.
      *----------------------------------------------------------------
       01  WS-NIGHT-OPENS-TIME             PIC 9(8) VALUE 18000000.

      *----------------------------------------------------------------
      * Generic date edit work area (1200/1250, the same shape as
      * HELLOSCH's) for the night-date PARM.
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
      * Night table - one entry per night reported, entry 1 being
      * the first night. Step times are carried as seconds since
      * the integer-date epoch so a window that crosses midnight
      * (or a month end) subtracts cleanly. The window runs from
      * the first batch step's start to the last batch step's
      * recorded end; monitor runs are counted but kept out of it,
      * since monitor mode is up all day by design.
      *----------------------------------------------------------------
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY OCCURS 366.
               10  WS-NT-NIGHT-DATE        PIC 9(8).
               10  WS-NT-STEPS             PIC 9(5).
               10  WS-NT-ABENDS            PIC 9(5).
               10  WS-NT-RESTARTS          PIC 9(5).
               10  WS-NT-MONITOR-RUNS      PIC 9(5).
               10  WS-NT-WINDOW-START      PIC 9(11).
               10  WS-NT-WINDOW-END        PIC 9(11).
               10  WS-NT-WINDOW-MINUTES    PIC 9(5).
       01  WS-NIGHT-INDEX                  PIC 9(3).
       01  WS-CURRENT-NIGHT-INDEX          PIC 9(3) VALUE 0.
       01  WS-ROW-NIGHT-INTEGER            PIC 9(8).
       01  WS-ROW-NIGHT-INDEX              PIC 9(3).

      *----------------------------------------------------------------
      * Rerun detection - every program/job pair already seen on
      * the night under report. The same pair starting a second
      * time in one night is a rerun, whether or not the program
      * itself knew it was restarting (HELLO marks its own
      * checkpoint restarts with mode "R"). A night with more
      * distinct steps than the table holds stops tracking the
      * overflow, it does not fail.
      *----------------------------------------------------------------
       01  WS-MAX-SEEN-STEPS               PIC 9(3) VALUE 200.
       01  WS-SEEN-COUNT                   PIC 9(3) VALUE 0.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ENTRY OCCURS 200.
               10  WS-SEEN-PROGRAM-ID      PIC X(8).
               10  WS-SEEN-JOB-NAME        PIC X(8).
       01  WS-SEEN-INDEX                   PIC 9(3).

      *----------------------------------------------------------------
      * The step under report.
      *----------------------------------------------------------------
       01  WS-RUN-ENDED-SWITCH             PIC X VALUE "N".
           88  WS-RUN-ENDED                 VALUE "Y".
       01  WS-RUN-RERUN-SWITCH             PIC X VALUE "N".
           88  WS-RUN-RERUN                 VALUE "Y".
       01  WS-RUN-RESTARTED-SWITCH         PIC X VALUE "N".
           88  WS-RUN-RESTARTED             VALUE "Y".
       01  WS-START-SECONDS                PIC 9(11).
       01  WS-END-SECONDS                  PIC 9(11).
       01  WS-TIME-WORK                    PIC 9(8).
       01  WS-TIME-WORK-PARTS REDEFINES WS-TIME-WORK.
           05  WS-TIME-WORK-HOUR           PIC 9(2).
           05  WS-TIME-WORK-MINUTE         PIC 9(2).
           05  WS-TIME-WORK-SECOND         PIC 9(2).
           05  FILLER                      PIC 9(2).
       01  WS-DATE-WORK                    PIC 9(8).

      *----------------------------------------------------------------
      * 6900 work area - seconds in WS-DURATION-SECONDS, hh:mm:ss
      * out in WS-DURATION-TEXT (hours capped at 99).
      *----------------------------------------------------------------
       01  WS-DURATION-SECONDS             PIC 9(11).
       01  WS-DURATION-HOURS               PIC 9(7).
       01  WS-DURATION-REST                PIC 9(4).
       01  WS-DURATION-MINUTES             PIC 9(2).
       01  WS-DURATION-SECS                PIC 9(2).
       01  WS-DURATION-HH                  PIC 9(2).
       01  WS-DURATION-TEXT                PIC X(8).
       01  WS-DAYS-WORK                    PIC 9(8).
       01  WS-CLOCK-SECONDS                PIC 9(5).

      *----------------------------------------------------------------
      * Day-of-week name for the trend table - 1 = Monday through
      * 7 = Sunday, from the integer date modulo 7 (integer day 1
      * was a Monday).
      *----------------------------------------------------------------
       01  WS-DAY-OF-WEEK                  PIC 9(1).
       01  WS-DAY-QUOTIENT                 PIC 9(8).
       01  WS-DAY-NAMES                    PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME                 PIC X(3) OCCURS 7.

      *----------------------------------------------------------------
      * Trend - the nights are split into a first and a second half
      * by position (the middle night of an odd span goes to the
      * second); each half averages the windows of its nights that
      * have one. The second half is LONGER when its average beats
      * the first's by more than WS-TREND-TOLERANCE-PCT, SHORTER
      * when it falls below by more than that, STEADY otherwise.
      * Compared by cross-multiplying, no decimal arithmetic needed.
      *----------------------------------------------------------------
       01  WS-TREND-TOLERANCE-PCT          PIC 9(3) VALUE 5.
       01  WS-HALF-POINT                   PIC 9(3).
       01  WS-FIRST-HALF-NIGHTS            PIC 9(3) VALUE 0.
       01  WS-FIRST-HALF-MINUTES           PIC 9(9) VALUE 0.
       01  WS-SECOND-HALF-NIGHTS           PIC 9(3) VALUE 0.
       01  WS-SECOND-HALF-MINUTES          PIC 9(9) VALUE 0.
       01  WS-FIRST-HALF-AVERAGE           PIC 9(5) VALUE 0.
       01  WS-SECOND-HALF-AVERAGE          PIC 9(5) VALUE 0.
       01  WS-TREND-CROSS-FIRST            PIC 9(9).
       01  WS-TREND-CROSS-SECOND           PIC 9(9).
       01  WS-TREND-VERDICT                PIC X(60).
       01  WS-LATEST-WINDOW-INDEX          PIC 9(3) VALUE 0.

      *----------------------------------------------------------------
      * Control totals.
      *----------------------------------------------------------------
       01  WS-ROWS-READ                    PIC 9(7) VALUE 0.
       01  WS-ROWS-REPORTED                PIC 9(7) VALUE 0.
       01  WS-TOTAL-ABENDS                 PIC 9(7) VALUE 0.
       01  WS-TOTAL-RESTARTS               PIC 9(7) VALUE 0.
       01  WS-NIGHTS-OVER-SLA              PIC 9(3) VALUE 0.

       01  WS-EDITED-STEPS                 PIC ZZZZ9.
       01  WS-EDITED-ABENDS                PIC ZZZZ9.
       01  WS-EDITED-RESTARTS              PIC ZZZZ9.
       01  WS-EDITED-MINUTES               PIC ZZZZ9.
       01  WS-EDITED-SLA                   PIC ZZZZ9.
       01  WS-EDITED-POLLS                 PIC ZZZZZZ9.
       01  WS-EDITED-IDLE                  PIC ZZZZZZ9.
       01  WS-EDITED-FIRST-NIGHTS          PIC ZZ9.
       01  WS-EDITED-SECOND-NIGHTS         PIC ZZ9.
       01  WS-EDITED-FIRST-AVERAGE         PIC ZZZZ9.
       01  WS-EDITED-SECOND-AVERAGE        PIC ZZZZ9.
       01  WS-WINDOW-OPENED-TEXT           PIC X(8).
       01  WS-WINDOW-CLOSED-TEXT           PIC X(8).

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-START-DATE               PIC 9(8).
           05  FILLER                      PIC X     VALUE SPACE.
           05  DL-START-TIME               PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-END-DATE                 PIC X(8).
           05  FILLER                      PIC X     VALUE SPACE.
           05  DL-END-TIME                 PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-ELAPSED                  PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-PROGRAM-ID               PIC X(8).
           05  FILLER                      PIC X     VALUE SPACE.
           05  DL-JOB-NAME                 PIC X(8).
           05  FILLER                      PIC X     VALUE SPACE.
           05  DL-RUN-MODE                 PIC X.
           05  FILLER                      PIC X     VALUE SPACE.
           05  DL-RECORDS-READ             PIC ZZZZZZZZ9.
           05  FILLER                      PIC X     VALUE SPACE.
           05  DL-RECORDS-WRITTEN          PIC ZZZZZZZZ9.
           05  FILLER                      PIC X     VALUE SPACE.
           05  DL-RECORDS-REJECTED         PIC ZZZZZZZZ9.
           05  FILLER                      PIC X     VALUE SPACE.
           05  DL-CYCLE-NUMBER             PIC ZZZZZ9.
           05  FILLER                      PIC X     VALUE SPACE.
           05  DL-RETURN-CODE              PIC ZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-NOTE                     PIC X(19).

       01  WS-TREND-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  TL-NIGHT-DATE               PIC 9(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  TL-DAY-NAME                 PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  TL-STEPS                    PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  TL-ABENDS                   PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  TL-RESTARTS                 PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  TL-MONITOR-RUNS             PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  TL-WINDOW-OPENED            PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  TL-WINDOW-CLOSED            PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  TL-WINDOW-MINUTES           PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  TL-VERSUS-SLA               PIC X(30).

      *----------------------------------------------------------------
      * WS-RETURN-CODE - posted to the special register RETURN-CODE
      * at end of run so the scheduler can branch on it.
      * Documented values:
      *   000  every step in the span recorded an end, none was
      *        restarted or rerun, and the latest night's window
      *        is inside the SLA
      *   004  abends (no end recorded) or restarts/reruns seen in
      *        the span - see the report
      *   008  the latest night with a window ran over the SLA
      *   012  PARM not [yyyymmdd][,nights][,sla-minutes]
      *   024  RUNLEDGR or OPSRPT could not be opened
      *----------------------------------------------------------------
       01  WS-RETURN-CODE                  PIC 9(3) VALUE 0.
           88  RC-SUCCESS                  VALUE 0.
           88  RC-ABENDS-OR-RESTARTS       VALUE 4.
           88  RC-OVER-SLA                 VALUE 8.
           88  RC-BAD-PARAMETER            VALUE 12.
           88  RC-FILE-ERROR               VALUE 24.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT RC-BAD-PARAMETER
               PERFORM 2000-OPEN-FILES
               IF NOT RC-FILE-ERROR
                   PERFORM 2100-PRINT-HEADINGS
                   PERFORM 2500-POSITION-LEDGER
                   PERFORM 3000-PROCESS-LEDGER UNTIL WS-END-OF-INPUT
                   IF WS-CURRENT-NIGHT-INDEX > 0
                       PERFORM 3900-PRINT-NIGHT-SUMMARY
                   END-IF
                   PERFORM 7000-PRINT-TREND
                   PERFORM 7500-PRINT-CONTROL-TOTALS
                   PERFORM 8000-SET-RETURN-CODE
               END-IF
               PERFORM 9000-CLOSE-FILES
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-NIGHT-TABLE
           PERFORM 1100-GET-PARAMETER
           IF NOT RC-BAD-PARAMETER
               MOVE FUNCTION INTEGER-OF-DATE(WS-LAST-NIGHT-DATE)
                   TO WS-LAST-NIGHT-INTEGER
               COMPUTE WS-FIRST-NIGHT-INTEGER =
                   WS-LAST-NIGHT-INTEGER - WS-REPORT-NIGHTS + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-FIRST-NIGHT-INTEGER)
                   TO WS-FIRST-NIGHT-DATE
               PERFORM 1300-SET-NIGHT-DATE
                   VARYING WS-NIGHT-INDEX FROM 1 BY 1
                   UNTIL WS-NIGHT-INDEX > WS-REPORT-NIGHTS
               DISPLAY "HELLOOPS REPORTING " WS-REPORT-NIGHTS
                   " NIGHTS " WS-FIRST-NIGHT-DATE
                   " THROUGH " WS-LAST-NIGHT-DATE
                   " AGAINST AN SLA OF " WS-SLA-MINUTES " MINUTES"
           END-IF.

      *----------------------------------------------------------------
      * 1100 - the night date goes through the same calendar edit
      * as HELLOSCH's run date; no night date means last night, the
      * one this morning's report is about.
      *----------------------------------------------------------------
       1100-GET-PARAMETER.
           ACCEPT WS-PARM-INPUT FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-NIGHT-DATE
           MOVE SPACES TO WS-PARM-NIGHTS
           MOVE SPACES TO WS-PARM-SLA
           UNSTRING WS-PARM-INPUT DELIMITED BY ","
               INTO WS-PARM-NIGHT-DATE WS-PARM-NIGHTS WS-PARM-SLA
           END-UNSTRING
           IF WS-PARM-NIGHT-DATE = SPACES OR LOW-VALUES
               MOVE FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE) - 1)
                   TO WS-LAST-NIGHT-DATE
           ELSE
               IF WS-PARM-NIGHT-DATE IS NUMERIC
                   MOVE WS-PARM-NIGHT-DATE TO WS-EDIT-DATE
                   PERFORM 1200-EDIT-ONE-DATE
               ELSE
                   MOVE "N" TO WS-EDIT-DATE-OK-SWITCH
               END-IF
               IF WS-EDIT-DATE-OK
                   MOVE WS-EDIT-DATE TO WS-LAST-NIGHT-DATE
               ELSE
                   SET RC-BAD-PARAMETER TO TRUE
               END-IF
           END-IF
           IF WS-PARM-NIGHTS = SPACES OR LOW-VALUES
               MOVE WS-DEFAULT-NIGHTS TO WS-REPORT-NIGHTS
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-PARM-NIGHTS) = 0
                   AND FUNCTION NUMVAL(WS-PARM-NIGHTS) >= 1
                   AND FUNCTION NUMVAL(WS-PARM-NIGHTS) <= WS-MAX-NIGHTS
                   MOVE FUNCTION NUMVAL(WS-PARM-NIGHTS)
                       TO WS-REPORT-NIGHTS
               ELSE
                   SET RC-BAD-PARAMETER TO TRUE
               END-IF
           END-IF
           IF WS-PARM-SLA = SPACES OR LOW-VALUES
               MOVE WS-DEFAULT-SLA-MINUTES TO WS-SLA-MINUTES
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-PARM-SLA) = 0
                   AND FUNCTION NUMVAL(WS-PARM-SLA) >= 1
                   AND FUNCTION NUMVAL(WS-PARM-SLA) <= 99999
                   MOVE FUNCTION NUMVAL(WS-PARM-SLA)
                       TO WS-SLA-MINUTES
               ELSE
                   SET RC-BAD-PARAMETER TO TRUE
               END-IF
           END-IF
           IF RC-BAD-PARAMETER
               DISPLAY "HELLOOPS PARM NOT [YYYYMMDD][,NIGHTS 1-"
                   WS-MAX-NIGHTS "][,SLA-MINUTES]: "
                   FUNCTION TRIM(WS-PARM-INPUT)
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

       1300-SET-NIGHT-DATE.
           MOVE FUNCTION DATE-OF-INTEGER(WS-FIRST-NIGHT-INTEGER
               + WS-NIGHT-INDEX - 1)
               TO WS-NT-NIGHT-DATE(WS-NIGHT-INDEX).

       2000-OPEN-FILES.
           OPEN INPUT RUN-LEDGER-FILE
           IF WS-FS-RUN-LEDGER NOT = "00"
               SET RC-FILE-ERROR TO TRUE
               DISPLAY "HELLOOPS RUNLEDGR NOT OPENED, STATUS "
                   WS-FS-RUN-LEDGER
           END-IF
           OPEN OUTPUT OPSRPT-FILE
           IF WS-FS-REPORT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF.

       2100-PRINT-HEADINGS.
           MOVE WS-SLA-MINUTES TO WS-EDITED-SLA
           MOVE SPACES TO PRINT-RECORD
           MOVE "1" TO PR-CARRIAGE-CONTROL
           STRING "HELLOOPS BATCH WINDOW REPORT - NIGHTS "
               WS-FIRST-NIGHT-DATE " THROUGH " WS-LAST-NIGHT-DATE
               "   SLA " WS-EDITED-SLA " MINUTES   RUN "
               WS-SYSTEM-DATE
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "  STARTED            ENDED              ELAPSED"
               "   PROGRAM  JOB      M      READ   WRITTEN REJECTED"
               "   CYCLE  RC  NOTE"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

      *----------------------------------------------------------------
      * 2500 - position on the first row that can belong to the
      * first night: that night's date at the time the night opens.
      *----------------------------------------------------------------
       2500-POSITION-LEDGER.
           MOVE LOW-VALUES TO LG-RUN-KEY
           MOVE WS-FIRST-NIGHT-DATE TO LG-START-DATE
           MOVE WS-NIGHT-OPENS-TIME TO LG-START-TIME
           START RUN-LEDGER-FILE KEY >= LG-RUN-KEY
               INVALID KEY
                   SET WS-END-OF-INPUT TO TRUE
           END-START.

       3000-PROCESS-LEDGER.
           READ RUN-LEDGER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   PERFORM 3100-PLACE-ONE-ROW
           END-READ.

      *----------------------------------------------------------------
      * 3100 - file the row under its night. The rows arrive in
      * start order, so the night only ever moves forward: a new
      * night closes the one before with its summary line, and the
      * first row past the last night ends the read.
      *----------------------------------------------------------------
       3100-PLACE-ONE-ROW.
           MOVE FUNCTION INTEGER-OF-DATE(LG-START-DATE)
               TO WS-ROW-NIGHT-INTEGER
           IF LG-START-TIME < WS-NIGHT-OPENS-TIME
               SUBTRACT 1 FROM WS-ROW-NIGHT-INTEGER
           END-IF
           IF WS-ROW-NIGHT-INTEGER > WS-LAST-NIGHT-INTEGER
               SET WS-END-OF-INPUT TO TRUE
           ELSE
               COMPUTE WS-ROW-NIGHT-INDEX =
                   WS-ROW-NIGHT-INTEGER - WS-FIRST-NIGHT-INTEGER + 1
               IF WS-ROW-NIGHT-INDEX NOT = WS-CURRENT-NIGHT-INDEX
                   IF WS-CURRENT-NIGHT-INDEX > 0
                       PERFORM 3900-PRINT-NIGHT-SUMMARY
                   END-IF
                   MOVE WS-ROW-NIGHT-INDEX TO WS-CURRENT-NIGHT-INDEX
                   MOVE 0 TO WS-SEEN-COUNT
                   PERFORM 3150-PRINT-NIGHT-HEADING
               END-IF
               PERFORM 3200-REPORT-ONE-STEP
           END-IF.

       3150-PRINT-NIGHT-HEADING.
           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           STRING "NIGHT OF "
               WS-NT-NIGHT-DATE(WS-CURRENT-NIGHT-INDEX)
               " - STEPS STARTED FROM 18:00:00 THAT EVENING"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

      *----------------------------------------------------------------
      * 3200 - one step: its times, its abend/restart flags, its
      * share of the night's window, and its detail line.
      *----------------------------------------------------------------
       3200-REPORT-ONE-STEP.
           ADD 1 TO WS-ROWS-REPORTED
           MOVE "N" TO WS-RUN-ENDED-SWITCH
           MOVE "N" TO WS-RUN-RERUN-SWITCH
           MOVE "N" TO WS-RUN-RESTARTED-SWITCH
           MOVE LG-START-DATE TO WS-DATE-WORK
           MOVE LG-START-TIME TO WS-TIME-WORK
           PERFORM 3250-SET-EPOCH-SECONDS
           MOVE WS-DURATION-SECONDS TO WS-START-SECONDS
           MOVE 0 TO WS-END-SECONDS
           IF LG-STATUS-ENDED
               SET WS-RUN-ENDED TO TRUE
               MOVE LG-END-DATE TO WS-DATE-WORK
               MOVE LG-END-TIME TO WS-TIME-WORK
               PERFORM 3250-SET-EPOCH-SECONDS
               MOVE WS-DURATION-SECONDS TO WS-END-SECONDS
           ELSE
               ADD 1 TO WS-NT-ABENDS(WS-CURRENT-NIGHT-INDEX)
               ADD 1 TO WS-TOTAL-ABENDS
           END-IF
           PERFORM 3300-CHECK-RERUN
           IF LG-MODE-RESTART OR WS-RUN-RERUN
               SET WS-RUN-RESTARTED TO TRUE
               ADD 1 TO WS-NT-RESTARTS(WS-CURRENT-NIGHT-INDEX)
               ADD 1 TO WS-TOTAL-RESTARTS
           END-IF
           IF LG-MODE-MONITOR
               ADD 1 TO WS-NT-MONITOR-RUNS(WS-CURRENT-NIGHT-INDEX)
           ELSE
               ADD 1 TO WS-NT-STEPS(WS-CURRENT-NIGHT-INDEX)
               IF WS-NT-WINDOW-START(WS-CURRENT-NIGHT-INDEX) = 0
                   OR WS-START-SECONDS
                       < WS-NT-WINDOW-START(WS-CURRENT-NIGHT-INDEX)
                   MOVE WS-START-SECONDS
                       TO WS-NT-WINDOW-START(WS-CURRENT-NIGHT-INDEX)
               END-IF
               IF WS-END-SECONDS
                       > WS-NT-WINDOW-END(WS-CURRENT-NIGHT-INDEX)
                   MOVE WS-END-SECONDS
                       TO WS-NT-WINDOW-END(WS-CURRENT-NIGHT-INDEX)
               END-IF
           END-IF
           PERFORM 6000-PRINT-STEP-LINE.

      *----------------------------------------------------------------
      * 3250 - WS-DATE-WORK/WS-TIME-WORK to seconds since the
      * integer-date epoch, in WS-DURATION-SECONDS.
      *----------------------------------------------------------------
       3250-SET-EPOCH-SECONDS.
           COMPUTE WS-DURATION-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) * 86400
               + WS-TIME-WORK-HOUR * 3600
               + WS-TIME-WORK-MINUTE * 60
               + WS-TIME-WORK-SECOND.

       3300-CHECK-RERUN.
           PERFORM 3310-MATCH-SEEN-STEP
               VARYING WS-SEEN-INDEX FROM 1 BY 1
               UNTIL WS-SEEN-INDEX > WS-SEEN-COUNT
                   OR WS-RUN-RERUN
           IF NOT WS-RUN-RERUN
               AND WS-SEEN-COUNT < WS-MAX-SEEN-STEPS
               ADD 1 TO WS-SEEN-COUNT
               MOVE LG-PROGRAM-ID TO WS-SEEN-PROGRAM-ID(WS-SEEN-COUNT)
               MOVE LG-JOB-NAME TO WS-SEEN-JOB-NAME(WS-SEEN-COUNT)
           END-IF.

       3310-MATCH-SEEN-STEP.
           IF WS-SEEN-PROGRAM-ID(WS-SEEN-INDEX) = LG-PROGRAM-ID
               AND WS-SEEN-JOB-NAME(WS-SEEN-INDEX) = LG-JOB-NAME
               SET WS-RUN-RERUN TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 3900/3950 - close a night: its window in minutes (part
      * minutes round up), printed against the SLA. A night whose
      * batch steps never recorded an end has no window to measure.
      *----------------------------------------------------------------
       3900-PRINT-NIGHT-SUMMARY.
           MOVE WS-CURRENT-NIGHT-INDEX TO WS-NIGHT-INDEX
           PERFORM 3950-SET-WINDOW-MINUTES
           MOVE WS-NT-STEPS(WS-NIGHT-INDEX) TO WS-EDITED-STEPS
           MOVE WS-NT-ABENDS(WS-NIGHT-INDEX) TO WS-EDITED-ABENDS
           MOVE WS-NT-RESTARTS(WS-NIGHT-INDEX) TO WS-EDITED-RESTARTS
           MOVE WS-NT-WINDOW-MINUTES(WS-NIGHT-INDEX)
               TO WS-EDITED-MINUTES
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           IF WS-NT-WINDOW-MINUTES(WS-NIGHT-INDEX) > 0
               STRING "  NIGHT TOTAL - STEPS " WS-EDITED-STEPS
                   "  ABENDS " WS-EDITED-ABENDS
                   "  RESTARTS " WS-EDITED-RESTARTS
                   "  WINDOW " WS-WINDOW-OPENED-TEXT
                   " TO " WS-WINDOW-CLOSED-TEXT
                   "  " WS-EDITED-MINUTES " MINUTES"
                   DELIMITED BY SIZE INTO PR-LINE
               IF WS-NT-WINDOW-MINUTES(WS-NIGHT-INDEX)
                       > WS-SLA-MINUTES
                   MOVE "- OVER SLA" TO PR-LINE(103:10)
               END-IF
           ELSE
               STRING "  NIGHT TOTAL - STEPS " WS-EDITED-STEPS
                   "  ABENDS " WS-EDITED-ABENDS
                   "  RESTARTS " WS-EDITED-RESTARTS
                   "  NO WINDOW - NO BATCH STEP RECORDED AN END"
                   DELIMITED BY SIZE INTO PR-LINE
           END-IF
           WRITE PRINT-RECORD.

       3950-SET-WINDOW-MINUTES.
           MOVE 0 TO WS-NT-WINDOW-MINUTES(WS-NIGHT-INDEX)
           MOVE SPACES TO WS-WINDOW-OPENED-TEXT
           MOVE SPACES TO WS-WINDOW-CLOSED-TEXT
           IF WS-NT-WINDOW-START(WS-NIGHT-INDEX) > 0
               AND WS-NT-WINDOW-END(WS-NIGHT-INDEX)
                   > WS-NT-WINDOW-START(WS-NIGHT-INDEX)
               COMPUTE WS-NT-WINDOW-MINUTES(WS-NIGHT-INDEX) =
                   (WS-NT-WINDOW-END(WS-NIGHT-INDEX)
                    - WS-NT-WINDOW-START(WS-NIGHT-INDEX) + 59) / 60
               MOVE WS-NT-WINDOW-START(WS-NIGHT-INDEX)
                   TO WS-DURATION-SECONDS
               PERFORM 6950-FORMAT-CLOCK
               MOVE WS-DURATION-TEXT TO WS-WINDOW-OPENED-TEXT
               MOVE WS-NT-WINDOW-END(WS-NIGHT-INDEX)
                   TO WS-DURATION-SECONDS
               PERFORM 6950-FORMAT-CLOCK
               MOVE WS-DURATION-TEXT TO WS-WINDOW-CLOSED-TEXT
           END-IF.

      *----------------------------------------------------------------
      * 6000 - the step line. The note carries the worst of what
      * happened: a step with no end recorded abended (or is still
      * running, if the report runs while the batch does); a
      * restart or rerun is flagged whether or not it then ended.
      *----------------------------------------------------------------
       6000-PRINT-STEP-LINE.
           MOVE LG-START-DATE TO DL-START-DATE
           MOVE WS-START-SECONDS TO WS-DURATION-SECONDS
           PERFORM 6950-FORMAT-CLOCK
           MOVE WS-DURATION-TEXT TO DL-START-TIME
           IF WS-RUN-ENDED
               MOVE LG-END-DATE TO DL-END-DATE
               MOVE WS-END-SECONDS TO WS-DURATION-SECONDS
               PERFORM 6950-FORMAT-CLOCK
               MOVE WS-DURATION-TEXT TO DL-END-TIME
               IF WS-END-SECONDS > WS-START-SECONDS
                   COMPUTE WS-DURATION-SECONDS =
                       WS-END-SECONDS - WS-START-SECONDS
               ELSE
                   MOVE 0 TO WS-DURATION-SECONDS
               END-IF
               PERFORM 6900-FORMAT-DURATION
               MOVE WS-DURATION-TEXT TO DL-ELAPSED
           ELSE
               MOVE "--------" TO DL-END-DATE
               MOVE "--:--:--" TO DL-END-TIME
               MOVE "--:--:--" TO DL-ELAPSED
           END-IF
           MOVE LG-PROGRAM-ID TO DL-PROGRAM-ID
           MOVE LG-JOB-NAME TO DL-JOB-NAME
           MOVE LG-RUN-MODE TO DL-RUN-MODE
           MOVE LG-RECORDS-READ TO DL-RECORDS-READ
           MOVE LG-RECORDS-WRITTEN TO DL-RECORDS-WRITTEN
           MOVE LG-RECORDS-REJECTED TO DL-RECORDS-REJECTED
           MOVE LG-CYCLE-NUMBER TO DL-CYCLE-NUMBER
           MOVE LG-RETURN-CODE TO DL-RETURN-CODE
           EVALUATE TRUE
               WHEN NOT WS-RUN-ENDED AND WS-RUN-RESTARTED
                   MOVE "RESTART - NO END" TO DL-NOTE
               WHEN NOT WS-RUN-ENDED
                   MOVE "NO END RECORDED" TO DL-NOTE
               WHEN LG-MODE-RESTART
                   MOVE "RESTARTED" TO DL-NOTE
               WHEN WS-RUN-RERUN
                   MOVE "RERUN" TO DL-NOTE
               WHEN LG-MODE-MONITOR
                   MOVE "MONITOR" TO DL-NOTE
               WHEN LG-MODE-PARTITION
                   MOVE "PARTITION" TO DL-NOTE
               WHEN OTHER
                   MOVE SPACES TO DL-NOTE
           END-EVALUATE
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           MOVE WS-DETAIL-LINE TO PR-LINE
           WRITE PRINT-RECORD
           IF LG-MODE-MONITOR
               PERFORM 6100-PRINT-MONITOR-LINE
           END-IF.

       6100-PRINT-MONITOR-LINE.
           MOVE LG-POLL-COUNT TO WS-EDITED-POLLS
           MOVE LG-IDLE-POLLS TO WS-EDITED-IDLE
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "                     MONITOR RUN - POLLS "
               WS-EDITED-POLLS "  IDLE POLLS " WS-EDITED-IDLE
               "  - NOT COUNTED IN THE BATCH WINDOW"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

      *----------------------------------------------------------------
      * 6900/6950 - seconds to hh:mm:ss: 6900 for an elapsed time,
      * 6950 for the time of day of an epoch-seconds value.
      *----------------------------------------------------------------
       6900-FORMAT-DURATION.
           DIVIDE WS-DURATION-SECONDS BY 3600
               GIVING WS-DURATION-HOURS
               REMAINDER WS-DURATION-REST
           IF WS-DURATION-HOURS > 99
               MOVE 99 TO WS-DURATION-HH
           ELSE
               MOVE WS-DURATION-HOURS TO WS-DURATION-HH
           END-IF
           DIVIDE WS-DURATION-REST BY 60
               GIVING WS-DURATION-MINUTES
               REMAINDER WS-DURATION-SECS
           MOVE SPACES TO WS-DURATION-TEXT
           STRING WS-DURATION-HH ":" WS-DURATION-MINUTES ":"
               WS-DURATION-SECS
               DELIMITED BY SIZE INTO WS-DURATION-TEXT.

       6950-FORMAT-CLOCK.
           DIVIDE WS-DURATION-SECONDS BY 86400
               GIVING WS-DAYS-WORK
               REMAINDER WS-CLOCK-SECONDS
           MOVE WS-CLOCK-SECONDS TO WS-DURATION-SECONDS
           PERFORM 6900-FORMAT-DURATION.

      *----------------------------------------------------------------
      * 7000 - the trend: one line per night in the span, whether
      * or not anything ran, then the half-against-half verdict.
      *----------------------------------------------------------------
       7000-PRINT-TREND.
           MOVE SPACES TO PRINT-RECORD
           MOVE "1" TO PR-CARRIAGE-CONTROL
           STRING "HELLOOPS BATCH WINDOW TREND - NIGHTS "
               WS-FIRST-NIGHT-DATE " THROUGH " WS-LAST-NIGHT-DATE
               "   SLA " WS-EDITED-SLA " MINUTES"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "  NIGHT     DAY  STEPS ABENDS RSTRTS MONTRS"
               "  OPENED    CLOSED     MINS  VERSUS SLA"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           DIVIDE WS-REPORT-NIGHTS BY 2 GIVING WS-HALF-POINT
           PERFORM 7100-PRINT-TREND-LINE
               VARYING WS-NIGHT-INDEX FROM 1 BY 1
               UNTIL WS-NIGHT-INDEX > WS-REPORT-NIGHTS
           PERFORM 7200-PRINT-TREND-VERDICT.

       7100-PRINT-TREND-LINE.
           PERFORM 3950-SET-WINDOW-MINUTES
           MOVE WS-NT-NIGHT-DATE(WS-NIGHT-INDEX) TO TL-NIGHT-DATE
           COMPUTE WS-DAY-QUOTIENT = WS-FIRST-NIGHT-INTEGER
               + WS-NIGHT-INDEX - 1
           DIVIDE WS-DAY-QUOTIENT BY 7 GIVING WS-DAY-QUOTIENT
               REMAINDER WS-DAY-OF-WEEK
           IF WS-DAY-OF-WEEK = 0
               MOVE 7 TO WS-DAY-OF-WEEK
           END-IF
           MOVE WS-DAY-NAME(WS-DAY-OF-WEEK) TO TL-DAY-NAME
           MOVE WS-NT-STEPS(WS-NIGHT-INDEX) TO TL-STEPS
           MOVE WS-NT-ABENDS(WS-NIGHT-INDEX) TO TL-ABENDS
           MOVE WS-NT-RESTARTS(WS-NIGHT-INDEX) TO TL-RESTARTS
           MOVE WS-NT-MONITOR-RUNS(WS-NIGHT-INDEX) TO TL-MONITOR-RUNS
           MOVE WS-WINDOW-OPENED-TEXT TO TL-WINDOW-OPENED
           MOVE WS-WINDOW-CLOSED-TEXT TO TL-WINDOW-CLOSED
           MOVE WS-NT-WINDOW-MINUTES(WS-NIGHT-INDEX)
               TO TL-WINDOW-MINUTES
           EVALUATE TRUE
               WHEN WS-NT-WINDOW-MINUTES(WS-NIGHT-INDEX) > 0
                   MOVE WS-NIGHT-INDEX TO WS-LATEST-WINDOW-INDEX
                   IF WS-NIGHT-INDEX <= WS-HALF-POINT
                       ADD 1 TO WS-FIRST-HALF-NIGHTS
                       ADD WS-NT-WINDOW-MINUTES(WS-NIGHT-INDEX)
                           TO WS-FIRST-HALF-MINUTES
                   ELSE
                       ADD 1 TO WS-SECOND-HALF-NIGHTS
                       ADD WS-NT-WINDOW-MINUTES(WS-NIGHT-INDEX)
                           TO WS-SECOND-HALF-MINUTES
                   END-IF
                   IF WS-NT-WINDOW-MINUTES(WS-NIGHT-INDEX)
                           > WS-SLA-MINUTES
                       ADD 1 TO WS-NIGHTS-OVER-SLA
                       MOVE "OVER SLA" TO TL-VERSUS-SLA
                   ELSE
                       MOVE "WITHIN SLA" TO TL-VERSUS-SLA
                   END-IF
               WHEN WS-NT-STEPS(WS-NIGHT-INDEX) > 0
                   MOVE "NO WINDOW - NO STEP ENDED" TO TL-VERSUS-SLA
               WHEN OTHER
                   MOVE "NO BATCH STEPS RECORDED" TO TL-VERSUS-SLA
           END-EVALUATE
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           MOVE WS-TREND-LINE TO PR-LINE
           WRITE PRINT-RECORD.

       7200-PRINT-TREND-VERDICT.
           IF WS-FIRST-HALF-NIGHTS = 0 OR WS-SECOND-HALF-NIGHTS = 0
               MOVE "TREND NOT ASSESSED - TOO FEW NIGHTS WITH A WINDOW"
                   TO WS-TREND-VERDICT
           ELSE
               DIVIDE WS-FIRST-HALF-MINUTES BY WS-FIRST-HALF-NIGHTS
                   GIVING WS-FIRST-HALF-AVERAGE ROUNDED
               DIVIDE WS-SECOND-HALF-MINUTES BY WS-SECOND-HALF-NIGHTS
                   GIVING WS-SECOND-HALF-AVERAGE ROUNDED
               COMPUTE WS-TREND-CROSS-FIRST =
                   WS-FIRST-HALF-AVERAGE
                   * (100 + WS-TREND-TOLERANCE-PCT)
               COMPUTE WS-TREND-CROSS-SECOND =
                   WS-SECOND-HALF-AVERAGE * 100
               IF WS-TREND-CROSS-SECOND > WS-TREND-CROSS-FIRST
                   MOVE "WINDOW IS GETTING LONGER" TO WS-TREND-VERDICT
               ELSE
                   COMPUTE WS-TREND-CROSS-FIRST =
                       WS-FIRST-HALF-AVERAGE * 100
                   COMPUTE WS-TREND-CROSS-SECOND =
                       WS-SECOND-HALF-AVERAGE
                       * (100 + WS-TREND-TOLERANCE-PCT)
                   IF WS-TREND-CROSS-SECOND < WS-TREND-CROSS-FIRST
                       MOVE "WINDOW IS GETTING SHORTER"
                           TO WS-TREND-VERDICT
                   ELSE
                       MOVE "WINDOW IS STEADY" TO WS-TREND-VERDICT
                   END-IF
               END-IF
           END-IF
           MOVE WS-FIRST-HALF-NIGHTS TO WS-EDITED-FIRST-NIGHTS
           MOVE WS-SECOND-HALF-NIGHTS TO WS-EDITED-SECOND-NIGHTS
           MOVE WS-FIRST-HALF-AVERAGE TO WS-EDITED-FIRST-AVERAGE
           MOVE WS-SECOND-HALF-AVERAGE TO WS-EDITED-SECOND-AVERAGE
           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           STRING "FIRST HALF " WS-EDITED-FIRST-NIGHTS
               " NIGHTS AVERAGE " WS-EDITED-FIRST-AVERAGE
               " MINUTES   SECOND HALF " WS-EDITED-SECOND-NIGHTS
               " NIGHTS AVERAGE " WS-EDITED-SECOND-AVERAGE
               " MINUTES"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "VERDICT: " WS-TREND-VERDICT
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

       7500-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           STRING "LEDGER ROWS READ: " WS-ROWS-READ
               "   STEPS REPORTED: " WS-ROWS-REPORTED
               "   NO END RECORDED: " WS-TOTAL-ABENDS
               "   RESTARTS/RERUNS: " WS-TOTAL-RESTARTS
               "   NIGHTS OVER SLA: " WS-NIGHTS-OVER-SLA
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "MODE: B BATCH  R RESTARTED FROM CHECKPOINT  "
               "M MONITOR  S SINGLE GREETING  P PARTITION OF A SPLIT"
               " NIGHT"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

       8000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-LATEST-WINDOW-INDEX > 0
                   AND WS-NT-WINDOW-MINUTES(WS-LATEST-WINDOW-INDEX)
                       > WS-SLA-MINUTES
                   SET RC-OVER-SLA TO TRUE
               WHEN WS-TOTAL-ABENDS > 0 OR WS-TOTAL-RESTARTS > 0
                   SET RC-ABENDS-OR-RESTARTS TO TRUE
               WHEN OTHER
                   SET RC-SUCCESS TO TRUE
           END-EVALUATE.

       9000-CLOSE-FILES.
           CLOSE RUN-LEDGER-FILE
           CLOSE OPSRPT-FILE.
