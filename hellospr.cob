      * HELLOSPR - daily suppression report. HELLO skips any
      * recipient with a RECPSUP period covering the run date (a
      * leaver, a leave of absence, an opt-out) and writes one
      * SUPPLOG row per skip (SLOGREC); the audit row alone only
      * says RC 004 against a GREETIN record number. This program
      * prints the day's skips - who, why, for which suppression
      * period, and whether they were named on the request itself
      * or reached through a distribution list (and which one) -
      * so the business can confirm every suppression was meant.
      * COBOL source format:
      * Columns 1-6: Sequence number area (optional)
      * Column 7: Indicator area (* for comments)
      * Columns 8-11: Area A (divisions, sections, paragraphs)
      * Columns 12-72: Area B (statements, clauses)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOSPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      * SUPPRESSION-LOG-FILE (SUPPLOG) - read here, never updated.
      *----------------------------------------------------------------
           SELECT SUPPRESSION-LOG-FILE ASSIGN TO "SUPPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SUPPRESSION-LOG.
      *----------------------------------------------------------------
      * SUPPRPT-FILE - the printed report, formatted for our report
      * distribution (ASA carriage control in byte 1).
      *----------------------------------------------------------------
           SELECT SUPPRPT-FILE ASSIGN TO "SUPPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPRESSION-LOG-FILE.
       COPY SLOGREC.

       FD  SUPPRPT-FILE.
       01  PRINT-RECORD.
           05  PR-CARRIAGE-CONTROL         PIC X.
           05  PR-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FS-SUPPRESSION-LOG           PIC XX.
       01  WS-FS-REPORT                    PIC XX.
       01  WS-END-OF-INPUT-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-INPUT              VALUE "Y".
       01  WS-SYSTEM-DATE                  PIC 9(8).

      *----------------------------------------------------------------
      * WS-PARM-INPUT - the run date to report, YYYYMMDD, from the
      * EXEC PARM=; defaulted to today when no PARM is supplied, so
      * the nightly step needs none and a re-print of an earlier
      * day just names it.
      *----------------------------------------------------------------
       01  WS-PARM-INPUT                   PIC X(80).
       01  WS-REPORT-DATE                  PIC 9(8).

      *----------------------------------------------------------------
      * Control totals: rows read, rows listed for the report date,
      * and the listed rows split by how they were requested and by
      * suppression reason.
      *----------------------------------------------------------------
       01  WS-ROWS-READ                    PIC 9(7) VALUE 0.
       01  WS-ROWS-LISTED                  PIC 9(7) VALUE 0.
       01  WS-ROWS-DIRECT                  PIC 9(7) VALUE 0.
       01  WS-ROWS-VIA-LIST                PIC 9(7) VALUE 0.
       01  WS-ROWS-LEAVER                  PIC 9(7) VALUE 0.
       01  WS-ROWS-LEAVE-ABSENCE           PIC 9(7) VALUE 0.
       01  WS-ROWS-OPT-OUT                 PIC 9(7) VALUE 0.
       01  WS-ROWS-OTHER-REASON            PIC 9(7) VALUE 0.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-RECORD-NUMBER            PIC 9(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-RECIPIENT-ID             PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-RECIPIENT-NAME           PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-DEPARTMENT-CODE          PIC X(4).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-GREETING-ID              PIC 9(5).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-REQUESTED-VIA            PIC X(22).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-REASON                   PIC X(16).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-START-DATE               PIC 9(8).
           05  FILLER                      PIC X     VALUE "-".
           05  DL-END-DATE                 PIC 9(8).

      *----------------------------------------------------------------
      * WS-RETURN-CODE - posted to the special register RETURN-CODE
      * at end of run. Documented values:
      *   000  report produced (a day with no suppressions is a
      *        normal, empty report)
      *   012  PARM supplied but not a YYYYMMDD date
      *   024  SUPPLOG or SUPPRPT could not be opened
      *----------------------------------------------------------------
       01  WS-RETURN-CODE                  PIC 9(3) VALUE 0.
           88  RC-SUCCESS                  VALUE 0.
           88  RC-BAD-PARAMETER            VALUE 12.
           88  RC-FILE-ERROR               VALUE 24.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT RC-BAD-PARAMETER
               PERFORM 2000-OPEN-FILES
               IF NOT RC-FILE-ERROR
                   PERFORM 2100-PRINT-HEADINGS
                   PERFORM 3000-PROCESS-LOG UNTIL WS-END-OF-INPUT
                   PERFORM 7000-PRINT-CONTROL-TOTALS
               END-IF
               PERFORM 9000-CLOSE-FILES
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYSTEM-DATE TO WS-REPORT-DATE
           ACCEPT WS-PARM-INPUT FROM COMMAND-LINE
           IF WS-PARM-INPUT NOT = SPACES AND LOW-VALUES
               IF WS-PARM-INPUT(1:8) IS NUMERIC
                   AND WS-PARM-INPUT(9:) = SPACES
                   MOVE WS-PARM-INPUT(1:8) TO WS-REPORT-DATE
               ELSE
                   SET RC-BAD-PARAMETER TO TRUE
                   DISPLAY "HELLOSPR PARM MUST BE YYYYMMDD: "
                       FUNCTION TRIM(WS-PARM-INPUT)
               END-IF
           END-IF.

       2000-OPEN-FILES.
           OPEN INPUT SUPPRESSION-LOG-FILE
           IF WS-FS-SUPPRESSION-LOG NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN OUTPUT SUPPRPT-FILE
           IF WS-FS-REPORT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF.

       2100-PRINT-HEADINGS.
           MOVE SPACES TO PRINT-RECORD
           MOVE "1" TO PR-CARRIAGE-CONTROL
           STRING "HELLOSPR SUPPRESSED RECIPIENTS FOR "
               WS-REPORT-DATE " - RUN DATE " WS-SYSTEM-DATE
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "  RECNO   ID        NAME                          "
               "  DEPT  GREET  REQUESTED VIA           REASON"
               "            PERIOD"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

       3000-PROCESS-LOG.
           READ SUPPRESSION-LOG-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF SL-RUN-DATE = WS-REPORT-DATE
                       PERFORM 3100-LIST-ONE-SKIP
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * 3100 - one report line per skip. "REQUEST" means the
      * GREETIN record named the recipient id itself; "LIST x" the
      * list on the request, with "VIA y" added when the person was
      * reached through a nested list y rather than x directly.
      *----------------------------------------------------------------
       3100-LIST-ONE-SKIP.
           ADD 1 TO WS-ROWS-LISTED
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SL-RECORD-NUMBER TO DL-RECORD-NUMBER
           MOVE SL-RECIPIENT-ID TO DL-RECIPIENT-ID
           MOVE SL-RECIPIENT-NAME TO DL-RECIPIENT-NAME
           MOVE SL-DEPARTMENT-CODE TO DL-DEPARTMENT-CODE
           MOVE SL-GREETING-ID TO DL-GREETING-ID
           MOVE SL-START-DATE TO DL-START-DATE
           MOVE SL-END-DATE TO DL-END-DATE
           IF SL-REQUEST-BY-LIST
               ADD 1 TO WS-ROWS-VIA-LIST
               IF SL-PARENT-LIST-CODE = SL-LIST-CODE
                   STRING "LIST " SL-LIST-CODE
                       DELIMITED BY SIZE INTO DL-REQUESTED-VIA
               ELSE
                   STRING "LIST " SL-LIST-CODE " VIA "
                       SL-PARENT-LIST-CODE
                       DELIMITED BY SIZE INTO DL-REQUESTED-VIA
               END-IF
           ELSE
               ADD 1 TO WS-ROWS-DIRECT
               MOVE "REQUEST" TO DL-REQUESTED-VIA
           END-IF
           EVALUATE SL-REASON-CODE
               WHEN "L"
                   ADD 1 TO WS-ROWS-LEAVER
                   MOVE "L LEAVER" TO DL-REASON
               WHEN "A"
                   ADD 1 TO WS-ROWS-LEAVE-ABSENCE
                   MOVE "A LEAVE/ABSENCE" TO DL-REASON
               WHEN "O"
                   ADD 1 TO WS-ROWS-OPT-OUT
                   MOVE "O OPTED OUT" TO DL-REASON
               WHEN OTHER
                   ADD 1 TO WS-ROWS-OTHER-REASON
                   STRING SL-REASON-CODE " UNKNOWN"
                       DELIMITED BY SIZE INTO DL-REASON
           END-EVALUATE
           PERFORM 6500-WRITE-DETAIL-LINE.

       6500-WRITE-DETAIL-LINE.
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           MOVE WS-DETAIL-LINE TO PR-LINE
           WRITE PRINT-RECORD.

       7000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           STRING "SUPPLOG ROWS READ: " WS-ROWS-READ
               "   SUPPRESSED ON " WS-REPORT-DATE ": " WS-ROWS-LISTED
               "   BY REQUEST: " WS-ROWS-DIRECT
               "   VIA LIST: " WS-ROWS-VIA-LIST
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "LEAVERS: " WS-ROWS-LEAVER
               "   LEAVE OF ABSENCE: " WS-ROWS-LEAVE-ABSENCE
               "   OPTED OUT: " WS-ROWS-OPT-OUT
               "   UNKNOWN REASON: " WS-ROWS-OTHER-REASON
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

       9000-CLOSE-FILES.
           CLOSE SUPPRESSION-LOG-FILE
           CLOSE SUPPRPT-FILE.
