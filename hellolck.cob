      * HELLOLCK - run-control lock report and operator clearance.
      * Every program that changes what HELLO reads or draws from
      * claims a row on RUNCTL (RCTLREC) before it opens anything
      * and deletes it at end of run: HELLO itself (modes B, M, S),
      * HELLOREV (R), HELLOARC (A), the master updates - GREETMNT
      * and RECPMNT APPROVE passes, SUPPMNT, CALMNT - (U), HELLOSPL
      * for a partitioned night (P, released by HELLOMRG), HELLOERA
      * (E), HELLOACK (K), and HELLOSCH (C). A job that abends or
      * is cancelled never gets to the delete, and its row then
      * holds everybody else off until LOCKWAIT runs out. This
      * program lists every lock on file with its holder, its age,
      * and what the run ledger says about the holder, flags the
      * ones that look abandoned, and applies the operator's CLEAR
      * and YIELD cards from LOCKTRN (LTRNREC) - so a stale lock is
      * cleared on the record, with who cleared it and why, and
      * nobody ever has to delete the VSAM row by hand.
      * COBOL source format:
      * Columns 1-6: Sequence number area (optional)
      * Column 7: Indicator area (* for comments)
      * Columns 8-11: Area A (divisions, sections, paragraphs)
      * Columns 12-72: Area B (statements, clauses)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOLCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      * RUN-CONTROL-FILE (RUNCTL) - the lock rows, listed and, for
      * an accepted CLEAR or YIELD card, updated.
      *----------------------------------------------------------------
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-RESOURCE
               FILE STATUS IS WS-FS-RUN-CONTROL.
      *----------------------------------------------------------------
      * LOCK-TRANSACTION-FILE (LOCKTRN) - the operator's cards.
      * OPTIONAL: the morning run without one is the report alone.
      *----------------------------------------------------------------
           SELECT OPTIONAL LOCK-TRANSACTION-FILE ASSIGN TO "LOCKTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSACTION.
      *----------------------------------------------------------------
      * RUN-LEDGER-FILE (RUNLEDGR) - read only, to say whether the
      * holder's run recorded an end. OPTIONAL: without it every
      * lock is judged on its age alone.
      *----------------------------------------------------------------
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-RUN-KEY
               FILE STATUS IS WS-FS-RUN-LEDGER.
      *----------------------------------------------------------------
      * LOCKRPT-FILE - the printed report (ASA carriage control in
      * byte 1).
      *----------------------------------------------------------------
           SELECT LOCKRPT-FILE ASSIGN TO "LOCKRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       COPY RCTLREC.

       FD  LOCK-TRANSACTION-FILE.
       COPY LTRNREC.

       FD  RUN-LEDGER-FILE.
       COPY RUNLREC.

       FD  LOCKRPT-FILE.
       01  PRINT-RECORD.
           05  PR-CARRIAGE-CONTROL         PIC X.
           05  PR-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FS-RUN-CONTROL               PIC XX.
       01  WS-FS-TRANSACTION               PIC XX.
       01  WS-FS-RUN-LEDGER                PIC XX.
       01  WS-FS-REPORT                    PIC XX.
       01  WS-END-OF-INPUT-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-INPUT              VALUE "Y".
       01  WS-LEDGER-AVAILABLE-SWITCH      PIC X VALUE "N".
           88  WS-LEDGER-AVAILABLE          VALUE "Y".
       01  WS-END-OF-LEDGER-SWITCH         PIC X VALUE "N".
           88  WS-END-OF-LEDGER             VALUE "Y".
       01  WS-SYSTEM-DATE                  PIC 9(8).
       01  WS-SYSTEM-TIME                  PIC 9(8).
       01  WS-JOB-NAME                     PIC X(8).
       01  WS-USER-ID                      PIC X(8).

      *----------------------------------------------------------------
      * WS-PARM-INPUT - the age in minutes past which a lock whose
      * holder has not recorded an end is flagged POSSIBLY STALE;
      * 60 when no PARM is supplied. The age is taken from the
      * heartbeat, which monitor mode refreshes every poll and
      * every other holder sets once, at its claim - so a long
      * batch run can pass the limit while still running, and the
      * flag asks the operator to look, not to clear on sight.
      *----------------------------------------------------------------
       01  WS-PARM-INPUT                   PIC X(80).
       01  WS-STALE-MINUTES                PIC 9(5) VALUE 60.

      *----------------------------------------------------------------
      * Age arithmetic: minutes since the heartbeat, from day
      * numbers and the hours and minutes of the two times.
      *----------------------------------------------------------------
       01  WS-TIME-WORK                    PIC 9(8).
       01  WS-TIME-WORK-PARTS REDEFINES WS-TIME-WORK.
           05  WS-TIME-WORK-HOUR           PIC 9(2).
           05  WS-TIME-WORK-MINUTE         PIC 9(2).
           05  WS-TIME-WORK-SECOND         PIC 9(2).
           05  FILLER                      PIC 9(2).
       01  WS-NOW-MINUTES                  PIC 9(9).
       01  WS-HEARTBEAT-MINUTES            PIC 9(9).
       01  WS-AGE-MINUTES                  PIC 9(7).

      *----------------------------------------------------------------
      * What the run ledger says about the holder (4200): the
      * latest row for the holder's program and job that started
      * no later than the claim, looked for from the day before the
      * claim onward.
      *----------------------------------------------------------------
       01  WS-LEDGER-VERDICT               PIC X(12).
       01  WS-LEDGER-MATCH-STATUS          PIC X.
       01  WS-CLAIM-KEY-WORK.
           05  WS-CLAIM-KEY-DATE           PIC 9(8).
           05  WS-CLAIM-KEY-TIME           PIC 9(8).
       01  WS-ROW-KEY-WORK.
           05  WS-ROW-KEY-DATE             PIC 9(8).
           05  WS-ROW-KEY-TIME             PIC 9(8).

      *----------------------------------------------------------------
      * The locks as listed, so a CLEAR card applied afterwards
      * can take its lock off the stale count. There is one
      * resource today; the table leaves room for more.
      *----------------------------------------------------------------
       01  WS-MAX-LOCKS                    PIC 9(3) VALUE 50.
       01  WS-LOCK-COUNT                   PIC 9(3) VALUE 0.
       01  WS-LOCK-TABLE.
           05  WS-LOCK-ENTRY OCCURS 50 TIMES.
               10  WS-LK-RESOURCE          PIC X(8).
               10  WS-LK-STALE-FLAG        PIC X.
                   88  WS-LK-STALE          VALUE "Y".
               10  WS-LK-CLEARED-FLAG      PIC X.
                   88  WS-LK-CLEARED        VALUE "Y".
       01  WS-LOCK-INDEX                   PIC 9(3).
       01  WS-LOCK-STALE-SWITCH            PIC X VALUE "N".
           88  WS-LOCK-IS-STALE             VALUE "Y".

      *----------------------------------------------------------------
      * WS-CLEAR-CARD - the CLEAR card printed under a stale lock,
      * in the LOCKTRN layout, ready to key.
      *----------------------------------------------------------------
       COPY LTRNREC
           REPLACING ==LOCK-TRANSACTION-RECORD== BY ==WS-CLEAR-CARD==
                     LEADING ==LT-== BY ==CC-==.

      *----------------------------------------------------------------
      * Transaction editing.
      *----------------------------------------------------------------
       01  WS-TRAN-VALID-SWITCH            PIC X VALUE "N".
           88  WS-TRAN-VALID                VALUE "Y".
       01  WS-TRAN-COMMENT                 PIC X(60).
       01  WS-CLAIM-DATE-TEXT              PIC X(8).

      *----------------------------------------------------------------
      * Control totals.
      *----------------------------------------------------------------
       01  WS-LOCKS-LISTED                 PIC 9(5) VALUE 0.
       01  WS-LOCKS-STALE                  PIC 9(5) VALUE 0.
       01  WS-LOCKS-STALE-REMAINING        PIC 9(5) VALUE 0.
       01  WS-TRAN-READ-COUNT              PIC 9(5) VALUE 0.
       01  WS-TRAN-APPLIED-COUNT           PIC 9(5) VALUE 0.
       01  WS-TRAN-REJECTED-COUNT          PIC 9(5) VALUE 0.

       01  WS-EDITED-AGE                   PIC ZZZZZZ9.
       01  WS-EDITED-STALE                 PIC ZZZZ9.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-RESOURCE                 PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-PROGRAM                  PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-JOB                      PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-USER                     PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-MODE                     PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-CLAIM-DATE               PIC 9(8).
           05  FILLER                      PIC X     VALUE SPACE.
           05  DL-CLAIM-TIME               PIC 9(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-HEARTBEAT-DATE           PIC 9(8).
           05  FILLER                      PIC X     VALUE SPACE.
           05  DL-HEARTBEAT-TIME           PIC 9(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-AGE                      PIC ZZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-LEDGER                   PIC X(12).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-STATUS                   PIC X(17).

       01  WS-TRAN-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  TL-ACTION                   PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  TL-RESOURCE                 PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  TL-HOLDER-JOB               PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  TL-CLAIM-DATE               PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  TL-OPERATOR                 PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  TL-DISPOSITION              PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  TL-COMMENT                  PIC X(60).

      *----------------------------------------------------------------
      * WS-RETURN-CODE - posted to the special register RETURN-CODE
      * at end of run. Documented values:
      *   000  no lock on file looks stale, every card applied
      *   004  a lock flagged STALE or POSSIBLY STALE is still on
      *        file after the cards were applied - see LOCKRPT
      *   008  a CLEAR or YIELD card was rejected - see LOCKRPT
      *   012  PARM supplied but not a number of minutes
      *   024  RUNCTL or LOCKRPT could not be opened
      * Higher values take precedence.
      *----------------------------------------------------------------
       01  WS-RETURN-CODE                  PIC 9(3) VALUE 0.
           88  RC-SUCCESS                  VALUE 0.
           88  RC-STALE-LOCKS              VALUE 4.
           88  RC-CARD-REJECTED            VALUE 8.
           88  RC-BAD-PARAMETER            VALUE 12.
           88  RC-FILE-ERROR               VALUE 24.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT RC-BAD-PARAMETER
               PERFORM 2000-OPEN-FILES
               IF NOT RC-FILE-ERROR
                   PERFORM 2100-PRINT-HEADINGS
                   PERFORM 2500-POSITION-LOCKS
                   PERFORM 4000-LIST-ONE-LOCK UNTIL WS-END-OF-INPUT
                   PERFORM 5000-PRINT-CARD-HEADINGS
                   MOVE "N" TO WS-END-OF-INPUT-SWITCH
                   PERFORM 5100-APPLY-ONE-CARD UNTIL WS-END-OF-INPUT
                   PERFORM 7000-PRINT-CONTROL-TOTALS
                   PERFORM 8000-SET-RETURN-CODE
               END-IF
               PERFORM 9000-CLOSE-FILES
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME
           DISPLAY "JOBNAME" UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE
           DISPLAY "USERID" UPON ENVIRONMENT-NAME
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
           ACCEPT WS-PARM-INPUT FROM COMMAND-LINE
           IF WS-PARM-INPUT NOT = SPACES AND LOW-VALUES
               IF FUNCTION TEST-NUMVAL
                       (FUNCTION TRIM(WS-PARM-INPUT)) = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-INPUT))
                       TO WS-STALE-MINUTES
               ELSE
                   SET RC-BAD-PARAMETER TO TRUE
                   DISPLAY "HELLOLCK PARM MUST BE STALE MINUTES: "
                       FUNCTION TRIM(WS-PARM-INPUT)
               END-IF
           END-IF
           MOVE WS-SYSTEM-TIME TO WS-TIME-WORK
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE) * 1440
               + WS-TIME-WORK-HOUR * 60 + WS-TIME-WORK-MINUTE.

      *----------------------------------------------------------------
      * 2000 - RUNCTL is opened I-O with the same create-if-fresh
      * dance the claiming programs use, so the report runs clean
      * against a newly DEFINEd cluster nobody has claimed yet.
      *----------------------------------------------------------------
       2000-OPEN-FILES.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-FS-RUN-CONTROL NOT = "00"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF WS-FS-RUN-CONTROL NOT = "00"
               SET RC-FILE-ERROR TO TRUE
               DISPLAY "HELLOLCK RUNCTL NOT OPENED, STATUS "
                   WS-FS-RUN-CONTROL
           END-IF
           OPEN INPUT LOCK-TRANSACTION-FILE
           OPEN INPUT RUN-LEDGER-FILE
           IF WS-FS-RUN-LEDGER = "00"
               SET WS-LEDGER-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT LOCKRPT-FILE
           IF WS-FS-REPORT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF.

       2100-PRINT-HEADINGS.
           MOVE WS-STALE-MINUTES TO WS-EDITED-STALE
           MOVE SPACES TO PRINT-RECORD
           MOVE "1" TO PR-CARRIAGE-CONTROL
           STRING "HELLOLCK RUN-CONTROL LOCKS AT " WS-SYSTEM-DATE
               " " WS-SYSTEM-TIME(1:6)
               "   POSSIBLY STALE AFTER " WS-EDITED-STALE " MINUTES"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "  RESOURCE  PROGRAM   JOB       USER      MODE"
               "      CLAIMED          HEARTBEAT        AGE-MIN"
               "  LEDGER        STATUS"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

       2500-POSITION-LOCKS.
           MOVE LOW-VALUES TO CT-RESOURCE
           START RUN-CONTROL-FILE KEY >= CT-RESOURCE
               INVALID KEY
                   SET WS-END-OF-INPUT TO TRUE
           END-START.

      *----------------------------------------------------------------
      * 4000 - one line per lock on file. A lock is STALE when the
      * ledger shows its holder's run ended - the run got to STOP
      * RUN but its release never happened - and POSSIBLY STALE
      * when no end is recorded and the heartbeat is older than
      * the PARM limit. A partitioned night's lock outlives its
      * claimer by design - HELLOSPL ends and leaves it for the
      * partitions and HELLOMRG - so for mode "P" only the
      * heartbeat, which each partition refreshes, is judged.
      * Under either the CLEAR card is printed, ready to key once
      * the operator has made sure the holder job is really gone.
      *----------------------------------------------------------------
       4000-LIST-ONE-LOCK.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOCKS-LISTED
                   PERFORM 4100-REPORT-ONE-LOCK
           END-READ.

       4100-REPORT-ONE-LOCK.
           MOVE CT-HEARTBEAT-TIME TO WS-TIME-WORK
           COMPUTE WS-HEARTBEAT-MINUTES =
               FUNCTION INTEGER-OF-DATE(CT-HEARTBEAT-DATE) * 1440
               + WS-TIME-WORK-HOUR * 60 + WS-TIME-WORK-MINUTE
           IF WS-NOW-MINUTES > WS-HEARTBEAT-MINUTES
               COMPUTE WS-AGE-MINUTES =
                   WS-NOW-MINUTES - WS-HEARTBEAT-MINUTES
           ELSE
               MOVE 0 TO WS-AGE-MINUTES
           END-IF
           PERFORM 4200-FIND-HOLDER-ON-LEDGER
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE CT-RESOURCE TO DL-RESOURCE
           MOVE CT-HOLDER-PROGRAM TO DL-PROGRAM
           MOVE CT-HOLDER-JOB TO DL-JOB
           MOVE CT-HOLDER-USER TO DL-USER
           EVALUATE TRUE
               WHEN CT-HELD-BATCH
                   MOVE "BATCH" TO DL-MODE
               WHEN CT-HELD-MONITOR
                   MOVE "MONITOR" TO DL-MODE
               WHEN CT-HELD-SINGLE
                   MOVE "SINGLE" TO DL-MODE
               WHEN CT-HELD-REVERSAL
                   MOVE "REVERSAL" TO DL-MODE
               WHEN CT-HELD-ARCHIVE
                   MOVE "ARCHIVE" TO DL-MODE
               WHEN CT-HELD-UPDATE
                   MOVE "UPDATE" TO DL-MODE
               WHEN CT-HELD-PARTITIONED
                   MOVE "PARALLEL" TO DL-MODE
               WHEN CT-HELD-ERASURE
                   MOVE "ERASURE" TO DL-MODE
               WHEN CT-HELD-ACKNOWLEDGE
                   MOVE "ACK" TO DL-MODE
               WHEN CT-HELD-SCHEDULE
                   MOVE "SCHEDULE" TO DL-MODE
               WHEN OTHER
                   MOVE CT-HOLD-MODE TO DL-MODE
           END-EVALUATE
           MOVE CT-CLAIM-DATE TO DL-CLAIM-DATE
           MOVE CT-CLAIM-TIME(1:6) TO DL-CLAIM-TIME
           MOVE CT-HEARTBEAT-DATE TO DL-HEARTBEAT-DATE
           MOVE CT-HEARTBEAT-TIME(1:6) TO DL-HEARTBEAT-TIME
           MOVE WS-AGE-MINUTES TO DL-AGE
           MOVE WS-LEDGER-VERDICT TO DL-LEDGER
           MOVE "N" TO WS-LOCK-STALE-SWITCH
           EVALUATE TRUE
               WHEN WS-LEDGER-MATCH-STATUS = "E"
                   AND NOT CT-HELD-PARTITIONED
                   MOVE "STALE - RUN ENDED" TO DL-STATUS
                   SET WS-LOCK-IS-STALE TO TRUE
               WHEN WS-AGE-MINUTES > WS-STALE-MINUTES
                   MOVE "POSSIBLY STALE" TO DL-STATUS
                   SET WS-LOCK-IS-STALE TO TRUE
               WHEN OTHER
                   MOVE "ACTIVE" TO DL-STATUS
           END-EVALUATE
           PERFORM 6500-WRITE-DETAIL-LINE
           IF CT-YIELD-REQUESTED
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CARRIAGE-CONTROL
               STRING "      YIELD REQUESTED BY JOB " CT-YIELD-JOB
                   " AT " CT-YIELD-DATE " " CT-YIELD-TIME(1:6)
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PRINT-RECORD
           END-IF
           IF WS-LOCK-IS-STALE
               ADD 1 TO WS-LOCKS-STALE
               PERFORM 4300-PRINT-CLEAR-CARD
           END-IF
           IF WS-LOCK-COUNT < WS-MAX-LOCKS
               ADD 1 TO WS-LOCK-COUNT
               MOVE CT-RESOURCE TO WS-LK-RESOURCE(WS-LOCK-COUNT)
               MOVE WS-LOCK-STALE-SWITCH
                   TO WS-LK-STALE-FLAG(WS-LOCK-COUNT)
               MOVE "N" TO WS-LK-CLEARED-FLAG(WS-LOCK-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * 4200/4210 - the holder's ledger row, when it writes one.
      * HELLO, HELLOARC, HELLOACK, HELLOSCH, HELLOSPL, and HELLOERA
      * do (HELLOMRG writes one too, but releases a lock it never
      * claimed); the master updates and HELLOREV do not, and show
      * NOT RECORDED. Each writer's row is keyed on a start time
      * taken before its claim, so the match is the latest row for
      * the program and job started at or before the claim.
      *----------------------------------------------------------------
       4200-FIND-HOLDER-ON-LEDGER.
           MOVE SPACE TO WS-LEDGER-MATCH-STATUS
           MOVE "NOT RECORDED" TO WS-LEDGER-VERDICT
           IF NOT WS-LEDGER-AVAILABLE
               MOVE "NO LEDGER" TO WS-LEDGER-VERDICT
           ELSE
               MOVE CT-CLAIM-DATE TO WS-CLAIM-KEY-DATE
               MOVE CT-CLAIM-TIME TO WS-CLAIM-KEY-TIME
               MOVE LOW-VALUES TO LG-RUN-KEY
               MOVE FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(CT-CLAIM-DATE) - 1)
                   TO LG-START-DATE
               MOVE "N" TO WS-END-OF-LEDGER-SWITCH
               START RUN-LEDGER-FILE KEY >= LG-RUN-KEY
                   INVALID KEY
                       SET WS-END-OF-LEDGER TO TRUE
               END-START
               PERFORM 4210-EXAMINE-LEDGER-ROW
                   UNTIL WS-END-OF-LEDGER
               EVALUATE WS-LEDGER-MATCH-STATUS
                   WHEN "E"
                       MOVE "RUN ENDED" TO WS-LEDGER-VERDICT
                   WHEN "S"
                       MOVE "NO END YET" TO WS-LEDGER-VERDICT
               END-EVALUATE
           END-IF.

       4210-EXAMINE-LEDGER-ROW.
           READ RUN-LEDGER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-LEDGER TO TRUE
               NOT AT END
                   MOVE LG-START-DATE TO WS-ROW-KEY-DATE
                   MOVE LG-START-TIME TO WS-ROW-KEY-TIME
                   IF WS-ROW-KEY-WORK > WS-CLAIM-KEY-WORK
                       SET WS-END-OF-LEDGER TO TRUE
                   ELSE
                       IF LG-PROGRAM-ID = CT-HOLDER-PROGRAM
                           AND LG-JOB-NAME = CT-HOLDER-JOB
                           MOVE LG-RUN-STATUS
                               TO WS-LEDGER-MATCH-STATUS
                       END-IF
                   END-IF
           END-READ.

       4300-PRINT-CLEAR-CARD.
           MOVE SPACES TO WS-CLEAR-CARD
           MOVE "CLEAR" TO CC-ACTION-CODE
           MOVE CT-RESOURCE TO CC-RESOURCE
           MOVE CT-HOLDER-JOB TO CC-HOLDER-JOB
           MOVE CT-CLAIM-DATE TO CC-CLAIM-DATE
           MOVE "<REASON>" TO CC-REASON
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "      TO CLEAR, ONCE JOB " CT-HOLDER-JOB
               " IS CONFIRMED GONE, KEY ON LOCKTRN: "
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           MOVE WS-CLEAR-CARD TO PR-LINE(7:80)
           WRITE PRINT-RECORD.

       5000-PRINT-CARD-HEADINGS.
           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           STRING "OPERATOR CARDS (LOCKTRN)"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "  ACTION    RESOURCE  JOB       CLAIMED   OPERATOR"
               "  RESULT    COMMENT"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD
           IF WS-FS-TRANSACTION NOT = "00"
               SET WS-END-OF-INPUT TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 5100-5400 - one operator card. The card must name the
      * holder job and claim date of the row on file (a later claim
      * is never cleared from an earlier report), a CLEAR must give
      * its reason, and the operator must be identified - the
      * printed line with the job's USERID is the record of who
      * cleared what, and why.
      *----------------------------------------------------------------
       5100-APPLY-ONE-CARD.
           READ LOCK-TRANSACTION-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-READ-COUNT
                   PERFORM 5200-EDIT-ONE-CARD
                   IF WS-TRAN-VALID
                       IF LT-ACTION-CLEAR
                           PERFORM 5300-CLEAR-LOCK
                       ELSE
                           PERFORM 5400-REQUEST-YIELD
                       END-IF
                   END-IF
                   PERFORM 6600-WRITE-CARD-LINE
           END-READ.

       5200-EDIT-ONE-CARD.
           MOVE "Y" TO WS-TRAN-VALID-SWITCH
           MOVE SPACES TO WS-TRAN-COMMENT
           EVALUATE TRUE
               WHEN NOT LT-ACTION-CLEAR AND NOT LT-ACTION-YIELD
                   MOVE "ACTION MUST BE CLEAR OR YIELD"
                       TO WS-TRAN-COMMENT
               WHEN WS-USER-ID = SPACES OR LOW-VALUES
                   MOVE "NO OPERATOR USERID ON THE JOB"
                       TO WS-TRAN-COMMENT
               WHEN LT-ACTION-CLEAR AND LT-REASON = SPACES
                   MOVE "A CLEAR MUST GIVE ITS REASON"
                       TO WS-TRAN-COMMENT
               WHEN OTHER
                   MOVE LT-RESOURCE TO CT-RESOURCE
                   READ RUN-CONTROL-FILE
                       INVALID KEY
                           MOVE "RESOURCE NOT HELD - NOTHING TO DO"
                               TO WS-TRAN-COMMENT
                       NOT INVALID KEY
                           PERFORM 5250-MATCH-HOLDER
                   END-READ
           END-EVALUATE
           IF WS-TRAN-COMMENT NOT = SPACES
               MOVE "N" TO WS-TRAN-VALID-SWITCH
           END-IF.

       5250-MATCH-HOLDER.
           MOVE CT-CLAIM-DATE TO WS-CLAIM-DATE-TEXT
           EVALUATE TRUE
               WHEN LT-HOLDER-JOB NOT = CT-HOLDER-JOB
                   OR LT-CLAIM-DATE NOT = WS-CLAIM-DATE-TEXT
                   STRING "HOLDER ON FILE IS JOB " CT-HOLDER-JOB
                       " CLAIMED " CT-CLAIM-DATE
                       DELIMITED BY SIZE INTO WS-TRAN-COMMENT
               WHEN LT-ACTION-YIELD AND NOT CT-HELD-MONITOR
                   MOVE "HOLDER IS NOT MONITOR MODE"
                       TO WS-TRAN-COMMENT
               WHEN LT-ACTION-YIELD AND CT-YIELD-REQUESTED
                   STRING "YIELD ALREADY REQUESTED BY JOB "
                       CT-YIELD-JOB
                       DELIMITED BY SIZE INTO WS-TRAN-COMMENT
           END-EVALUATE.

       5300-CLEAR-LOCK.
           DELETE RUN-CONTROL-FILE
               INVALID KEY
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
                   STRING "DELETE FAILED, STATUS " WS-FS-RUN-CONTROL
                       DELIMITED BY SIZE INTO WS-TRAN-COMMENT
               NOT INVALID KEY
                   MOVE LT-REASON TO WS-TRAN-COMMENT
                   DISPLAY "HELLOLCK LOCK " LT-RESOURCE " HELD BY "
                       LT-HOLDER-JOB " CLEARED BY " WS-USER-ID
                       ": " LT-REASON
                   PERFORM 5310-MARK-LOCK-CLEARED
                       VARYING WS-LOCK-INDEX FROM 1 BY 1
                       UNTIL WS-LOCK-INDEX > WS-LOCK-COUNT
           END-DELETE.

       5310-MARK-LOCK-CLEARED.
           IF WS-LK-RESOURCE(WS-LOCK-INDEX) = LT-RESOURCE
               MOVE "Y" TO WS-LK-CLEARED-FLAG(WS-LOCK-INDEX)
           END-IF.

       5400-REQUEST-YIELD.
           SET CT-YIELD-REQUESTED TO TRUE
           MOVE WS-JOB-NAME TO CT-YIELD-JOB
           MOVE WS-SYSTEM-DATE TO CT-YIELD-DATE
           MOVE WS-SYSTEM-TIME TO CT-YIELD-TIME
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   MOVE "N" TO WS-TRAN-VALID-SWITCH
                   STRING "REWRITE FAILED, STATUS " WS-FS-RUN-CONTROL
                       DELIMITED BY SIZE INTO WS-TRAN-COMMENT
               NOT INVALID KEY
                   STRING "MONITOR WINDS DOWN AT ITS NEXT POLL - "
                       LT-REASON
                       DELIMITED BY SIZE INTO WS-TRAN-COMMENT
           END-REWRITE.

       6500-WRITE-DETAIL-LINE.
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           MOVE WS-DETAIL-LINE TO PR-LINE
           WRITE PRINT-RECORD.

       6600-WRITE-CARD-LINE.
           MOVE SPACES TO WS-TRAN-LINE
           MOVE LT-ACTION-CODE TO TL-ACTION
           MOVE LT-RESOURCE TO TL-RESOURCE
           MOVE LT-HOLDER-JOB TO TL-HOLDER-JOB
           MOVE LT-CLAIM-DATE TO TL-CLAIM-DATE
           MOVE WS-USER-ID TO TL-OPERATOR
           MOVE WS-TRAN-COMMENT TO TL-COMMENT
           IF WS-TRAN-VALID
               ADD 1 TO WS-TRAN-APPLIED-COUNT
               MOVE "APPLIED" TO TL-DISPOSITION
           ELSE
               ADD 1 TO WS-TRAN-REJECTED-COUNT
               MOVE "REJECTED" TO TL-DISPOSITION
           END-IF
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           MOVE WS-TRAN-LINE TO PR-LINE
           WRITE PRINT-RECORD.

       7000-PRINT-CONTROL-TOTALS.
           PERFORM 7100-COUNT-STALE-REMAINING
               VARYING WS-LOCK-INDEX FROM 1 BY 1
               UNTIL WS-LOCK-INDEX > WS-LOCK-COUNT
           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           STRING "LOCKS ON FILE: " WS-LOCKS-LISTED
               "   FLAGGED STALE: " WS-LOCKS-STALE
               "   STILL ON FILE AFTER CARDS: "
               WS-LOCKS-STALE-REMAINING
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "CARDS READ: " WS-TRAN-READ-COUNT
               "   APPLIED: " WS-TRAN-APPLIED-COUNT
               "   REJECTED: " WS-TRAN-REJECTED-COUNT
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

       7100-COUNT-STALE-REMAINING.
           IF WS-LK-STALE(WS-LOCK-INDEX)
               AND NOT WS-LK-CLEARED(WS-LOCK-INDEX)
               ADD 1 TO WS-LOCKS-STALE-REMAINING
           END-IF.

       8000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-TRAN-REJECTED-COUNT > 0
                   SET RC-CARD-REJECTED TO TRUE
               WHEN WS-LOCKS-STALE-REMAINING > 0
                   SET RC-STALE-LOCKS TO TRUE
               WHEN OTHER
                   SET RC-SUCCESS TO TRUE
           END-EVALUATE.

       9000-CLOSE-FILES.
           CLOSE RUN-CONTROL-FILE
           CLOSE LOCK-TRANSACTION-FILE
           CLOSE RUN-LEDGER-FILE
           CLOSE LOCKRPT-FILE.
