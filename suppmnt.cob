      * SUPPMNT - transaction-driven maintenance of the recipient
      * suppression file (RECPSUP). Applies a SUPPTRN batch of ADD /
      * CHANGE / DELETE requests against SP-SUPPRESSION-KEY in the
      * RECPMNT mold: each transaction is edited before it touches
      * the file - the recipient must be a real RECPMST "R" row,
      * the dates real calendar days, the reason one of the
      * documented codes, and a recipient's periods may never
      * overlap - and every applied transaction gets before/after
      * images and every rejected one a reason code on the
      * maintenance report, so RECPSUP is never hand-edited.
      * COBOL source format:
      * Columns 1-6: Sequence number area (optional)
      * Column 7: Indicator area (* for comments)
      * Columns 8-11: Area A (divisions, sections, paragraphs)
      * Columns 12-72: Area B (statements, clauses)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      * RECIPIENT-SUPPRESSION-FILE - the same cluster HELLO reads,
      * opened I-O here; this program is the only thing that should
      * ever update it.
      *----------------------------------------------------------------
           SELECT RECIPIENT-SUPPRESSION-FILE ASSIGN TO "RECPSUP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-SUPPRESSION-KEY
               FILE STATUS IS WS-FS-SUPPRESSION.
      *----------------------------------------------------------------
      * RECIPIENT-MASTER - read only, so a period can only ever be
      * added for a recipient id HELLO could actually resolve.
      *----------------------------------------------------------------
           SELECT RECIPIENT-MASTER ASSIGN TO "RECPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-RECIPIENT-KEY
               FILE STATUS IS WS-FS-RECIPIENT-MASTER.
      *----------------------------------------------------------------
      * SUPPRESSION-TRANSACTION-FILE (SUPPTRN) - the batch of ADD /
      * CHANGE / DELETE requests to apply, one per record.
      *----------------------------------------------------------------
           SELECT SUPPRESSION-TRANSACTION-FILE ASSIGN TO "SUPPTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSACTION.
      *----------------------------------------------------------------
      * SUPPMRP-FILE - the maintenance report: before/after images
      * for every applied transaction, a reject line with reason
      * code for every rejected one, and control totals (ASA
      * carriage control in byte 1).
      *----------------------------------------------------------------
           SELECT SUPPMRP-FILE ASSIGN TO "SUPPMRP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.
      *----------------------------------------------------------------
      * RUN-CONTROL-FILE (RUNCTL) - the suite's run-control lock
      * (see RCTLREC), claimed before any other file is opened and
      * released at end of run. Opened for each access and closed
      * straight after.
      *----------------------------------------------------------------
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-RESOURCE
               FILE STATUS IS WS-FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECIPIENT-SUPPRESSION-FILE.
       COPY SUPPREC.

       FD  RECIPIENT-MASTER.
       COPY RECPREC.

       FD  SUPPRESSION-TRANSACTION-FILE.
       COPY SMNTREC.

       FD  SUPPMRP-FILE.
       01  PRINT-RECORD.
           05  PR-CARRIAGE-CONTROL         PIC X.
           05  PR-LINE                     PIC X(132).

       FD  RUN-CONTROL-FILE.
       COPY RCTLREC.

       WORKING-STORAGE SECTION.
       01  WS-FS-SUPPRESSION               PIC XX.
       01  WS-FS-RECIPIENT-MASTER          PIC XX.
       01  WS-FS-TRANSACTION               PIC XX.
       01  WS-FS-REPORT                    PIC XX.
       01  WS-END-OF-INPUT-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-INPUT              VALUE "Y".
       01  WS-SYSTEM-DATE                  PIC 9(8).
       01  WS-SYSTEM-TIME                  PIC 9(8).
       01  WS-JOB-NAME                     PIC X(8).
       01  WS-USER-ID                      PIC X(8).

      *----------------------------------------------------------------
      * Transaction validation. WS-REJECT-REASON is 0 while the
      * transaction is still clean; the first failed check sets it
      * and later checks leave it alone, so the report names the
      * first thing wrong with the record.
      * Documented reason codes (printed on the reject line):
      *   01  action code not A, C, or D
      *   02  recipient id missing
      *   03  recipient id has no "R" row on RECIPIENT-MASTER (ADD)
      *   04  start date not a valid YYYYMMDD date - it names the
      *       period, so every action must carry it
      *   05  end date not a valid YYYYMMDD date (blank or
      *       99999999 is open-ended) or before the start date
      *       (ADD/CHANGE)
      *   06  reason code not L, A, or O (ADD/CHANGE)
      *   07  ADD of a period already on RECIPIENT-SUPPRESSION-FILE
      *   08  CHANGE or DELETE of a period not on the file
      *   09  period overlaps another period of the same recipient
      *       (ADD/CHANGE)
      *----------------------------------------------------------------
       01  WS-REJECT-REASON                PIC 9(2) VALUE 0.
           88  WS-TRANSACTION-CLEAN         VALUE 0.
       01  WS-TRAN-START-DATE              PIC 9(8).
       01  WS-TRAN-END-DATE                PIC 9(8).
       01  WS-OPEN-ENDED-DATE              PIC 9(8) VALUE 99999999.

      *----------------------------------------------------------------
      * Generic date edit work area (4140/4150), as in GREETMNT:
      * both the start and the end date run through it.
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
      * Overlap scan (4500/4550): the recipient's periods sit
      * together in start-date order, so one START reaches them
      * all. The period the transaction itself names is skipped -
      * a CHANGE is allowed to overlap its own old range.
      *----------------------------------------------------------------
       01  WS-SCAN-DONE-SWITCH             PIC X VALUE "N".
           88  WS-SCAN-DONE                 VALUE "Y".
       01  WS-OVERLAP-SWITCH               PIC X VALUE "N".
           88  WS-OVERLAP-FOUND             VALUE "Y".

      *----------------------------------------------------------------
      * WS-BEFORE-IMAGE holds the period as it stood before a
      * CHANGE or DELETE was applied, for the before/after report
      * lines.
      *----------------------------------------------------------------
       01  WS-BEFORE-IMAGE.
           05  WS-BEFORE-END-DATE          PIC 9(8).
           05  WS-BEFORE-REASON-CODE       PIC X.
           05  WS-BEFORE-CHANGED-DATE      PIC 9(8).
           05  WS-BEFORE-CHANGED-USER      PIC X(8).
       01  WS-BEFORE-FOUND-SWITCH          PIC X VALUE "N".
           88  WS-BEFORE-FOUND              VALUE "Y".

      *----------------------------------------------------------------
      * Control totals - applied + rejected must equal read, proved
      * on the report's total line.
      *----------------------------------------------------------------
       01  WS-TRAN-READ-COUNT              PIC 9(6) VALUE 0.
       01  WS-TRAN-APPLIED-COUNT           PIC 9(6) VALUE 0.
       01  WS-TRAN-REJECTED-COUNT          PIC 9(6) VALUE 0.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-ACTION-CODE              PIC X.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-RECIPIENT-ID             PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-START-DATE               PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-DISPOSITION              PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-COMMENT                  PIC X(60).

      *----------------------------------------------------------------
      * Run-control lock (1800/9800, see RCTLREC). The claim is
      * retried once a minute for LOCKWAIT minutes (ENVAR, default
      * 10, 0 gives up at once) before the run ends RC 028.
      * WS-CLAIM-DATE/TIME identify this run's own row, so the
      * release never deletes a row somebody else has since claimed.
      *----------------------------------------------------------------
       01  WS-FS-RUN-CONTROL               PIC XX.
       01  WS-RUN-CONTROL-SWITCH           PIC X VALUE "N".
           88  WS-RUN-CONTROL-HELD          VALUE "Y".
       01  WS-LOCK-GIVEN-UP-SWITCH         PIC X VALUE "N".
           88  WS-LOCK-GIVEN-UP             VALUE "Y".
       01  WS-LOCK-RESOURCE                PIC X(8) VALUE "HELLO".
       01  WS-LOCK-MODE                    PIC X VALUE "U".
       01  WS-LOCK-WAIT-TOKEN              PIC X(8).
       01  WS-LOCK-WAIT-MINUTES            PIC 9(3) VALUE 10.
       01  WS-LOCK-ATTEMPTS                PIC 9(3) VALUE 0.
       01  WS-LOCK-SLEEP-SECONDS           PIC 9(4) VALUE 60.
       01  WS-CLAIM-DATE                   PIC 9(8) VALUE 0.
       01  WS-CLAIM-TIME                   PIC 9(8) VALUE 0.

      *----------------------------------------------------------------
      * WS-RETURN-CODE - posted to the special register RETURN-CODE
      * at end of run so the scheduler can hold downstream jobs on
      * a bad maintenance run. Documented values:
      *   000  all transactions applied
      *   004  some transactions rejected, at least one applied
      *   008  transactions were read but every one was rejected
      *        (or the transaction file was empty)
      *   024  RECPSUP, RECPMST, SUPPTRN, SUPPMRP, or RUNCTL could
      *        not be opened
      *   028  the run-control lock (RUNCTL) was still held by
      *        another run after LOCKWAIT minutes - nothing applied
      *----------------------------------------------------------------
       01  WS-RETURN-CODE                  PIC 9(3) VALUE 0.
           88  RC-SUCCESS                  VALUE 0.
           88  RC-SOME-REJECTED            VALUE 4.
           88  RC-NOTHING-APPLIED          VALUE 8.
           88  RC-FILE-ERROR               VALUE 24.
           88  RC-LOCK-NOT-OBTAINED        VALUE 28.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1800-CLAIM-RUN-CONTROL
           IF WS-RUN-CONTROL-HELD
               PERFORM 2000-OPEN-FILES
               IF NOT RC-FILE-ERROR
                   PERFORM 2100-PRINT-HEADINGS
                   PERFORM 3000-PROCESS-TRANSACTIONS
                       UNTIL WS-END-OF-INPUT
                   PERFORM 7000-PRINT-CONTROL-TOTALS
                   PERFORM 8000-SET-RETURN-CODE
               END-IF
               PERFORM 9000-CLOSE-FILES
               PERFORM 9800-RELEASE-RUN-CONTROL
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME
           DISPLAY "JOBNAME" UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE
           DISPLAY "USERID" UPON ENVIRONMENT-NAME
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.

      *----------------------------------------------------------------
      * 1800-1830 - claim the run-control lock (RCTLREC) before any
      * production file is opened. A duplicate key on the WRITE
      * means another run holds it: say who, wait a minute, and try
      * again, for up to LOCKWAIT minutes, then end RC 028 without
      * touching anything. RUNCTL itself is not optional - a run
      * that cannot open it cannot show it is alone, and ends RC
      * 024.
      *----------------------------------------------------------------
       1800-CLAIM-RUN-CONTROL.
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
               DISPLAY "SUPPMNT RUNCTL COULD NOT BE OPENED, STATUS "
                   WS-FS-RUN-CONTROL
           ELSE
               ACCEPT WS-CLAIM-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CLAIM-TIME FROM TIME
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE WS-LOCK-RESOURCE TO CT-RESOURCE
               MOVE "SUPPMNT" TO CT-HOLDER-PROGRAM
               MOVE WS-JOB-NAME TO CT-HOLDER-JOB
               MOVE WS-USER-ID TO CT-HOLDER-USER
               MOVE WS-LOCK-MODE TO CT-HOLD-MODE
               MOVE WS-CLAIM-DATE TO CT-CLAIM-DATE CT-HEARTBEAT-DATE
               MOVE WS-CLAIM-TIME TO CT-CLAIM-TIME CT-HEARTBEAT-TIME
               MOVE "N" TO CT-YIELD-SWITCH
               MOVE 0 TO CT-YIELD-DATE CT-YIELD-TIME
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
                   DISPLAY "SUPPMNT RUN-CONTROL HELD BY "
                       CT-HOLDER-PROGRAM " JOB " CT-HOLDER-JOB
                       " SINCE " CT-CLAIM-DATE " " CT-CLAIM-TIME
           END-READ.

       1830-WAIT-FOR-RUN-CONTROL.
           ADD 1 TO WS-LOCK-ATTEMPTS
           IF WS-LOCK-ATTEMPTS > WS-LOCK-WAIT-MINUTES
               SET WS-LOCK-GIVEN-UP TO TRUE
               SET RC-LOCK-NOT-OBTAINED TO TRUE
               DISPLAY "SUPPMNT RUN-CONTROL NOT OBTAINED IN "
                   WS-LOCK-WAIT-MINUTES " MINUTES - NOTHING DONE"
           ELSE
               CALL "C$SLEEP" USING WS-LOCK-SLEEP-SECONDS
           END-IF.

      *----------------------------------------------------------------
      * Same create-if-fresh dance HELLO uses for its own I-O
      * clusters: a newly DEFINEd, never-loaded RECPSUP fails the
      * plain I-O open, and the first ADD batch must still load it.
      *----------------------------------------------------------------
       2000-OPEN-FILES.
           OPEN I-O RECIPIENT-SUPPRESSION-FILE
           IF WS-FS-SUPPRESSION NOT = "00"
               OPEN OUTPUT RECIPIENT-SUPPRESSION-FILE
               CLOSE RECIPIENT-SUPPRESSION-FILE
               OPEN I-O RECIPIENT-SUPPRESSION-FILE
           END-IF
           IF WS-FS-SUPPRESSION NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN INPUT RECIPIENT-MASTER
           IF WS-FS-RECIPIENT-MASTER NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN INPUT SUPPRESSION-TRANSACTION-FILE
           IF WS-FS-TRANSACTION NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN OUTPUT SUPPMRP-FILE
           IF WS-FS-REPORT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF.

       2100-PRINT-HEADINGS.
           MOVE SPACES TO PRINT-RECORD
           MOVE "1" TO PR-CARRIAGE-CONTROL
           STRING "SUPPMNT MAINTENANCE REPORT - RUN DATE "
               WS-SYSTEM-DATE " TIME " WS-SYSTEM-TIME
               " USER " WS-USER-ID
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "  ACT  ID        START     DISPOSTN  COMMENT"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

       3000-PROCESS-TRANSACTIONS.
           READ SUPPRESSION-TRANSACTION-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-READ-COUNT
                   PERFORM 3100-PROCESS-ONE-TRANSACTION
           END-READ.

       3100-PROCESS-ONE-TRANSACTION.
           PERFORM 4000-VALIDATE-TRANSACTION
           IF WS-TRANSACTION-CLEAN
               PERFORM 5000-APPLY-TRANSACTION
           END-IF
           IF WS-TRANSACTION-CLEAN
               ADD 1 TO WS-TRAN-APPLIED-COUNT
               PERFORM 6000-PRINT-APPLIED-LINES
           ELSE
               ADD 1 TO WS-TRAN-REJECTED-COUNT
               PERFORM 6100-PRINT-REJECT-LINE
           END-IF.

      *----------------------------------------------------------------
      * 4000-VALIDATE-TRANSACTION - every edit the record must pass
      * before it is allowed anywhere near the suppression file.
      *----------------------------------------------------------------
       4000-VALIDATE-TRANSACTION.
           MOVE 0 TO WS-REJECT-REASON
           MOVE 0 TO WS-TRAN-START-DATE
           MOVE 0 TO WS-TRAN-END-DATE
           IF NOT SX-ACTION-ADD AND NOT SX-ACTION-CHANGE
                   AND NOT SX-ACTION-DELETE
               MOVE 1 TO WS-REJECT-REASON
           END-IF
           IF WS-TRANSACTION-CLEAN
               AND (SX-RECIPIENT-ID = SPACES OR LOW-VALUES)
               MOVE 2 TO WS-REJECT-REASON
           END-IF
           IF WS-TRANSACTION-CLEAN
               AND SX-ACTION-ADD
               PERFORM 4050-VALIDATE-RECIPIENT
           END-IF
           IF WS-TRANSACTION-CLEAN
               PERFORM 4100-VALIDATE-START-DATE
           END-IF
           IF WS-TRANSACTION-CLEAN
               AND (SX-ACTION-ADD OR SX-ACTION-CHANGE)
               PERFORM 4300-VALIDATE-END-DATE
           END-IF
           IF WS-TRANSACTION-CLEAN
               AND (SX-ACTION-ADD OR SX-ACTION-CHANGE)
               AND SX-REASON-CODE NOT = "L" AND NOT = "A"
                   AND NOT = "O"
               MOVE 6 TO WS-REJECT-REASON
           END-IF
           IF WS-TRANSACTION-CLEAN
               AND (SX-ACTION-ADD OR SX-ACTION-CHANGE)
               PERFORM 4500-CHECK-PERIOD-OVERLAP
           END-IF.

      *----------------------------------------------------------------
      * 4050 - only an ADD needs the recipient on RECPMST: a CHANGE
      * or DELETE of a period whose recipient has since been
      * removed from the master must still be possible.
      *----------------------------------------------------------------
       4050-VALIDATE-RECIPIENT.
           SET RM-TYPE-RECIPIENT TO TRUE
           MOVE SX-RECIPIENT-ID TO RM-ID
           MOVE 0 TO RM-MEMBER-SEQ
           READ RECIPIENT-MASTER
               INVALID KEY
                   MOVE 3 TO WS-REJECT-REASON
           END-READ.

       4100-VALIDATE-START-DATE.
           IF SX-START-DATE IS NOT NUMERIC
               MOVE 4 TO WS-REJECT-REASON
           ELSE
               MOVE SX-START-DATE TO WS-EDIT-DATE
               PERFORM 4140-EDIT-ONE-DATE
               IF WS-EDIT-DATE-OK
                   MOVE WS-EDIT-DATE TO WS-TRAN-START-DATE
               ELSE
                   MOVE 4 TO WS-REJECT-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 4300 - the end date closes the period: blank or 99999999 is
      * open-ended, anything else must be a real date on or after
      * the start date.
      *----------------------------------------------------------------
       4300-VALIDATE-END-DATE.
           IF SX-END-DATE = SPACES
               MOVE WS-OPEN-ENDED-DATE TO WS-TRAN-END-DATE
           ELSE
               IF SX-END-DATE IS NOT NUMERIC
                   MOVE 5 TO WS-REJECT-REASON
               ELSE
                   MOVE SX-END-DATE TO WS-EDIT-DATE
                   IF WS-EDIT-DATE = WS-OPEN-ENDED-DATE
                       MOVE WS-OPEN-ENDED-DATE TO WS-TRAN-END-DATE
                   ELSE
                       PERFORM 4140-EDIT-ONE-DATE
                       IF WS-EDIT-DATE-OK
                           AND WS-EDIT-DATE >= WS-TRAN-START-DATE
                           MOVE WS-EDIT-DATE TO WS-TRAN-END-DATE
                       ELSE
                           MOVE 5 TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 4140/4150 - the date edit both dates run through: a real
      * calendar day, with the century leap rule for February.
      *----------------------------------------------------------------
       4140-EDIT-ONE-DATE.
           MOVE "N" TO WS-EDIT-DATE-OK-SWITCH
           IF WS-EDIT-DATE-YEAR < 1990
               OR WS-EDIT-DATE-MONTH < 1
               OR WS-EDIT-DATE-MONTH > 12
               OR WS-EDIT-DATE-DAY < 1
               CONTINUE
           ELSE
               PERFORM 4150-SET-MAX-DAY-OF-MONTH
               IF WS-EDIT-DATE-DAY <= WS-EDIT-DATE-MAX-DAY
                   SET WS-EDIT-DATE-OK TO TRUE
               END-IF
           END-IF.

       4150-SET-MAX-DAY-OF-MONTH.
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
      * 4500/4550 - a recipient's periods never overlap, so HELLO's
      * first covering row is the only covering row and the daily
      * report names one reason per skip. Two ranges intersect when
      * each starts on or before the other ends.
      *----------------------------------------------------------------
       4500-CHECK-PERIOD-OVERLAP.
           MOVE "N" TO WS-OVERLAP-SWITCH
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE SX-RECIPIENT-ID TO SP-RECIPIENT-ID
           MOVE 0 TO SP-START-DATE
           START RECIPIENT-SUPPRESSION-FILE
               KEY >= SP-SUPPRESSION-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 4550-EXAMINE-ONE-PERIOD UNTIL WS-SCAN-DONE
           IF WS-OVERLAP-FOUND
               MOVE 9 TO WS-REJECT-REASON
           END-IF.

       4550-EXAMINE-ONE-PERIOD.
           READ RECIPIENT-SUPPRESSION-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF SP-RECIPIENT-ID NOT = SX-RECIPIENT-ID
                       OR SP-START-DATE > WS-TRAN-END-DATE
                       SET WS-SCAN-DONE TO TRUE
                   ELSE
                       IF SP-START-DATE NOT = WS-TRAN-START-DATE
                           AND SP-END-DATE >= WS-TRAN-START-DATE
                           SET WS-OVERLAP-FOUND TO TRUE
                           SET WS-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * 5000-APPLY-TRANSACTION - the record passed every edit; now
      * let the file arbitrate the key.
      *----------------------------------------------------------------
       5000-APPLY-TRANSACTION.
           MOVE "N" TO WS-BEFORE-FOUND-SWITCH
           MOVE SX-RECIPIENT-ID TO SP-RECIPIENT-ID
           MOVE WS-TRAN-START-DATE TO SP-START-DATE
           EVALUATE TRUE
               WHEN SX-ACTION-ADD
                   PERFORM 5100-APPLY-ADD
               WHEN SX-ACTION-CHANGE
                   PERFORM 5200-APPLY-CHANGE
               WHEN SX-ACTION-DELETE
                   PERFORM 5300-APPLY-DELETE
           END-EVALUATE.

       5100-APPLY-ADD.
           PERFORM 5500-LOAD-RECORD-FIELDS
           WRITE SUPPRESSION-RECORD
               INVALID KEY
                   MOVE 7 TO WS-REJECT-REASON
           END-WRITE.

       5200-APPLY-CHANGE.
           READ RECIPIENT-SUPPRESSION-FILE
               INVALID KEY
                   MOVE 8 TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM 5400-SAVE-BEFORE-IMAGE
                   PERFORM 5500-LOAD-RECORD-FIELDS
                   REWRITE SUPPRESSION-RECORD
                       INVALID KEY
                           MOVE 8 TO WS-REJECT-REASON
                   END-REWRITE
           END-READ.

       5300-APPLY-DELETE.
           READ RECIPIENT-SUPPRESSION-FILE
               INVALID KEY
                   MOVE 8 TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM 5400-SAVE-BEFORE-IMAGE
                   DELETE RECIPIENT-SUPPRESSION-FILE
                       INVALID KEY
                           MOVE 8 TO WS-REJECT-REASON
                   END-DELETE
           END-READ.

       5400-SAVE-BEFORE-IMAGE.
           MOVE SP-END-DATE TO WS-BEFORE-END-DATE
           MOVE SP-REASON-CODE TO WS-BEFORE-REASON-CODE
           MOVE SP-CHANGED-DATE TO WS-BEFORE-CHANGED-DATE
           MOVE SP-CHANGED-USER TO WS-BEFORE-CHANGED-USER
           SET WS-BEFORE-FOUND TO TRUE.

       5500-LOAD-RECORD-FIELDS.
           MOVE SX-RECIPIENT-ID TO SP-RECIPIENT-ID
           MOVE WS-TRAN-START-DATE TO SP-START-DATE
           MOVE WS-TRAN-END-DATE TO SP-END-DATE
           MOVE SX-REASON-CODE TO SP-REASON-CODE
           MOVE WS-SYSTEM-DATE TO SP-CHANGED-DATE
           MOVE WS-USER-ID TO SP-CHANGED-USER.

      *----------------------------------------------------------------
      * 6000/6100 - report lines. An applied CHANGE or DELETE gets
      * a BEFORE line showing the period as it stood, and an
      * applied ADD or CHANGE gets an AFTER line showing it as it
      * now stands, so the report alone proves what changed.
      *----------------------------------------------------------------
       6000-PRINT-APPLIED-LINES.
           IF WS-BEFORE-FOUND
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE SX-ACTION-CODE TO DL-ACTION-CODE
               MOVE SX-RECIPIENT-ID TO DL-RECIPIENT-ID
               MOVE SX-START-DATE TO DL-START-DATE
               MOVE "BEFORE" TO DL-DISPOSITION
               STRING "END " WS-BEFORE-END-DATE
                   " REASON " WS-BEFORE-REASON-CODE
                   " SET " WS-BEFORE-CHANGED-DATE
                   " BY " WS-BEFORE-CHANGED-USER
                   DELIMITED BY SIZE INTO DL-COMMENT
               PERFORM 6500-WRITE-DETAIL-LINE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SX-ACTION-CODE TO DL-ACTION-CODE
           MOVE SX-RECIPIENT-ID TO DL-RECIPIENT-ID
           MOVE SX-START-DATE TO DL-START-DATE
           IF SX-ACTION-DELETE
               MOVE "DELETED" TO DL-DISPOSITION
               MOVE SPACES TO DL-COMMENT
           ELSE
               MOVE "AFTER" TO DL-DISPOSITION
               STRING "END " WS-TRAN-END-DATE
                   " REASON " SX-REASON-CODE
                   DELIMITED BY SIZE INTO DL-COMMENT
           END-IF
           PERFORM 6500-WRITE-DETAIL-LINE.

       6100-PRINT-REJECT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SX-ACTION-CODE TO DL-ACTION-CODE
           MOVE SX-RECIPIENT-ID TO DL-RECIPIENT-ID
           MOVE SX-START-DATE TO DL-START-DATE
           MOVE "REJECTED" TO DL-DISPOSITION
           EVALUATE WS-REJECT-REASON
               WHEN 1
                   MOVE "REASON 01 - ACTION CODE NOT A, C, OR D"
                       TO DL-COMMENT
               WHEN 2
                   MOVE "REASON 02 - RECIPIENT ID MISSING"
                       TO DL-COMMENT
               WHEN 3
                   MOVE "REASON 03 - RECIPIENT ID NOT ON RECPMST"
                       TO DL-COMMENT
               WHEN 4
                   MOVE "REASON 04 - START DATE INVALID"
                       TO DL-COMMENT
               WHEN 5
                   MOVE "REASON 05 - END DATE INVALID OR BEFORE START"
                       TO DL-COMMENT
               WHEN 6
                   MOVE "REASON 06 - REASON CODE NOT L, A, OR O"
                       TO DL-COMMENT
               WHEN 7
                   MOVE "REASON 07 - ADD OF A PERIOD ALREADY ON FILE"
                       TO DL-COMMENT
               WHEN 8
                   MOVE "REASON 08 - PERIOD NOT ON FILE"
                       TO DL-COMMENT
               WHEN 9
                   MOVE "REASON 09 - OVERLAPS ANOTHER PERIOD"
                       TO DL-COMMENT
               WHEN OTHER
                   MOVE "REASON ?? - UNCLASSIFIED REJECTION"
                       TO DL-COMMENT
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
           STRING "TRANSACTIONS READ: " WS-TRAN-READ-COUNT
               "   APPLIED: " WS-TRAN-APPLIED-COUNT
               "   REJECTED: " WS-TRAN-REJECTED-COUNT
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

       8000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-TRAN-APPLIED-COUNT = 0
                   SET RC-NOTHING-APPLIED TO TRUE
               WHEN WS-TRAN-REJECTED-COUNT > 0
                   SET RC-SOME-REJECTED TO TRUE
               WHEN OTHER
                   SET RC-SUCCESS TO TRUE
           END-EVALUATE.

       9000-CLOSE-FILES.
           CLOSE RECIPIENT-SUPPRESSION-FILE
           CLOSE RECIPIENT-MASTER
           CLOSE SUPPRESSION-TRANSACTION-FILE
           CLOSE SUPPMRP-FILE.

      *----------------------------------------------------------------
      * 9800 - release the run-control lock once every production
      * file is closed, but only if the row on file is still this
      * run's claim: an operator may have cleared it (HELLOLCK) and
      * another run claimed it since.
      *----------------------------------------------------------------
       9800-RELEASE-RUN-CONTROL.
           IF WS-RUN-CONTROL-HELD
               OPEN I-O RUN-CONTROL-FILE
               IF WS-FS-RUN-CONTROL = "00"
                   MOVE WS-LOCK-RESOURCE TO CT-RESOURCE
                   READ RUN-CONTROL-FILE
                       INVALID KEY
                           DISPLAY "SUPPMNT RUN-CONTROL "
                               "ALREADY CLEARED"
                       NOT INVALID KEY
                           PERFORM 9810-DELETE-OWN-CLAIM
                   END-READ
                   CLOSE RUN-CONTROL-FILE
               ELSE
                   DISPLAY "SUPPMNT RUNCTL NOT OPENED TO RELEASE, "
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
                       DISPLAY "SUPPMNT RUN-CONTROL RELEASE FAILED, "
                           "STATUS " WS-FS-RUN-CONTROL
               END-DELETE
           ELSE
               DISPLAY "SUPPMNT RUN-CONTROL NOW HELD BY JOB "
                   CT-HOLDER-JOB " - LEFT IN PLACE"
           END-IF.
