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

       DATA DIVISION.
       FILE SECTION.
       FD  GREETOUT-IN-FILE.
           05  PR-CARRIAGE-CONTROL         PIC X.
           05  PR-LINE                     PIC X(132).

       FD  RUN-LEDGER-FILE.
       COPY RUNLREC.

       WORKING-STORAGE SECTION.
       01  WS-FS-GREETOUT-IN               PIC XX.
       01  WS-FS-BURST-1                   PIC XX.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-HASH-TOTAL               PIC 9(12).

      *----------------------------------------------------------------
      * Run ledger (1900/9900). WS-LEDGER-KEY keeps the key of the
      * row written at start for the end-of-run rewrite.
      *----------------------------------------------------------------
       01  WS-FS-RUN-LEDGER                PIC XX.
       01  WS-LEDGER-AVAILABLE-SWITCH      PIC X VALUE "N".
           88  WS-LEDGER-AVAILABLE          VALUE "Y".
       01  WS-LEDGER-KEY                   PIC X(32).

      *----------------------------------------------------------------
      * WS-RETURN-CODE - posted to the special register RETURN-CODE
      * at end of run; the slices go to their departments only on
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1900-RECORD-RUN-START
           PERFORM 2000-OPEN-FILES
           IF NOT RC-FILE-ERROR
               PERFORM 2100-PRINT-HEADINGS
               PERFORM 7000-PRINT-SLICE-MAP
           END-IF
           PERFORM 9000-CLOSE-FILES
           PERFORM 9900-RECORD-RUN-END
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-SLICE-TABLE.

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
               MOVE "HELLOBST" TO LG-PROGRAM-ID
               DISPLAY "JOBNAME" UPON ENVIRONMENT-NAME
               ACCEPT LG-JOB-NAME FROM ENVIRONMENT-VALUE
               DISPLAY "USERID" UPON ENVIRONMENT-NAME
               ACCEPT LG-USER-ID FROM ENVIRONMENT-VALUE
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
               DISPLAY "HELLOBST RUNLEDGR NOT AVAILABLE - RUN NOT "
                   "RECORDED, STATUS " WS-FS-RUN-LEDGER
           END-IF.

       2000-OPEN-FILES.
           OPEN INPUT GREETOUT-IN-FILE
           IF WS-FS-GREETOUT-IN NOT = "00"
               BURST-FILE-4 BURST-FILE-5 BURST-FILE-6
               BURST-FILE-7 BURST-FILE-8
           CLOSE BURSTRPT-FILE.

       9900-RECORD-RUN-END.
           IF WS-LEDGER-AVAILABLE
               OPEN I-O RUN-LEDGER-FILE
               IF WS-FS-RUN-LEDGER = "00"
                   MOVE WS-LEDGER-KEY TO LG-RUN-KEY
                   READ RUN-LEDGER-FILE
                       INVALID KEY
                           DISPLAY "HELLOBST RUNLEDGR ROW NOT FOUND AT "
                               "END OF RUN"
                       NOT INVALID KEY
                           SET LG-STATUS-ENDED TO TRUE
                           ACCEPT LG-END-DATE FROM DATE YYYYMMDD
                           ACCEPT LG-END-TIME FROM TIME
                           MOVE WS-DETAILS-READ TO LG-RECORDS-READ
                           MOVE WS-DETAILS-ROUTED TO LG-RECORDS-WRITTEN
                           MOVE WS-DETAILS-UNROUTED
                               TO LG-RECORDS-REJECTED
                           MOVE WS-CYCLE-NUMBER TO LG-CYCLE-NUMBER
                           MOVE WS-RETURN-CODE TO LG-RETURN-CODE
                           REWRITE RUN-LEDGER-RECORD
                               INVALID KEY
                                   DISPLAY "HELLOBST RUNLEDGR REWRITE "
                                       "FAILED, STATUS "
                                       WS-FS-RUN-LEDGER
                           END-REWRITE
                   END-READ
                   CLOSE RUN-LEDGER-FILE
               END-IF
           END-IF.
