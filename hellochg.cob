      * HELLOCHG - monthly departmental chargeback. Reads the
      * month's GREETOUT cycle generations and bills each department
      * for the greetings it received: every detail record is one
      * greeting charged to its GO-DEPARTMENT-CODE, every type "C"
      * cancellation HELLOREV wrote is one greeting credited back,
      * so a reversed run nets to nothing. GREETOUT details do not
      * carry the greeting id the price list is keyed by; it is
      * recovered from the HELLO-AUDIT-LOG row that produced the
      * detail (or, for a cancellation, the backout row HELLOREV
      * wrote alongside it), matched on run date, job name, and
      * GREETIN record number, the same identification HELLOREV
      * and HELLOREC match on.
      * Output is the GL journal interface file (CGLREC) and a
      * printed chargeback statement per department. Raw-name
      * greetings have no department and are charged to the
      * suspense cost centre named on the PARM rather than dropped.
      * Every cycle charged is proved against its own trailer and
      * its CYCLSTAT row before the batch is released to the
      * ledger, and the batch trailer carries the totals.
      * COBOL source format:
      * Columns 1-6: Sequence number area (optional)
      * Column 7: Indicator area (* for comments)
      * Columns 8-11: Area A (divisions, sections, paragraphs)
      * Columns 12-72: Area B (statements, clauses)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOCHG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      * GREETOUT-IN-FILE (GREETOIN) - the month's cycles, read-only:
      * a concatenation of whole-cycle generations (not BURSTn
      * slices - a slice header names a department and is skipped,
      * or the month would be charged twice). Cycles produced
      * outside the PARM period are skipped, as is a generation
      * concatenated twice.
      *----------------------------------------------------------------
           SELECT GREETOUT-IN-FILE ASSIGN TO "GREETOIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-GREETOUT-IN.
      *----------------------------------------------------------------
      * HELLO-AUDIT-LOG - read here, never updated. Point the DD at
      * the live log, the AUDITARC generation(s), or both when the
      * month reaches back past the last HELLOARC run.
      *----------------------------------------------------------------
           SELECT AUDIT-LOG-FILE ASSIGN TO "HELLOAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT-LOG.
      *----------------------------------------------------------------
      * CHARGE-RATE-FILE (CHGRATE) - finance's price list (CRATREC),
      * loaded into a table at start of run.
      *----------------------------------------------------------------
           SELECT CHARGE-RATE-FILE ASSIGN TO "CHGRATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RATE.
      *----------------------------------------------------------------
      * CYCLE-STATUS-FILE (CYCLSTAT) - read only: the detail count
      * each producing run registered for its cycle is what the
      * extract's control totals must balance to.
      *----------------------------------------------------------------
           SELECT CYCLE-STATUS-FILE ASSIGN TO "CYCLSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CY-CYCLE-NUMBER
               FILE STATUS IS WS-FS-CYCLE-STATUS.

           SELECT CHARGE-SORT-FILE ASSIGN TO "SORTWK01".

      *----------------------------------------------------------------
      * CHARGE-WORK-FILE (CHGWORK) - one row per greeting charged
      * or credited, greeting id resolved (CWRKREC).
      *----------------------------------------------------------------
           SELECT CHARGE-WORK-FILE ASSIGN TO "CHGWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-WORK.

           SELECT PRICE-SORT-FILE ASSIGN TO "SORTWK02".

      *----------------------------------------------------------------
      * CHARGE-SORTED-FILE (CHGSRT) - the work rows in department /
      * greeting order for the pricing break.
      *----------------------------------------------------------------
           SELECT CHARGE-SORTED-FILE ASSIGN TO "CHGSRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SORTED.
      *----------------------------------------------------------------
      * GL-JOURNAL-FILE (CHGGL) - the ledger interface (CGLREC).
      *----------------------------------------------------------------
           SELECT GL-JOURNAL-FILE ASSIGN TO "CHGGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.
      *----------------------------------------------------------------
      * CHGRPT-FILE - the department statements and the control
      * page, formatted for our report distribution (ASA carriage
      * control in byte 1).
      *----------------------------------------------------------------
           SELECT CHGRPT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  GREETOUT-IN-FILE.
       COPY GOUTREC
           REPLACING ==GREETING-OUTPUT-RECORD==
                     BY ==GREETOUT-IN-RECORD==
                     LEADING ==GO-== BY ==GI-==.

       FD  AUDIT-LOG-FILE.
       COPY AUDTREC.

       FD  CHARGE-RATE-FILE.
       COPY CRATREC.

       FD  CYCLE-STATUS-FILE.
       COPY CYCSREC.

      *----------------------------------------------------------------
      * CHARGE-SORT-RECORD - the match sort: audit rows ("A") and
      * GREETOUT records ("G") for the same run date, job, record
      * number, and class arrive together, the audit row first, so
      * each GREETOUT record picks up the greeting id of the audit
      * row ahead of it.
      *----------------------------------------------------------------
       SD  CHARGE-SORT-FILE.
       01  CHARGE-SORT-RECORD.
           05  CS-MATCH-KEY.
               10  CS-RUN-DATE             PIC 9(8).
               10  CS-JOB-NAME             PIC X(8).
               10  CS-RECORD-NUMBER        PIC 9(6).
               10  CS-EVENT-CLASS          PIC X.
           05  CS-EVENT-SOURCE             PIC X.
               88  CS-FROM-AUDIT            VALUE "A".
               88  CS-FROM-GREETOUT         VALUE "G".
           05  CS-GREETING-ID              PIC 9(5).
           05  CS-DEPARTMENT-CODE          PIC X(4).

       FD  CHARGE-WORK-FILE.
       COPY CWRKREC.

       SD  PRICE-SORT-FILE.
       COPY CWRKREC
           REPLACING ==CHARGE-WORK-RECORD== BY ==PRICE-SORT-RECORD==
                     LEADING ==CW-== BY ==PS-==.

       FD  CHARGE-SORTED-FILE.
       COPY CWRKREC
           REPLACING ==CHARGE-WORK-RECORD== BY ==CHARGE-SORTED-RECORD==
                     LEADING ==CW-== BY ==CZ-==.

       FD  GL-JOURNAL-FILE.
       COPY CGLREC.

       FD  CHGRPT-FILE.
       01  PRINT-RECORD.
           05  PR-CARRIAGE-CONTROL         PIC X.
           05  PR-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FS-GREETOUT-IN               PIC XX.
       01  WS-FS-AUDIT-LOG                 PIC XX.
       01  WS-FS-RATE                      PIC XX.
       01  WS-FS-CYCLE-STATUS              PIC XX.
       01  WS-FS-WORK                      PIC XX.
       01  WS-FS-SORTED                    PIC XX.
       01  WS-FS-JOURNAL                   PIC XX.
       01  WS-FS-REPORT                    PIC XX.
       01  WS-END-OF-INPUT-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-INPUT              VALUE "Y".
       01  WS-SORT-EOF-SWITCH              PIC X VALUE "N".
           88  WS-SORT-EOF                  VALUE "Y".
       01  WS-FIRST-RECORD-SWITCH          PIC X VALUE "Y".
           88  WS-FIRST-RECORD              VALUE "Y".
       01  WS-SYSTEM-DATE                  PIC 9(8).
       01  WS-SYSTEM-TIME                  PIC 9(8).
       01  WS-JOB-NAME                     PIC X(8).

      *----------------------------------------------------------------
      * WS-PARM-INPUT - "yyyymm[,suspense]": the month to charge,
      * and the cost centre raw-name greetings (blank department)
      * are charged to - "SUSPENSE" when not given.
      *----------------------------------------------------------------
       01  WS-PARM-INPUT                   PIC X(80).
       01  WS-PARM-PERIOD                  PIC X(6).
       01  WS-PARM-SUSPENSE                PIC X(8).
       01  WS-PERIOD                       PIC 9(6) VALUE 0.
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR              PIC 9(4).
           05  WS-PERIOD-MONTH             PIC 9(2).
       01  WS-SUSPENSE-COST-CENTRE         PIC X(8) VALUE "SUSPENSE".

      *----------------------------------------------------------------
      * Ledger coding. Departments are debited on the chargeback
      * expense account under their own department code as cost
      * centre; the greetings service's recovery account takes the
      * balancing credit.
      *----------------------------------------------------------------
       01  WS-CHARGE-GL-ACCOUNT            PIC X(8) VALUE "640150".
       01  WS-RECOVERY-GL-ACCOUNT          PIC X(8) VALUE "490150".
       01  WS-RECOVERY-COST-CENTRE         PIC X(8) VALUE "HELLOSVC".
       01  WS-BATCH-ID                     PIC X(10).

      *----------------------------------------------------------------
      * Rate table, loaded from CHGRATE. The default rate
      * ("*ALL" / 00000) must be on file; a row that is not
      * numeric stops the run rather than mis-bill anyone.
      *----------------------------------------------------------------
       01  WS-MAX-RATES                    PIC 9(4) VALUE 2000.
       01  WS-RATE-COUNT                   PIC 9(4) VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 2000.
               10  WS-RT-DEPARTMENT-CODE   PIC X(4).
               10  WS-RT-GREETING-ID       PIC 9(5).
               10  WS-RT-UNIT-RATE         PIC 9(3)V9(4).
       01  WS-RATE-INDEX                   PIC 9(4).
       01  WS-RATE-FOUND-SWITCH            PIC X VALUE "N".
           88  WS-RATE-FOUND                VALUE "Y".
       01  WS-DEFAULT-RATE-SWITCH          PIC X VALUE "N".
           88  WS-DEFAULT-RATE-PRESENT      VALUE "Y".
       01  WS-BAD-RATE-ROWS                PIC 9(5) VALUE 0.
       01  WS-LOOKUP-DEPARTMENT            PIC X(4).
       01  WS-LOOKUP-GREETING-ID           PIC 9(5).
       01  WS-UNIT-RATE                    PIC 9(3)V9(4).

      *----------------------------------------------------------------
      * Cycles charged this run, one slot each, for the duplicate
      * check and the CYCLSTAT proof. WS-CURRENT-CYCLE-INDEX is
      * zero while the records being read belong to a cycle that
      * is not being charged.
      *----------------------------------------------------------------
       01  WS-MAX-CYCLES                   PIC 9(3) VALUE 200.
       01  WS-CYCLE-COUNT                  PIC 9(3) VALUE 0.
       01  WS-CYCLE-TABLE.
           05  WS-CYCLE-ENTRY OCCURS 200.
               10  WS-CT-CYCLE-NUMBER      PIC 9(6).
               10  WS-CT-RUN-DATE          PIC 9(8).
               10  WS-CT-JOB-NAME          PIC X(8).
               10  WS-CT-RECORDS-READ      PIC 9(7).
               10  WS-CT-TRAILER-SWITCH    PIC X.
                   88  WS-CT-TRAILER-SEEN   VALUE "Y".
               10  WS-CT-TRAILER-COUNT     PIC 9(7).
               10  WS-CT-CYCLSTAT-SWITCH   PIC X.
                   88  WS-CT-CYCLSTAT-FOUND VALUE "Y".
               10  WS-CT-CYCLSTAT-COUNT    PIC 9(7).
       01  WS-CYCLE-INDEX                  PIC 9(3).
       01  WS-CURRENT-CYCLE-INDEX          PIC 9(3) VALUE 0.
       01  WS-CYCLE-FOUND-SWITCH           PIC X VALUE "N".
           88  WS-CYCLE-FOUND               VALUE "Y".
       01  WS-CURRENT-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-CURRENT-JOB-NAME             PIC X(8).

      *----------------------------------------------------------------
      * Match state for the first sort's output: the key and
      * greeting id of the last audit row returned.
      *----------------------------------------------------------------
       01  WS-MATCH-KEY.
           05  WS-MK-RUN-DATE              PIC 9(8).
           05  WS-MK-JOB-NAME              PIC X(8).
           05  WS-MK-RECORD-NUMBER         PIC 9(6).
           05  WS-MK-EVENT-CLASS           PIC X.
       01  WS-MATCH-GREETING-ID            PIC 9(5) VALUE 0.

      *----------------------------------------------------------------
      * Pricing break: one group per (department, greeting id), one
      * statement per department.
      *----------------------------------------------------------------
       01  WS-PRIOR-DEPARTMENT             PIC X(4).
       01  WS-PRIOR-GREETING-ID            PIC 9(5).
       01  WS-COST-CENTRE                  PIC X(8).
       01  WS-GROUP-PRODUCED               PIC 9(7) VALUE 0.
       01  WS-GROUP-CANCELLED              PIC 9(7) VALUE 0.
       01  WS-GROUP-UNMATCHED              PIC 9(7) VALUE 0.
       01  WS-GROUP-NET                    PIC S9(7) VALUE 0.
       01  WS-GROUP-AMOUNT                 PIC S9(9)V99 VALUE 0.
       01  WS-DEPT-PRODUCED                PIC 9(7) VALUE 0.
       01  WS-DEPT-CANCELLED               PIC 9(7) VALUE 0.
       01  WS-DEPT-NET                     PIC S9(7) VALUE 0.
       01  WS-DEPT-AMOUNT                  PIC S9(9)V99 VALUE 0.
       01  WS-ABSOLUTE-AMOUNT              PIC 9(9)V99.
       01  WS-ABSOLUTE-QUANTITY            PIC 9(7).

      *----------------------------------------------------------------
      * Control totals. Records read on the cycles charged must
      * equal the CYCLSTAT detail counts of those cycles, and equal
      * the greetings plus cancellations priced.
      *----------------------------------------------------------------
       01  WS-CYCLE-RECORDS-READ           PIC 9(9) VALUE 0.
       01  WS-CYCLSTAT-TOTAL               PIC 9(9) VALUE 0.
       01  WS-PRODUCED-RELEASED            PIC 9(9) VALUE 0.
       01  WS-CANCELLED-RELEASED           PIC 9(9) VALUE 0.
       01  WS-AUDIT-ROWS-RELEASED          PIC 9(9) VALUE 0.
       01  WS-EVENTS-WRITTEN               PIC 9(9) VALUE 0.
       01  WS-UNMATCHED-EVENTS             PIC 9(9) VALUE 0.
       01  WS-PRODUCED-PRICED              PIC 9(9) VALUE 0.
       01  WS-CANCELLED-PRICED             PIC 9(9) VALUE 0.
       01  WS-CYCLES-OUT-OF-PERIOD         PIC 9(5) VALUE 0.
       01  WS-SLICES-SKIPPED               PIC 9(5) VALUE 0.
       01  WS-DUPLICATE-CYCLES             PIC 9(5) VALUE 0.
       01  WS-CYCLES-UNPROVEN              PIC 9(5) VALUE 0.
       01  WS-ORPHAN-RECORDS               PIC 9(7) VALUE 0.
       01  WS-GL-LINE-COUNT                PIC 9(7) VALUE 0.
       01  WS-GL-DEBIT-TOTAL               PIC 9(11)V99 VALUE 0.
       01  WS-GL-CREDIT-TOTAL              PIC 9(11)V99 VALUE 0.
       01  WS-RECOVERY-AMOUNT              PIC S9(11)V99 VALUE 0.
       01  WS-OUT-OF-BALANCE-SWITCH        PIC X VALUE "N".
           88  WS-OUT-OF-BALANCE            VALUE "Y".
       01  WS-CYCLE-PROOF-TEXT             PIC X(16).

       01  WS-STATEMENT-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  SL-GREETING-ID              PIC X(5).
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  SL-PRODUCED                 PIC ZZZZZZ9.
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  SL-CANCELLED                PIC ZZZZZZ9.
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  SL-NET                      PIC -------9.
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  SL-UNIT-RATE                PIC ZZ9.9999.
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  SL-AMOUNT                   PIC ----,---,--9.99.
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  SL-COMMENT                  PIC X(40).

       01  WS-CYCLE-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  CL-CYCLE-NUMBER             PIC 9(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  CL-RUN-DATE                 PIC 9(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  CL-JOB-NAME                 PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  CL-RECORDS-READ             PIC ZZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  CL-TRAILER-COUNT            PIC ZZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  CL-CYCLSTAT-COUNT           PIC ZZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  CL-PROOF                    PIC X(16).

       01  WS-EDITED-DEBIT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDITED-CREDIT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDITED-COUNT                 PIC ZZZZZZZZ9.

      *----------------------------------------------------------------
      * WS-RETURN-CODE - posted to the special register RETURN-CODE
      * at end of run; the CHGGL batch goes to the ledger only on
      * 0 or 4. Documented values:
      *   000  batch written, every cycle proved, every greeting
      *        priced at its own rate
      *   004  batch written and in balance, but some greetings
      *        had no audit row to recover their greeting id from
      *        and were priced at their department's default rate -
      *        the control page gives the count
      *   008  out of balance - a cycle charged is missing its
      *        trailer or CYCLSTAT row, or its record count does
      *        not agree with them, or no cycle fell in the period;
      *        do NOT post the batch
      *   012  PARM not yyyymm[,suspense], or CHGRATE has no
      *        default rate or a row that is not numeric
      *   024  a file could not be opened
      *----------------------------------------------------------------
       01  WS-RETURN-CODE                  PIC 9(3) VALUE 0.
           88  RC-SUCCESS                  VALUE 0.
           88  RC-DEFAULT-PRICED           VALUE 4.
           88  RC-OUT-OF-BALANCE           VALUE 8.
           88  RC-BAD-PARAMETER            VALUE 12.
           88  RC-FILE-ERROR               VALUE 24.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT RC-BAD-PARAMETER
               PERFORM 1500-LOAD-RATE-TABLE
           END-IF
           IF NOT RC-BAD-PARAMETER AND NOT RC-FILE-ERROR
               PERFORM 2000-MATCH-CHARGE-EVENTS
           END-IF
           IF NOT RC-BAD-PARAMETER AND NOT RC-FILE-ERROR
               PERFORM 3000-SORT-CHARGE-EVENTS
               PERFORM 3500-PROVE-CYCLES
           END-IF
           IF NOT RC-BAD-PARAMETER AND NOT RC-FILE-ERROR
               PERFORM 4000-OPEN-OUTPUT-FILES
               IF NOT RC-FILE-ERROR
                   PERFORM 4100-WRITE-GL-HEADER
                   PERFORM 5000-PRICE-CHARGE-EVENTS
                       UNTIL WS-END-OF-INPUT
                   PERFORM 6000-FINISH-LAST-GROUP
                   PERFORM 6500-WRITE-GL-RECOVERY-LINE
                   PERFORM 6600-WRITE-GL-TRAILER
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
           MOVE ZEROS TO WS-RATE-TABLE
           MOVE ZEROS TO WS-CYCLE-TABLE
           PERFORM 1100-GET-PARAMETER.

       1100-GET-PARAMETER.
           ACCEPT WS-PARM-INPUT FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-PERIOD
           MOVE SPACES TO WS-PARM-SUSPENSE
           UNSTRING WS-PARM-INPUT DELIMITED BY ","
               INTO WS-PARM-PERIOD WS-PARM-SUSPENSE
           END-UNSTRING
           IF WS-PARM-PERIOD IS NUMERIC
               MOVE WS-PARM-PERIOD TO WS-PERIOD
               IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   SET RC-BAD-PARAMETER TO TRUE
               END-IF
           ELSE
               SET RC-BAD-PARAMETER TO TRUE
           END-IF
           IF WS-PARM-SUSPENSE NOT = SPACES
               MOVE WS-PARM-SUSPENSE TO WS-SUSPENSE-COST-CENTRE
           END-IF
           IF RC-BAD-PARAMETER
               DISPLAY "HELLOCHG PARM MUST BE YYYYMM[,SUSPENSE]: "
                   FUNCTION TRIM(WS-PARM-INPUT)
           ELSE
               MOVE SPACES TO WS-BATCH-ID
               STRING "HCHG" WS-PERIOD DELIMITED BY SIZE
                   INTO WS-BATCH-ID
               DISPLAY "HELLOCHG CHARGING PERIOD " WS-PERIOD
                   " SUSPENSE COST CENTRE " WS-SUSPENSE-COST-CENTRE
           END-IF.

      *----------------------------------------------------------------
      * 1500/1510 - load the price list. A table overflow or a bad
      * row is fatal: a department silently billed at the default
      * rate because its own row fell off the end would be worse
      * than no bill at all.
      *----------------------------------------------------------------
       1500-LOAD-RATE-TABLE.
           OPEN INPUT CHARGE-RATE-FILE
           IF WS-FS-RATE NOT = "00"
               SET RC-FILE-ERROR TO TRUE
               DISPLAY "HELLOCHG CHGRATE COULD NOT BE OPENED, STATUS "
                   WS-FS-RATE
           ELSE
               MOVE "N" TO WS-END-OF-INPUT-SWITCH
               PERFORM 1510-LOAD-ONE-RATE UNTIL WS-END-OF-INPUT
               CLOSE CHARGE-RATE-FILE
               MOVE "N" TO WS-END-OF-INPUT-SWITCH
               IF WS-BAD-RATE-ROWS > 0
                   SET RC-BAD-PARAMETER TO TRUE
                   DISPLAY "HELLOCHG CHGRATE ROWS REJECTED: "
                       WS-BAD-RATE-ROWS
               END-IF
               IF NOT WS-DEFAULT-RATE-PRESENT
                   SET RC-BAD-PARAMETER TO TRUE
                   DISPLAY "HELLOCHG CHGRATE HAS NO DEFAULT RATE "
                       "(*ALL / 00000)"
               END-IF
           END-IF.

       1510-LOAD-ONE-RATE.
           READ CHARGE-RATE-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   IF CR-GREETING-ID IS NOT NUMERIC
                       OR CR-UNIT-RATE IS NOT NUMERIC
                       ADD 1 TO WS-BAD-RATE-ROWS
                       DISPLAY "HELLOCHG BAD CHGRATE ROW: "
                           CHARGE-RATE-RECORD
                   ELSE
                       IF WS-RATE-COUNT < WS-MAX-RATES
                           ADD 1 TO WS-RATE-COUNT
                           MOVE CR-DEPARTMENT-CODE TO
                               WS-RT-DEPARTMENT-CODE(WS-RATE-COUNT)
                           MOVE CR-GREETING-ID TO
                               WS-RT-GREETING-ID(WS-RATE-COUNT)
                           MOVE CR-UNIT-RATE-NUMERIC TO
                               WS-RT-UNIT-RATE(WS-RATE-COUNT)
                           IF CR-DEPARTMENT-CODE = "*ALL"
                               AND CR-GREETING-ID = "00000"
                               SET WS-DEFAULT-RATE-PRESENT TO TRUE
                           END-IF
                       ELSE
                           ADD 1 TO WS-BAD-RATE-ROWS
                           DISPLAY "HELLOCHG CHGRATE TABLE FULL AT "
                               WS-MAX-RATES " ROWS: "
                               CHARGE-RATE-RECORD
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * 2000 - the match sort. The input procedure releases the
      * month's GREETOUT details and cancellations and the audit
      * rows that can vouch for them; the output procedure hands
      * each GREETOUT record the greeting id of its audit row and
      * writes it to CHGWORK.
      *----------------------------------------------------------------
       2000-MATCH-CHARGE-EVENTS.
           SORT CHARGE-SORT-FILE
               ON ASCENDING KEY CS-MATCH-KEY
                  ASCENDING KEY CS-EVENT-SOURCE
               INPUT PROCEDURE IS 2100-RELEASE-CHARGE-EVENTS
               OUTPUT PROCEDURE IS 2500-RESOLVE-GREETING-IDS.

       2100-RELEASE-CHARGE-EVENTS.
           OPEN INPUT GREETOUT-IN-FILE
           IF WS-FS-GREETOUT-IN NOT = "00"
               SET RC-FILE-ERROR TO TRUE
               DISPLAY "HELLOCHG GREETOIN COULD NOT BE OPENED, STATUS "
                   WS-FS-GREETOUT-IN
           ELSE
               MOVE "N" TO WS-END-OF-INPUT-SWITCH
               PERFORM 2110-RELEASE-ONE-GREETOUT UNTIL WS-END-OF-INPUT
               CLOSE GREETOUT-IN-FILE
           END-IF
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-FS-AUDIT-LOG NOT = "00"
               SET RC-FILE-ERROR TO TRUE
               DISPLAY "HELLOCHG HELLOAUD COULD NOT BE OPENED, STATUS "
                   WS-FS-AUDIT-LOG
           ELSE
               MOVE "N" TO WS-END-OF-INPUT-SWITCH
               PERFORM 2160-RELEASE-ONE-AUDIT-ROW
                   UNTIL WS-END-OF-INPUT
               CLOSE AUDIT-LOG-FILE
           END-IF
           MOVE "N" TO WS-END-OF-INPUT-SWITCH.

       2110-RELEASE-ONE-GREETOUT.
           READ GREETOUT-IN-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN GI-TYPE-HEADER
                           PERFORM 2120-START-CYCLE
                       WHEN GI-TYPE-DETAIL OR GI-TYPE-CANCEL
                           PERFORM 2140-RELEASE-GREETOUT-EVENT
                       WHEN GI-TYPE-TRAILER
                           PERFORM 2150-NOTE-TRAILER
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------
      * 2120/2130 - a header decides whether the records after it
      * are charged: only a whole cycle (no slice department),
      * produced in the period, and not already charged this run.
      *----------------------------------------------------------------
       2120-START-CYCLE.
           MOVE 0 TO WS-CURRENT-CYCLE-INDEX
           MOVE GI-HDR-RUN-DATE TO WS-CURRENT-RUN-DATE
           MOVE GI-HDR-JOB-NAME TO WS-CURRENT-JOB-NAME
           EVALUATE TRUE
               WHEN GI-HDR-DEPARTMENT NOT = SPACES
                   ADD 1 TO WS-SLICES-SKIPPED
                   DISPLAY "HELLOCHG SKIPPED BURST SLICE OF CYCLE "
                       GI-HDR-CYCLE-NUMBER " DEPT " GI-HDR-DEPARTMENT
               WHEN GI-HDR-RUN-DATE(1:6) NOT = WS-PARM-PERIOD
                   ADD 1 TO WS-CYCLES-OUT-OF-PERIOD
               WHEN OTHER
                   PERFORM 2130-FIND-CYCLE
                   IF WS-CYCLE-FOUND
                       ADD 1 TO WS-DUPLICATE-CYCLES
                       DISPLAY "HELLOCHG CYCLE " GI-HDR-CYCLE-NUMBER
                           " SUPPLIED TWICE - CHARGED ONCE"
                   ELSE
                       IF WS-CYCLE-COUNT < WS-MAX-CYCLES
                           ADD 1 TO WS-CYCLE-COUNT
                           MOVE WS-CYCLE-COUNT
                               TO WS-CURRENT-CYCLE-INDEX
                           MOVE GI-HDR-CYCLE-NUMBER TO
                               WS-CT-CYCLE-NUMBER(WS-CYCLE-COUNT)
                           MOVE GI-HDR-RUN-DATE TO
                               WS-CT-RUN-DATE(WS-CYCLE-COUNT)
                           MOVE GI-HDR-JOB-NAME TO
                               WS-CT-JOB-NAME(WS-CYCLE-COUNT)
                           MOVE "N" TO
                               WS-CT-TRAILER-SWITCH(WS-CYCLE-COUNT)
                           MOVE "N" TO
                               WS-CT-CYCLSTAT-SWITCH(WS-CYCLE-COUNT)
                       ELSE
                           SET WS-OUT-OF-BALANCE TO TRUE
                           DISPLAY "HELLOCHG CYCLE TABLE FULL AT "
                               WS-MAX-CYCLES " - CYCLE "
                               GI-HDR-CYCLE-NUMBER " NOT CHARGED"
                       END-IF
                   END-IF
           END-EVALUATE.

       2130-FIND-CYCLE.
           MOVE "N" TO WS-CYCLE-FOUND-SWITCH
           PERFORM 2135-MATCH-ONE-CYCLE
               VARYING WS-CYCLE-INDEX FROM 1 BY 1
               UNTIL WS-CYCLE-FOUND
               OR WS-CYCLE-INDEX > WS-CYCLE-COUNT.

       2135-MATCH-ONE-CYCLE.
           IF WS-CT-CYCLE-NUMBER(WS-CYCLE-INDEX)
                   = GI-HDR-CYCLE-NUMBER
               SET WS-CYCLE-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 2140 - one greeting charged ("D") or credited ("C"). The
      * cycle header's run date and job name are the ones its audit
      * rows were written under - HELLO's for a producing cycle,
      * HELLOREV's (RC 90 backout rows) for a cancellation cycle.
      * A record before any header cannot be proved, so it is
      * counted and puts the extract out of balance.
      *----------------------------------------------------------------
       2140-RELEASE-GREETOUT-EVENT.
           IF WS-CURRENT-CYCLE-INDEX > 0
               ADD 1 TO WS-CT-RECORDS-READ(WS-CURRENT-CYCLE-INDEX)
               ADD 1 TO WS-CYCLE-RECORDS-READ
               MOVE WS-CURRENT-RUN-DATE TO CS-RUN-DATE
               MOVE WS-CURRENT-JOB-NAME TO CS-JOB-NAME
               MOVE GI-RECORD-NUMBER TO CS-RECORD-NUMBER
               MOVE GI-RECORD-TYPE TO CS-EVENT-CLASS
               SET CS-FROM-GREETOUT TO TRUE
               MOVE 0 TO CS-GREETING-ID
               MOVE GI-DEPARTMENT-CODE TO CS-DEPARTMENT-CODE
               IF GI-TYPE-DETAIL
                   ADD 1 TO WS-PRODUCED-RELEASED
               ELSE
                   ADD 1 TO WS-CANCELLED-RELEASED
               END-IF
               RELEASE CHARGE-SORT-RECORD
           ELSE
               IF WS-CURRENT-RUN-DATE = 0
                   ADD 1 TO WS-ORPHAN-RECORDS
                   SET WS-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF.

       2150-NOTE-TRAILER.
           IF WS-CURRENT-CYCLE-INDEX > 0
               SET WS-CT-TRAILER-SEEN(WS-CURRENT-CYCLE-INDEX) TO TRUE
               MOVE GI-TRL-RECORD-COUNT
                   TO WS-CT-TRAILER-COUNT(WS-CURRENT-CYCLE-INDEX)
           END-IF
           MOVE 0 TO WS-CURRENT-CYCLE-INDEX
           MOVE 0 TO WS-CURRENT-RUN-DATE.

      *----------------------------------------------------------------
      * 2160 - audit rows in the period that can vouch for a
      * GREETOUT record: the producing return codes (0, and the
      * 12 / 16 lookup failures that still hand their fallback
      * detail downstream) for details, HELLOREV's 90 for
      * cancellations.
      *----------------------------------------------------------------
       2160-RELEASE-ONE-AUDIT-ROW.
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   IF AL-RUN-DATE(1:6) = WS-PARM-PERIOD
                       AND (AL-RETURN-CODE = 0 OR 12 OR 16 OR 90)
                       MOVE AL-RUN-DATE TO CS-RUN-DATE
                       MOVE AL-JOB-NAME TO CS-JOB-NAME
                       MOVE AL-RECORD-NUMBER TO CS-RECORD-NUMBER
                       IF AL-RETURN-CODE = 90
                           MOVE "C" TO CS-EVENT-CLASS
                       ELSE
                           MOVE "D" TO CS-EVENT-CLASS
                       END-IF
                       SET CS-FROM-AUDIT TO TRUE
                       MOVE AL-GREETING-ID TO CS-GREETING-ID
                       MOVE SPACES TO CS-DEPARTMENT-CODE
                       ADD 1 TO WS-AUDIT-ROWS-RELEASED
                       RELEASE CHARGE-SORT-RECORD
                   END-IF
           END-READ.

       2500-RESOLVE-GREETING-IDS.
           OPEN OUTPUT CHARGE-WORK-FILE
           IF WS-FS-WORK NOT = "00"
               SET RC-FILE-ERROR TO TRUE
               DISPLAY "HELLOCHG CHGWORK COULD NOT BE OPENED, STATUS "
                   WS-FS-WORK
           ELSE
               MOVE LOW-VALUES TO WS-MATCH-KEY
               MOVE "N" TO WS-SORT-EOF-SWITCH
               PERFORM 2510-RESOLVE-ONE-EVENT UNTIL WS-SORT-EOF
               CLOSE CHARGE-WORK-FILE
           END-IF.

      *----------------------------------------------------------------
      * 2510 - a list request wrote one audit row per member, all
      * under the one record number and greeting id, so the last
      * audit row seen for a key is as good as the first.
      *----------------------------------------------------------------
       2510-RESOLVE-ONE-EVENT.
           RETURN CHARGE-SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
               NOT AT END
                   IF CS-FROM-AUDIT
                       MOVE CS-MATCH-KEY TO WS-MATCH-KEY
                       MOVE CS-GREETING-ID TO WS-MATCH-GREETING-ID
                   ELSE
                       PERFORM 2520-WRITE-WORK-RECORD
                   END-IF
           END-RETURN.

       2520-WRITE-WORK-RECORD.
           MOVE CS-DEPARTMENT-CODE TO CW-DEPARTMENT-CODE
           MOVE CS-EVENT-CLASS TO CW-EVENT-CLASS
           IF CS-MATCH-KEY = WS-MATCH-KEY
               MOVE WS-MATCH-GREETING-ID TO CW-GREETING-ID
               SET CW-MATCHED TO TRUE
           ELSE
               MOVE 0 TO CW-GREETING-ID
               SET CW-UNMATCHED TO TRUE
               ADD 1 TO WS-UNMATCHED-EVENTS
           END-IF
           WRITE CHARGE-WORK-RECORD
           ADD 1 TO WS-EVENTS-WRITTEN.

       3000-SORT-CHARGE-EVENTS.
           SORT PRICE-SORT-FILE
               ON ASCENDING KEY PS-DEPARTMENT-CODE
                  ASCENDING KEY PS-GREETING-ID
               USING CHARGE-WORK-FILE
               GIVING CHARGE-SORTED-FILE.

      *----------------------------------------------------------------
      * 3500/3510 - every cycle charged must have proved its own
      * trailer and agree with the count its producing run
      * registered on CYCLSTAT.
      *----------------------------------------------------------------
       3500-PROVE-CYCLES.
           OPEN INPUT CYCLE-STATUS-FILE
           IF WS-FS-CYCLE-STATUS NOT = "00"
               SET RC-FILE-ERROR TO TRUE
               DISPLAY "HELLOCHG CYCLSTAT COULD NOT BE OPENED, STATUS "
                   WS-FS-CYCLE-STATUS
           ELSE
               PERFORM 3510-PROVE-ONE-CYCLE
                   VARYING WS-CYCLE-INDEX FROM 1 BY 1
                   UNTIL WS-CYCLE-INDEX > WS-CYCLE-COUNT
               CLOSE CYCLE-STATUS-FILE
           END-IF.

       3510-PROVE-ONE-CYCLE.
           MOVE WS-CT-CYCLE-NUMBER(WS-CYCLE-INDEX) TO CY-CYCLE-NUMBER
           READ CYCLE-STATUS-FILE
               INVALID KEY
                   MOVE "N" TO WS-CT-CYCLSTAT-SWITCH(WS-CYCLE-INDEX)
               NOT INVALID KEY
                   SET WS-CT-CYCLSTAT-FOUND(WS-CYCLE-INDEX) TO TRUE
                   MOVE CY-DETAIL-COUNT
                       TO WS-CT-CYCLSTAT-COUNT(WS-CYCLE-INDEX)
                   ADD CY-DETAIL-COUNT TO WS-CYCLSTAT-TOTAL
           END-READ
           IF NOT WS-CT-TRAILER-SEEN(WS-CYCLE-INDEX)
               OR NOT WS-CT-CYCLSTAT-FOUND(WS-CYCLE-INDEX)
               OR WS-CT-RECORDS-READ(WS-CYCLE-INDEX)
                   NOT = WS-CT-TRAILER-COUNT(WS-CYCLE-INDEX)
               OR WS-CT-RECORDS-READ(WS-CYCLE-INDEX)
                   NOT = WS-CT-CYCLSTAT-COUNT(WS-CYCLE-INDEX)
               ADD 1 TO WS-CYCLES-UNPROVEN
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.

       4000-OPEN-OUTPUT-FILES.
           OPEN INPUT CHARGE-SORTED-FILE
           IF WS-FS-SORTED NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN OUTPUT GL-JOURNAL-FILE
           IF WS-FS-JOURNAL NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF
           OPEN OUTPUT CHGRPT-FILE
           IF WS-FS-REPORT NOT = "00"
               SET RC-FILE-ERROR TO TRUE
           END-IF.

       4100-WRITE-GL-HEADER.
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET CG-TYPE-HEADER TO TRUE
           MOVE WS-BATCH-ID TO CG-BATCH-ID
           MOVE WS-PERIOD TO CG-HDR-PERIOD
           MOVE WS-SYSTEM-DATE TO CG-HDR-CREATED-DATE
           MOVE WS-SYSTEM-TIME TO CG-HDR-CREATED-TIME
           MOVE WS-JOB-NAME TO CG-HDR-JOB-NAME
           WRITE GL-JOURNAL-RECORD.

       5000-PRICE-CHARGE-EVENTS.
           READ CHARGE-SORTED-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   PERFORM 5100-EVALUATE-EVENT
           END-READ.

       5100-EVALUATE-EVENT.
           IF WS-FIRST-RECORD
               PERFORM 5400-START-DEPARTMENT
               PERFORM 5300-START-GREETING-GROUP
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
           END-IF
           IF CZ-DEPARTMENT-CODE NOT = WS-PRIOR-DEPARTMENT
               PERFORM 5200-FINISH-GREETING-GROUP
               PERFORM 5500-FINISH-DEPARTMENT
               PERFORM 5400-START-DEPARTMENT
               PERFORM 5300-START-GREETING-GROUP
           ELSE
               IF CZ-GREETING-ID NOT = WS-PRIOR-GREETING-ID
                   PERFORM 5200-FINISH-GREETING-GROUP
                   PERFORM 5300-START-GREETING-GROUP
               END-IF
           END-IF
           IF CZ-CLASS-PRODUCED
               ADD 1 TO WS-GROUP-PRODUCED
               ADD 1 TO WS-PRODUCED-PRICED
           ELSE
               ADD 1 TO WS-GROUP-CANCELLED
               ADD 1 TO WS-CANCELLED-PRICED
           END-IF
           IF CZ-UNMATCHED
               ADD 1 TO WS-GROUP-UNMATCHED
           END-IF.

      *----------------------------------------------------------------
      * 5200 - price one (department, greeting) group at its net
      * count: statement line, then the GL line for the cost
      * centre. A group that nets to zero is shown on the statement
      * but needs no ledger line.
      *----------------------------------------------------------------
       5200-FINISH-GREETING-GROUP.
           COMPUTE WS-GROUP-NET = WS-GROUP-PRODUCED
               - WS-GROUP-CANCELLED
           MOVE WS-PRIOR-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
           MOVE WS-PRIOR-GREETING-ID TO WS-LOOKUP-GREETING-ID
           PERFORM 5250-LOOKUP-RATE
           COMPUTE WS-GROUP-AMOUNT ROUNDED =
               WS-GROUP-NET * WS-UNIT-RATE
           ADD WS-GROUP-PRODUCED TO WS-DEPT-PRODUCED
           ADD WS-GROUP-CANCELLED TO WS-DEPT-CANCELLED
           ADD WS-GROUP-NET TO WS-DEPT-NET
           ADD WS-GROUP-AMOUNT TO WS-DEPT-AMOUNT

           MOVE SPACES TO WS-STATEMENT-LINE
           IF WS-PRIOR-GREETING-ID = 0
               MOVE "?????" TO SL-GREETING-ID
           ELSE
               MOVE WS-PRIOR-GREETING-ID TO SL-GREETING-ID
           END-IF
           MOVE WS-GROUP-PRODUCED TO SL-PRODUCED
           MOVE WS-GROUP-CANCELLED TO SL-CANCELLED
           MOVE WS-GROUP-NET TO SL-NET
           MOVE WS-UNIT-RATE TO SL-UNIT-RATE
           MOVE WS-GROUP-AMOUNT TO SL-AMOUNT
           IF WS-GROUP-UNMATCHED > 0
               MOVE WS-GROUP-UNMATCHED TO WS-EDITED-COUNT
               STRING FUNCTION TRIM(WS-EDITED-COUNT)
                   " WITHOUT AUDIT ROW - DEFAULT RATE"
                   DELIMITED BY SIZE INTO SL-COMMENT
           END-IF
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           MOVE WS-STATEMENT-LINE TO PR-LINE
           WRITE PRINT-RECORD

           IF WS-GROUP-NET NOT = 0
               PERFORM 5600-WRITE-GL-DETAIL
           END-IF.

      *----------------------------------------------------------------
      * 5250/5260 - most specific rate first: department and
      * greeting, the department's default, the all-department
      * rate for the greeting, then the default rate (which 1500
      * has proved is on file).
      *----------------------------------------------------------------
       5250-LOOKUP-RATE.
           MOVE "N" TO WS-RATE-FOUND-SWITCH
           PERFORM 5260-FIND-RATE
           IF NOT WS-RATE-FOUND
               MOVE 0 TO WS-LOOKUP-GREETING-ID
               PERFORM 5260-FIND-RATE
           END-IF
           IF NOT WS-RATE-FOUND
               MOVE "*ALL" TO WS-LOOKUP-DEPARTMENT
               MOVE WS-PRIOR-GREETING-ID TO WS-LOOKUP-GREETING-ID
               PERFORM 5260-FIND-RATE
           END-IF
           IF NOT WS-RATE-FOUND
               MOVE 0 TO WS-LOOKUP-GREETING-ID
               PERFORM 5260-FIND-RATE
           END-IF
           MOVE WS-RT-UNIT-RATE(WS-RATE-INDEX) TO WS-UNIT-RATE.

       5260-FIND-RATE.
           PERFORM 5270-MATCH-ONE-RATE
               VARYING WS-RATE-INDEX FROM 1 BY 1
               UNTIL WS-RATE-FOUND
               OR WS-RATE-INDEX > WS-RATE-COUNT.

       5270-MATCH-ONE-RATE.
           IF WS-RT-DEPARTMENT-CODE(WS-RATE-INDEX)
                   = WS-LOOKUP-DEPARTMENT
               AND WS-RT-GREETING-ID(WS-RATE-INDEX)
                   = WS-LOOKUP-GREETING-ID
               SET WS-RATE-FOUND TO TRUE
               SUBTRACT 1 FROM WS-RATE-INDEX
           END-IF.

       5300-START-GREETING-GROUP.
           MOVE CZ-GREETING-ID TO WS-PRIOR-GREETING-ID
           MOVE 0 TO WS-GROUP-PRODUCED
           MOVE 0 TO WS-GROUP-CANCELLED
           MOVE 0 TO WS-GROUP-UNMATCHED.

      *----------------------------------------------------------------
      * 5400 - each department's statement starts a new page. The
      * blank department is the raw-name greetings, charged to
      * the suspense cost centre.
      *----------------------------------------------------------------
       5400-START-DEPARTMENT.
           MOVE CZ-DEPARTMENT-CODE TO WS-PRIOR-DEPARTMENT
           IF WS-PRIOR-DEPARTMENT = SPACES
               MOVE WS-SUSPENSE-COST-CENTRE TO WS-COST-CENTRE
           ELSE
               MOVE WS-PRIOR-DEPARTMENT TO WS-COST-CENTRE
           END-IF
           MOVE 0 TO WS-DEPT-PRODUCED
           MOVE 0 TO WS-DEPT-CANCELLED
           MOVE 0 TO WS-DEPT-NET
           MOVE 0 TO WS-DEPT-AMOUNT

           MOVE SPACES TO PRINT-RECORD
           MOVE "1" TO PR-CARRIAGE-CONTROL
           STRING "HELLOCHG CHARGEBACK STATEMENT - PERIOD " WS-PERIOD
               " - RUN DATE " WS-SYSTEM-DATE
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           IF WS-PRIOR-DEPARTMENT = SPACES
               STRING "DEPARTMENT (NONE - RAW-NAME GREETINGS)"
                   "   SUSPENSE COST CENTRE " WS-COST-CENTRE
                   "   ACCOUNT " WS-CHARGE-GL-ACCOUNT
                   DELIMITED BY SIZE INTO PR-LINE
           ELSE
               STRING "DEPARTMENT " WS-PRIOR-DEPARTMENT
                   "   COST CENTRE " WS-COST-CENTRE
                   "   ACCOUNT " WS-CHARGE-GL-ACCOUNT
                   DELIMITED BY SIZE INTO PR-LINE
           END-IF
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           STRING "  GRTID   GREETED   CANCELD        NET  "
               " UNITRATE            AMOUNT"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

       5500-FINISH-DEPARTMENT.
           MOVE SPACES TO WS-STATEMENT-LINE
           MOVE "TOTAL" TO SL-GREETING-ID
           MOVE WS-DEPT-PRODUCED TO SL-PRODUCED
           MOVE WS-DEPT-CANCELLED TO SL-CANCELLED
           MOVE WS-DEPT-NET TO SL-NET
           MOVE WS-DEPT-AMOUNT TO SL-AMOUNT
           IF WS-DEPT-AMOUNT < 0
               MOVE "CREDITED TO THE DEPARTMENT" TO SL-COMMENT
           ELSE
               MOVE "CHARGED TO THE DEPARTMENT" TO SL-COMMENT
           END-IF
           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           MOVE WS-STATEMENT-LINE TO PR-LINE
           WRITE PRINT-RECORD.

      *----------------------------------------------------------------
      * 5600 - one ledger line per (cost centre, greeting). The
      * direction travels in CG-ENTRY-TYPE; quantity and amount are
      * unsigned.
      *----------------------------------------------------------------
       5600-WRITE-GL-DETAIL.
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET CG-TYPE-DETAIL TO TRUE
           MOVE WS-BATCH-ID TO CG-BATCH-ID
           MOVE WS-COST-CENTRE TO CG-COST-CENTRE
           MOVE WS-CHARGE-GL-ACCOUNT TO CG-GL-ACCOUNT
           MOVE WS-PRIOR-GREETING-ID TO CG-GREETING-ID
           MOVE WS-UNIT-RATE TO CG-UNIT-RATE
           IF WS-GROUP-NET < 0
               SET CG-ENTRY-CREDIT TO TRUE
               COMPUTE WS-ABSOLUTE-QUANTITY = 0 - WS-GROUP-NET
               COMPUTE WS-ABSOLUTE-AMOUNT = 0 - WS-GROUP-AMOUNT
               ADD WS-ABSOLUTE-AMOUNT TO WS-GL-CREDIT-TOTAL
           ELSE
               SET CG-ENTRY-DEBIT TO TRUE
               MOVE WS-GROUP-NET TO WS-ABSOLUTE-QUANTITY
               MOVE WS-GROUP-AMOUNT TO WS-ABSOLUTE-AMOUNT
               ADD WS-ABSOLUTE-AMOUNT TO WS-GL-DEBIT-TOTAL
           END-IF
           MOVE WS-ABSOLUTE-QUANTITY TO CG-QUANTITY
           MOVE WS-ABSOLUTE-AMOUNT TO CG-AMOUNT
           STRING "GREETINGS CHARGEBACK " WS-PERIOD
               DELIMITED BY SIZE INTO CG-DESCRIPTION
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-LINE-COUNT.

       6000-FINISH-LAST-GROUP.
           IF NOT WS-FIRST-RECORD
               PERFORM 5200-FINISH-GREETING-GROUP
               PERFORM 5500-FINISH-DEPARTMENT
           END-IF.

      *----------------------------------------------------------------
      * 6500 - the recovery line takes the opposite side of
      * everything charged, so the batch balances. Nothing to
      * recover, no line.
      *----------------------------------------------------------------
       6500-WRITE-GL-RECOVERY-LINE.
           COMPUTE WS-RECOVERY-AMOUNT =
               WS-GL-DEBIT-TOTAL - WS-GL-CREDIT-TOTAL
           IF WS-RECOVERY-AMOUNT NOT = 0
               MOVE SPACES TO GL-JOURNAL-RECORD
               SET CG-TYPE-DETAIL TO TRUE
               MOVE WS-BATCH-ID TO CG-BATCH-ID
               MOVE WS-RECOVERY-COST-CENTRE TO CG-COST-CENTRE
               MOVE WS-RECOVERY-GL-ACCOUNT TO CG-GL-ACCOUNT
               MOVE 0 TO CG-GREETING-ID
               MOVE 0 TO CG-UNIT-RATE
               COMPUTE CG-QUANTITY =
                   WS-PRODUCED-PRICED - WS-CANCELLED-PRICED
               IF WS-RECOVERY-AMOUNT > 0
                   SET CG-ENTRY-CREDIT TO TRUE
                   MOVE WS-RECOVERY-AMOUNT TO CG-AMOUNT
                   ADD WS-RECOVERY-AMOUNT TO WS-GL-CREDIT-TOTAL
               ELSE
                   SET CG-ENTRY-DEBIT TO TRUE
                   COMPUTE CG-AMOUNT = 0 - WS-RECOVERY-AMOUNT
                   SUBTRACT WS-RECOVERY-AMOUNT FROM WS-GL-DEBIT-TOTAL
               END-IF
               STRING "GREETINGS RECOVERY " WS-PERIOD
                   DELIMITED BY SIZE INTO CG-DESCRIPTION
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-LINE-COUNT
           END-IF.

       6600-WRITE-GL-TRAILER.
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET CG-TYPE-TRAILER TO TRUE
           MOVE WS-BATCH-ID TO CG-BATCH-ID
           MOVE WS-GL-LINE-COUNT TO CG-TRL-LINE-COUNT
           MOVE WS-GL-DEBIT-TOTAL TO CG-TRL-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL TO CG-TRL-CREDIT-TOTAL
           MOVE WS-PRODUCED-PRICED TO CG-TRL-PRODUCED-COUNT
           MOVE WS-CANCELLED-PRICED TO CG-TRL-CANCELLED-COUNT
           MOVE WS-CYCLE-COUNT TO CG-TRL-CYCLE-COUNT
           MOVE WS-CYCLSTAT-TOTAL TO CG-TRL-CYCLSTAT-COUNT
           WRITE GL-JOURNAL-RECORD.

      *----------------------------------------------------------------
      * 7000 - the control page: every cycle charged with its proof,
      * what was skipped and why, and the three-way balance of
      * records read, CYCLSTAT counts, and greetings priced.
      *----------------------------------------------------------------
       7000-PRINT-CONTROL-TOTALS.
           IF WS-CYCLE-RECORDS-READ NOT = WS-CYCLSTAT-TOTAL
               OR WS-CYCLE-RECORDS-READ NOT =
                   WS-PRODUCED-PRICED + WS-CANCELLED-PRICED
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE SPACES TO PRINT-RECORD
           MOVE "1" TO PR-CARRIAGE-CONTROL
           STRING "HELLOCHG CONTROL TOTALS - PERIOD " WS-PERIOD
               " - BATCH " WS-BATCH-ID
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           STRING "   CYCLE  RUN-DATE  JOB-NAME     READ "
               " TRAILER  CYCLSTAT  PROOF"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD
           PERFORM 7100-PRINT-ONE-CYCLE
               VARYING WS-CYCLE-INDEX FROM 1 BY 1
               UNTIL WS-CYCLE-INDEX > WS-CYCLE-COUNT

           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           STRING "CYCLES CHARGED: " WS-CYCLE-COUNT
               "   UNPROVEN: " WS-CYCLES-UNPROVEN
               "   SKIPPED - OUT OF PERIOD: " WS-CYCLES-OUT-OF-PERIOD
               "   BURST SLICES: " WS-SLICES-SKIPPED
               "   DUPLICATES: " WS-DUPLICATE-CYCLES
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "RECORDS READ ON CYCLES CHARGED: "
               WS-CYCLE-RECORDS-READ
               "   CYCLSTAT DETAIL COUNTS: " WS-CYCLSTAT-TOTAL
               "   RECORDS BEFORE ANY HEADER: " WS-ORPHAN-RECORDS
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "GREETINGS PRICED: " WS-PRODUCED-PRICED
               "   CANCELLATIONS PRICED: " WS-CANCELLED-PRICED
               "   WITHOUT AUDIT ROW (DEFAULT RATE): "
               WS-UNMATCHED-EVENTS
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           MOVE WS-GL-DEBIT-TOTAL TO WS-EDITED-DEBIT
           MOVE WS-GL-CREDIT-TOTAL TO WS-EDITED-CREDIT
           STRING "GL LINES: " WS-GL-LINE-COUNT
               "   DEBITS: " WS-EDITED-DEBIT
               "   CREDITS: " WS-EDITED-CREDIT
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD

           MOVE SPACES TO PRINT-RECORD
           MOVE "0" TO PR-CARRIAGE-CONTROL
           IF WS-OUT-OF-BALANCE OR WS-CYCLE-COUNT = 0
               MOVE "*** OUT OF BALANCE - DO NOT POST THIS BATCH ***"
                   TO PR-LINE
           ELSE
               MOVE "IN BALANCE WITH CYCLSTAT" TO PR-LINE
           END-IF
           WRITE PRINT-RECORD.

       7100-PRINT-ONE-CYCLE.
           EVALUATE TRUE
               WHEN NOT WS-CT-TRAILER-SEEN(WS-CYCLE-INDEX)
                   MOVE "NO TRAILER" TO WS-CYCLE-PROOF-TEXT
               WHEN NOT WS-CT-CYCLSTAT-FOUND(WS-CYCLE-INDEX)
                   MOVE "NO CYCLSTAT ROW" TO WS-CYCLE-PROOF-TEXT
               WHEN WS-CT-RECORDS-READ(WS-CYCLE-INDEX)
                       NOT = WS-CT-TRAILER-COUNT(WS-CYCLE-INDEX)
                   MOVE "TRAILER MISMATCH" TO WS-CYCLE-PROOF-TEXT
               WHEN WS-CT-RECORDS-READ(WS-CYCLE-INDEX)
                       NOT = WS-CT-CYCLSTAT-COUNT(WS-CYCLE-INDEX)
                   MOVE "CYCLSTAT MISMATCH" TO WS-CYCLE-PROOF-TEXT
               WHEN OTHER
                   MOVE "PROVED" TO WS-CYCLE-PROOF-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-CYCLE-LINE
           MOVE WS-CT-CYCLE-NUMBER(WS-CYCLE-INDEX) TO CL-CYCLE-NUMBER
           MOVE WS-CT-RUN-DATE(WS-CYCLE-INDEX) TO CL-RUN-DATE
           MOVE WS-CT-JOB-NAME(WS-CYCLE-INDEX) TO CL-JOB-NAME
           MOVE WS-CT-RECORDS-READ(WS-CYCLE-INDEX) TO CL-RECORDS-READ
           MOVE WS-CT-TRAILER-COUNT(WS-CYCLE-INDEX)
               TO CL-TRAILER-COUNT
           MOVE WS-CT-CYCLSTAT-COUNT(WS-CYCLE-INDEX)
               TO CL-CYCLSTAT-COUNT
           MOVE WS-CYCLE-PROOF-TEXT TO CL-PROOF
           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           MOVE WS-CYCLE-LINE TO PR-LINE
           WRITE PRINT-RECORD.

       8000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-OUT-OF-BALANCE
                   SET RC-OUT-OF-BALANCE TO TRUE
               WHEN WS-CYCLE-COUNT = 0
                   SET RC-OUT-OF-BALANCE TO TRUE
                   DISPLAY "HELLOCHG NO CYCLES FOUND FOR PERIOD "
                       WS-PERIOD
               WHEN WS-UNMATCHED-EVENTS > 0
                   SET RC-DEFAULT-PRICED TO TRUE
               WHEN OTHER
                   SET RC-SUCCESS TO TRUE
           END-EVALUATE.

       9000-CLOSE-FILES.
           CLOSE CHARGE-SORTED-FILE
           CLOSE GL-JOURNAL-FILE
           CLOSE CHGRPT-FILE.
