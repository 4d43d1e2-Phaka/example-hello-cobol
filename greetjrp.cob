      *                      every good change since.
      *   HISTORY,id,lng   - list every journalled change for one
      *                      greeting id / language (all dated
      *                      versions): when, who submitted and
      *                      who approved it, what it said before
      *                      and after.
      * COBOL source format:
      * Columns 1-6: Sequence number area (optional)
      * Column 7: Indicator area (* for comments)
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-RUN-TIME                 PIC 9(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-SUBMIT-USER-ID           PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-USER-ID                  PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  DL-ACTION-CODE              PIC X.

           MOVE SPACES TO PRINT-RECORD
           MOVE " " TO PR-CARRIAGE-CONTROL
           STRING "  CHG-DATE  CHG-TIME  SUBMITTR  APPROVER"
               "  A  EFFECTVE  DETAIL"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PRINT-RECORD.

       5100-LOAD-CHANGE-STAMP.
           MOVE JR-RUN-DATE TO DL-RUN-DATE
           MOVE JR-RUN-TIME TO DL-RUN-TIME
           MOVE JR-SUBMIT-USER-ID TO DL-SUBMIT-USER-ID
           MOVE JR-USER-ID TO DL-USER-ID
           MOVE JR-ACTION-CODE TO DL-ACTION-CODE
           MOVE JR-EFFECTIVE-DATE TO DL-EFFECTIVE-DATE.
