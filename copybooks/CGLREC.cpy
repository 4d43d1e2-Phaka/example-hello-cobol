      *================================================================
      * CGLREC - GL-JOURNAL-FILE record layout (CHGGL)
      *
      * The general-ledger journal interface HELLOCHG writes for the
      * month's greetings chargeback: one batch per run, a header,
      * one line per (cost centre, greeting id) charged, the
      * balancing recovery line, and a trailer carrying the batch
      * control totals the ledger load proves before it posts.
      *
      * CG-BATCH-ID is "HCHG" followed by the period (YYYYMM), so a
      * rerun of the same month presents the same batch id and the
      * ledger load refuses it as a duplicate.
      *
      * Detail lines:
      *   CG-ENTRY-TYPE "D" debits CG-COST-CENTRE, "C" credits it.
      *   A department is debited for its net greetings; a
      *   department whose cancellations outnumber its greetings
      *   this month (a reversal of last month's cycle) is credited
      *   instead. The recovery line (CG-GREETING-ID zero) carries
      *   the opposite side, so debits equal credits.
      *   CG-QUANTITY is the net greeting count, CG-AMOUNT the
      *   quantity at CG-UNIT-RATE rounded to the cent; both are
      *   unsigned - the entry type carries the direction.
      *================================================================
       01  GL-JOURNAL-RECORD.
           05  CG-RECORD-TYPE              PIC X.
               88  CG-TYPE-HEADER           VALUE "H".
               88  CG-TYPE-DETAIL           VALUE "D".
               88  CG-TYPE-TRAILER          VALUE "T".
           05  CG-BATCH-ID                 PIC X(10).
           05  CG-DETAIL.
               10  CG-ENTRY-TYPE           PIC X.
                   88  CG-ENTRY-DEBIT       VALUE "D".
                   88  CG-ENTRY-CREDIT      VALUE "C".
               10  CG-COST-CENTRE          PIC X(8).
               10  CG-GL-ACCOUNT           PIC X(8).
               10  CG-GREETING-ID          PIC 9(5).
               10  CG-QUANTITY             PIC 9(7).
               10  CG-UNIT-RATE            PIC 9(3)V9(4).
               10  CG-AMOUNT               PIC 9(9)V99.
               10  CG-DESCRIPTION          PIC X(30).
               10  FILLER                  PIC X(12).
      *----------------------------------------------------------------
      * Header - the period charged and who cut the batch.
      *----------------------------------------------------------------
           05  CG-HEADER REDEFINES CG-DETAIL.
               10  CG-HDR-PERIOD           PIC 9(6).
               10  CG-HDR-CREATED-DATE     PIC 9(8).
               10  CG-HDR-CREATED-TIME     PIC 9(8).
               10  CG-HDR-JOB-NAME         PIC X(8).
               10  FILLER                  PIC X(59).
      *----------------------------------------------------------------
      * Trailer - the batch control totals: detail lines written,
      * debit and credit totals (equal in a good batch), the
      * greetings and cancellations charged, and the GREETOUT
      * cycles covered with the CYCLSTAT detail count they were
      * proved against.
      *----------------------------------------------------------------
           05  CG-TRAILER REDEFINES CG-DETAIL.
               10  CG-TRL-LINE-COUNT       PIC 9(7).
               10  CG-TRL-DEBIT-TOTAL      PIC 9(11)V99.
               10  CG-TRL-CREDIT-TOTAL     PIC 9(11)V99.
               10  CG-TRL-PRODUCED-COUNT   PIC 9(9).
               10  CG-TRL-CANCELLED-COUNT  PIC 9(9).
               10  CG-TRL-CYCLE-COUNT      PIC 9(5).
               10  CG-TRL-CYCLSTAT-COUNT   PIC 9(9).
               10  FILLER                  PIC X(24).
