      * Header - who produced this cycle and when. The department
      * is spaces on a whole cycle and names the slice on a file
      * HELLOBST burst out of one.
      * A partition work file (HELLO run with PARTITION=n, merged
      * into one cycle by HELLOMRG) holds one header-to-trailer
      * segment per run of the partition, with cycle number zero:
      * the header names the partition and the GREETIN record the
      * run restarted after. Both are spaces on a real cycle.
      *----------------------------------------------------------------
           05  GO-HEADER REDEFINES GO-DETAIL.
               10  GO-HDR-CYCLE-NUMBER     PIC 9(6).
               10  GO-HDR-RUN-DATE         PIC 9(8).
               10  GO-HDR-JOB-NAME         PIC X(8).
               10  GO-HDR-DEPARTMENT       PIC X(4).
               10  GO-HDR-PARTITION        PIC 9.
               10  GO-HDR-RESTART-RECORD   PIC 9(6).
               10  FILLER                  PIC X(107).
      *----------------------------------------------------------------
      * Trailer - control totals over the detail records: the count
      * of details and the hash total of their GO-DATE-STAMP values.
      * A partition segment's trailer also carries the partition
      * and the RETURN-CODE the partition run ended with, which
      * HELLOMRG checks before it will build the cycle; both are
      * spaces on a real cycle.
      *----------------------------------------------------------------
           05  GO-TRAILER REDEFINES GO-DETAIL.
               10  GO-TRL-CYCLE-NUMBER     PIC 9(6).
               10  GO-TRL-RECORD-COUNT     PIC 9(7).
               10  GO-TRL-HASH-TOTAL       PIC 9(12).
               10  GO-TRL-PARTITION        PIC 9.
               10  GO-TRL-RETURN-CODE      PIC 9(3).
               10  FILLER                  PIC X(111).
