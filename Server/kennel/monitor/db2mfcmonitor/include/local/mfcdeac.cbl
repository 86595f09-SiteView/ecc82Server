      ***********************************************************************
      *
      *  Source File Name = MFCDEAC.CBL
      *
      *  Function = Shop-owned history record - one set of final
      *             counters written by the DB2 event monitor when a
      *             database deactivates, as collected by MFCCDEAC.
      *             The snapshot histories only see a counter up to
      *             their last poll; these rows carry it up to the
      *             moment the database went away, and MFCCDELT takes
      *             them as the closing observation of the interval.
      *
      *             MFC-DA-KIND says which event the row came from:
      *
      *               DB - SQLM-DB-EVENT, database-wide counters
      *                    (MFC-DA-OBJECT-NAME blank);
      *               BP - SQLM-BUFFERPOOL-EVENT, one buffer pool
      *                    (MFC-DA-OBJECT-NAME the pool);
      *               TS - SQLM-TABLESPACE-EVENT, one table space
      *                    (MFC-DA-OBJECT-NAME the table space).
      *
      *             Counters an event does not carry are left zero.
      *             The database name of DB and TS rows comes from the
      *             SQLM-DBHEADER-EVENT at the head of the stream.
      *             MFC-DA-EVENT-SECS is the DISCONN-TIME / EVENT-TIME /
      *             TS-EVENT-TIME of the event.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-DEACT-REC.
           05 MFC-DA-EVENT-SECS         PIC 9(9) COMP-5.
           05 MFC-DA-KIND               PIC X(2) USAGE DISPLAY.
              88 MFC-DA-IS-DATABASE     VALUE "DB".
              88 MFC-DA-IS-BUFFERPOOL   VALUE "BP".
              88 MFC-DA-IS-TABLESPACE   VALUE "TS".
           05 MFC-DA-DB-NAME            PIC X(20) USAGE DISPLAY.
           05 MFC-DA-OBJECT-NAME        PIC X(20) USAGE DISPLAY.
           05 MFC-DA-LOCK-WAITS         PIC 9(9) COMP-5.
           05 MFC-DA-DEADLOCKS          PIC 9(9) COMP-5.
           05 MFC-DA-LOCK-ESCALS        PIC 9(9) COMP-5.
           05 MFC-DA-LOCK-TIMEOUTS      PIC 9(9) COMP-5.
           05 MFC-DA-TOTAL-SORTS        PIC 9(9) COMP-5.
           05 MFC-DA-SORT-OVERFLOWS     PIC 9(9) COMP-5.
           05 MFC-DA-HJ-OVERFLOWS       PIC 9(9) COMP-5.
           05 MFC-DA-HJ-SMALL-OVFL      PIC 9(9) COMP-5.
           05 MFC-DA-PKG-LOOKUPS        PIC 9(9) COMP-5.
           05 MFC-DA-PKG-INSERTS        PIC 9(9) COMP-5.
           05 MFC-DA-CAT-LOOKUPS        PIC 9(9) COMP-5.
           05 MFC-DA-CAT-INSERTS        PIC 9(9) COMP-5.
           05 MFC-DA-CAT-OVERFLOWS      PIC 9(9) COMP-5.
           05 MFC-DA-LOG-PAGES-READ     PIC 9(9) COMP-5.
           05 MFC-DA-LOG-PAGES-WRITTEN  PIC 9(9) COMP-5.
           05 MFC-DA-DATA-L-READS       PIC 9(9) COMP-5.
           05 MFC-DA-DATA-P-READS       PIC 9(9) COMP-5.
           05 MFC-DA-INDEX-L-READS      PIC 9(9) COMP-5.
           05 MFC-DA-INDEX-P-READS      PIC 9(9) COMP-5.
           05 MFC-DA-DATA-WRITES        PIC 9(9) COMP-5.
           05 MFC-DA-INDEX-WRITES       PIC 9(9) COMP-5.
           05 MFC-DA-ASYNC-DATA-READS   PIC 9(9) COMP-5.
           05 MFC-DA-ASYNC-INDEX-READS  PIC 9(9) COMP-5.
           05 MFC-DA-ASYNC-DATA-WRITES  PIC 9(9) COMP-5.
           05 MFC-DA-ASYNC-INDEX-WRITES PIC 9(9) COMP-5.
           05 MFC-DA-STEAL-CLNS         PIC 9(9) COMP-5.
           05 MFC-DA-THRESH-CLNS        PIC 9(9) COMP-5.
           05 MFC-DA-LSN-GAP-CLNS       PIC 9(9) COMP-5.
           05 MFC-DA-PREFETCH-WAIT-MS   PIC 9(9) COMP-5.
