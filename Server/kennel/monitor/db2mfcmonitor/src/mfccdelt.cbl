      *
      *               DBSS-LOCK-WAITS / DBSS-DEADLOCKS /
      *               DBSS-LOCK-ESCALS / DBSS-SORT-OVFL  per database
      *               DBSS-DDL-STMTS / DBSS-BINDS        per database
      *                 (DDL and bind tripwire, consumed by the
      *                  MFCR117 out-of-window change detector)
      *               APLK-LOCK-ESCALS / APLK-DEADLOCKS  per APPL-ID
      *               CACH-PKG-LOOKUPS / CACH-PKG-INSERTS /
      *               CACH-PKG-OVFL / CACH-CAT-LOOKUPS /
      *               SORT-HJ-OVFL / SORT-HJ-SMALL  per database
      *                 (sort/hash-join history MFCSORTO, consumed
      *                  by the MFCR076 tuning report)
      *               BPCL-STEAL-CLNS / BPCL-THRESH-CLNS /
      *               BPCL-LSNGAP-CLNS / BPCL-DATA-WRITES /
      *               BPCL-INDEX-WRITES / BPCL-ASYNC-DATA-WR /
      *               BPCL-ASYNC-INDEX-WR / BPCL-ASYNC-DATA-RD /
      *               BPCL-ASYNC-INDEX-RD / BPCL-PF-WAIT-MS /
      *               BPCL-UNREAD-PF  per buffer pool
      *                 (page-cleaner history MFCBPCLO, consumed by
      *                  the MFCR100 cleaner/prefetch report; the key
      *                  is the database name in bytes 1-12 and the
      *                  buffer pool name in bytes 13-32)
      *               LOGB-BUFF-FULL / LOGB-WRITE-IO /
      *               LOGB-READ-IO / LOGB-PART-PAGE-IO /
      *               LOGB-DATA-IN-BUFF / LOGB-PAGES-WRITTEN /
      *               LOGB-PAGES-READ  per database
      *                 (log buffer history MFCLOGBO, consumed by
      *                  the MFCR101 LOGBUFSZ report)
      *               APFR-COMMITS / APFR-ROLLBACKS /
      *               APFR-SQL-STMTS / APFR-FAILED /
      *               APFR-INT-ROLLBACKS / APFR-INT-DL-RBACKS
      *                 per APPL-ID (application outcome history
      *                  MFCAPFRO, consumed by the MFCR116 failure
      *                  and rollback scorecard; APFR-SQL-STMTS is
      *                  the static and dynamic statements together)
      *               APFR-DDL-STMTS / APFR-BINDS  per APPL-ID
      *                 (same history; MFCR117 names the application
      *                  behind a database's DDL or bind activity)
      *               APFR-STORED-PROCS / APFR-SP-TIME-MS /
      *               APFR-SP-ROWS  per APPL-ID
      *                 (same history; the MFCR120 stored procedure
      *                  cost report)
      *
      *             A counter lower than its prior value means DB2 was
      *             recycled in between: the new value is taken as the
      *             first time writes no delta - there is no interval
      *             yet - it only seeds the state.
      *
      *             The final counters a database event monitor wrote
      *             when a database deactivated (MFCDEACO/mfcdeac.cbl,
      *             collected by MFCCDEAC) are taken first, as a pass
      *             of their own, under the same metric names and keys
      *             as the snapshot rows they continue. A deactivation
      *             newer than the carried state closes that interval
      *             at its true final values; the next snapshot after
      *             reactivation then reads lower and opens a flagged
      *             reset interval from zero, so the activity between
      *             the last poll and the deactivation is no longer
      *             lost from the daily totals. Only the newest
      *             deactivation per key since the last run is used.
      *             Table space rows are history only - no table space
      *             metric is deltaed here.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCDELT.
           SELECT SORT-FILE ASSIGN TO "MFCSORTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SR-STATUS.
           SELECT BPCL-FILE ASSIGN TO "MFCBPCLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BC-STATUS.
           SELECT LOGB-FILE ASSIGN TO "MFCLOGBO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LB-STATUS.
           SELECT APFR-FILE ASSIGN TO "MFCAPFRO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AF-STATUS.
           SELECT DEAC-FILE ASSIGN TO "MFCDEACO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DA-STATUS.
           SELECT STATE-IN-FILE ASSIGN TO "MFCDLTSI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.
       FD  SORT-FILE
           RECORDING MODE IS F.
           COPY "mfcsort.cbl".
       FD  BPCL-FILE
           RECORDING MODE IS F.
           COPY "mfcbpcl.cbl".
       FD  LOGB-FILE
           RECORDING MODE IS F.
           COPY "mfclogb.cbl".
       FD  APFR-FILE
           RECORDING MODE IS F.
           COPY "mfcapfr.cbl".
       FD  DEAC-FILE
           RECORDING MODE IS F.
           COPY "mfcdeac.cbl".
       FD  STATE-IN-FILE
           RECORDING MODE IS F.
           COPY "mfcdlts.cbl".
       01 WS-CF-STATUS                PIC XX.
       01 WS-LT-STATUS                PIC XX.
       01 WS-SR-STATUS                PIC XX.
       01 WS-BC-STATUS                PIC XX.
       01 WS-LB-STATUS                PIC XX.
       01 WS-DA-STATUS                PIC XX.
       01 WS-AF-STATUS                PIC XX.
       01 WS-SI-STATUS                PIC XX.
       01 WS-SO-STATUS                PIC XX.
       01 WS-DL-STATUS                PIC XX.

      * Newest observation per metric/key from this run's extracts,
      * then the carried prior values they are subtracted from.
       01 WS-MAX-OBS                  PIC 9(9) COMP-5 VALUE 5000.
       01 WS-OB-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-OBS-TABLE.
           05 WS-OB-ENTRY OCCURS 5000 TIMES.
              10 WS-OB-METRIC         PIC X(20).
              10 WS-OB-KEY            PIC X(32).
              10 WS-OB-NODE           PIC S9(4) COMP-5.
              10 WS-OB-SECS           PIC 9(9) COMP-5.
              10 WS-OB-VALUE          PIC 9(9) COMP-5.
       01 WS-MAX-STATES               PIC 9(9) COMP-5 VALUE 5000.
       01 WS-ST-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-STATE-TABLE.
           05 WS-ST-ENTRY OCCURS 5000 TIMES.
              10 WS-ST-METRIC         PIC X(20).
              10 WS-ST-KEY            PIC X(32).
              10 WS-ST-NODE           PIC S9(4) COMP-5.
           CALL "MFCUTIME" USING WS-ACCT-START-SECS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-PRIOR-STATE
           PERFORM 2500-TAKE-DEAC-OBSERVATIONS
           PERFORM 5000-COMPUTE-DELTAS
           MOVE 0 TO WS-OB-COUNT
           PERFORM 3000-TAKE-DBSS-OBSERVATIONS
           PERFORM 4000-TAKE-APLK-OBSERVATIONS
           PERFORM 4200-TAKE-CACHE-OBSERVATIONS
           PERFORM 4600-TAKE-LKTM-OBSERVATIONS
           PERFORM 4800-TAKE-SORT-OBSERVATIONS
           PERFORM 4910-TAKE-BPCL-OBSERVATIONS
           PERFORM 4930-TAKE-LOGB-OBSERVATIONS
           PERFORM 4950-TAKE-APFR-OBSERVATIONS
           PERFORM 5000-COMPUTE-DELTAS
           PERFORM 6000-WRITE-NEW-STATE
           PERFORM 9000-TERMINATE
               CLOSE STATE-IN-FILE
           END-IF.

       2500-TAKE-DEAC-OBSERVATIONS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT DEAC-FILE
           IF WS-DA-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ DEAC-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-DA-IS-DATABASE
                               PERFORM 2600-TAKE-DEAC-DB-ROW
                           END-IF
                           IF MFC-DA-IS-BUFFERPOOL
                               PERFORM 2700-TAKE-DEAC-BP-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEAC-FILE
           END-IF.

      * The event carries no node, so the database-snapshot metrics
      * close the node 0 key - the only one on a single-partition
      * system.
       2600-TAKE-DEAC-DB-ROW.
           MOVE MFC-DA-EVENT-SECS TO WS-CUR-SECS
           MOVE MFC-DA-DB-NAME TO WS-CUR-KEY
           MOVE 0 TO WS-CUR-NODE
           MOVE "DBSS-LOCK-WAITS" TO WS-CUR-METRIC
           MOVE MFC-DA-LOCK-WAITS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "DBSS-DEADLOCKS" TO WS-CUR-METRIC
           MOVE MFC-DA-DEADLOCKS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "DBSS-LOCK-ESCALS" TO WS-CUR-METRIC
           MOVE MFC-DA-LOCK-ESCALS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "DBSS-SORT-OVFL" TO WS-CUR-METRIC
           MOVE MFC-DA-SORT-OVERFLOWS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "CACH-PKG-LOOKUPS" TO WS-CUR-METRIC
           MOVE MFC-DA-PKG-LOOKUPS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "CACH-PKG-INSERTS" TO WS-CUR-METRIC
           MOVE MFC-DA-PKG-INSERTS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "CACH-CAT-LOOKUPS" TO WS-CUR-METRIC
           MOVE MFC-DA-CAT-LOOKUPS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "CACH-CAT-INSERTS" TO WS-CUR-METRIC
           MOVE MFC-DA-CAT-INSERTS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "CACH-CAT-OVFL" TO WS-CUR-METRIC
           MOVE MFC-DA-CAT-OVERFLOWS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "LKTM-DB-TIMEOUTS" TO WS-CUR-METRIC
           MOVE MFC-DA-LOCK-TIMEOUTS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "SORT-TOTAL" TO WS-CUR-METRIC
           MOVE MFC-DA-TOTAL-SORTS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "SORT-OVFL" TO WS-CUR-METRIC
           MOVE MFC-DA-SORT-OVERFLOWS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "SORT-HJ-OVFL" TO WS-CUR-METRIC
           MOVE MFC-DA-HJ-OVERFLOWS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "SORT-HJ-SMALL" TO WS-CUR-METRIC
           MOVE MFC-DA-HJ-SMALL-OVFL TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "LOGB-PAGES-WRITTEN" TO WS-CUR-METRIC
           MOVE MFC-DA-LOG-PAGES-WRITTEN TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "LOGB-PAGES-READ" TO WS-CUR-METRIC
           MOVE MFC-DA-LOG-PAGES-READ TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION.

      * Same database-in-1-12, pool-in-13-32 key as 4920; only the
      * write and async counters the buffer pool event carries.
       2700-TAKE-DEAC-BP-ROW.
           MOVE MFC-DA-EVENT-SECS TO WS-CUR-SECS
           MOVE SPACES TO WS-CUR-KEY
           MOVE MFC-DA-DB-NAME TO WS-CUR-KEY(1:12)
           MOVE MFC-DA-OBJECT-NAME TO WS-CUR-KEY(13:20)
           MOVE 0 TO WS-CUR-NODE
           MOVE "BPCL-DATA-WRITES" TO WS-CUR-METRIC
           MOVE MFC-DA-DATA-WRITES TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "BPCL-INDEX-WRITES" TO WS-CUR-METRIC
           MOVE MFC-DA-INDEX-WRITES TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "BPCL-ASYNC-DATA-WR" TO WS-CUR-METRIC
           MOVE MFC-DA-ASYNC-DATA-WRITES TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "BPCL-ASYNC-INDEX-WR" TO WS-CUR-METRIC
           MOVE MFC-DA-ASYNC-INDEX-WRITES TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "BPCL-ASYNC-DATA-RD" TO WS-CUR-METRIC
           MOVE MFC-DA-ASYNC-DATA-READS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "BPCL-ASYNC-INDEX-RD" TO WS-CUR-METRIC
           MOVE MFC-DA-ASYNC-INDEX-READS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION.

       3000-TAKE-DBSS-OBSERVATIONS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT DBSS-FILE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "DBSS-SORT-OVFL" TO WS-CUR-METRIC
           MOVE MFC-DS-SORT-OVERFLOWS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "DBSS-DDL-STMTS" TO WS-CUR-METRIC
           MOVE MFC-DS-DDL-SQL-STMTS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "DBSS-BINDS" TO WS-CUR-METRIC
           MOVE MFC-DS-BINDS-PRECOMPILES TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION.

       4000-TAKE-APLK-OBSERVATIONS.
           MOVE MFC-SO-HJ-SMALL-OVFL TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION.

       4910-TAKE-BPCL-OBSERVATIONS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT BPCL-FILE
           IF WS-BC-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ BPCL-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 4920-TAKE-BPCL-ROW
                   END-READ
               END-PERFORM
               CLOSE BPCL-FILE
           END-IF.

      * A buffer pool name is only unique within its database, so
      * both go into the key: database in bytes 1-12, pool in 13-32.
       4920-TAKE-BPCL-ROW.
           MOVE MFC-BC-COLLECT-SECS TO WS-CUR-SECS
           MOVE SPACES TO WS-CUR-KEY
           MOVE MFC-BC-DB-NAME TO WS-CUR-KEY(1:12)
           MOVE MFC-BC-BP-NAME TO WS-CUR-KEY(13:20)
           MOVE 0 TO WS-CUR-NODE
           MOVE "BPCL-STEAL-CLNS" TO WS-CUR-METRIC
           MOVE MFC-BC-STEAL-CLNS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "BPCL-THRESH-CLNS" TO WS-CUR-METRIC
           MOVE MFC-BC-THRESH-CLNS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "BPCL-LSNGAP-CLNS" TO WS-CUR-METRIC
           MOVE MFC-BC-LSN-GAP-CLNS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "BPCL-DATA-WRITES" TO WS-CUR-METRIC
           MOVE MFC-BC-DATA-WRITES TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "BPCL-INDEX-WRITES" TO WS-CUR-METRIC
           MOVE MFC-BC-INDEX-WRITES TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "BPCL-ASYNC-DATA-WR" TO WS-CUR-METRIC
           MOVE MFC-BC-ASYNC-DATA-WRITES TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "BPCL-ASYNC-INDEX-WR" TO WS-CUR-METRIC
           MOVE MFC-BC-ASYNC-INDEX-WRITES TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "BPCL-ASYNC-DATA-RD" TO WS-CUR-METRIC
           MOVE MFC-BC-ASYNC-DATA-READS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "BPCL-ASYNC-INDEX-RD" TO WS-CUR-METRIC
           MOVE MFC-BC-ASYNC-INDEX-READS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "BPCL-PF-WAIT-MS" TO WS-CUR-METRIC
           MOVE MFC-BC-PREFETCH-WAIT-MS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "BPCL-UNREAD-PF" TO WS-CUR-METRIC
           MOVE MFC-BC-UNREAD-PF-PAGES TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION.

       4930-TAKE-LOGB-OBSERVATIONS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT LOGB-FILE
           IF WS-LB-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ LOGB-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 4940-TAKE-LOGB-ROW
                   END-READ
               END-PERFORM
               CLOSE LOGB-FILE
           END-IF.

       4940-TAKE-LOGB-ROW.
           MOVE MFC-LB-COLLECT-SECS TO WS-CUR-SECS
           MOVE MFC-LB-DB-NAME TO WS-CUR-KEY
           MOVE 0 TO WS-CUR-NODE
           MOVE "LOGB-BUFF-FULL" TO WS-CUR-METRIC
           MOVE MFC-LB-BUFF-FULL TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "LOGB-WRITE-IO" TO WS-CUR-METRIC
           MOVE MFC-LB-WRITE-IO TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "LOGB-READ-IO" TO WS-CUR-METRIC
           MOVE MFC-LB-READ-IO TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "LOGB-PART-PAGE-IO" TO WS-CUR-METRIC
           MOVE MFC-LB-PART-PAGE-IO TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "LOGB-DATA-IN-BUFF" TO WS-CUR-METRIC
           MOVE MFC-LB-DATA-IN-BUFF TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "LOGB-PAGES-WRITTEN" TO WS-CUR-METRIC
           MOVE MFC-LB-LOG-PAGES-WRITTEN TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "LOGB-PAGES-READ" TO WS-CUR-METRIC
           MOVE MFC-LB-LOG-PAGES-READ TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION.

       4950-TAKE-APFR-OBSERVATIONS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT APFR-FILE
           IF WS-AF-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ APFR-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 4960-TAKE-APFR-ROW
                   END-READ
               END-PERFORM
               CLOSE APFR-FILE
           END-IF.

       4960-TAKE-APFR-ROW.
           MOVE MFC-AF-COLLECT-SECS TO WS-CUR-SECS
           MOVE MFC-AF-APPL-ID TO WS-CUR-KEY
           MOVE 0 TO WS-CUR-NODE
           MOVE "APFR-COMMITS" TO WS-CUR-METRIC
           MOVE MFC-AF-COMMIT-SQL-STMTS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "APFR-ROLLBACKS" TO WS-CUR-METRIC
           MOVE MFC-AF-ROLLBACK-SQL-STMTS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "APFR-SQL-STMTS" TO WS-CUR-METRIC
           COMPUTE WS-CUR-VALUE = MFC-AF-STATIC-SQL-STMTS
               + MFC-AF-DYNAMIC-SQL-STMTS
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "APFR-FAILED" TO WS-CUR-METRIC
           MOVE MFC-AF-FAILED-SQL-STMTS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "APFR-INT-ROLLBACKS" TO WS-CUR-METRIC
           MOVE MFC-AF-INT-ROLLBACKS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "APFR-INT-DL-RBACKS" TO WS-CUR-METRIC
           MOVE MFC-AF-INT-DL-ROLLBACKS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "APFR-DDL-STMTS" TO WS-CUR-METRIC
           MOVE MFC-AF-DDL-SQL-STMTS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "APFR-BINDS" TO WS-CUR-METRIC
           MOVE MFC-AF-BINDS-PRECOMPILES TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "APFR-STORED-PROCS" TO WS-CUR-METRIC
           MOVE MFC-AF-STORED-PROCS TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "APFR-SP-TIME-MS" TO WS-CUR-METRIC
           MOVE MFC-AF-STORED-PROC-MSEC TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION
           MOVE "APFR-SP-ROWS" TO WS-CUR-METRIC
           MOVE MFC-AF-SP-ROWS-SELECTED TO WS-CUR-VALUE
           PERFORM 4500-NOTE-OBSERVATION.

       5000-COMPUTE-DELTAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OB-COUNT
