      ***********************************************************************
      *
      *  Source File Name = MFCCDEAC.CBL
      *
      *  Function = Collector for database deactivation events - the
      *             final counters lost between the last snapshot and
      *             a database going inactive.
      *
      *             The cumulative-counter histories (MFCDBSSO,
      *             MFCBUFPO and the extracts MFCCDELT deltas) only
      *             see a counter up to their last poll; whatever a
      *             database did after that and before it deactivated
      *             was gone with it, so on a night a database was
      *             deactivated the daily totals came up short. A
      *             database event monitor writes SQLM-DB-EVENT,
      *             SQLM-BUFFERPOOL-EVENT and SQLM-TABLESPACE-EVENT
      *             records at deactivation carrying those final
      *             values. This collector reads that stream (a
      *             sequence of self-describing variable length
      *             records, each led by SQLM-SIZE/EVENT-TYPE) in the
      *             MFCCDLK/MFCCOVFL shape and appends one row per
      *             event to a shop-owned history file (MFCDEACO/
      *             MFCDEAC.CBL), opened EXTEND so repeated runs build
      *             a running history.
      *
      *             Neither the database nor the table space event
      *             carries a database name - it comes from the
      *             SQLM-DBHEADER-EVENT that leads the stream, held in
      *             WS-HDR-DB-NAME until the next header arrives. The
      *             buffer pool event names its own database.
      *
      *             MFCCDELT takes the rows as the closing observation
      *             of an interval and MFCCRLUP folds the buffer pool
      *             rows into the MFCBUFPO rollups.
      *
      *             Restart checkpointing (MFCCKPDA/mfcckpt.cbl) and the
      *             run lock follow the MFCCOVFL pattern. On a restart
      *             the header name is still tracked through the
      *             records skipped as already processed, so the first
      *             new database or table space row is attributed to
      *             the right database.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCDEAC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "MFCEVMDB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EV-STATUS.
           SELECT DEACT-HIST-FILE ASSIGN TO "MFCDEACO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DA-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "MFCCKPDA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CK-STATUS.
           SELECT ACCT-FILE ASSIGN TO "MFCRUNLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE
           RECORD IS VARYING IN SIZE FROM 8 TO 600 CHARACTERS
               DEPENDING ON WS-EVENT-LEN
           RECORDING MODE IS V.
       01 EVENT-REC                   PIC X(600).
       FD  DEACT-HIST-FILE
           RECORDING MODE IS F.
           COPY "mfcdeac.cbl".
       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
           COPY "mfcckpt.cbl".
       FD  ACCT-FILE
           RECORDING MODE IS F.
           COPY "mfcracct.cbl".
       WORKING-STORAGE SECTION.
      * End-of-run accounting for the common run ledger
      * (MFCRACCT.CBL/MFCURACC.CBL) - one row appended at
      * 9000-TERMINATE time; the freshness watchdog (MFCWDOG)
      * reads this ledger to prove the collector still runs.
       01 WS-RN-STATUS                PIC XX.
       01 WS-RN-PROGRAM               PIC X(8) VALUE "MFCCDEAC".
       01 WS-ACCT-START-SECS          PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-READ                PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-WRITTEN             PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-SQLCODE             PIC S9(9) COMP-5 VALUE 0.
       01 WS-ACCT-STATUS              PIC X(8)
                                       VALUE "COMPLETE".
      * Run-lock interlock (MFCULOCK/MFCRLOCK): two instances racing
      * on the checkpoint would double-count events into the EXTEND
      * history - a second start while a live token exists is
      * refused.
       01 WS-LOCK-FUNC                PIC X(1).
       01 WS-LOCK-RESULT              PIC X(1).
       01 WS-LOCK-HELD                PIC X(1) VALUE "N".
           88 LOCK-HELD               VALUE "Y".
       COPY "sqlmonct.cbl".

       01 WS-EV-STATUS                PIC XX.
       01 WS-DA-STATUS                PIC XX.
       01 WS-CK-STATUS                PIC XX.
       01 WS-EVENT-LEN                PIC 9(9) COMP-5.
       01 WS-EOF-EVENTS               PIC X VALUE "N".
           88 EOF-EVENTS              VALUE "Y".
       01 WS-PRIOR-CHECKPOINT         PIC 9(9) COMP-5 VALUE 0.
       01 WS-RECORDS-READ             PIC 9(9) COMP-5 VALUE 0.
       01 WS-CHECKPOINT-INTERVAL      PIC 9(9) COMP-5 VALUE 1000.
       01 WS-CHECKPOINT-QUOTIENT      PIC 9(9) COMP-5.
       01 WS-CHECKPOINT-REMAINDER     PIC 9(9) COMP-5.
       01 WS-HDR-DB-NAME              PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
      * First two fields common to every SQLM-*-EVENT record - read to
      * decide which real event structure to overlay EVENT-REC with.
       01 WS-EVENT-HDR.
           05 WS-EVH-SIZE              PIC 9(9) COMP-5.
           05 WS-EVH-EVENT-TYPE        PIC 9(9) COMP-5.
       COPY "sqlmon.cbl".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "MFCUTIME" USING WS-ACCT-START-SECS
           MOVE "R" TO WS-LOCK-FUNC
           CALL "MFCULOCK" USING WS-RN-PROGRAM WS-LOCK-FUNC
               WS-LOCK-RESULT
           IF WS-LOCK-RESULT = "Y"
               SET LOCK-HELD TO TRUE
               PERFORM 1000-INITIALIZE
               PERFORM 2000-READ-EVENTS
           ELSE
               MOVE "REFUSED" TO WS-ACCT-STATUS
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT EVENT-FILE
           OPEN EXTEND DEACT-HIST-FILE
           IF WS-DA-STATUS = "35"
               OPEN OUTPUT DEACT-HIST-FILE
           END-IF
           PERFORM 1100-LOAD-CHECKPOINT.

       1100-LOAD-CHECKPOINT.
           MOVE 0 TO WS-PRIOR-CHECKPOINT
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CK-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE MFC-CK-RECORDS-PROCESSED
                           TO WS-PRIOR-CHECKPOINT
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       2000-READ-EVENTS.
           PERFORM UNTIL EOF-EVENTS
               READ EVENT-FILE
                   AT END SET EOF-EVENTS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       ADD 1 TO WS-ACCT-READ
                       IF WS-RECORDS-READ > WS-PRIOR-CHECKPOINT
                           PERFORM 2100-DISPATCH-EVENT
                       ELSE
                           PERFORM 2150-TRACK-HEADER
                       END-IF
                       DIVIDE WS-RECORDS-READ BY WS-CHECKPOINT-INTERVAL
                           GIVING WS-CHECKPOINT-QUOTIENT
                           REMAINDER WS-CHECKPOINT-REMAINDER
                       IF WS-CHECKPOINT-REMAINDER = 0
                           PERFORM 9100-SAVE-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM.

       2100-DISPATCH-EVENT.
           SET ADDRESS OF WS-EVENT-HDR TO ADDRESS OF EVENT-REC
           EVALUATE WS-EVH-EVENT-TYPE OF WS-EVENT-HDR
               WHEN SQLM-EVENT-DBHEADER
                   PERFORM 2150-TRACK-HEADER
               WHEN SQLM-EVENT-DB
                   SET ADDRESS OF SQLM-DB-EVENT
                       TO ADDRESS OF EVENT-REC
                   PERFORM 2200-WRITE-DB-EVENT
               WHEN SQLM-EVENT-BUFFERPOOL
                   SET ADDRESS OF SQLM-BUFFERPOOL-EVENT
                       TO ADDRESS OF EVENT-REC
                   PERFORM 2300-WRITE-BUFFERPOOL-EVENT
               WHEN SQLM-EVENT-TABLESPACE
                   SET ADDRESS OF SQLM-TABLESPACE-EVENT
                       TO ADDRESS OF EVENT-REC
                   PERFORM 2400-WRITE-TABLESPACE-EVENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Also performed for the records a restart skips - the skipped
      * stretch may hold the header the next new event belongs to.
       2150-TRACK-HEADER.
           SET ADDRESS OF WS-EVENT-HDR TO ADDRESS OF EVENT-REC
           IF WS-EVH-EVENT-TYPE OF WS-EVENT-HDR = SQLM-EVENT-DBHEADER
               SET ADDRESS OF SQLM-DBHEADER-EVENT
                   TO ADDRESS OF EVENT-REC
               MOVE DB-NAME OF SQLM-DBHEADER-EVENT TO WS-HDR-DB-NAME
           END-IF.

       2200-WRITE-DB-EVENT.
           INITIALIZE MFC-DEACT-REC
           SET MFC-DA-IS-DATABASE TO TRUE
           MOVE SECONDS OF DISCONN-TIME OF SQLM-DB-EVENT
               TO MFC-DA-EVENT-SECS
           MOVE WS-HDR-DB-NAME TO MFC-DA-DB-NAME
           MOVE LOCK-WAITS OF SQLM-DB-EVENT TO MFC-DA-LOCK-WAITS
           MOVE DEADLOCKS OF SQLM-DB-EVENT TO MFC-DA-DEADLOCKS
           MOVE LOCK-ESCALS OF SQLM-DB-EVENT TO MFC-DA-LOCK-ESCALS
           MOVE LOCK-TIMEOUTS OF SQLM-DB-EVENT TO MFC-DA-LOCK-TIMEOUTS
           MOVE TOTAL-SORTS OF SQLM-DB-EVENT TO MFC-DA-TOTAL-SORTS
           MOVE SORT-OVERFLOWS OF SQLM-DB-EVENT
               TO MFC-DA-SORT-OVERFLOWS
           MOVE HASH-JOIN-OVERFLOWS OF SQLM-DB-EVENT
               TO MFC-DA-HJ-OVERFLOWS
           MOVE HASH-JOIN-SMALL-OVERFLOWS OF SQLM-DB-EVENT
               TO MFC-DA-HJ-SMALL-OVFL
           MOVE PKG-CACHE-LOOKUPS OF SQLM-DB-EVENT
               TO MFC-DA-PKG-LOOKUPS
           MOVE PKG-CACHE-INSERTS OF SQLM-DB-EVENT
               TO MFC-DA-PKG-INSERTS
           MOVE CAT-CACHE-LOOKUPS OF SQLM-DB-EVENT
               TO MFC-DA-CAT-LOOKUPS
           MOVE CAT-CACHE-INSERTS OF SQLM-DB-EVENT
               TO MFC-DA-CAT-INSERTS
           MOVE CAT-CACHE-OVERFLOWS OF SQLM-DB-EVENT
               TO MFC-DA-CAT-OVERFLOWS
           MOVE LOG-READS OF SQLM-DB-EVENT TO MFC-DA-LOG-PAGES-READ
           MOVE LOG-WRITES OF SQLM-DB-EVENT
               TO MFC-DA-LOG-PAGES-WRITTEN
           MOVE POOL-DATA-L-READS OF SQLM-DB-EVENT
               TO MFC-DA-DATA-L-READS
           MOVE POOL-DATA-P-READS OF SQLM-DB-EVENT
               TO MFC-DA-DATA-P-READS
           MOVE POOL-INDEX-L-READS OF SQLM-DB-EVENT
               TO MFC-DA-INDEX-L-READS
           MOVE POOL-INDEX-P-READS OF SQLM-DB-EVENT
               TO MFC-DA-INDEX-P-READS
           MOVE POOL-DATA-WRITES OF SQLM-DB-EVENT
               TO MFC-DA-DATA-WRITES
           MOVE POOL-INDEX-WRITES OF SQLM-DB-EVENT
               TO MFC-DA-INDEX-WRITES
           MOVE POOL-ASYNC-DATA-READS OF SQLM-DB-EVENT
               TO MFC-DA-ASYNC-DATA-READS
           MOVE POOL-ASYNC-INDEX-READS OF SQLM-DB-EVENT
               TO MFC-DA-ASYNC-INDEX-READS
           MOVE POOL-ASYNC-DATA-WRITES OF SQLM-DB-EVENT
               TO MFC-DA-ASYNC-DATA-WRITES
           MOVE POOL-ASYNC-INDEX-WRITES OF SQLM-DB-EVENT
               TO MFC-DA-ASYNC-INDEX-WRITES
           MOVE POOL-DRTY-PG-STEAL-CLNS OF SQLM-DB-EVENT
               TO MFC-DA-STEAL-CLNS
           MOVE POOL-DRTY-PG-THRSH-CLNS OF SQLM-DB-EVENT
               TO MFC-DA-THRESH-CLNS
           MOVE POOL-LSN-GAP-CLNS OF SQLM-DB-EVENT
               TO MFC-DA-LSN-GAP-CLNS
           MOVE PREFETCH-WAIT-TIME OF SQLM-DB-EVENT
               TO MFC-DA-PREFETCH-WAIT-MS
           WRITE MFC-DEACT-REC
           ADD 1 TO WS-ACCT-WRITTEN.

       2300-WRITE-BUFFERPOOL-EVENT.
           INITIALIZE MFC-DEACT-REC
           SET MFC-DA-IS-BUFFERPOOL TO TRUE
           MOVE SECONDS OF EVENT-TIME OF SQLM-BUFFERPOOL-EVENT
               TO MFC-DA-EVENT-SECS
           MOVE DB-NAME OF SQLM-BUFFERPOOL-EVENT TO MFC-DA-DB-NAME
           MOVE BP-NAME OF SQLM-BUFFERPOOL-EVENT
               TO MFC-DA-OBJECT-NAME
           MOVE POOL-DATA-L-READS OF SQLM-BUFFERPOOL-EVENT
               TO MFC-DA-DATA-L-READS
           MOVE POOL-DATA-P-READS OF SQLM-BUFFERPOOL-EVENT
               TO MFC-DA-DATA-P-READS
           MOVE POOL-INDEX-L-READS OF SQLM-BUFFERPOOL-EVENT
               TO MFC-DA-INDEX-L-READS
           MOVE POOL-INDEX-P-READS OF SQLM-BUFFERPOOL-EVENT
               TO MFC-DA-INDEX-P-READS
           MOVE POOL-DATA-WRITES OF SQLM-BUFFERPOOL-EVENT
               TO MFC-DA-DATA-WRITES
           MOVE POOL-INDEX-WRITES OF SQLM-BUFFERPOOL-EVENT
               TO MFC-DA-INDEX-WRITES
           MOVE POOL-ASYNC-DATA-READS OF SQLM-BUFFERPOOL-EVENT
               TO MFC-DA-ASYNC-DATA-READS
           MOVE POOL-ASYNC-INDEX-READS OF SQLM-BUFFERPOOL-EVENT
               TO MFC-DA-ASYNC-INDEX-READS
           MOVE POOL-ASYNC-DATA-WRITES OF SQLM-BUFFERPOOL-EVENT
               TO MFC-DA-ASYNC-DATA-WRITES
           MOVE POOL-ASYNC-INDEX-WRITES OF SQLM-BUFFERPOOL-EVENT
               TO MFC-DA-ASYNC-INDEX-WRITES
           WRITE MFC-DEACT-REC
           ADD 1 TO WS-ACCT-WRITTEN.

       2400-WRITE-TABLESPACE-EVENT.
           INITIALIZE MFC-DEACT-REC
           SET MFC-DA-IS-TABLESPACE TO TRUE
           MOVE SECONDS OF TS-EVENT-TIME OF SQLM-TABLESPACE-EVENT
               TO MFC-DA-EVENT-SECS
           MOVE WS-HDR-DB-NAME TO MFC-DA-DB-NAME
           MOVE TABLESPACE-NAME OF SQLM-TABLESPACE-EVENT
               TO MFC-DA-OBJECT-NAME
           MOVE POOL-DATA-L-READS OF SQLM-TABLESPACE-EVENT
               TO MFC-DA-DATA-L-READS
           MOVE POOL-DATA-P-READS OF SQLM-TABLESPACE-EVENT
               TO MFC-DA-DATA-P-READS
           MOVE POOL-INDEX-L-READS OF SQLM-TABLESPACE-EVENT
               TO MFC-DA-INDEX-L-READS
           MOVE POOL-INDEX-P-READS OF SQLM-TABLESPACE-EVENT
               TO MFC-DA-INDEX-P-READS
           MOVE POOL-DATA-WRITES OF SQLM-TABLESPACE-EVENT
               TO MFC-DA-DATA-WRITES
           MOVE POOL-INDEX-WRITES OF SQLM-TABLESPACE-EVENT
               TO MFC-DA-INDEX-WRITES
           MOVE POOL-ASYNC-DATA-READS OF SQLM-TABLESPACE-EVENT
               TO MFC-DA-ASYNC-DATA-READS
           MOVE POOL-ASYNC-INDEX-READS OF SQLM-TABLESPACE-EVENT
               TO MFC-DA-ASYNC-INDEX-READS
           MOVE POOL-ASYNC-DATA-WRITES OF SQLM-TABLESPACE-EVENT
               TO MFC-DA-ASYNC-DATA-WRITES
           MOVE POOL-ASYNC-INDEX-WRITES OF SQLM-TABLESPACE-EVENT
               TO MFC-DA-ASYNC-INDEX-WRITES
           WRITE MFC-DEACT-REC
           ADD 1 TO WS-ACCT-WRITTEN.

       9000-TERMINATE.
           IF LOCK-HELD
               MOVE "C" TO WS-LOCK-FUNC
               CALL "MFCULOCK" USING WS-RN-PROGRAM WS-LOCK-FUNC
                   WS-LOCK-RESULT
           END-IF
           OPEN EXTEND ACCT-FILE
           IF WS-RN-STATUS = "35"
               OPEN OUTPUT ACCT-FILE
           END-IF
           CALL "MFCURACC" USING WS-RN-PROGRAM
               WS-ACCT-START-SECS WS-ACCT-READ
               WS-ACCT-WRITTEN WS-ACCT-SQLCODE
               WS-ACCT-STATUS MFC-RUN-ACCT-REC
           WRITE MFC-RUN-ACCT-REC
           CLOSE ACCT-FILE
      * A refused start opened nothing and must not overwrite the
      * live instance's checkpoint - only its ledger row is written.
           IF LOCK-HELD
               CLOSE EVENT-FILE
               CLOSE DEACT-HIST-FILE
               PERFORM 9100-SAVE-CHECKPOINT
           END-IF.

       9100-SAVE-CHECKPOINT.
           MOVE WS-RECORDS-READ TO MFC-CK-RECORDS-PROCESSED
           MOVE 0 TO MFC-CK-LAST-SEQ
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE MFC-CHECKPOINT-REC
           ADD 1 TO WS-ACCT-WRITTEN
           CLOSE CHECKPOINT-FILE.
