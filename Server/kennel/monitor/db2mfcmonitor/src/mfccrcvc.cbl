      ***********************************************************************
      *
      *  Source File Name = MFCCRCVC.CBL
      *
      *  Function = Collector for the point-in-time recoverability
      *             chain extract.
      *
      *             MFCR005 proves backups exist and MFCR008 watches the
      *             archive log pipeline, but neither proves the two fit
      *             together. This collector scans each database's DB2
      *             history file the MFCCHRS way (db2gHistoryOpenScan /
      *             db2gHistoryGetEntry / db2gHistoryCloseScan over
      *             DB2HISTORY-LIST-HISTORY, one pass per alias on the
      *             MFCDBMI master worklist) and keeps two things per
      *             database:
      *
      *               - every ACTIVE BACKUP entry, with the first and
      *                 last log file it names;
      *               - every archive log entry (DB2HIST-OP-ARCHIVE-LOG)
      *                 not marked expired or deleted, by log number,
      *                 with its end time.
      *
      *             For each backup it then walks the log chain from the
      *             backup's first log through consecutive log numbers
      *             and writes one MFC-RECOV-CHAIN-REC (MFCRCVC.CBL) to
      *             MFCRCVCO saying how far the chain reaches, the
      *             latest point in time the image can be rolled forward
      *             to, and whether the walk stopped at a gap with newer
      *             logs beyond it (BROKEN). A gap is marked PRUNED
      *             instead when the history prune job's results log
      *             (MFCPRUNO, MFCR013) shows a successful prune for
      *             that database that accounts for it: a pruned entry
      *             whose id is the missing log, or a missing log older
      *             than any log left on file for a database MFCR013
      *             has pruned.
      *
      *             The log table is kept in log-number order as it is
      *             built (archive entries arrive almost in order, so
      *             the insertion is cheap), which lets each backup's
      *             walk be a single forward pass. A log archived twice
      *             (mirror/failover archive) appears once per copy and
      *             is stepped over.
      *
      *             MFCR107 turns this extract into the per-database
      *             recoverable-to report and the broken-chain, pruned-
      *             log and RPO alerts.
      *
      *             Point-in-time extract, so MFCRCVCO is opened OUTPUT
      *             (overwritten each run).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCRCVC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-FILE ASSIGN TO "MFCRCVCO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
           SELECT MASTER-IN-FILE ASSIGN TO "MFCDBMI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MI-STATUS.
           SELECT PRUNE-LOG-FILE ASSIGN TO "MFCPRUNO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PL-STATUS.
           SELECT ACCT-FILE ASSIGN TO "MFCRUNLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-FILE
           RECORDING MODE IS F.
           COPY "mfcrcvc.cbl".
       FD  MASTER-IN-FILE
           RECORDING MODE IS F.
           COPY "mfcdbm.cbl".
       FD  PRUNE-LOG-FILE
           RECORDING MODE IS F.
           COPY "mfcprun.cbl".
       FD  ACCT-FILE
           RECORDING MODE IS F.
           COPY "mfcracct.cbl".
       WORKING-STORAGE SECTION.
      * End-of-run accounting for the common run ledger
      * (MFCRACCT.CBL/MFCURACC.CBL) - one row appended at
      * 9000-TERMINATE time; the freshness watchdog (MFCWDOG)
      * reads this ledger to prove the collector still runs.
       01 WS-RN-STATUS                PIC XX.
       01 WS-RN-PROGRAM               PIC X(8) VALUE "MFCCRCVC".
       01 WS-ACCT-START-SECS          PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-READ                PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-WRITTEN             PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-SQLCODE             PIC S9(9) COMP-5 VALUE 0.
       01 WS-ACCT-STATUS              PIC X(8)
                                       VALUE "COMPLETE".
       COPY "sqlca.cbl".
       COPY "db2ApiDf.cbl".

       01 WS-CH-STATUS                PIC XX.
       01 WS-MI-STATUS                PIC XX.
       01 WS-PL-STATUS                PIC XX.
       01 WS-DONE                     PIC X VALUE "N".
           88 SCAN-DONE               VALUE "Y".
       01 WS-EOF-MI                   PIC X VALUE "N".
           88 EOF-MI                  VALUE "Y".
       01 WS-EOF-PL                   PIC X VALUE "N".
           88 EOF-PL                  VALUE "Y".
       01 WS-SWEEP-MODE               PIC X VALUE "N".
           88 SWEEP-MODE              VALUE "Y".
       01 WS-MAX-ENTRIES              PIC 9(9) COMP-5 VALUE 20000.
       01 WS-ENTRY-COUNT              PIC 9(9) COMP-5 VALUE 0.
       01 WS-COLLECT-SECS             PIC 9(9) COMP-5.
       01 WS-CUR-ALIAS                PIC X(20) VALUE SPACES.
       01 WS-ALIAS-LEN                PIC 9(9) COMP-5.
       01 WS-ENDTIME-BUF              PIC X(14) VALUE SPACES.
       01 WS-FIRSTLOG-BUF             PIC X(12) VALUE SPACES.
       01 WS-LASTLOG-BUF              PIC X(12) VALUE SPACES.

      * Log file names are Snnnnnnn.LOG; the seven digits are the
      * chain position.
       01 WS-LOG-NAME                 PIC X(12).
       01 WS-LOG-NAME-PARTS REDEFINES WS-LOG-NAME.
           05 WS-LOG-NAME-PREFIX      PIC X(1).
           05 WS-LOG-NAME-DIGITS      PIC X(7).
           05 WS-LOG-NAME-SUFFIX      PIC X(4).
       01 WS-LOG-NUM                  PIC 9(7).
       01 WS-LOG-NUM-OK               PIC X VALUE "N".
           88 LOG-NUM-OK              VALUE "Y".

      * Active backups for the database being scanned.
       01 WS-MAX-BACKUPS              PIC 9(9) COMP-5 VALUE 500.
       01 WS-BK-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-BACKUP-TABLE.
           05 WS-BK-ENTRY OCCURS 500 TIMES.
              10 WS-BK-TS             PIC X(14).
              10 WS-BK-OPTYPE         PIC X(1).
              10 WS-BK-FIRST-LOG      PIC X(12).
              10 WS-BK-LAST-LOG       PIC X(12).
              10 WS-BK-FIRST-NUM      PIC 9(7).
              10 WS-BK-LAST-NUM       PIC 9(7).
              10 WS-BK-NUMS-OK        PIC X(1).

      * Archived logs for the database being scanned, ascending by
      * log number.
       01 WS-MAX-LOGS                 PIC 9(9) COMP-5 VALUE 10000.
       01 WS-LG-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-LOG-TABLE.
           05 WS-LG-ENTRY OCCURS 10000 TIMES.
              10 WS-LG-NUM            PIC 9(7).
              10 WS-LG-NAME           PIC X(12).
              10 WS-LG-END-TS         PIC X(14).

      * Successful MFCR013 prunes, all databases, loaded once.
       01 WS-MAX-PRUNES               PIC 9(9) COMP-5 VALUE 5000.
       01 WS-PR-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-PRUNE-TABLE.
           05 WS-PR-ENTRY OCCURS 5000 TIMES.
              10 WS-PR-ALIAS          PIC X(20).
              10 WS-PR-ID             PIC X(12).
       01 WS-ALIAS-PRUNED             PIC X VALUE "N".
           88 ALIAS-PRUNED            VALUE "Y".
       01 WS-LOG-PRUNED               PIC X VALUE "N".
           88 LOG-PRUNED              VALUE "Y".

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-KDX                      PIC 9(9) COMP-5.
       01 WS-END-IDX                  PIC 9(9) COMP-5.
       01 WS-WANT-NUM                 PIC 9(9) COMP-5.
       01 WS-NEXT-NUM                 PIC 9(9) COMP-5.
       01 WS-HOLD-LOG                 PIC X(33).
       01 WS-MISSING-NUM              PIC 9(7).
       01 WS-MISSING-NAME             PIC X(12).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "MFCUTIME" USING WS-ACCT-START-SECS
           MOVE WS-ACCT-START-SECS TO WS-COLLECT-SECS
           PERFORM 1000-INITIALIZE
           IF SWEEP-MODE
               PERFORM 1500-SWEEP-MASTER-LIST
           ELSE
               PERFORM 1800-SCAN-ONE-DATABASE
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

      * No worklist means one pass against the attached database,
      * alias column left at spaces - the MFCCHRS fallback.
       1000-INITIALIZE.
           OPEN OUTPUT CHAIN-FILE
           PERFORM 1100-LOAD-PRUNE-LOG
           OPEN INPUT MASTER-IN-FILE
           IF WS-MI-STATUS = "00"
               SET SWEEP-MODE TO TRUE
           END-IF.

       1100-LOAD-PRUNE-LOG.
           OPEN INPUT PRUNE-LOG-FILE
           IF WS-PL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-PL
               READ PRUNE-LOG-FILE
                   AT END SET EOF-PL TO TRUE
                   NOT AT END
                       IF MFC-PL-RESULT = "SUCCESS"
                           PERFORM 1150-KEEP-ONE-PRUNE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRUNE-LOG-FILE.

       1150-KEEP-ONE-PRUNE.
           IF WS-PR-COUNT < WS-MAX-PRUNES
               ADD 1 TO WS-PR-COUNT
               MOVE MFC-PL-DB-ALIAS TO WS-PR-ALIAS(WS-PR-COUNT)
               MOVE MFC-PL-BACKUP-ID(1:12) TO WS-PR-ID(WS-PR-COUNT)
           ELSE
               DISPLAY "MFCCRCVC: PRUNE TABLE FULL, ROW SKIPPED "
                   MFC-PL-DB-ALIAS
           END-IF.

       1500-SWEEP-MASTER-LIST.
           PERFORM UNTIL EOF-MI
               READ MASTER-IN-FILE
                   AT END SET EOF-MI TO TRUE
                   NOT AT END
                       MOVE MFC-DM-DB-ALIAS TO WS-CUR-ALIAS
                       PERFORM 1800-SCAN-ONE-DATABASE
               END-READ
           END-PERFORM
           CLOSE MASTER-IN-FILE.

       1800-SCAN-ONE-DATABASE.
           MOVE "N" TO WS-DONE
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE 0 TO WS-BK-COUNT
           MOVE 0 TO WS-LG-COUNT
           PERFORM 2000-OPEN-HISTORY-SCAN
           PERFORM 3000-READ-HISTORY-ENTRIES
           PERFORM 4000-CLOSE-HISTORY-SCAN
           PERFORM 5000-NOTE-ALIAS-PRUNES
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-BK-COUNT
               PERFORM 6000-WALK-ONE-BACKUP
           END-PERFORM.

       2000-OPEN-HISTORY-SCAN.
           IF SWEEP-MODE
               SET DB2-PI-DATABASE-ALIAS OF DB2G-HISTORY-OPEN-STRUCT
                   TO ADDRESS OF WS-CUR-ALIAS
               MOVE 0 TO WS-ALIAS-LEN
               INSPECT WS-CUR-ALIAS TALLYING WS-ALIAS-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE WS-ALIAS-LEN
                   TO DB2-I-ALIAS-LEN OF DB2G-HISTORY-OPEN-STRUCT
           ELSE
               SET DB2-PI-DATABASE-ALIAS OF DB2G-HISTORY-OPEN-STRUCT
                   TO NULL
               MOVE 0 TO DB2-I-ALIAS-LEN OF DB2G-HISTORY-OPEN-STRUCT
           END-IF
           SET DB2-PI-TIMESTAMP OF DB2G-HISTORY-OPEN-STRUCT TO NULL
           SET DB2-PI-OBJECT-NAME OF DB2G-HISTORY-OPEN-STRUCT TO NULL
           MOVE 0 TO DB2-I-TIMESTAMP-LEN OF DB2G-HISTORY-OPEN-STRUCT
           MOVE 0 TO DB2-I-OBJECT-NAME-LEN OF DB2G-HISTORY-OPEN-STRUCT
           MOVE DB2HISTORY-LIST-HISTORY
               TO DB2-I-CALLER-ACTION OF DB2G-HISTORY-OPEN-STRUCT
           CALL "db2gHistoryOpenScan" USING DB2VERSION810
               DB2G-HISTORY-OPEN-STRUCT SQLCA
           IF SQLCODE NOT = 0
               DISPLAY "MFCCRCVC: db2gHistoryOpenScan SQLCODE="
                   SQLCODE " " WS-CUR-ALIAS
               SET SCAN-DONE TO TRUE
               IF SQLCODE < WS-ACCT-SQLCODE
                   MOVE SQLCODE TO WS-ACCT-SQLCODE
               END-IF
               MOVE "FAILED" TO WS-ACCT-STATUS
           END-IF.

       3000-READ-HISTORY-ENTRIES.
           PERFORM UNTIL SCAN-DONE OR WS-ENTRY-COUNT >= WS-MAX-ENTRIES
               PERFORM 3100-GET-NEXT-ENTRY
               IF NOT SCAN-DONE
                   ADD 1 TO WS-ENTRY-COUNT
                   ADD 1 TO WS-ACCT-READ
                   PERFORM 3200-DISPATCH-ENTRY
               END-IF
           END-PERFORM.

      * Only the end time and the first/last log fields are pointed
      * at storage; every other variable field stays null/zero.
       3100-GET-NEXT-ENTRY.
           MOVE SPACES TO WS-ENDTIME-BUF
           MOVE SPACES TO WS-FIRSTLOG-BUF
           MOVE SPACES TO WS-LASTLOG-BUF
           MOVE "SQLUHINF" TO DB2-IO-HIST-DATA-ID OF DB2HISTORY-DATA
           SET DB2-PIO-DATA OF DB2-O-END-TIME OF DB2HISTORY-DATA
               TO ADDRESS OF WS-ENDTIME-BUF
           MOVE LENGTH OF WS-ENDTIME-BUF
               TO DB2-I-LENGTH OF DB2-O-END-TIME OF DB2HISTORY-DATA
           SET DB2-PIO-DATA OF DB2-O-FIRST-LOG OF DB2HISTORY-DATA
               TO ADDRESS OF WS-FIRSTLOG-BUF
           MOVE LENGTH OF WS-FIRSTLOG-BUF
               TO DB2-I-LENGTH OF DB2-O-FIRST-LOG OF DB2HISTORY-DATA
           SET DB2-PIO-DATA OF DB2-O-LAST-LOG OF DB2HISTORY-DATA
               TO ADDRESS OF WS-LASTLOG-BUF
           MOVE LENGTH OF WS-LASTLOG-BUF
               TO DB2-I-LENGTH OF DB2-O-LAST-LOG OF DB2HISTORY-DATA
           SET DB2-PIO-HIST-DATA OF DB2HISTORY-GET-ENTRY-STRUCT
               TO ADDRESS OF DB2HISTORY-DATA
           MOVE DB2-O-HANDLE OF DB2G-HISTORY-OPEN-STRUCT
               TO DB2-I-HANDLE OF DB2HISTORY-GET-ENTRY-STRUCT
           MOVE DB2HISTORY-GET-ALL
               TO DB2-I-CALLER-ACTION OF DB2HISTORY-GET-ENTRY-STRUCT
           CALL "db2gHistoryGetEntry" USING DB2VERSION810
               DB2HISTORY-GET-ENTRY-STRUCT SQLCA
           IF SQLCODE NOT = 0
               SET SCAN-DONE TO TRUE
           END-IF.

       3200-DISPATCH-ENTRY.
           EVALUATE DB2-O-OPERATION OF DB2HISTORY-DATA
               WHEN DB2HIST-OP-BACKUP
                   IF DB2-O-STATUS OF DB2HISTORY-DATA
                       = DB2HISTORY-STATUS-ACTIVE
                       PERFORM 3300-KEEP-BACKUP
                   END-IF
               WHEN DB2HIST-OP-ARCHIVE-LOG
                   IF DB2-O-STATUS OF DB2HISTORY-DATA
                           NOT = DB2HISTORY-STATUS-EXPIRED
                       AND DB2-O-STATUS OF DB2HISTORY-DATA
                           NOT = DB2HISTORY-STATUS-DELETED
                       PERFORM 3400-KEEP-ARCHIVE-LOG
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3300-KEEP-BACKUP.
           IF WS-BK-COUNT >= WS-MAX-BACKUPS
               DISPLAY "MFCCRCVC: BACKUP TABLE FULL, ENTRY SKIPPED "
                   WS-CUR-ALIAS " " WS-ENDTIME-BUF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BK-COUNT
           MOVE WS-ENDTIME-BUF TO WS-BK-TS(WS-BK-COUNT)
           MOVE DB2-O-OPTYPE OF DB2HISTORY-DATA
               TO WS-BK-OPTYPE(WS-BK-COUNT)
           MOVE WS-FIRSTLOG-BUF TO WS-BK-FIRST-LOG(WS-BK-COUNT)
           MOVE WS-LASTLOG-BUF TO WS-BK-LAST-LOG(WS-BK-COUNT)
           MOVE "Y" TO WS-BK-NUMS-OK(WS-BK-COUNT)
           MOVE WS-FIRSTLOG-BUF TO WS-LOG-NAME
           PERFORM 3500-LOG-NUMBER
           IF LOG-NUM-OK
               MOVE WS-LOG-NUM TO WS-BK-FIRST-NUM(WS-BK-COUNT)
           ELSE
               MOVE "N" TO WS-BK-NUMS-OK(WS-BK-COUNT)
           END-IF
           MOVE WS-LASTLOG-BUF TO WS-LOG-NAME
           PERFORM 3500-LOG-NUMBER
           IF LOG-NUM-OK
               MOVE WS-LOG-NUM TO WS-BK-LAST-NUM(WS-BK-COUNT)
           ELSE
               MOVE WS-BK-FIRST-NUM(WS-BK-COUNT)
                   TO WS-BK-LAST-NUM(WS-BK-COUNT)
           END-IF.

      * Insert in log-number order: append, then slide the new entry
      * down past any higher-numbered ones.
       3400-KEEP-ARCHIVE-LOG.
           MOVE WS-FIRSTLOG-BUF TO WS-LOG-NAME
           PERFORM 3500-LOG-NUMBER
           IF NOT LOG-NUM-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-LG-COUNT >= WS-MAX-LOGS
               DISPLAY "MFCCRCVC: LOG TABLE FULL, ENTRY SKIPPED "
                   WS-CUR-ALIAS " " WS-LOG-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LG-COUNT
           MOVE WS-LOG-NUM TO WS-LG-NUM(WS-LG-COUNT)
           MOVE WS-LOG-NAME TO WS-LG-NAME(WS-LG-COUNT)
           MOVE WS-ENDTIME-BUF TO WS-LG-END-TS(WS-LG-COUNT)
           MOVE WS-LG-COUNT TO WS-KDX
           PERFORM UNTIL WS-KDX <= 1
               IF WS-LG-NUM(WS-KDX - 1) <= WS-LG-NUM(WS-KDX)
                   EXIT PERFORM
               END-IF
               MOVE WS-LG-ENTRY(WS-KDX) TO WS-HOLD-LOG
               MOVE WS-LG-ENTRY(WS-KDX - 1) TO WS-LG-ENTRY(WS-KDX)
               MOVE WS-HOLD-LOG TO WS-LG-ENTRY(WS-KDX - 1)
               SUBTRACT 1 FROM WS-KDX
           END-PERFORM.

       3500-LOG-NUMBER.
           MOVE "N" TO WS-LOG-NUM-OK
           IF WS-LOG-NAME-DIGITS IS NUMERIC
               MOVE WS-LOG-NAME-DIGITS TO WS-LOG-NUM
               SET LOG-NUM-OK TO TRUE
           END-IF.

       4000-CLOSE-HISTORY-SCAN.
           MOVE DB2-O-HANDLE OF DB2G-HISTORY-OPEN-STRUCT
               TO DB2-I-HANDLE OF DB2HISTORY-GET-ENTRY-STRUCT
           CALL "db2gHistoryCloseScan"
               USING DB2-I-HANDLE OF DB2HISTORY-GET-ENTRY-STRUCT SQLCA.

       5000-NOTE-ALIAS-PRUNES.
           MOVE "N" TO WS-ALIAS-PRUNED
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-PR-COUNT OR ALIAS-PRUNED
               IF WS-PR-ALIAS(WS-KDX) = WS-CUR-ALIAS
                   SET ALIAS-PRUNED TO TRUE
               END-IF
           END-PERFORM.

      * Position on the backup's first log, then step forward while
      * each next entry is the same log again or the next number.
      * WS-END-IDX is left on the last log of the unbroken run (zero
      * when the first log itself is not on file).
       6000-WALK-ONE-BACKUP.
           INITIALIZE MFC-RECOV-CHAIN-REC
           MOVE WS-COLLECT-SECS TO MFC-RC-COLLECT-SECS
           MOVE WS-CUR-ALIAS TO MFC-RC-DB-ALIAS
           MOVE WS-BK-TS(WS-IDX) TO MFC-RC-BACKUP-TS
           MOVE WS-BK-OPTYPE(WS-IDX) TO MFC-RC-BACKUP-OPTYPE
           MOVE WS-BK-FIRST-LOG(WS-IDX) TO MFC-RC-FIRST-LOG
           MOVE WS-BK-LAST-LOG(WS-IDX) TO MFC-RC-LAST-LOG
           MOVE WS-LG-COUNT TO MFC-RC-LOGS-ON-FILE
           MOVE WS-BK-TS(WS-IDX) TO MFC-RC-RECOVER-TO-TS
           MOVE "INTACT" TO MFC-RC-CHAIN-STATUS
           MOVE "Y" TO MFC-RC-RESTORABLE
           MOVE 0 TO WS-END-IDX
           IF WS-BK-NUMS-OK(WS-IDX) NOT = "Y"
               PERFORM 6500-WRITE-CHAIN-REC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BK-FIRST-NUM(WS-IDX) TO WS-WANT-NUM
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-LG-COUNT
                       OR WS-LG-NUM(WS-JDX) >= WS-WANT-NUM
               CONTINUE
           END-PERFORM
           IF WS-JDX <= WS-LG-COUNT
               IF WS-LG-NUM(WS-JDX) = WS-WANT-NUM
                   MOVE WS-JDX TO WS-END-IDX
                   PERFORM 6100-FOLLOW-CHAIN
               END-IF
           END-IF
           IF WS-END-IDX > 0
               MOVE WS-LG-NAME(WS-END-IDX) TO MFC-RC-CHAIN-END-LOG
               IF WS-LG-END-TS(WS-END-IDX) > MFC-RC-RECOVER-TO-TS
                   MOVE WS-LG-END-TS(WS-END-IDX)
                       TO MFC-RC-RECOVER-TO-TS
               END-IF
               COMPUTE WS-NEXT-NUM = WS-LG-NUM(WS-END-IDX) + 1
           ELSE
               MOVE WS-WANT-NUM TO WS-NEXT-NUM
           END-IF
           PERFORM 6200-CHECK-GAP
           IF WS-BK-OPTYPE(WS-IDX) = DB2HISTORY-OPTYPE-ONLINE
               OR WS-BK-OPTYPE(WS-IDX) = DB2HISTORY-OPTYPE-INCR-ONLINE
               OR WS-BK-OPTYPE(WS-IDX) = DB2HISTORY-OPTYPE-DELT-ONLINE
               PERFORM 6300-CHECK-ONLINE-IMAGE
           END-IF
           PERFORM 6500-WRITE-CHAIN-REC.

       6100-FOLLOW-CHAIN.
           PERFORM VARYING WS-JDX FROM WS-END-IDX BY 1
                   UNTIL WS-JDX >= WS-LG-COUNT
               IF WS-LG-NUM(WS-JDX + 1) = WS-LG-NUM(WS-END-IDX)
                   OR WS-LG-NUM(WS-JDX + 1) = WS-LG-NUM(WS-END-IDX) + 1
                   COMPUTE WS-END-IDX = WS-JDX + 1
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * The walk stopped at WS-NEXT-NUM. That is only a gap if some
      * newer log is on file past it; otherwise the chain simply
      * runs to the newest archived log.
       6200-CHECK-GAP.
           IF WS-LG-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LG-NUM(WS-LG-COUNT) <= WS-NEXT-NUM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-NUM TO WS-MISSING-NUM
           MOVE SPACES TO WS-MISSING-NAME
           STRING "S" WS-MISSING-NUM ".LOG"
               DELIMITED BY SIZE INTO WS-MISSING-NAME
           MOVE WS-MISSING-NAME TO MFC-RC-MISSING-LOG
           MOVE "N" TO WS-LOG-PRUNED
           IF ALIAS-PRUNED
               IF WS-NEXT-NUM < WS-LG-NUM(1)
                   SET LOG-PRUNED TO TRUE
               END-IF
               PERFORM VARYING WS-KDX FROM 1 BY 1
                       UNTIL WS-KDX > WS-PR-COUNT OR LOG-PRUNED
                   IF WS-PR-ALIAS(WS-KDX) = WS-CUR-ALIAS
                       AND WS-PR-ID(WS-KDX) = WS-MISSING-NAME
                       SET LOG-PRUNED TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF LOG-PRUNED
               MOVE "PRUNED" TO MFC-RC-CHAIN-STATUS
           ELSE
               MOVE "BROKEN" TO MFC-RC-CHAIN-STATUS
           END-IF.

      * An online image is only consistent once rolled through its own
      * last log; a chain that stops short of it recovers to nothing.
       6300-CHECK-ONLINE-IMAGE.
           IF WS-END-IDX > 0
               IF WS-LG-NUM(WS-END-IDX) >= WS-BK-LAST-NUM(WS-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "N" TO MFC-RC-RESTORABLE
           MOVE SPACES TO MFC-RC-RECOVER-TO-TS.

       6500-WRITE-CHAIN-REC.
           WRITE MFC-RECOV-CHAIN-REC
           ADD 1 TO WS-ACCT-WRITTEN.

       9000-TERMINATE.
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
           CLOSE CHAIN-FILE.
