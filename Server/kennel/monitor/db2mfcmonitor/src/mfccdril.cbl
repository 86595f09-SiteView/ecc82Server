      ***********************************************************************
      *
      *  Source File Name = MFCCDRIL.CBL
      *
      *  Function = Automated restore-test drill to a scratch database,
      *             with measured recovery time.
      *
      *             A backup image nobody has restored is only an
      *             assumption. Each run of this program drills one
      *             database off the rotating schedule MFCDRLSP
      *             (mfcdrls.cbl) - the one whose last drill on the
      *             drill history MFCDRLHO is oldest, never-drilled
      *             databases first - so the schedule is worked round
      *             one database per run:
      *
      *               - the image is the newest ACTIVE backup of the
      *                 database on the reconciliation extract MFCBKRSO
      *                 (MFCCHRS, mfcbkrs.cbl);
      *               - db2gRestore (DB2G-RESTORE-STRUCT) restores it
      *                 into the schedule's scratch alias, leaving it
      *                 rollforward-pending;
      *               - db2gRollforward rolls the scratch copy forward
      *                 to end of logs and completes;
      *               - MFCCPING is CALLed against the scratch alias
      *                 through its one-alias MFCRQALS override (the
      *                 MFCRQDSP convention), and its MFCPINGO row for
      *                 the scratch alias is the ping result;
      *               - db2gInspect checks the whole database (the
      *                 MFCCINSP check pass - the drill step runs
      *                 attached to the scratch alias);
      *               - the scratch database is dropped (sqlgdrpd)
      *                 whatever happened, once a restore was tried.
      *
      *             The restore, rollforward and total elapsed seconds
      *             are written with every step's SQLCODE to MFCDRLHO
      *             (mfcdrlh.cbl), the total held against the
      *             schedule's RTO target. The restore and the drop are
      *             journaled on MFCCCJLO through MFCUCCJL (actions
      *             RESTORE-TEST and DROP-SCRATCH).
      *
      *             Guardrail: the drill is REFUSED, and nothing is
      *             restored or dropped, when the scratch alias is the
      *             database's own alias or any alias on the database
      *             master MFCDBMF. MFCR106 is the quarterly report of
      *             databases with no successful drill.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCDRIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-FILE ASSIGN TO "MFCDRLSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.
           SELECT DRILL-FILE ASSIGN TO "MFCDRLHO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DH-STATUS.
           SELECT BKRS-FILE ASSIGN TO "MFCBKRSO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MFCDBMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MFC-DM-DB-ALIAS
               FILE STATUS IS WS-DM-STATUS.
           SELECT ALIAS-OUT-FILE ASSIGN TO "MFCRQALS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AW-STATUS.
           SELECT PING-FILE ASSIGN TO "MFCPINGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MFCCCJLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CJ-STATUS.
           SELECT ACCT-FILE ASSIGN TO "MFCRUNLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHED-FILE
           RECORDING MODE IS F.
           COPY "mfcdrls.cbl".
       FD  DRILL-FILE
           RECORDING MODE IS F.
           COPY "mfcdrlh.cbl".
       FD  BKRS-FILE
           RECORDING MODE IS F.
           COPY "mfcbkrs.cbl".
       FD  MASTER-FILE.
           COPY "mfcdbm.cbl".
       FD  ALIAS-OUT-FILE
           RECORDING MODE IS F.
           COPY "mfcping.cbl".
       FD  PING-FILE
           RECORDING MODE IS F.
           COPY "mfcpingh.cbl".
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY "mfcccj.cbl".
       FD  ACCT-FILE
           RECORDING MODE IS F.
           COPY "mfcracct.cbl".
       WORKING-STORAGE SECTION.
      * End-of-run accounting for the common run ledger
      * (MFCRACCT.CBL/MFCURACC.CBL) - one row appended at
      * 9000-TERMINATE time; the freshness watchdog (MFCWDOG)
      * reads this ledger to prove the collector still runs.
       01 WS-RN-STATUS                PIC XX.
       01 WS-RN-PROGRAM               PIC X(8) VALUE "MFCCDRIL".
       01 WS-ACCT-START-SECS          PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-READ                PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-WRITTEN             PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-SQLCODE             PIC S9(9) COMP-5 VALUE 0.
       01 WS-ACCT-STATUS              PIC X(8)
                                       VALUE "COMPLETE".
       01 WS-CJ-STATUS                PIC XX.
      * Unified change-control journal (MFCUCCJL/mfcccj.cbl) - the
      * restore into and the drop of the scratch database.
       01 WS-CJ-PROGRAM               PIC X(8) VALUE "MFCCDRIL".
       01 WS-CJ-ACTION                PIC X(12).
       01 WS-CJ-TARGET                PIC X(40).
       01 WS-CJ-OPERATOR              PIC X(8) VALUE "AUTODRIL".
       COPY "sqlca.cbl".
       COPY "sqlutil.cbl".
       COPY "db2ApiDf.cbl".

       01 WS-DS-STATUS                PIC XX.
       01 WS-DH-STATUS                PIC XX.
       01 WS-BK-STATUS                PIC XX.
       01 WS-DM-STATUS                PIC XX.
       01 WS-AW-STATUS                PIC XX.
       01 WS-PH-STATUS                PIC XX.
       01 WS-EOF-DS                   PIC X VALUE "N".
           88 EOF-DS                  VALUE "Y".
       01 WS-EOF-DH                   PIC X VALUE "N".
           88 EOF-DH                  VALUE "Y".
       01 WS-EOF-BK                   PIC X VALUE "N".
           88 EOF-BK                  VALUE "Y".
       01 WS-EOF-PH                   PIC X VALUE "N".
           88 EOF-PH                  VALUE "Y".
       01 WS-MASTER-OPEN              PIC X VALUE "N".
           88 MASTER-AVAIL            VALUE "Y".
       01 WS-ON-MASTER                PIC X VALUE "N".
           88 ON-MASTER               VALUE "Y".

      * The rotating schedule, with each database's last drill.
       01 WS-MAX-SCHED                PIC 9(9) COMP-5 VALUE 200.
       01 WS-SC-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-PICK-IDX                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-SCHED-TABLE.
           05 WS-SC-ENTRY OCCURS 200 TIMES.
              10 WS-SC-ALIAS          PIC X(20).
              10 WS-SC-SCRATCH        PIC X(20).
              10 WS-SC-RTO-SECS       PIC 9(9) COMP-5.
              10 WS-SC-LAST-SECS      PIC 9(9) COMP-5.

       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-DB-ALIAS                 PIC X(20).
       01 WS-SCRATCH-ALIAS            PIC X(20).
       01 WS-SCRATCH-LEN              PIC 9(4) COMP-5.
       01 WS-OUTCOME                  PIC X(12).

      * The image chosen off MFCBKRSO.
       01 WS-IMAGE-FOUND              PIC X VALUE "N".
           88 IMAGE-FOUND             VALUE "Y".
       01 WS-IMAGE-TS                 PIC X(14).
       01 WS-IMAGE-DEVICE             PIC X(1).
       01 WS-IMAGE-LOCATION           PIC X(80).
       01 WS-IMAGE-LOC-LEN            PIC 9(9) COMP-5.
       01 WS-TRAIL-SPACES             PIC 9(9) COMP-5.
       01 WS-LOCATION-ENTRY.
           05 WS-LOC-PTR              USAGE IS POINTER.
           05 WS-LOC-LEN              PIC 9(9) COMP-5.

      * Step clock and results.
       01 WS-T-START                  PIC 9(9) COMP-5.
       01 WS-T-RESTORED               PIC 9(9) COMP-5.
       01 WS-T-ROLLED                 PIC 9(9) COMP-5.
       01 WS-T-CHECKED                PIC 9(9) COMP-5.
       01 WS-RESTORE-TRIED            PIC X VALUE "N".
           88 RESTORE-TRIED           VALUE "Y".
       01 WS-RESTORE-SQLCODE          PIC S9(9) COMP-5 VALUE 0.
       01 WS-ROLLFWD-SQLCODE          PIC S9(9) COMP-5 VALUE 0.
       01 WS-PING-SQLCODE             PIC S9(9) COMP-5 VALUE 0.
       01 WS-INSPECT-SQLCODE          PIC S9(9) COMP-5 VALUE 0.
       01 WS-DROP-SQLCODE             PIC S9(9) COMP-5 VALUE 0.
       01 WS-PING-FOUND               PIC X VALUE "N".
           88 PING-FOUND              VALUE "Y".
       01 WS-CALL-FAILED              PIC X VALUE "N".
           88 CALL-FAILED             VALUE "Y".
       01 WS-CALL-PROGRAM             PIC X(8) VALUE "MFCCPING".

      * db2gRollforward output areas.
       01 WS-RF-STOP-TIME             PIC X(26).
       01 WS-RF-APPLID                PIC X(33).
       01 WS-RF-NUM-REPLIES           PIC 9(9) COMP-5.
       01 WS-RF-NODE-INFO             PIC X(200).
       01 WS-INSPECT-RESULTS          PIC X(20) VALUE "MFCDRLIB".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "MFCUTIME" USING WS-ACCT-START-SECS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PICK-DATABASE
           IF WS-PICK-IDX > 0
               PERFORM 3000-RUN-DRILL
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           CALL "MFCUTIME" USING WS-NOW-SECS
           OPEN INPUT MASTER-FILE
           IF WS-DM-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           END-IF
           OPEN INPUT SCHED-FILE
           IF WS-DS-STATUS = "00"
               PERFORM UNTIL EOF-DS
                   READ SCHED-FILE
                       AT END SET EOF-DS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ACCT-READ
                           IF WS-SC-COUNT < WS-MAX-SCHED
                               ADD 1 TO WS-SC-COUNT
                               MOVE MFC-DS-DB-ALIAS
                                   TO WS-SC-ALIAS(WS-SC-COUNT)
                               MOVE MFC-DS-SCRATCH-ALIAS
                                   TO WS-SC-SCRATCH(WS-SC-COUNT)
                               MOVE MFC-DS-RTO-TARGET-SECS
                                   TO WS-SC-RTO-SECS(WS-SC-COUNT)
                               MOVE 0 TO WS-SC-LAST-SECS(WS-SC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHED-FILE
           ELSE
               DISPLAY "MFCCDRIL: NO DRILL SCHEDULE MFCDRLSP, STATUS="
                   WS-DS-STATUS
           END-IF
           OPEN INPUT DRILL-FILE
           IF WS-DH-STATUS = "00"
               PERFORM UNTIL EOF-DH
                   READ DRILL-FILE
                       AT END SET EOF-DH TO TRUE
                       NOT AT END
                           PERFORM 1100-NOTE-PAST-DRILL
                   END-READ
               END-PERFORM
               CLOSE DRILL-FILE
           END-IF.

       1100-NOTE-PAST-DRILL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SC-COUNT
               IF WS-SC-ALIAS(WS-IDX) = MFC-DH-DB-ALIAS
                   AND MFC-DH-DRILL-SECS > WS-SC-LAST-SECS(WS-IDX)
                   MOVE MFC-DH-DRILL-SECS TO WS-SC-LAST-SECS(WS-IDX)
               END-IF
           END-PERFORM.

      * Least recently drilled wins; ties go to the earlier row.
       2000-PICK-DATABASE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SC-COUNT
               IF WS-PICK-IDX = 0
                   MOVE WS-IDX TO WS-PICK-IDX
               ELSE
                   IF WS-SC-LAST-SECS(WS-IDX)
                           < WS-SC-LAST-SECS(WS-PICK-IDX)
                       MOVE WS-IDX TO WS-PICK-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PICK-IDX > 0
               MOVE WS-SC-ALIAS(WS-PICK-IDX) TO WS-DB-ALIAS
               MOVE WS-SC-SCRATCH(WS-PICK-IDX) TO WS-SCRATCH-ALIAS
               DISPLAY "MFCCDRIL: DRILLING " WS-DB-ALIAS
                   " INTO " WS-SCRATCH-ALIAS
           END-IF.

       3000-RUN-DRILL.
           MOVE SPACES TO WS-OUTCOME
           MOVE SPACES TO WS-IMAGE-TS
           MOVE 0 TO WS-T-START WS-T-RESTORED WS-T-ROLLED
               WS-T-CHECKED
           PERFORM 3100-CHECK-SCRATCH
           IF WS-OUTCOME = SPACES
               PERFORM 3200-PICK-IMAGE
           END-IF
           IF WS-OUTCOME = SPACES
               PERFORM 4000-RESTORE-IMAGE
           END-IF
           IF WS-OUTCOME = SPACES
               PERFORM 4200-ROLLFORWARD
           END-IF
           IF WS-OUTCOME = SPACES
               PERFORM 4300-PING-SCRATCH
           END-IF
           IF WS-OUTCOME = SPACES
               PERFORM 4400-INSPECT-SCRATCH
           END-IF
           IF WS-OUTCOME = SPACES
               MOVE "PASSED" TO WS-OUTCOME
           ELSE
               MOVE "DEGRADED" TO WS-ACCT-STATUS
           END-IF
           IF RESTORE-TRIED
               PERFORM 4600-DROP-SCRATCH
           END-IF
           PERFORM 5000-WRITE-DRILL.

      * Never restore over, or drop, a real database.
       3100-CHECK-SCRATCH.
           MOVE "N" TO WS-ON-MASTER
           IF MASTER-AVAIL
               MOVE WS-SCRATCH-ALIAS TO MFC-DM-DB-ALIAS
               READ MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET ON-MASTER TO TRUE
               END-READ
           END-IF
           IF WS-SCRATCH-ALIAS = SPACES
               OR WS-SCRATCH-ALIAS = WS-DB-ALIAS
               OR ON-MASTER
               MOVE "REFUSED" TO WS-OUTCOME
               DISPLAY "MFCCDRIL: DRILL OF " WS-DB-ALIAS
                   " REFUSED - SCRATCH ALIAS " WS-SCRATCH-ALIAS
                   " IS A REAL DATABASE"
           END-IF.

      * Newest ACTIVE backup of the database on the extract - the
      * fourteen-byte timestamps at the front of the backup id sort
      * in time order.
       3200-PICK-IMAGE.
           MOVE "N" TO WS-IMAGE-FOUND
           OPEN INPUT BKRS-FILE
           IF WS-BK-STATUS = "00"
               PERFORM UNTIL EOF-BK
                   READ BKRS-FILE
                       AT END SET EOF-BK TO TRUE
                       NOT AT END
                           IF MFC-BK-OPERATION = DB2HIST-OP-BACKUP
                               AND MFC-BK-STATUS
                                   = DB2HISTORY-STATUS-ACTIVE
                               AND MFC-BK-DB-ALIAS = WS-DB-ALIAS
                               AND (NOT IMAGE-FOUND
                                   OR MFC-BK-ID(1:14) > WS-IMAGE-TS)
                               SET IMAGE-FOUND TO TRUE
                               MOVE MFC-BK-ID(1:14) TO WS-IMAGE-TS
                               MOVE MFC-BK-DEVICE-TYPE
                                   TO WS-IMAGE-DEVICE
                               MOVE MFC-BK-LOCATION
                                   TO WS-IMAGE-LOCATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BKRS-FILE
           END-IF
           IF NOT IMAGE-FOUND
               MOVE "NO-IMAGE" TO WS-OUTCOME
               DISPLAY "MFCCDRIL: NO ACTIVE BACKUP OF " WS-DB-ALIAS
                   " ON MFCBKRSO"
           END-IF.

       4000-RESTORE-IMAGE.
           SET DB2-PI-SOURCE-DBALIAS OF DB2G-RESTORE-STRUCT
               TO ADDRESS OF WS-DB-ALIAS
           MOVE LENGTH OF WS-DB-ALIAS
               TO DB2-I-SOURCE-DBALIAS-LEN OF DB2G-RESTORE-STRUCT
           SET DB2-PI-TARGET-DBALIAS OF DB2G-RESTORE-STRUCT
               TO ADDRESS OF WS-SCRATCH-ALIAS
           MOVE LENGTH OF WS-SCRATCH-ALIAS
               TO DB2-I-TARGET-DBALIAS-LEN OF DB2G-RESTORE-STRUCT
           SET DB2-PO-APPLICATION-ID OF DB2G-RESTORE-STRUCT TO NULL
           MOVE 0 TO DB2-I-APPLICATION-ID-LEN OF DB2G-RESTORE-STRUCT
           SET DB2-PI-TIMESTAMP OF DB2G-RESTORE-STRUCT
               TO ADDRESS OF WS-IMAGE-TS
           MOVE LENGTH OF WS-IMAGE-TS
               TO DB2-I-TIMESTAMP-LEN OF DB2G-RESTORE-STRUCT
           SET DB2-PI-TARGET-DBPATH OF DB2G-RESTORE-STRUCT TO NULL
           MOVE 0 TO DB2-I-TARGET-DBPATH-LEN OF DB2G-RESTORE-STRUCT
           SET DB2-PI-REPORT-FILE OF DB2G-RESTORE-STRUCT TO NULL
           MOVE 0 TO DB2-I-REPORT-FILE-LEN OF DB2G-RESTORE-STRUCT
           SET DB2-PI-TABLESPACE-LIST OF DB2G-RESTORE-STRUCT TO NULL
           SET DB2-PI-USERNAME OF DB2G-RESTORE-STRUCT TO NULL
           MOVE 0 TO DB2-I-USERNAME-LEN OF DB2G-RESTORE-STRUCT
           SET DB2-PI-PASSWORD OF DB2G-RESTORE-STRUCT TO NULL
           MOVE 0 TO DB2-I-PASSWORD-LEN OF DB2G-RESTORE-STRUCT
           SET DB2-PI-NEW-LOG-PATH OF DB2G-RESTORE-STRUCT TO NULL
           MOVE 0 TO DB2-I-NEW-LOG-PATH-LEN OF DB2G-RESTORE-STRUCT
           SET DB2-PI-VENDOR-OPTIONS OF DB2G-RESTORE-STRUCT TO NULL
           MOVE 0 TO DB2-I-VENDOR-OPTIONS-SIZE OF DB2G-RESTORE-STRUCT
           SET DB2-PI-COMPR-LIBRARY OF DB2G-RESTORE-STRUCT TO NULL
           MOVE 0 TO DB2-I-COMPR-LIBRARY-LEN OF DB2G-RESTORE-STRUCT
           SET DB2-PI-COMPR-OPTIONS OF DB2G-RESTORE-STRUCT TO NULL
           MOVE 0 TO DB2-I-COMPR-OPTIONS-SIZE OF DB2G-RESTORE-STRUCT
           SET DB2-PI-LOG-TARGET OF DB2G-RESTORE-STRUCT TO NULL
           MOVE 0 TO DB2-I-LOG-TARGET-LEN OF DB2G-RESTORE-STRUCT
           SET DB2-PI-STORAGE-PATHS OF DB2G-RESTORE-STRUCT TO NULL
           MOVE 0 TO DB2-I-PARALLELISM OF DB2G-RESTORE-STRUCT
           MOVE 0 TO DB2-I-BUFFER-SIZE OF DB2G-RESTORE-STRUCT
           MOVE 0 TO DB2-I-NUM-BUFFERS OF DB2G-RESTORE-STRUCT
           MOVE DB2RESTORE-NOINTERRUPT
               TO DB2-I-CALLER-ACTION OF DB2G-RESTORE-STRUCT
      * Whole database, offline, left rollforward-pending for
      * 4200-ROLLFORWARD.
           COMPUTE DB2-I-OPTIONS OF DB2G-RESTORE-STRUCT =
               DB2RESTORE-DB + DB2RESTORE-OFFLINE + DB2RESTORE-ROLLFWD
           PERFORM 4100-SET-MEDIA-LIST
           SET DB2-PI-MEDIA-LIST OF DB2G-RESTORE-STRUCT
               TO ADDRESS OF DB2G-MEDIA-LIST-STRUCT
           CALL "MFCUTIME" USING WS-T-START
           SET RESTORE-TRIED TO TRUE
           CALL "db2gRestore" USING DB2VERSION810
               DB2G-RESTORE-STRUCT SQLCA
           CALL "MFCUTIME" USING WS-T-RESTORED
           MOVE WS-T-RESTORED TO WS-T-ROLLED WS-T-CHECKED
           MOVE SQLCODE TO WS-RESTORE-SQLCODE
           MOVE "RESTORE-TEST" TO WS-CJ-ACTION
           MOVE SPACES TO WS-CJ-TARGET
           STRING "IMAGE " DELIMITED BY SIZE
               WS-IMAGE-TS DELIMITED BY SIZE
               " INTO " DELIMITED BY SIZE
               WS-SCRATCH-ALIAS DELIMITED BY SPACE
               INTO WS-CJ-TARGET
           PERFORM 4800-WRITE-JOURNAL
           IF SQLCODE NOT = 0
               MOVE "RESTORE-FAIL" TO WS-OUTCOME
               DISPLAY "MFCCDRIL: db2gRestore SQLCODE=" SQLCODE
                   " DB=" WS-DB-ALIAS " IMAGE=" WS-IMAGE-TS
               PERFORM 4900-NOTE-SQLCODE
           END-IF.

      * A disk image is restored from the directory the history entry
      * names; TSM and vendor images are found by the product itself.
       4100-SET-MEDIA-LIST.
           IF WS-IMAGE-DEVICE = SQLU-DISK-MEDIA
               OR WS-IMAGE-DEVICE = SQLU-LOCAL-MEDIA
               MOVE SQLU-LOCAL-MEDIA
                   TO DB2-LOCATION-TYPE OF DB2G-MEDIA-LIST-STRUCT
               MOVE 0 TO WS-TRAIL-SPACES
               INSPECT FUNCTION REVERSE(WS-IMAGE-LOCATION)
                   TALLYING WS-TRAIL-SPACES FOR LEADING SPACE
               COMPUTE WS-IMAGE-LOC-LEN =
                   LENGTH OF WS-IMAGE-LOCATION - WS-TRAIL-SPACES
               SET WS-LOC-PTR TO ADDRESS OF WS-IMAGE-LOCATION
               MOVE WS-IMAGE-LOC-LEN TO WS-LOC-LEN
               SET DB2-LOCATIONS OF DB2G-MEDIA-LIST-STRUCT
                   TO ADDRESS OF WS-LOCATION-ENTRY
               MOVE 1 TO DB2-NUM-LOCATIONS OF DB2G-MEDIA-LIST-STRUCT
           ELSE
               MOVE WS-IMAGE-DEVICE
                   TO DB2-LOCATION-TYPE OF DB2G-MEDIA-LIST-STRUCT
               SET DB2-LOCATIONS OF DB2G-MEDIA-LIST-STRUCT TO NULL
               MOVE 0 TO DB2-NUM-LOCATIONS OF DB2G-MEDIA-LIST-STRUCT
           END-IF.

      * To end of logs and complete, offline, all nodes.
       4200-ROLLFORWARD.
           MOVE SQLUM-INFINITY-TIMESTAMP TO WS-RF-STOP-TIME
           MOVE LENGTH OF WS-SCRATCH-ALIAS
               TO SQL-DBALIASLEN OF DB2G-RFWD-INPUT-STRUCT
           MOVE LENGTH OF WS-RF-STOP-TIME
               TO SQL-STOPTIMELEN OF DB2G-RFWD-INPUT-STRUCT
           MOVE 0 TO SQL-USERNAMELEN OF DB2G-RFWD-INPUT-STRUCT
           MOVE 0 TO SQL-PASSWORDLEN OF DB2G-RFWD-INPUT-STRUCT
           MOVE 0 TO SQL-OVRLOGPATHLEN OF DB2G-RFWD-INPUT-STRUCT
           MOVE 0 TO SQL-DROPPEDTBLIDLEN OF DB2G-RFWD-INPUT-STRUCT
           MOVE 0 TO SQL-EXPORTDIRLEN OF DB2G-RFWD-INPUT-STRUCT
           MOVE DB2VERSION810 TO SQL-VERSION OF DB2G-RFWD-INPUT-STRUCT
           SET SQL-DBALIAS OF DB2G-RFWD-INPUT-STRUCT
               TO ADDRESS OF WS-SCRATCH-ALIAS
           MOVE DB2ROLLFORWARD-RFWD-STOP
               TO SQL-CALLERACTION OF DB2G-RFWD-INPUT-STRUCT
           SET SQL-STOPTIME OF DB2G-RFWD-INPUT-STRUCT
               TO ADDRESS OF WS-RF-STOP-TIME
           SET SQL-USERNAME OF DB2G-RFWD-INPUT-STRUCT TO NULL
           SET SQL-PASSWORD OF DB2G-RFWD-INPUT-STRUCT TO NULL
           SET SQL-OVERFLOWLOGPATH OF DB2G-RFWD-INPUT-STRUCT TO NULL
           MOVE 0 TO SQL-NUMCHANGE OF DB2G-RFWD-INPUT-STRUCT
           SET DB2-PI-CHNG-LOG-OVRFLW OF DB2G-RFWD-INPUT-STRUCT
               TO NULL
           MOVE DB2ROLLFORWARD-OFFLINE
               TO SQL-CONNECTMODE OF DB2G-RFWD-INPUT-STRUCT
           SET DB2-PI-TABLESPACE-LIST OF DB2G-RFWD-INPUT-STRUCT
               TO NULL
           MOVE SQLURF-ALL-NODES
               TO SQL-ALLNODEFLAG OF DB2G-RFWD-INPUT-STRUCT
           MOVE 0 TO SQL-NUMNODES OF DB2G-RFWD-INPUT-STRUCT
           SET SQL-NODELIST OF DB2G-RFWD-INPUT-STRUCT TO NULL
           MOVE 1 TO SQL-NUMNODEINFO OF DB2G-RFWD-INPUT-STRUCT
           SET SQL-DROPPEDTBLID OF DB2G-RFWD-INPUT-STRUCT TO NULL
           SET SQL-EXPORTDIR OF DB2G-RFWD-INPUT-STRUCT TO NULL
           MOVE DB2ROLLFORWARD-EMPTY-FLAG
               TO SQL-ROLLFORWARDFLAGS OF DB2G-RFWD-INPUT-STRUCT
           SET SQL-APPLID OF DB2RFWD-OUTPUT-STRUCT
               TO ADDRESS OF WS-RF-APPLID
           SET SQL-NUMREPLIES OF DB2RFWD-OUTPUT-STRUCT
               TO ADDRESS OF WS-RF-NUM-REPLIES
           SET DB2-PO-NODE-INFO OF DB2RFWD-OUTPUT-STRUCT
               TO ADDRESS OF WS-RF-NODE-INFO
           SET DB2-PI-RFWD-INPUT OF DB2G-ROLLFORWARD-STRUCT
               TO ADDRESS OF DB2G-RFWD-INPUT-STRUCT
           SET DB2-PO-RFWD-OUTPUT OF DB2G-ROLLFORWARD-STRUCT
               TO ADDRESS OF DB2RFWD-OUTPUT-STRUCT
           CALL "db2gRollforward" USING DB2VERSION810
               DB2G-ROLLFORWARD-STRUCT SQLCA
           CALL "MFCUTIME" USING WS-T-ROLLED
           MOVE WS-T-ROLLED TO WS-T-CHECKED
           MOVE SQLCODE TO WS-ROLLFWD-SQLCODE
           IF SQLCODE NOT = 0
               MOVE "RFWD-FAIL" TO WS-OUTCOME
               DISPLAY "MFCCDRIL: db2gRollforward SQLCODE=" SQLCODE
                   " SCRATCH=" WS-SCRATCH-ALIAS
               PERFORM 4900-NOTE-SQLCODE
           END-IF.

      * MFCCPING pointed at the scratch alias through its one-record
      * override, then the override emptied again so the next
      * scheduled ping run works its standing list.
       4300-PING-SCRATCH.
           OPEN OUTPUT ALIAS-OUT-FILE
           MOVE WS-SCRATCH-ALIAS TO MFC-PG-DB-ALIAS
           WRITE MFC-PING-DB-REC
           CLOSE ALIAS-OUT-FILE
           MOVE "N" TO WS-CALL-FAILED
           CALL WS-CALL-PROGRAM
               ON EXCEPTION
                   SET CALL-FAILED TO TRUE
           END-CALL
           CANCEL WS-CALL-PROGRAM
           MOVE 0 TO RETURN-CODE
           OPEN OUTPUT ALIAS-OUT-FILE
           CLOSE ALIAS-OUT-FILE
           MOVE "N" TO WS-PING-FOUND
           MOVE "N" TO WS-EOF-PH
           OPEN INPUT PING-FILE
           IF WS-PH-STATUS = "00"
               PERFORM UNTIL EOF-PH
                   READ PING-FILE
                       AT END SET EOF-PH TO TRUE
                       NOT AT END
                           IF MFC-PH-DB-ALIAS = WS-SCRATCH-ALIAS
                               AND MFC-PH-POLL-SECS >= WS-T-ROLLED
                               SET PING-FOUND TO TRUE
                               MOVE MFC-PH-SQLCODE TO WS-PING-SQLCODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PING-FILE
           END-IF
           IF CALL-FAILED OR NOT PING-FOUND
               MOVE "NO-PING-ROW" TO WS-OUTCOME
               DISPLAY "MFCCDRIL: NO MFCCPING RESULT FOR SCRATCH "
                   WS-SCRATCH-ALIAS
           ELSE
               IF WS-PING-SQLCODE NOT = 0
                   MOVE "PING-FAIL" TO WS-OUTCOME
                   DISPLAY "MFCCDRIL: PING OF SCRATCH "
                       WS-SCRATCH-ALIAS " SQLCODE=" WS-PING-SQLCODE
               END-IF
           END-IF.

      * Whole-database structural check, results file kept only on
      * error.
       4400-INSPECT-SCRATCH.
           SET DB2-PI-TABLESPACE-NAME OF DB2G-INSPECT-STRUCT TO NULL
           MOVE 0 TO DB2-I-TABLESPACE-NAME-LENGTH OF DB2G-INSPECT-STRUCT
           SET DB2-PI-TABLE-NAME OF DB2G-INSPECT-STRUCT TO NULL
           MOVE 0 TO DB2-I-TABLE-NAME-LENGTH OF DB2G-INSPECT-STRUCT
           SET DB2-PI-SCHEMA-NAME OF DB2G-INSPECT-STRUCT TO NULL
           MOVE 0 TO DB2-I-SCHEMA-NAME-LENGTH OF DB2G-INSPECT-STRUCT
           SET DB2-PI-RESULTS-NAME OF DB2G-INSPECT-STRUCT
               TO ADDRESS OF WS-INSPECT-RESULTS
           MOVE LENGTH OF WS-INSPECT-RESULTS
               TO DB2-I-RESULTS-NAME-LENGTH OF DB2G-INSPECT-STRUCT
           SET DB2-PI-DATA-FILE-NAME OF DB2G-INSPECT-STRUCT TO NULL
           MOVE 0 TO DB2-I-DATA-FILE-NAME-LENGTH OF DB2G-INSPECT-STRUCT
           SET DB2-PI-NODE-LIST OF DB2G-INSPECT-STRUCT TO NULL
           MOVE DB2INSPECT-ACTION-CHECK
               TO DB2-I-ACTION OF DB2G-INSPECT-STRUCT
           MOVE DB2INSPECT-ACT-CHECK-DB
               TO DB2-I-BEGIN-CHECK-OPTION OF DB2G-INSPECT-STRUCT
           MOVE 0 TO DB2-I-TABLESPACE-ID OF DB2G-INSPECT-STRUCT
           MOVE 0 TO DB2-I-OBJECT-ID OF DB2G-INSPECT-STRUCT
           MOVE 0 TO DB2-I-FIRST-PAGE OF DB2G-INSPECT-STRUCT
           MOVE DB2INSPECT-NUMPAGES-TO-THE-END
               TO DB2-I-NUMBER-OF-PAGES OF DB2G-INSPECT-STRUCT
           MOVE 0 TO DB2-I-FORMAT-TYPE OF DB2G-INSPECT-STRUCT
           MOVE 0 TO DB2-I-OPTIONS OF DB2G-INSPECT-STRUCT
           MOVE DB2INSPECT-LIMIT-ERROR-DEFAULT
               TO DB2-I-LIMIT-ERROR-REPORTED OF DB2G-INSPECT-STRUCT
           MOVE DB2INSPECT-ERROR-STATE-NORMAL
               TO DB2-I-OBJECT-ERROR-STATE OF DB2G-INSPECT-STRUCT
           MOVE DB2INSPECT-CAT-TO-TABSP-YES
               TO DB2-I-CATALOG-TO-TABLESPACE OF DB2G-INSPECT-STRUCT
           MOVE DB2INSPECT-RESFILE-CLEANUP
               TO DB2-I-KEEP-RESULTFILE OF DB2G-INSPECT-STRUCT
           MOVE 0 TO DB2-I-ALL-NODE-FLAG OF DB2G-INSPECT-STRUCT
           MOVE 0 TO DB2-I-NUM-NODES OF DB2G-INSPECT-STRUCT
           MOVE DB2INSPECT-LEVEL-NORMAL
               TO DB2-I-LEVEL-OBJECT-DATA OF DB2G-INSPECT-STRUCT
               DB2-I-LEVEL-OBJECT-INDEX OF DB2G-INSPECT-STRUCT
               DB2-I-LEVEL-OBJECT-LONG OF DB2G-INSPECT-STRUCT
               DB2-I-LEVEL-OBJECT-LOB OF DB2G-INSPECT-STRUCT
               DB2-I-LEVEL-OBJECT-BLK-MAP OF DB2G-INSPECT-STRUCT
               DB2-I-LEVEL-EXTENT-MAP OF DB2G-INSPECT-STRUCT
           CALL "db2gInspect" USING DB2VERSION810
               DB2G-INSPECT-STRUCT SQLCA
           CALL "MFCUTIME" USING WS-T-CHECKED
           MOVE SQLCODE TO WS-INSPECT-SQLCODE
           IF SQLCODE NOT = 0
               MOVE "INSPECT-FAIL" TO WS-OUTCOME
               DISPLAY "MFCCDRIL: db2gInspect SQLCODE=" SQLCODE
                   " SCRATCH=" WS-SCRATCH-ALIAS
               PERFORM 4900-NOTE-SQLCODE
           END-IF.

       4600-DROP-SCRATCH.
           MOVE LENGTH OF WS-SCRATCH-ALIAS TO WS-SCRATCH-LEN
           CALL "sqlgdrpd" USING BY VALUE WS-SCRATCH-LEN
               BY REFERENCE SQLCA
               BY REFERENCE WS-SCRATCH-ALIAS
           MOVE SQLCODE TO WS-DROP-SQLCODE
           MOVE "DROP-SCRATCH" TO WS-CJ-ACTION
           MOVE WS-SCRATCH-ALIAS TO WS-CJ-TARGET
           PERFORM 4800-WRITE-JOURNAL
           IF SQLCODE < 0
               DISPLAY "MFCCDRIL: DROP OF SCRATCH " WS-SCRATCH-ALIAS
                   " SQLCODE=" SQLCODE " - DROP IT BY HAND"
               PERFORM 4900-NOTE-SQLCODE
               MOVE "DEGRADED" TO WS-ACCT-STATUS
           END-IF.

       4800-WRITE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF WS-CJ-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           CALL "MFCUCCJL" USING WS-CJ-PROGRAM WS-DB-ALIAS
               WS-CJ-ACTION WS-CJ-TARGET SQLCODE WS-CJ-OPERATOR
               MFC-CHANGE-JOURNAL-REC
           WRITE MFC-CHANGE-JOURNAL-REC
           ADD 1 TO WS-ACCT-WRITTEN
           CLOSE JOURNAL-FILE.

       4900-NOTE-SQLCODE.
           IF SQLCODE < WS-ACCT-SQLCODE
               MOVE SQLCODE TO WS-ACCT-SQLCODE
           END-IF.

       5000-WRITE-DRILL.
           OPEN EXTEND DRILL-FILE
           IF WS-DH-STATUS = "35"
               OPEN OUTPUT DRILL-FILE
           END-IF
           MOVE WS-NOW-SECS TO MFC-DH-DRILL-SECS
           MOVE WS-DB-ALIAS TO MFC-DH-DB-ALIAS
           MOVE WS-SCRATCH-ALIAS TO MFC-DH-SCRATCH-ALIAS
           MOVE WS-IMAGE-TS TO MFC-DH-IMAGE-ID
           IF RESTORE-TRIED
               COMPUTE MFC-DH-RESTORE-SECS = WS-T-RESTORED - WS-T-START
               COMPUTE MFC-DH-ROLLFWD-SECS = WS-T-ROLLED - WS-T-RESTORED
               COMPUTE MFC-DH-TOTAL-SECS = WS-T-CHECKED - WS-T-START
           ELSE
               MOVE 0 TO MFC-DH-RESTORE-SECS MFC-DH-ROLLFWD-SECS
                   MFC-DH-TOTAL-SECS
           END-IF
           MOVE WS-SC-RTO-SECS(WS-PICK-IDX) TO MFC-DH-RTO-TARGET-SECS
           MOVE SPACE TO MFC-DH-RTO-MET
           IF WS-OUTCOME = "PASSED" AND MFC-DH-RTO-TARGET-SECS > 0
               IF MFC-DH-TOTAL-SECS <= MFC-DH-RTO-TARGET-SECS
                   MOVE "Y" TO MFC-DH-RTO-MET
               ELSE
                   MOVE "N" TO MFC-DH-RTO-MET
                   DISPLAY "MFCCDRIL: " WS-DB-ALIAS " DRILL TOOK "
                       MFC-DH-TOTAL-SECS " SECS - RTO TARGET "
                       MFC-DH-RTO-TARGET-SECS " MISSED"
               END-IF
           END-IF
           MOVE WS-RESTORE-SQLCODE TO MFC-DH-RESTORE-SQLCODE
           MOVE WS-ROLLFWD-SQLCODE TO MFC-DH-ROLLFWD-SQLCODE
           MOVE WS-PING-SQLCODE TO MFC-DH-PING-SQLCODE
           MOVE WS-INSPECT-SQLCODE TO MFC-DH-INSPECT-SQLCODE
           MOVE WS-DROP-SQLCODE TO MFC-DH-DROP-SQLCODE
           MOVE WS-OUTCOME TO MFC-DH-OUTCOME
           WRITE MFC-DRILL-HIST-REC
           ADD 1 TO WS-ACCT-WRITTEN
           CLOSE DRILL-FILE
           DISPLAY "MFCCDRIL: DRILL OF " WS-DB-ALIAS " " WS-OUTCOME.

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
           IF MASTER-AVAIL
               CLOSE MASTER-FILE
           END-IF.
