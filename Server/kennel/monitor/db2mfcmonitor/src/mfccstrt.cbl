      ***********************************************************************
      *
      *  Source File Name = MFCCSTRT.CBL
      *
      *  Function = Unplanned instance restart detector.
      *
      *             An instance that bounced at 03:10 and was back
      *             before the next MFCCPING poll used to look like one
      *             failed poll, or nothing at all. This program walks
      *             one db2GetSnapshot buffer, takes DB2START-TIME off
      *             the fixed SQLM-DB2 structure, the instance name
      *             (SQLM-ELM-SERVER-INSTANCE-NAME) and the name of
      *             every active database, and compares the db2start
      *             time with the instance's newest row on its own
      *             history MFCSTRTO (mfcdbst.cbl).
      *
      *             When the db2start time has moved the instance was
      *             restarted since the last run. The outage is taken
      *             to run from the last moment the instance was known
      *             up - the previous run, or a later successful
      *             MFCPINGO poll of one of its databases - to the new
      *             db2start time, and the program looks for something
      *             that explains it, EXPLAIN-GRACE-SECS either side:
      *               the change journal MFCCCJLO - a restart-type
      *                 action (RESTART-DB, DB2STOP, DB2START,
      *                 DRAIN-BOUNCE, BOUNCE-INST) against one of the
      *                 instance's databases, the instance, "*DBM*"
      *                 or "*ALL*";
      *               the maintenance calendar MFCMWINP - a window for
      *                 one of its databases or "*ALL*" overlapping
      *                 the outage.
      *             Explained, the restart is recorded as planned.
      *             Unexplained, it is recorded as unplanned, written
      *             to the unplanned-outage file MFCUPLNO (mfcupln.cbl)
      *             and raised on MFCALRTO (UNPLANNED-RESTART).
      *
      *             Every run appends one instance row and one row per
      *             database to MFCSTRTO; the run that sees the restart
      *             carries the verdict on each, which is what the
      *             monthly availability report MFCR103 sums. The
      *             history is never thinned in shed mode - a missing
      *             row would hide the next restart.
      *
      *             EXPLAIN-GRACE-SECS comes from the PARM file
      *             MFCSTRTP (MFCTHR.CBL convention, default 900).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCSTRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFY-FILE ASSIGN TO "MFCPFMDP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VF-STATUS.
           SELECT DB2START-HIST-FILE ASSIGN TO "MFCSTRTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.
           SELECT PARM-FILE ASSIGN TO "MFCSTRTP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MFCCCJLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CJ-STATUS.
           SELECT WINDOW-FILE ASSIGN TO "MFCMWINP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MW-STATUS.
           SELECT PING-FILE ASSIGN TO "MFCPINGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.
           SELECT OUTAGE-FILE ASSIGN TO "MFCUPLNO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UO-STATUS.
           SELECT ALERT-FILE ASSIGN TO "MFCALRTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT ENV-FILE ASSIGN TO "MFCSTRTE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EV-STATUS.
           SELECT ERRLOG-FILE ASSIGN TO "MFCERRLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EL-STATUS.
           SELECT DIAG-FILE ASSIGN TO "MFCDIAGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DG-STATUS.
           SELECT ACCT-FILE ASSIGN TO "MFCRUNLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Preflight verify-mode flag (MFCPFMDP) - set by MFCPFLGT
      * ahead of the sweep; "VERIFY" turns this run into a
      * connect-and-walk check that writes nothing.
       FD  VERIFY-FILE
           RECORDING MODE IS F.
       01 VERIFY-REC                  PIC X(8).
       FD  DB2START-HIST-FILE
           RECORDING MODE IS F.
           COPY "mfcdbst.cbl".
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY "mfcccj.cbl".
       FD  WINDOW-FILE
           RECORDING MODE IS F.
           COPY "mfcmwin.cbl".
       FD  PING-FILE
           RECORDING MODE IS F.
           COPY "mfcpingh.cbl".
       FD  OUTAGE-FILE
           RECORDING MODE IS F.
           COPY "mfcupln.cbl".
       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY "mfcalert.cbl".
       FD  ENV-FILE
           RECORDING MODE IS F.
           COPY "mfcenv.cbl".
       FD  ERRLOG-FILE
           RECORDING MODE IS F.
           COPY "mfcerrlg.cbl".
       FD  DIAG-FILE
           RECORDING MODE IS F.
           COPY "mfcdiag.cbl".
       FD  ACCT-FILE
           RECORDING MODE IS F.
           COPY "mfcracct.cbl".
       WORKING-STORAGE SECTION.
       01 WS-VF-STATUS                PIC XX.
       01 WS-VERIFY-MODE              PIC X VALUE "N".
           88 VERIFY-MODE             VALUE "Y".
       01 WS-VF-BAD                   PIC X VALUE "N".
           88 VERIFY-WALK-BAD         VALUE "Y".
      * End-of-run accounting for the common run ledger
      * (MFCRACCT.CBL/MFCURACC.CBL) - one row appended at
      * 9000-TERMINATE time; the freshness watchdog (MFCWDOG)
      * reads this ledger to prove the collector still runs.
       01 WS-RN-STATUS                PIC XX.
       01 WS-RN-PROGRAM               PIC X(8) VALUE "MFCCSTRT".
       01 WS-ACCT-START-SECS          PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-READ                PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-WRITTEN             PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-SQLCODE             PIC S9(9) COMP-5 VALUE 0.
       01 WS-ACCT-STATUS              PIC X(8)
                                       VALUE "COMPLETE".
      * Control-total envelope for this run's appended rows
      * (MFCUENVW/mfcenv.cbl) - MFCENVCK reconciles consumers.
       01 WS-EV-STATUS                PIC XX.
       01 WS-LAYOUT-VERSION           PIC 9(9) COMP-5 VALUE 1.
       01 WS-HASH-TOTAL               PIC 9(18) COMP-5 VALUE 0.
      * Transient-error retry (MFCURTRY/MFCRTRYP) around the
      * snapshot API, and on hard failure one MFCERRLG record plus
      * the full diagnostic bundle (MFCUDIAG/mfcdiag.cbl) keyed by
      * the same timestamp - the MFCCPING convention.
       01 WS-EL-STATUS                PIC XX.
       01 WS-DG-STATUS                PIC XX.
       01 WS-FAIL-SECS                PIC 9(9) COMP-5.
       01 WS-DG-SOURCE                PIC X(8) VALUE "MFCCSTRT".
       01 WS-RT-KEY                   PIC X(20) VALUE SPACES.
       01 WS-SNAP-ATTEMPT             PIC 9(9) COMP-5 VALUE 1.
       01 WS-RETRY-FLAG               PIC X(1).
       01 WS-TRY-AGAIN                PIC X(1) VALUE "N".
           88 TRY-AGAIN               VALUE "Y".
       01 WS-PARM-SUMMARY             PIC X(80).
       01 WS-BUFFER-COUNTS            PIC X(40).
      * Shared per-sweep snapshot capture (MFCUSNAP/mfcsncp.cbl):
      * one sized db2GetSnapshot per partition serves every
      * collector in the sweep.
       01 WS-SNAP-FUNC                PIC X(1).
       01 WS-SNAP-ELEMENTS            PIC 9(9) COMP-5 VALUE 0.
       01 WS-SNAP-RESULT              PIC X(1).
           88 SNAP-TRUNCATED          VALUE "T".
       COPY "sqlca.cbl".
       COPY "sqlmonct.cbl".
       COPY "db2ApiDf.cbl".

       01 WS-ST-STATUS                PIC XX.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-CJ-STATUS                PIC XX.
       01 WS-MW-STATUS                PIC XX.
       01 WS-PH-STATUS                PIC XX.
       01 WS-UO-STATUS                PIC XX.
       01 WS-AL-STATUS                PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-HIST-OPEN                PIC X VALUE "N".
           88 HIST-OPEN               VALUE "Y".
       01 WS-OCC-PTR                  USAGE POINTER.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-MAX-OCC                  PIC 9(9) COMP-5 VALUE 2000.
       01 WS-COLLECT-SECS             PIC 9(9) COMP-5.
       01 WS-TEXT-LEN                 PIC 9(9) COMP-5.

       01 WS-GRACE-SECS               PIC 9(9) COMP-5 VALUE 900.
       01 WS-DBM-ALIAS                PIC X(20) VALUE "*DBM*".
       01 WS-CUR-INSTANCE             PIC X(20) VALUE SPACES.
       01 WS-CUR-DB2START             PIC 9(9) COMP-5 VALUE 0.
       01 WS-CUR-TEXT                 PIC X(20).

      * Databases on the instance: this run's active ones, then the
      * previous run's merged in.
       01 WS-MAX-DBS                  PIC 9(9) COMP-5 VALUE 200.
       01 WS-DB-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-DB-IDX                   PIC 9(9) COMP-5.
       01 WS-DB-TABLE.
           05 WS-DB-NAME              PIC X(20) OCCURS 200 TIMES.
       01 WS-PR-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-PR-TABLE.
           05 WS-PR-NAME              PIC X(20) OCCURS 200 TIMES.
       01 WS-ADD-NAME                 PIC X(20).

      * The instance's newest row on the history before this run.
       01 WS-PRIOR-SECS               PIC 9(9) COMP-5 VALUE 0.
       01 WS-PRIOR-DB2START           PIC 9(9) COMP-5 VALUE 0.

      * The verdict on a moved db2start time.
       01 WS-RESTARTED                PIC X VALUE "N".
           88 RESTARTED               VALUE "Y".
       01 WS-CLASS                    PIC X(1) VALUE SPACE.
       01 WS-DOWN-FROM                PIC 9(9) COMP-5 VALUE 0.
       01 WS-DOWN-SECS                PIC 9(9) COMP-5 VALUE 0.
       01 WS-WIN-FROM                 PIC 9(9) COMP-5.
       01 WS-WIN-TO                   PIC 9(9) COMP-5.
       01 WS-EXPLAINED-BY             PIC X(8) VALUE SPACES.
       01 WS-EXPLAIN-TEXT             PIC X(40) VALUE SPACES.
       01 WS-CHK-ALIAS                PIC X(20).
       01 WS-IN-SET                   PIC X VALUE "N".
           88 IN-SET                  VALUE "Y".
       01 WS-VERB-OK                  PIC X VALUE "N".
           88 VERB-OK                 VALUE "Y".

      * Change-journal actions that take an instance or database
      * down on purpose.
       01 WS-VERB-VALUES.
           05 FILLER                  PIC X(12) VALUE "RESTART-DB".
           05 FILLER                  PIC X(12) VALUE "DB2STOP".
           05 FILLER                  PIC X(12) VALUE "DB2START".
           05 FILLER                  PIC X(12) VALUE "DRAIN-BOUNCE".
           05 FILLER                  PIC X(12) VALUE "BOUNCE-INST".
       01 WS-VERB-TABLE REDEFINES WS-VERB-VALUES.
           05 WS-VERB                 PIC X(12) OCCURS 5 TIMES.
       01 WS-VERB-COUNT               PIC 9(9) COMP-5 VALUE 5.
       01 WS-VB-IDX                   PIC 9(9) COMP-5.

       01 WS-AL-SOURCE                PIC X(8)  VALUE "MFCCSTRT".
       01 WS-AL-METRIC                PIC X(20) VALUE
           "UNPLANNED-RESTART".
       01 WS-AL-KEY                   PIC X(20).
       01 WS-AL-ACTUAL                PIC 9(9) COMP-5.
       01 WS-AL-THRESHOLD             PIC 9(9) COMP-5 VALUE 0.
       01 WS-AL-MESSAGE               PIC X(60) VALUE
           "INSTANCE RESTARTED - NO JOURNAL ENTRY OR MAINT WINDOW".

       LINKAGE SECTION.
      * First 8 bytes common to every SQLM-* snapshot element - used to
      * decide which real structure to overlay the pointer with next.
       01 WS-SQLM-ELEM-HDR.
           05 WS-EH-SIZE               PIC 9(9) COMP-5.
           05 WS-EH-INFO-TYPE          PIC X.
           05 WS-EH-INFO-TYPE-N REDEFINES WS-EH-INFO-TYPE
                                        PIC 9 COMP-X.
           05 FILLER                   PIC X(3).
       01 WS-SQLM-TEXT-ELEM.
           05 FILLER                   PIC X(8).
           05 WS-TE-TEXT                PIC X(256).
       COPY "sqlmon.cbl".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-VERIFY-MODE
           IF VERIFY-MODE
               PERFORM 0600-VERIFY-ONLY
               GOBACK
           END-IF
           CALL "MFCUTIME" USING WS-ACCT-START-SECS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-GET-SNAPSHOT
           IF SQLCODE = 0
               PERFORM 3000-WALK-BUFFER
           END-IF
           IF SQLCODE = 0
               AND WS-CUR-DB2START > 0
               PERFORM 4000-LOAD-PRIOR-RUN
               PERFORM 5000-JUDGE-RESTART
               PERFORM 6000-WRITE-RUN-ROWS
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

      * GO/NO-GO preflight verify mode: the same connect, one
      * minimal default-class request and the same header walk the
      * real run trusts - but not one record written anywhere.
      * RETURN-CODE 0 is GO, 12 is NO-GO; MFCPFLGT chains these.
       0500-CHECK-VERIFY-MODE.
           OPEN INPUT VERIFY-FILE
           IF WS-VF-STATUS = "00"
               READ VERIFY-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF VERIFY-REC = "VERIFY"
                           SET VERIFY-MODE TO TRUE
                       END-IF
               END-READ
               CLOSE VERIFY-FILE
           END-IF.

       0600-VERIFY-ONLY.
           MOVE SQLM-DBMON-VERSION8
               TO DB2-I-VERSION OF DB2G-GET-SNAPSHOT-DATA
           MOVE SQLM-CLASS-DEFAULT
               TO DB2-I-SNAPSHOT-CLASS OF DB2G-GET-SNAPSHOT-DATA
           MOVE 0 TO DB2-I-NODE-NUMBER OF DB2G-GET-SNAPSHOT-DATA
           MOVE 0 TO DB2-I-STORE-RESULT
           CALL "db2GetSnapshot"
               USING DB2-I-VERSION OF DB2G-GET-SNAPSHOT-DATA
               DB2G-GET-SNAPSHOT-DATA SQLCA
           IF SQLCODE NOT = 0
               DISPLAY "MFCCSTRT: VERIFY NO-GO SQLCODE=" SQLCODE
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0700-VERIFY-WALK
           END-IF.

       0700-VERIFY-WALK.
           MOVE DB2-PO-BUFFER OF DB2G-GET-SNAPSHOT-DATA TO WS-OCC-PTR
           SET ADDRESS OF WS-SQLM-ELEM-HDR TO WS-OCC-PTR
           MOVE 0 TO WS-IDX
           MOVE "N" TO WS-VF-BAD
           PERFORM UNTIL WS-IDX >= WS-MAX-OCC
                   OR WS-EH-SIZE OF WS-SQLM-ELEM-HDR = 0
                   OR VERIFY-WALK-BAD
               IF WS-EH-SIZE OF WS-SQLM-ELEM-HDR < 8
                   SET VERIFY-WALK-BAD TO TRUE
               ELSE
                   SET WS-OCC-PTR TO ADDRESS OF WS-SQLM-ELEM-HDR
                   SET WS-OCC-PTR UP BY WS-EH-SIZE
                       OF WS-SQLM-ELEM-HDR
                   SET ADDRESS OF WS-SQLM-ELEM-HDR TO WS-OCC-PTR
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM
           IF VERIFY-WALK-BAD
               DISPLAY "MFCCSTRT: VERIFY NO-GO - STREAM NOT WALKABLE"
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "MFCCSTRT: VERIFY GO"
               MOVE 0 TO RETURN-CODE
           END-IF.

       1000-INITIALIZE.
           CALL "MFCUTIME" USING WS-COLLECT-SECS
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ PARM-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-THR-NAME = "EXPLAIN-GRACE-SECS"
                               MOVE MFC-THR-VALUE TO WS-GRACE-SECS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

       2000-GET-SNAPSHOT.
           MOVE SQLM-DBMON-VERSION8
               TO DB2-I-VERSION OF DB2G-GET-SNAPSHOT-DATA
           MOVE SQLM-CLASS-DEFAULT
               TO DB2-I-SNAPSHOT-CLASS OF DB2G-GET-SNAPSHOT-DATA
           MOVE 0 TO DB2-I-NODE-NUMBER OF DB2G-GET-SNAPSHOT-DATA
           MOVE 0 TO DB2-I-STORE-RESULT
           MOVE 1 TO WS-SNAP-ATTEMPT
           MOVE "Y" TO WS-TRY-AGAIN
           PERFORM 2050-SNAPSHOT-WITH-RETRY UNTIL NOT TRY-AGAIN
           IF SQLCODE NOT = 0
               DISPLAY "MFCCSTRT: db2GetSnapshot SQLCODE=" SQLCODE
               IF SQLCODE < WS-ACCT-SQLCODE
                   MOVE SQLCODE TO WS-ACCT-SQLCODE
               END-IF
               MOVE "FAILED" TO WS-ACCT-STATUS
               PERFORM 2060-WRITE-FAILURE-DIAG
           END-IF.

      * One attempt of the snapshot API; a transient SQLCODE goes
      * through the shared retry service (MFCURTRY/MFCRTRYP), which
      * journals the decision and takes the backoff sleep itself.
       2050-SNAPSHOT-WITH-RETRY.
      * The sweep's shared capture (MFCUSNAP) stands in for the
      * API call; a truncated capture is still walked, DEGRADED.
           MOVE "G" TO WS-SNAP-FUNC
           CALL "MFCUSNAP" USING WS-SNAP-FUNC WS-RN-PROGRAM
               WS-SNAP-ELEMENTS DB2G-GET-SNAPSHOT-DATA SQLCA
               WS-SNAP-RESULT
           IF SNAP-TRUNCATED
               MOVE "DEGRADED" TO WS-ACCT-STATUS
           END-IF
           IF SQLCODE = 0
               MOVE "N" TO WS-TRY-AGAIN
           ELSE
               CALL "MFCURTRY" USING WS-DG-SOURCE WS-RT-KEY
                   SQLCODE WS-SNAP-ATTEMPT WS-RETRY-FLAG
               IF WS-RETRY-FLAG = "Y"
                   ADD 1 TO WS-SNAP-ATTEMPT
               ELSE
                   MOVE "N" TO WS-TRY-AGAIN
               END-IF
           END-IF.

      * Hard failure: one MFCERRLG record plus the full diagnostic
      * bundle (MFCUDIAG/mfcdiag.cbl) keyed by the same timestamp,
      * so the vendor ticket gets the whole SQLCA, not 60 bytes.
       2060-WRITE-FAILURE-DIAG.
           CALL "MFCUTIME" USING WS-FAIL-SECS
           OPEN EXTEND ERRLOG-FILE
           IF WS-EL-STATUS = "35"
               OPEN OUTPUT ERRLOG-FILE
           END-IF
           MOVE WS-FAIL-SECS TO MFC-EL-TIMESTAMP-SECS
           MOVE WS-DG-SOURCE TO MFC-EL-SOURCE
           MOVE SQLCODE TO MFC-EL-SQLCODE
           MOVE SQLSTATE OF SQLCA TO MFC-EL-SQLSTATE
           MOVE "SNAPSHOT FAILED - SEE DIAG BUNDLE"
               TO MFC-EL-DETAIL
           WRITE MFC-ERROR-LOG-REC
           CLOSE ERRLOG-FILE
           OPEN EXTEND DIAG-FILE
           IF WS-DG-STATUS = "35"
               OPEN OUTPUT DIAG-FILE
           END-IF
           MOVE "CLASS=DEFAULT NODE=0" TO WS-PARM-SUMMARY
           MOVE "NO BUFFER - SNAPSHOT CALL FAILED"
               TO WS-BUFFER-COUNTS
           CALL "MFCUDIAG" USING WS-FAIL-SECS WS-DG-SOURCE SQLCA
               WS-PARM-SUMMARY WS-BUFFER-COUNTS
               MFC-DIAG-BUNDLE-REC
           WRITE MFC-DIAG-BUNDLE-REC
           CLOSE DIAG-FILE.

       3000-WALK-BUFFER.
           MOVE DB2-PO-BUFFER OF DB2G-GET-SNAPSHOT-DATA TO WS-OCC-PTR
           SET ADDRESS OF WS-SQLM-ELEM-HDR TO WS-OCC-PTR
           MOVE 0 TO WS-IDX
           PERFORM UNTIL WS-IDX >= WS-MAX-OCC
                   OR WS-EH-SIZE OF WS-SQLM-ELEM-HDR = 0
               PERFORM 3100-DISPATCH-ELEMENT
               SET WS-OCC-PTR TO ADDRESS OF WS-SQLM-ELEM-HDR
               SET WS-OCC-PTR UP BY WS-EH-SIZE OF WS-SQLM-ELEM-HDR
               SET ADDRESS OF WS-SQLM-ELEM-HDR TO WS-OCC-PTR
               ADD 1 TO WS-IDX
           END-PERFORM
      * Stopped at the element limit short of the end of the
      * capture: the elements past it are lost, so the run says so.
           IF WS-IDX >= WS-MAX-OCC
               AND WS-EH-SIZE OF WS-SQLM-ELEM-HDR NOT = 0
               MOVE "W" TO WS-SNAP-FUNC
               MOVE WS-IDX TO WS-SNAP-ELEMENTS
               CALL "MFCUSNAP" USING WS-SNAP-FUNC WS-RN-PROGRAM
                   WS-SNAP-ELEMENTS DB2G-GET-SNAPSHOT-DATA SQLCA
                   WS-SNAP-RESULT
               MOVE "DEGRADED" TO WS-ACCT-STATUS
           END-IF.

       3100-DISPATCH-ELEMENT.
           EVALUATE WS-EH-INFO-TYPE-N OF WS-SQLM-ELEM-HDR
               WHEN SQLM-ELM-DB2
                   SET ADDRESS OF SQLM-DB2 TO WS-OCC-PTR
                   MOVE SECONDS OF DB2START-TIME OF SQLM-DB2
                       TO WS-CUR-DB2START
               WHEN SQLM-ELM-SERVER-INSTANCE-NAME
                   PERFORM 3300-CAPTURE-TEXT
                   MOVE WS-CUR-TEXT TO WS-CUR-INSTANCE
               WHEN SQLM-ELM-DBASE
                   SET ADDRESS OF SQLM-DBASE TO WS-OCC-PTR
                   MOVE DB-NAME OF SQLM-DBASE TO WS-ADD-NAME
                   PERFORM 3200-ADD-DATABASE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A database seen twice (one group per partition, or on both
      * this run and the previous one) is kept once.
       3200-ADD-DATABASE.
           PERFORM VARYING WS-DB-IDX FROM 1 BY 1
                   UNTIL WS-DB-IDX > WS-DB-COUNT
               IF WS-DB-NAME(WS-DB-IDX) = WS-ADD-NAME
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-DB-COUNT >= WS-MAX-DBS
               DISPLAY "MFCCSTRT: DATABASE TABLE FULL, SKIPPED "
                   WS-ADD-NAME
           ELSE
               ADD 1 TO WS-DB-COUNT
               MOVE WS-ADD-NAME TO WS-DB-NAME(WS-DB-COUNT)
           END-IF.

       3300-CAPTURE-TEXT.
           SET ADDRESS OF WS-SQLM-TEXT-ELEM TO WS-OCC-PTR
           COMPUTE WS-TEXT-LEN = WS-EH-SIZE OF WS-SQLM-ELEM-HDR - 8
           MOVE SPACES TO WS-CUR-TEXT
           IF WS-TEXT-LEN > 20
               MOVE 20 TO WS-TEXT-LEN
           END-IF
           IF WS-TEXT-LEN > 0
               MOVE WS-TE-TEXT(1:WS-TEXT-LEN) TO WS-CUR-TEXT
           END-IF.

      * The history is appended oldest first: a newer instance row
      * restarts the list of the databases that went with it.
       4000-LOAD-PRIOR-RUN.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT DB2START-HIST-FILE
           IF WS-ST-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ DB2START-HIST-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-ST-INSTANCE-NAME = WS-CUR-INSTANCE
                               PERFORM 4100-NOTE-PRIOR-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DB2START-HIST-FILE
           END-IF
           PERFORM VARYING WS-VB-IDX FROM 1 BY 1
                   UNTIL WS-VB-IDX > WS-PR-COUNT
               MOVE WS-PR-NAME(WS-VB-IDX) TO WS-ADD-NAME
               PERFORM 3200-ADD-DATABASE
           END-PERFORM.

       4100-NOTE-PRIOR-ROW.
           IF MFC-ST-DB-NAME = WS-DBM-ALIAS
               IF MFC-ST-COLLECT-SECS > WS-PRIOR-SECS
                   MOVE MFC-ST-COLLECT-SECS TO WS-PRIOR-SECS
                   MOVE MFC-ST-DB2START-SECS TO WS-PRIOR-DB2START
                   MOVE 0 TO WS-PR-COUNT
               END-IF
           ELSE
               IF MFC-ST-COLLECT-SECS = WS-PRIOR-SECS
                   AND WS-PR-COUNT < WS-MAX-DBS
                   ADD 1 TO WS-PR-COUNT
                   MOVE MFC-ST-DB-NAME TO WS-PR-NAME(WS-PR-COUNT)
               END-IF
           END-IF.

      * No prior row means this is the first sighting - nothing to
      * compare. A db2start time that moved is a restart.
       5000-JUDGE-RESTART.
           IF WS-PRIOR-DB2START = 0
               OR WS-CUR-DB2START <= WS-PRIOR-DB2START
               EXIT PARAGRAPH
           END-IF
           SET RESTARTED TO TRUE
           MOVE WS-PRIOR-SECS TO WS-DOWN-FROM
           PERFORM 5100-SCAN-PINGS
           IF WS-CUR-DB2START > WS-DOWN-FROM
               COMPUTE WS-DOWN-SECS = WS-CUR-DB2START - WS-DOWN-FROM
           ELSE
               MOVE 0 TO WS-DOWN-SECS
           END-IF
           IF WS-DOWN-FROM > WS-GRACE-SECS
               COMPUTE WS-WIN-FROM = WS-DOWN-FROM - WS-GRACE-SECS
           ELSE
               MOVE 0 TO WS-WIN-FROM
           END-IF
           COMPUTE WS-WIN-TO = WS-CUR-DB2START + WS-GRACE-SECS
           PERFORM 5200-SCAN-JOURNAL
           IF WS-EXPLAINED-BY = SPACES
               PERFORM 5300-SCAN-WINDOWS
           END-IF
           IF WS-EXPLAINED-BY = SPACES
               MOVE "U" TO WS-CLASS
           ELSE
               MOVE "P" TO WS-CLASS
           END-IF.

      * The latest successful poll of one of the instance's
      * databases between the previous run and the restart narrows
      * the outage.
       5100-SCAN-PINGS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT PING-FILE
           IF WS-PH-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ PING-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-PH-SQLCODE = 0
                               AND MFC-PH-POLL-SECS > WS-DOWN-FROM
                               AND MFC-PH-POLL-SECS < WS-CUR-DB2START
                               MOVE MFC-PH-DB-ALIAS TO WS-CHK-ALIAS
                               PERFORM 5150-CHECK-IN-SET
                               IF IN-SET
                                   MOVE MFC-PH-POLL-SECS
                                       TO WS-DOWN-FROM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PING-FILE
           END-IF.

       5150-CHECK-IN-SET.
           MOVE "N" TO WS-IN-SET
           IF WS-CHK-ALIAS = "*ALL*"
               OR WS-CHK-ALIAS = WS-DBM-ALIAS
               OR WS-CHK-ALIAS = WS-CUR-INSTANCE
               SET IN-SET TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DB-IDX FROM 1 BY 1
                   UNTIL WS-DB-IDX > WS-DB-COUNT OR IN-SET
               IF WS-DB-NAME(WS-DB-IDX) = WS-CHK-ALIAS
                   SET IN-SET TO TRUE
               END-IF
           END-PERFORM.

       5200-SCAN-JOURNAL.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT JOURNAL-FILE
           IF WS-CJ-STATUS = "00"
               PERFORM UNTIL EOF-IN OR WS-EXPLAINED-BY NOT = SPACES
                   READ JOURNAL-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-CJ-ACTION-SECS >= WS-WIN-FROM
                               AND MFC-CJ-ACTION-SECS <= WS-WIN-TO
                               PERFORM 5250-CHECK-JOURNAL-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       5250-CHECK-JOURNAL-ROW.
           MOVE "N" TO WS-VERB-OK
           PERFORM VARYING WS-VB-IDX FROM 1 BY 1
                   UNTIL WS-VB-IDX > WS-VERB-COUNT OR VERB-OK
               IF MFC-CJ-ACTION = WS-VERB(WS-VB-IDX)
                   SET VERB-OK TO TRUE
               END-IF
           END-PERFORM
           IF NOT VERB-OK
               EXIT PARAGRAPH
           END-IF
           MOVE MFC-CJ-DB-ALIAS TO WS-CHK-ALIAS
           PERFORM 5150-CHECK-IN-SET
           IF IN-SET
               MOVE "MFCCCJLO" TO WS-EXPLAINED-BY
               MOVE SPACES TO WS-EXPLAIN-TEXT
               STRING MFC-CJ-PROGRAM DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   MFC-CJ-ACTION DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   MFC-CJ-TARGET DELIMITED BY SIZE
                   INTO WS-EXPLAIN-TEXT
           END-IF.

       5300-SCAN-WINDOWS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT WINDOW-FILE
           IF WS-MW-STATUS = "00"
               PERFORM UNTIL EOF-IN OR WS-EXPLAINED-BY NOT = SPACES
                   READ WINDOW-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-MW-START-SECS <= WS-WIN-TO
                               AND MFC-MW-END-SECS >= WS-WIN-FROM
                               MOVE MFC-MW-DB-ALIAS TO WS-CHK-ALIAS
                               PERFORM 5150-CHECK-IN-SET
                               IF IN-SET
                                   MOVE "MFCMWINP" TO WS-EXPLAINED-BY
                                   MOVE MFC-MW-REASON
                                       TO WS-EXPLAIN-TEXT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WINDOW-FILE
           END-IF.

       6000-WRITE-RUN-ROWS.
           OPEN EXTEND DB2START-HIST-FILE
           IF WS-ST-STATUS = "35"
               OPEN OUTPUT DB2START-HIST-FILE
           END-IF
           SET HIST-OPEN TO TRUE
           MOVE WS-DBM-ALIAS TO MFC-ST-DB-NAME
           PERFORM 6100-WRITE-ONE-ROW
           PERFORM VARYING WS-DB-IDX FROM 1 BY 1
                   UNTIL WS-DB-IDX > WS-DB-COUNT
               MOVE WS-DB-NAME(WS-DB-IDX) TO MFC-ST-DB-NAME
               PERFORM 6100-WRITE-ONE-ROW
           END-PERFORM
           IF WS-CLASS = "U"
               PERFORM 6200-RECORD-UNPLANNED
           END-IF.

       6100-WRITE-ONE-ROW.
           MOVE WS-COLLECT-SECS TO MFC-ST-COLLECT-SECS
           MOVE WS-CUR-INSTANCE TO MFC-ST-INSTANCE-NAME
           MOVE WS-CUR-DB2START TO MFC-ST-DB2START-SECS
           MOVE WS-CLASS TO MFC-ST-RESTART-CLASS
           IF RESTARTED
               MOVE WS-DOWN-FROM TO MFC-ST-DOWN-FROM-SECS
               MOVE WS-DOWN-SECS TO MFC-ST-DOWN-SECS
           ELSE
               MOVE 0 TO MFC-ST-DOWN-FROM-SECS
               MOVE 0 TO MFC-ST-DOWN-SECS
           END-IF
           MOVE WS-EXPLAINED-BY TO MFC-ST-EXPLAINED-BY
           MOVE WS-EXPLAIN-TEXT TO MFC-ST-EXPLAIN-TEXT
           WRITE MFC-DB2START-REC
           ADD 1 TO WS-ACCT-WRITTEN
           ADD MFC-ST-DB2START-SECS TO WS-HASH-TOTAL.

       6200-RECORD-UNPLANNED.
           OPEN EXTEND OUTAGE-FILE
           IF WS-UO-STATUS = "35"
               OPEN OUTPUT OUTAGE-FILE
           END-IF
           IF WS-DB-COUNT = 0
               MOVE WS-DBM-ALIAS TO MFC-UO-DB-NAME
               PERFORM 6250-WRITE-OUTAGE-ROW
           END-IF
           PERFORM VARYING WS-DB-IDX FROM 1 BY 1
                   UNTIL WS-DB-IDX > WS-DB-COUNT
               MOVE WS-DB-NAME(WS-DB-IDX) TO MFC-UO-DB-NAME
               PERFORM 6250-WRITE-OUTAGE-ROW
           END-PERFORM
           CLOSE OUTAGE-FILE
           OPEN EXTEND ALERT-FILE
           IF WS-AL-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE WS-CUR-INSTANCE TO WS-AL-KEY
           COMPUTE WS-AL-ACTUAL = WS-DOWN-SECS / 60
           CALL "MFCUALRT" USING WS-AL-SOURCE WS-AL-METRIC
               WS-AL-KEY WS-AL-ACTUAL WS-AL-THRESHOLD
               WS-AL-MESSAGE MFC-ALERT-REC
           WRITE MFC-ALERT-REC
           CLOSE ALERT-FILE.

       6250-WRITE-OUTAGE-ROW.
           MOVE WS-COLLECT-SECS TO MFC-UO-DETECT-SECS
           MOVE WS-CUR-INSTANCE TO MFC-UO-INSTANCE-NAME
           MOVE WS-DOWN-FROM TO MFC-UO-DOWN-FROM-SECS
           MOVE WS-CUR-DB2START TO MFC-UO-DB2START-SECS
           MOVE WS-DOWN-SECS TO MFC-UO-DOWN-SECS
           WRITE MFC-UNPLANNED-OUTAGE-REC.

       9000-TERMINATE.
      * Control-total envelope for this run's appended rows
      * (MFCUENVW/mfcenv.cbl) - MFCENVCK reconciles consumers.
           OPEN EXTEND ENV-FILE
           IF WS-EV-STATUS = "35"
               OPEN OUTPUT ENV-FILE
           END-IF
           CALL "MFCUENVW" USING WS-RN-PROGRAM WS-LAYOUT-VERSION
               WS-ACCT-WRITTEN WS-HASH-TOTAL MFC-ENVELOPE-REC
           WRITE MFC-ENVELOPE-REC
           CLOSE ENV-FILE
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
           IF HIST-OPEN
               CLOSE DB2START-HIST-FILE
           END-IF.
