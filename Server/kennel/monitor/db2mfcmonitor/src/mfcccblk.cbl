      ***********************************************************************
      *
      *  Source File Name = MFCCCBLK.CBL
      *
      *  Function = Collector for remote cursor blocking efficiency.
      *
      *             Walks one db2GetSnapshot buffer the MFCCAPPL way,
      *             picking out every SQLM-ELM-APPL element and writing
      *             one MFC-CURSOR-BLOCK-REC (mfccblk.cbl) per
      *             connected application to MFCCBLKO: the remote
      *             cursor counts OPEN-REM-CURS/OPEN-REM-CURS-BLK, the
      *             blocking requests accepted and rejected
      *             (ACC-CURS-BLK/REJ-CURS-BLK) and the local cursor
      *             pair for comparison. A BLOCKING-CURSOR element that
      *             trails the application (the current statement's
      *             cursor, where the monitor reports it) is folded
      *             into the same row, so each row is written when
      *             the next application element (or the end of the
      *             buffer) closes it.
      *
      *             An application that fetches row by row shows its
      *             remote cursors open unblocked; one whose blocks
      *             are refused - RQRIOBLK too small or the agent's
      *             block buffers used up - shows REJ-CURS-BLK rising.
      *             MFCR115 is the paired report.
      *
      *             Point-in-time, like MFCWLDO which MFCR115 joins it
      *             to, so the extract is opened OUTPUT (overwritten
      *             each run).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCCBLK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFY-FILE ASSIGN TO "MFCPFMDP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VF-STATUS.
           SELECT CURSOR-BLOCK-FILE ASSIGN TO "MFCCBLKO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CB-STATUS.
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
       FD  CURSOR-BLOCK-FILE
           RECORDING MODE IS F.
           COPY "mfccblk.cbl".
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
       01 WS-RN-PROGRAM               PIC X(8) VALUE "MFCCCBLK".
       01 WS-ACCT-START-SECS          PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-READ                PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-WRITTEN             PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-SQLCODE             PIC S9(9) COMP-5 VALUE 0.
       01 WS-ACCT-STATUS              PIC X(8)
                                       VALUE "COMPLETE".
      * Transient-error retry (MFCURTRY/MFCRTRYP) around the
      * snapshot API, and on hard failure one MFCERRLG record plus
      * the full diagnostic bundle (MFCUDIAG/mfcdiag.cbl) keyed by
      * the same timestamp - the MFCCPING convention.
       01 WS-EL-STATUS                PIC XX.
       01 WS-DG-STATUS                PIC XX.
       01 WS-FAIL-SECS                PIC 9(9) COMP-5.
       01 WS-DG-SOURCE                PIC X(8) VALUE "MFCCCBLK".
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

       01 WS-CB-STATUS                PIC XX.
       01 WS-CB-PENDING               PIC X VALUE "N".
           88 CB-PENDING              VALUE "Y".
       01 WS-OCC-PTR                  USAGE POINTER.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-MAX-OCC                  PIC 9(9) COMP-5 VALUE 2000.
       01 WS-COLLECT-SECS             PIC 9(9) COMP-5.

       LINKAGE SECTION.
      * First 8 bytes common to every SQLM-* snapshot element - used to
      * decide which real structure to overlay the pointer with next.
       01 WS-SQLM-ELEM-HDR.
           05 WS-EH-SIZE               PIC 9(9) COMP-5.
           05 WS-EH-INFO-TYPE          PIC X.
           05 WS-EH-INFO-TYPE-N REDEFINES WS-EH-INFO-TYPE
                                        PIC 9 COMP-X.
           05 FILLER                   PIC X(3).
      * A single-value numeric element - the header followed
      * directly by the value.
       01 WS-SQLM-NUM-ELEM.
           05 FILLER                   PIC X(8).
           05 WS-NE-VALUE-4            PIC 9(9) COMP-5.
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
           PERFORM 3000-WALK-BUFFER
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
               DISPLAY "MFCCCBLK: VERIFY NO-GO SQLCODE=" SQLCODE
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
               DISPLAY "MFCCCBLK: VERIFY NO-GO - STREAM NOT WALKABLE"
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "MFCCCBLK: VERIFY GO"
               MOVE 0 TO RETURN-CODE
           END-IF.

       1000-INITIALIZE.
           CALL "MFCUTIME" USING WS-COLLECT-SECS
           OPEN OUTPUT CURSOR-BLOCK-FILE.

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
               DISPLAY "MFCCCBLK: db2GetSnapshot SQLCODE=" SQLCODE
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
           END-IF
           PERFORM 3300-FLUSH-CURSOR-BLOCK.

       3100-DISPATCH-ELEMENT.
           EVALUATE WS-EH-INFO-TYPE-N OF WS-SQLM-ELEM-HDR
               WHEN SQLM-ELM-APPL
                   PERFORM 3300-FLUSH-CURSOR-BLOCK
                   SET ADDRESS OF SQLM-APPL TO WS-OCC-PTR
                   PERFORM 3200-OPEN-CURSOR-BLOCK
               WHEN SQLM-ELM-BLOCKING-CURSOR
                   IF CB-PENDING
                       SET ADDRESS OF WS-SQLM-NUM-ELEM TO WS-OCC-PTR
                       IF WS-NE-VALUE-4 = 0
                           MOVE "N" TO MFC-CB-BLOCKING-CURSOR
                       ELSE
                           MOVE "Y" TO MFC-CB-BLOCKING-CURSOR
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3200-OPEN-CURSOR-BLOCK.
           MOVE WS-COLLECT-SECS TO MFC-CB-COLLECT-SECS
           MOVE AGENT-ID OF SQLM-APPL TO MFC-CB-AGENT-ID
           MOVE APPL-ID OF SQLM-APPL TO MFC-CB-APPL-ID
           MOVE APPL-NAME OF SQLM-APPL TO MFC-CB-APPL-NAME
           MOVE AUTH-ID OF SQLM-APPL TO MFC-CB-AUTH-ID
           MOVE DB-NAME OF SQLM-APPL TO MFC-CB-DB-NAME
           MOVE OPEN-REM-CURS OF SQLM-APPL TO MFC-CB-OPEN-REM-CURS
           MOVE OPEN-REM-CURS-BLK OF SQLM-APPL
               TO MFC-CB-OPEN-REM-CURS-BLK
           MOVE ACC-CURS-BLK OF SQLM-APPL TO MFC-CB-ACC-CURS-BLK
           MOVE REJ-CURS-BLK OF SQLM-APPL TO MFC-CB-REJ-CURS-BLK
           MOVE OPEN-LOC-CURS OF SQLM-APPL TO MFC-CB-OPEN-LOC-CURS
           MOVE OPEN-LOC-CURS-BLK OF SQLM-APPL
               TO MFC-CB-OPEN-LOC-CURS-BLK
           MOVE SPACE TO MFC-CB-BLOCKING-CURSOR
           SET CB-PENDING TO TRUE.

       3300-FLUSH-CURSOR-BLOCK.
           IF CB-PENDING
               WRITE MFC-CURSOR-BLOCK-REC
               ADD 1 TO WS-ACCT-WRITTEN
               MOVE "N" TO WS-CB-PENDING
           END-IF.

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
           CLOSE CURSOR-BLOCK-FILE.
