      ***********************************************************************
      *
      *  Source File Name = MFCCHLTH.CBL
      *
      *  Function = Collector for DB2's own health-monitor verdicts.
      *
      *             The DB2 health monitor already judges the instance,
      *             every database, table space and container against
      *             its own indicators, and no collector here ever read
      *             what it concluded. This program asks db2GetSnapshot
      *             for the health class with detail
      *             (SQLM-CLASS-HEALTH-WITH-DETAIL) and walks the buffer
      *             the MFCCDBSS way. The object elements
      *             (SQLM-ELM-DB2, SQLM-ELM-DBASE, SQLM-ELM-TABLESPACE,
      *             SQLM-ELM-TABLESPACE-CONTAINER) set the context; each
      *             SQLM-ELM-HEALTH-INDICATOR or
      *             SQLM-ELM-HEALTH-INDICATOR-HIST group is the marker
      *             for one pending MFC-HEALTH-IND-REC whose HI-ID,
      *             HI-VALUE, HI-ALERT-STATE and HI-TIMESTAMP scalars
      *             accumulate behind it (the MFCCUTIL / MFCCLOGS
      *             accumulate-then-write technique), written when the
      *             next group, object or end of buffer shows it is
      *             complete. The four rolled-up alert states
      *             (DB2-, DB-, TBSP- and CONT-R0L-UP-ALRT-ST) are
      *             written straight away as roll-up rows for the
      *             object in context.
      *
      *             The history file MFCHLTHO is opened EXTEND
      *             (append) like MFCDBSSO; MFCR097 takes the newest
      *             run per database and lines DB2's verdict up
      *             against this shop's own alert state master.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCHLTH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFY-FILE ASSIGN TO "MFCPFMDP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VF-STATUS.
           SELECT HEALTH-HIST-FILE ASSIGN TO "MFCHLTHO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HH-STATUS.
           SELECT ENV-FILE ASSIGN TO "MFCHLTHE"
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
       FD  HEALTH-HIST-FILE
           RECORDING MODE IS F.
           COPY "mfchlth.cbl".
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
       01 WS-RN-PROGRAM               PIC X(8) VALUE "MFCCHLTH".
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
       01 WS-DG-SOURCE                PIC X(8) VALUE "MFCCHLTH".
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

       01 WS-HH-STATUS                PIC XX.
      * Suite-wide degraded ("shed") mode (MFCUSHED/MFCSHEDM): under
      * storage pressure only every Nth record is written and the
      * run ledger row says SAMPLED, so MFCR097 can banner it.
       01 WS-SHED-MODE                PIC X(1) VALUE "N".
       01 WS-SHED-SAMPLE-N            PIC 9(4) VALUE 1.
       01 WS-SHED-SEEN                PIC 9(9) COMP-5 VALUE 0.
       01 WS-OCC-PTR                  USAGE POINTER.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-MAX-OCC                  PIC 9(9) COMP-5 VALUE 2000.
       01 WS-COLLECT-SECS             PIC 9(9) COMP-5.
       01 WS-TEXT-LEN                 PIC 9(9) COMP-5.

      * The object the next indicators belong to, set by the object
      * elements as they arrive.
       01 WS-CUR-DB-NAME              PIC X(20) VALUE SPACES.
       01 WS-CUR-OBJ-LEVEL            PIC X(1) VALUE SPACES.
       01 WS-CUR-OBJ-NAME             PIC X(64) VALUE SPACES.
       01 WS-DBM-ALIAS                PIC X(20) VALUE "*DBM*".

      * One indicator's worth of fields, accumulated as its elements
      * arrive, written when the next group, object or end of buffer
      * shows it is done.
       01 WS-HI-PENDING               PIC X VALUE "N".
           88 HAVE-HI                 VALUE "Y".
       01 WS-WANT-HI-SECS             PIC X VALUE "N".
           88 WANT-HI-SECS            VALUE "Y".
       01 WS-CUR-ROW-KIND             PIC X(1) VALUE SPACES.
       01 WS-CUR-HI-ID                PIC 9(9) COMP-5 VALUE 0.
       01 WS-CUR-HI-VALUE             PIC 9(18) COMP-5 VALUE 0.
       01 WS-CUR-ALERT-STATE          PIC 9(4) COMP-5 VALUE 0.
       01 WS-CUR-HI-SECS              PIC 9(9) COMP-5 VALUE 0.

      * Decoded payload of the numeric element under the pointer -
      * filled by 3150-DECODE-NUM-ELEM off the header size.
       01 WS-NUM-VALUE                PIC 9(18) COMP-5.

       LINKAGE SECTION.
      * First 8 bytes common to every SQLM-* snapshot element - used to
      * decide which real structure to overlay the pointer with next.
       01 WS-SQLM-ELEM-HDR.
           05 WS-EH-SIZE               PIC 9(9) COMP-5.
           05 WS-EH-INFO-TYPE          PIC X.
           05 WS-EH-INFO-TYPE-N REDEFINES WS-EH-INFO-TYPE
                                        PIC 9 COMP-X.
           05 FILLER                   PIC X(3).
      * A numeric element carries 4 or 8 payload bytes behind the
      * 8-byte header; the header size (12 or 16) says which.
       01 WS-SQLM-NUM-ELEM.
           05 FILLER                   PIC X(8).
           05 WS-NE-PAYLOAD.
              10 WS-NE-VALUE-4         PIC 9(9) COMP-5.
              10 FILLER                PIC X(4).
           05 WS-NE-VALUE REDEFINES WS-NE-PAYLOAD
                                        PIC 9(18) COMP-5.
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
               DISPLAY "MFCCHLTH: VERIFY NO-GO SQLCODE=" SQLCODE
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
               DISPLAY "MFCCHLTH: VERIFY NO-GO - STREAM NOT WALKABLE"
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "MFCCHLTH: VERIFY GO"
               MOVE 0 TO RETURN-CODE
           END-IF.

       1000-INITIALIZE.
           CALL "MFCUTIME" USING WS-COLLECT-SECS
           CALL "MFCUSHED" USING WS-SHED-MODE WS-SHED-SAMPLE-N
           IF WS-SHED-MODE = "S"
               MOVE "SAMPLED" TO WS-ACCT-STATUS
           END-IF
           OPEN EXTEND HEALTH-HIST-FILE
           IF WS-HH-STATUS = "35"
               OPEN OUTPUT HEALTH-HIST-FILE
           END-IF.

       2000-GET-SNAPSHOT.
           MOVE SQLM-DBMON-VERSION8
               TO DB2-I-VERSION OF DB2G-GET-SNAPSHOT-DATA
           MOVE SQLM-CLASS-HEALTH-WITH-DETAIL
               TO DB2-I-SNAPSHOT-CLASS OF DB2G-GET-SNAPSHOT-DATA
           MOVE 0 TO DB2-I-NODE-NUMBER OF DB2G-GET-SNAPSHOT-DATA
           MOVE 0 TO DB2-I-STORE-RESULT
           MOVE 1 TO WS-SNAP-ATTEMPT
           MOVE "Y" TO WS-TRY-AGAIN
           PERFORM 2050-SNAPSHOT-WITH-RETRY UNTIL NOT TRY-AGAIN
           IF SQLCODE NOT = 0
               DISPLAY "MFCCHLTH: db2GetSnapshot SQLCODE=" SQLCODE
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
           MOVE "CLASS=HEALTH-WITH-DETAIL NODE=0" TO WS-PARM-SUMMARY
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
           IF HAVE-HI
               PERFORM 3900-WRITE-HEALTH-REC
           END-IF.

       3100-DISPATCH-ELEMENT.
           EVALUATE WS-EH-INFO-TYPE-N OF WS-SQLM-ELEM-HDR
               WHEN SQLM-ELM-DB2
                   PERFORM 3190-FLUSH-PENDING
                   MOVE WS-DBM-ALIAS TO WS-CUR-DB-NAME
                   MOVE "I" TO WS-CUR-OBJ-LEVEL
                   MOVE SPACES TO WS-CUR-OBJ-NAME
               WHEN SQLM-ELM-DBASE
                   PERFORM 3190-FLUSH-PENDING
                   SET ADDRESS OF SQLM-DBASE TO WS-OCC-PTR
                   MOVE DB-NAME OF SQLM-DBASE TO WS-CUR-DB-NAME
                   MOVE "D" TO WS-CUR-OBJ-LEVEL
                   MOVE SPACES TO WS-CUR-OBJ-NAME
               WHEN SQLM-ELM-TABLESPACE
                   PERFORM 3190-FLUSH-PENDING
                   SET ADDRESS OF SQLM-TABLESPACE TO WS-OCC-PTR
                   MOVE "T" TO WS-CUR-OBJ-LEVEL
                   MOVE TABLESPACE-NAME OF SQLM-TABLESPACE
                       TO WS-CUR-OBJ-NAME
               WHEN SQLM-ELM-TABLESPACE-CONTAINER
                   PERFORM 3190-FLUSH-PENDING
                   MOVE "C" TO WS-CUR-OBJ-LEVEL
                   MOVE SPACES TO WS-CUR-OBJ-NAME
               WHEN SQLM-ELM-CONTAINER-NAME
                   IF WS-CUR-OBJ-LEVEL = "C"
                       SET ADDRESS OF WS-SQLM-TEXT-ELEM TO WS-OCC-PTR
                       PERFORM 3300-CAPTURE-CONTAINER-NAME
                   END-IF
               WHEN SQLM-ELM-HEALTH-INDICATOR
                   PERFORM 3190-FLUSH-PENDING
                   MOVE "C" TO WS-CUR-ROW-KIND
                   PERFORM 3200-START-NEW-INDICATOR
               WHEN SQLM-ELM-HEALTH-INDICATOR-HIST
                   PERFORM 3190-FLUSH-PENDING
                   MOVE "H" TO WS-CUR-ROW-KIND
                   PERFORM 3200-START-NEW-INDICATOR
               WHEN SQLM-ELM-HI-ID
                   PERFORM 3150-DECODE-NUM-ELEM
                   MOVE WS-NUM-VALUE TO WS-CUR-HI-ID
               WHEN SQLM-ELM-HI-VALUE
                   PERFORM 3150-DECODE-NUM-ELEM
                   MOVE WS-NUM-VALUE TO WS-CUR-HI-VALUE
               WHEN SQLM-ELM-HI-ALERT-STATE
                   PERFORM 3150-DECODE-NUM-ELEM
                   MOVE WS-NUM-VALUE TO WS-CUR-ALERT-STATE
               WHEN SQLM-ELM-HI-TIMESTAMP
                   IF HAVE-HI AND WS-CUR-HI-SECS = 0
                       SET WANT-HI-SECS TO TRUE
                   END-IF
               WHEN SQLM-ELM-SECONDS
                   IF WANT-HI-SECS
                       PERFORM 3150-DECODE-NUM-ELEM
                       MOVE WS-NUM-VALUE TO WS-CUR-HI-SECS
                       MOVE "N" TO WS-WANT-HI-SECS
                   END-IF
               WHEN SQLM-ELM-DB2-R0L-UP-ALRT-ST
               WHEN SQLM-ELM-DB-R0L-UP-ALRT-ST
               WHEN SQLM-ELM-TBSP-R0L-UP-ALRT-ST
               WHEN SQLM-ELM-CONT-R0L-UP-ALRT-ST
                   PERFORM 3190-FLUSH-PENDING
                   PERFORM 3150-DECODE-NUM-ELEM
                   PERFORM 3400-WRITE-ROLLUP-REC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A monitor numeric element arrives as a 4-byte counter
      * (header size 12) or an 8-byte value (size 16); decoding
      * off the size keeps an 8-byte read on a 12-byte element
      * from swallowing the next element's header.
       3150-DECODE-NUM-ELEM.
           SET ADDRESS OF WS-SQLM-NUM-ELEM TO WS-OCC-PTR
           IF WS-EH-SIZE OF WS-SQLM-ELEM-HDR >= 16
               MOVE WS-NE-VALUE TO WS-NUM-VALUE
           ELSE
               MOVE WS-NE-VALUE-4 TO WS-NUM-VALUE
           END-IF.

       3190-FLUSH-PENDING.
           IF HAVE-HI
               PERFORM 3900-WRITE-HEALTH-REC
           END-IF.

       3200-START-NEW-INDICATOR.
           SET HAVE-HI TO TRUE
           MOVE "N" TO WS-WANT-HI-SECS
           MOVE 0 TO WS-CUR-HI-ID
           MOVE 0 TO WS-CUR-HI-VALUE
           MOVE 0 TO WS-CUR-ALERT-STATE
           MOVE 0 TO WS-CUR-HI-SECS.

       3300-CAPTURE-CONTAINER-NAME.
           COMPUTE WS-TEXT-LEN = WS-EH-SIZE OF WS-SQLM-ELEM-HDR - 8
           MOVE SPACES TO WS-CUR-OBJ-NAME
           IF WS-TEXT-LEN > 64
               MOVE 64 TO WS-TEXT-LEN
           END-IF
           IF WS-TEXT-LEN > 0
               MOVE WS-TE-TEXT(1:WS-TEXT-LEN) TO WS-CUR-OBJ-NAME
           END-IF.

      * A roll-up state is the whole object's verdict in one number;
      * it is written as its own row with no indicator id.
       3400-WRITE-ROLLUP-REC.
           MOVE "R" TO WS-CUR-ROW-KIND
           MOVE 0 TO WS-CUR-HI-ID
           MOVE 0 TO WS-CUR-HI-VALUE
           MOVE WS-NUM-VALUE TO WS-CUR-ALERT-STATE
           MOVE WS-COLLECT-SECS TO WS-CUR-HI-SECS
           PERFORM 3900-WRITE-HEALTH-REC.

       3900-WRITE-HEALTH-REC.
           MOVE "N" TO WS-HI-PENDING
           MOVE "N" TO WS-WANT-HI-SECS
           ADD 1 TO WS-SHED-SEEN
           IF WS-SHED-MODE = "S"
               AND FUNCTION MOD(WS-SHED-SEEN - 1 WS-SHED-SAMPLE-N)
                   NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COLLECT-SECS TO MFC-HH-COLLECT-SECS
           MOVE WS-CUR-DB-NAME TO MFC-HH-DB-NAME
           MOVE WS-CUR-OBJ-LEVEL TO MFC-HH-OBJ-LEVEL
           MOVE WS-CUR-OBJ-NAME TO MFC-HH-OBJ-NAME
           MOVE WS-CUR-ROW-KIND TO MFC-HH-ROW-KIND
           MOVE WS-CUR-HI-ID TO MFC-HH-HI-ID
           MOVE WS-CUR-HI-VALUE TO MFC-HH-HI-VALUE
           MOVE WS-CUR-ALERT-STATE TO MFC-HH-ALERT-STATE
           MOVE WS-CUR-HI-SECS TO MFC-HH-HI-SECS
           WRITE MFC-HEALTH-IND-REC
           ADD 1 TO WS-ACCT-WRITTEN
           ADD MFC-HH-ALERT-STATE TO WS-HASH-TOTAL.

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
           CLOSE HEALTH-HIST-FILE.
