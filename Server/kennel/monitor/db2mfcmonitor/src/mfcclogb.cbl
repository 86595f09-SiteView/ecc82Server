      ***********************************************************************
      *
      *  Source File Name = MFCCLOGB.CBL
      *
      *  Function = Collector for log buffer and log I/O pressure.
      *
      *             MFCCLOGS and MFCR068 watch log space, not log
      *             throughput. This program walks one db2GetSnapshot
      *             buffer the MFCCSORT way: each SQLM-ELM-DBASE
      *             element is the group marker - its fixed structure
      *             already carries LOG-WRITES and LOG-READS (log
      *             pages), which seed the pending record - and the
      *             SQLM-ELM-NUM-LOG-BUFF-FULL, NUM-LOG-WRITE-IO,
      *             NUM-LOG-READ-IO, NUM-LOG-PART-PAGE-IO and
      *             NUM-LOG-DATA-IN-BUFF scalar elements that follow
      *             are accumulated into the same pending
      *             MFC-LOG-BUFFER-REC, written when the next database
      *             (or end of buffer) shows the current one is
      *             complete.
      *
      *             The history file MFCLOGBO is opened EXTEND
      *             (append): the counters are cumulative since
      *             db2start, and the delta engine MFCCDELT reads
      *             successive runs off this history to produce the
      *             per-interval figures MFCR101 prints beside the
      *             configured LOGBUFSZ.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCLOGB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFY-FILE ASSIGN TO "MFCPFMDP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VF-STATUS.
           SELECT LOGBUF-HIST-FILE ASSIGN TO "MFCLOGBO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LB-STATUS.
           SELECT ENV-FILE ASSIGN TO "MFCLOGBE"
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
       FD  LOGBUF-HIST-FILE
           RECORDING MODE IS F.
           COPY "mfclogb.cbl".
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
       01 WS-RN-PROGRAM               PIC X(8) VALUE "MFCCLOGB".
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
       01 WS-DG-SOURCE                PIC X(8) VALUE "MFCCLOGB".
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

       01 WS-LB-STATUS                PIC XX.
      * Suite-wide degraded ("shed") mode (MFCUSHED/MFCSHEDM): under
      * storage pressure only every Nth record is written and the
      * run ledger row says SAMPLED, so MFCR101 can banner it.
       01 WS-SHED-MODE                PIC X(1) VALUE "N".
       01 WS-SHED-SAMPLE-N            PIC 9(4) VALUE 1.
       01 WS-SHED-SEEN                PIC 9(9) COMP-5 VALUE 0.
       01 WS-OCC-PTR                  USAGE POINTER.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-MAX-OCC                  PIC 9(9) COMP-5 VALUE 2000.
       01 WS-COLLECT-SECS             PIC 9(9) COMP-5.
       01 WS-TEXT-LEN                 PIC 9(9) COMP-5.

      * One database's worth of fields, seeded from the fixed
      * SQLM-DBASE structure and completed by the scalar elements
      * that follow it.
       01 WS-DBASE-PENDING            PIC X VALUE "N".
           88 HAVE-DBASE              VALUE "Y".
       01 WS-CUR-DB-NAME              PIC X(20) VALUE SPACES.
       01 WS-CUR-PAGES-WRITTEN        PIC 9(9) COMP-5 VALUE 0.
       01 WS-CUR-PAGES-READ           PIC 9(9) COMP-5 VALUE 0.
       01 WS-CUR-BUFF-FULL            PIC 9(9) COMP-5 VALUE 0.
       01 WS-CUR-WRITE-IO             PIC 9(9) COMP-5 VALUE 0.
       01 WS-CUR-READ-IO              PIC 9(9) COMP-5 VALUE 0.
       01 WS-CUR-PART-PAGE-IO         PIC 9(9) COMP-5 VALUE 0.
       01 WS-CUR-DATA-IN-BUFF         PIC 9(9) COMP-5 VALUE 0.

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
               DISPLAY "MFCCLOGB: VERIFY NO-GO SQLCODE=" SQLCODE
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
               DISPLAY "MFCCLOGB: VERIFY NO-GO - STREAM NOT WALKABLE"
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "MFCCLOGB: VERIFY GO"
               MOVE 0 TO RETURN-CODE
           END-IF.

       1000-INITIALIZE.
           CALL "MFCUTIME" USING WS-COLLECT-SECS
           CALL "MFCUSHED" USING WS-SHED-MODE WS-SHED-SAMPLE-N
           IF WS-SHED-MODE = "S"
               MOVE "SAMPLED" TO WS-ACCT-STATUS
           END-IF
           OPEN EXTEND LOGBUF-HIST-FILE
           IF WS-LB-STATUS = "35"
               OPEN OUTPUT LOGBUF-HIST-FILE
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
               DISPLAY "MFCCLOGB: db2GetSnapshot SQLCODE=" SQLCODE
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
           IF HAVE-DBASE
               PERFORM 3900-WRITE-LOGBUF-REC
           END-IF.

       3100-DISPATCH-ELEMENT.
           EVALUATE WS-EH-INFO-TYPE-N OF WS-SQLM-ELEM-HDR
               WHEN SQLM-ELM-DBASE
                   PERFORM 3190-FLUSH-PENDING
                   SET ADDRESS OF SQLM-DBASE TO WS-OCC-PTR
                   PERFORM 3200-START-NEW-DBASE
               WHEN SQLM-ELM-NUM-LOG-BUFF-FULL
                   PERFORM 3150-DECODE-NUM-ELEM
                   MOVE WS-NUM-VALUE TO WS-CUR-BUFF-FULL
               WHEN SQLM-ELM-NUM-LOG-WRITE-IO
                   PERFORM 3150-DECODE-NUM-ELEM
                   MOVE WS-NUM-VALUE TO WS-CUR-WRITE-IO
               WHEN SQLM-ELM-NUM-LOG-READ-IO
                   PERFORM 3150-DECODE-NUM-ELEM
                   MOVE WS-NUM-VALUE TO WS-CUR-READ-IO
               WHEN SQLM-ELM-NUM-LOG-PART-PAGE-IO
                   PERFORM 3150-DECODE-NUM-ELEM
                   MOVE WS-NUM-VALUE TO WS-CUR-PART-PAGE-IO
               WHEN SQLM-ELM-NUM-LOG-DATA-IN-BUFF
                   PERFORM 3150-DECODE-NUM-ELEM
                   MOVE WS-NUM-VALUE TO WS-CUR-DATA-IN-BUFF
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
           IF HAVE-DBASE
               PERFORM 3900-WRITE-LOGBUF-REC
           END-IF.

      * The fixed SQLM-DBASE structure already carries the log page
      * counts, so seed them here; the scalar elements that follow
      * fill in the I/O counters.
       3200-START-NEW-DBASE.
           SET HAVE-DBASE TO TRUE
           MOVE DB-NAME OF SQLM-DBASE TO WS-CUR-DB-NAME
           MOVE LOG-WRITES OF SQLM-DBASE TO WS-CUR-PAGES-WRITTEN
           MOVE LOG-READS OF SQLM-DBASE TO WS-CUR-PAGES-READ
           MOVE 0 TO WS-CUR-BUFF-FULL
           MOVE 0 TO WS-CUR-WRITE-IO
           MOVE 0 TO WS-CUR-READ-IO
           MOVE 0 TO WS-CUR-PART-PAGE-IO
           MOVE 0 TO WS-CUR-DATA-IN-BUFF.

       3900-WRITE-LOGBUF-REC.
           MOVE "N" TO WS-DBASE-PENDING
           ADD 1 TO WS-SHED-SEEN
           IF WS-SHED-MODE = "S"
               AND FUNCTION MOD(WS-SHED-SEEN - 1 WS-SHED-SAMPLE-N)
                   NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COLLECT-SECS TO MFC-LB-COLLECT-SECS
           MOVE WS-CUR-DB-NAME TO MFC-LB-DB-NAME
           MOVE WS-CUR-PAGES-WRITTEN TO MFC-LB-LOG-PAGES-WRITTEN
           MOVE WS-CUR-PAGES-READ TO MFC-LB-LOG-PAGES-READ
           MOVE WS-CUR-BUFF-FULL TO MFC-LB-BUFF-FULL
           MOVE WS-CUR-WRITE-IO TO MFC-LB-WRITE-IO
           MOVE WS-CUR-READ-IO TO MFC-LB-READ-IO
           MOVE WS-CUR-PART-PAGE-IO TO MFC-LB-PART-PAGE-IO
           MOVE WS-CUR-DATA-IN-BUFF TO MFC-LB-DATA-IN-BUFF
           WRITE MFC-LOG-BUFFER-REC
           ADD 1 TO WS-ACCT-WRITTEN
           ADD MFC-LB-LOG-PAGES-WRITTEN TO WS-HASH-TOTAL.

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
           CLOSE LOGBUF-HIST-FILE.
