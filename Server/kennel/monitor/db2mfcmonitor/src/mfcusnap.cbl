      ***********************************************************************
      *
      *  Source File Name = MFCUSNAP.CBL
      *
      *  Function = Shared snapshot capture service - one sized
      *             db2GetSnapshot per partition and snapshot class per
      *             sweep, handed to every snapshot collector the sweep
      *             CALLs, instead of each collector issuing its own
      *             against the same instance minutes apart. That
      *             multiplied the load on a busy instance, and the
      *             lock, application and database pictures taken in
      *             one sweep never described the same moment.
      *
      *             A collector fills in DB2G-GET-SNAPSHOT-DATA exactly
      *             as it did for db2GetSnapshot (version, class, node,
      *             store-result) and CALLs this service in its place,
      *             with one function:
      *
      *               "G" - get a capture. The first request for a
      *                     partition and class asks db2GetSnapshotSize
      *                     what the snapshot will need, pads that by
      *                     PAD-PCT, carves the space out of the shared
      *                     capture area, clears it and issues the one
      *                     db2GetSnapshot. A later request for the same
      *                     partition and class within SHARE-SECS of the
      *                     sweep's first capture is handed that same
      *                     buffer and SQLCA, with no API call at all.
      *                     DB2-PO-BUFFER and DB2-I-BUFFER-SIZE come
      *                     back pointing at the capture. LS-RESULT:
      *                       "C" - a capture taken for this caller;
      *                       "S" - an earlier capture shared;
      *                       "T" - the capture (taken or shared) did
      *                             not fit its space and is truncated
      *                             - walk what there is, but the run
      *                             is DEGRADED, not COMPLETE;
      *                       "F" - the API failed; SQLCODE in the
      *                             caller's SQLCA says why, and the
      *                             caller's retry and failure handling
      *                             (MFCURTRY, MFCERRLG, MFCUDIAG) go
      *                             on exactly as before.
      *                     SQLM-RC-BUFFER-FULL is not passed back as a
      *                     failure: the partial buffer is still walked,
      *                     SQLCODE comes back zero and LS-RESULT "T".
      *               "W" - the caller's walk of its capture stopped at
      *                     its WS-MAX-OCC element limit (LS-ELEMENTS)
      *                     before the end of the buffer; recorded so
      *                     the lost elements are reported, not quietly
      *                     dropped.
      *
      *             A request naming an SQLMA object list
      *             (DB2-PI-SQLMA-DATA set) or asking the server to
      *             store the result is particular to its caller and is
      *             never shared. The captures live for the run unit -
      *             one MFCSCHED sweep, or one collector run on its own
      *             - and a capture older than SHARE-SECS starts a fresh
      *             cycle, so a long sweep never walks a stale picture.
      *
      *             Every capture, share, overflow, walk limit and
      *             failure is appended to MFCSNCPO (mfcsncp.cbl) for
      *             MFCR122.
      *
      *             Thresholds from the PARM file (MFCSNAPP, MFCTHR.CBL
      *             convention):
      *               SHARE-SECS     - how long one sweep's captures are
      *                 handed out (default 300; 0 gives every caller a
      *                 capture of its own, the old behavior, still
      *                 sized and still logged).
      *               PAD-PCT        - head room added to the
      *                 db2GetSnapshotSize estimate for what changes
      *                 between the two calls (default 25).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCUSNAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCSNAPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CAPTURE-LOG-FILE ASSIGN TO "MFCSNCPO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  CAPTURE-LOG-FILE
           RECORDING MODE IS F.
           COPY "mfcsncp.cbl".
       WORKING-STORAGE SECTION.
       COPY "sqlca.cbl".
       COPY "sqlmonct.cbl".
       COPY "db2ApiDf.cbl".

       01 WS-PARM-STATUS              PIC XX.
       01 WS-SN-STATUS                PIC XX.
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-LOADED                   PIC X VALUE "N".
           88 PARMS-LOADED            VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".
       01 WS-SHAREABLE                PIC X VALUE "N".
           88 SHAREABLE               VALUE "Y".
       01 WS-OVERFLOWED               PIC X VALUE "N".
           88 OVERFLOWED              VALUE "Y".

       01 WS-SHARE-SECS               PIC 9(9) COMP-5 VALUE 300.
       01 WS-PAD-PCT                  PIC 9(9) COMP-5 VALUE 25.
       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-CYCLE-SECS               PIC 9(9) COMP-5 VALUE 0.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.

      * The shared capture area. Captures are carved from it in
      * order, each cleared first so the walk finds the zero-size
      * element after the last one DB2 wrote; a new cycle starts
      * again at the front.
       01 WS-AREA-BYTES               PIC 9(9) COMP-5 VALUE 8388608.
       01 WS-AREA-NEXT                PIC 9(9) COMP-5 VALUE 1.
       01 WS-AREA-FREE                PIC 9(9) COMP-5.
       01 WS-ESTIMATE-BYTES           PIC 9(9) COMP-5.
       01 WS-WANT-BYTES               PIC 9(9) COMP-5.
       01 WS-GIVE-BYTES               PIC 9(9) COMP-5.
       01 WS-ROUND-UNITS              PIC 9(9) COMP-5.
       01 WS-BUF-PTR                  USAGE POINTER.
       01 WS-CAPTURE-AREA             PIC X(8388608).

      * This cycle's captures, one per partition and class. A capture
      * that is not kept holds its space only until the next request.
       01 WS-MAX-CAPTURES             PIC 9(9) COMP-5 VALUE 128.
       01 WS-CP-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-CAPTURE-TABLE.
           05 WS-CP-ENTRY OCCURS 128 TIMES.
              10 WS-CP-NODE           PIC S9(9) COMP-5.
              10 WS-CP-CLASS          PIC 9(9) COMP-5.
              10 WS-CP-VERSION        PIC 9(9) COMP-5.
              10 WS-CP-SECS           PIC 9(9) COMP-5.
              10 WS-CP-OFFSET         PIC 9(9) COMP-5.
              10 WS-CP-BYTES          PIC 9(9) COMP-5.
              10 WS-CP-ESTIMATE       PIC 9(9) COMP-5.
              10 WS-CP-OVERFLOWED     PIC X(1).
              10 WS-CP-SQLCA          PIC X(136).

       01 WS-ROW-KIND                 PIC X(1).
       01 WS-ROW-SECS                 PIC 9(9) COMP-5.

       LINKAGE SECTION.
       01 LS-FUNCTION                 PIC X(1).
       01 LS-SOURCE                   PIC X(8).
       01 LS-ELEMENTS                 PIC 9(9) COMP-5.
      * The caller's DB2G-GET-SNAPSHOT-DATA, as declared by the
      * vendor db2ApiDf.cbl.
       01 LS-SNAPSHOT-DATA.
           05 LS-GS-SQLMA-DATA        USAGE IS POINTER.
           05 LS-GS-COLLECTED-DATA    USAGE IS POINTER.
           05 LS-GS-BUFFER            USAGE IS POINTER.
           05 LS-GS-VERSION           PIC 9(9) COMP-5.
           05 LS-GS-BUFFER-SIZE       PIC 9(9) COMP-5.
           05 LS-GS-STORE-RESULT      PIC 9(9) COMP-5.
           05 LS-GS-NODE-NUMBER       PIC S9(9) COMP-5.
           05 LS-GS-OUTPUT-FORMAT     USAGE IS POINTER.
           05 LS-GS-SNAPSHOT-CLASS    PIC 9(9) COMP-5.
      * The caller's SQLCA, as declared by the vendor sqlca.cbl.
       01 LS-SQLCA.
           05 LS-SQLCAID              PIC X(8).
           05 LS-SQLCABC              PIC S9(9) COMP-5.
           05 LS-SQLCODE              PIC S9(9) COMP-5.
           05 LS-SQLERRM.
              49 LS-SQLERRML          PIC S9(4) COMP-5.
              49 LS-SQLERRMC          PIC X(70).
           05 LS-SQLERRP              PIC X(8).
           05 LS-SQLERRD              PIC S9(9) COMP-5
                                      OCCURS 6 TIMES.
           05 LS-SQLWARN              PIC X(11).
           05 LS-SQLSTATE             PIC X(5).
       01 LS-RESULT                   PIC X(1).

       PROCEDURE DIVISION USING LS-FUNCTION LS-SOURCE LS-ELEMENTS
               LS-SNAPSHOT-DATA LS-SQLCA LS-RESULT.
       0000-MAIN.
           IF NOT PARMS-LOADED
               PERFORM 1000-READ-PARMS
           END-IF
           CALL "MFCUTIME" USING WS-NOW-SECS
           EVALUATE LS-FUNCTION
               WHEN "G"
                   PERFORM 2000-GET-CAPTURE
               WHEN "W"
                   PERFORM 4000-NOTE-WALK-LIMIT
               WHEN OTHER
                   MOVE "F" TO LS-RESULT
           END-EVALUATE
           GOBACK.

       1000-READ-PARMS.
           SET PARMS-LOADED TO TRUE
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           EVALUATE MFC-THR-NAME
                               WHEN "SHARE-SECS"
                                   MOVE MFC-THR-VALUE TO WS-SHARE-SECS
                               WHEN "PAD-PCT"
                                   MOVE MFC-THR-VALUE TO WS-PAD-PCT
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

      * Forget every capture; the next request starts a new cycle at
      * the front of the capture area. No caller still holds one of
      * the old buffers - each walks its capture before asking again.
       1500-NEW-CYCLE.
           MOVE 0 TO WS-CP-COUNT
           MOVE 1 TO WS-AREA-NEXT
           MOVE 0 TO WS-CYCLE-SECS.

       2000-GET-CAPTURE.
           MOVE "N" TO WS-SHAREABLE
           IF LS-GS-SQLMA-DATA = NULL
               AND LS-GS-STORE-RESULT = 0
               AND WS-SHARE-SECS > 0
               SET SHAREABLE TO TRUE
           END-IF
           IF WS-CYCLE-SECS > 0
               AND WS-NOW-SECS > WS-CYCLE-SECS + WS-SHARE-SECS
               PERFORM 1500-NEW-CYCLE
           END-IF
           IF SHAREABLE
               PERFORM 2100-FIND-CAPTURE
               IF KY-FOUND
                   PERFORM 2200-SHARE-CAPTURE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 3000-TAKE-CAPTURE.

       2100-FIND-CAPTURE.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CP-COUNT OR KY-FOUND
               IF WS-CP-NODE(WS-IDX) = LS-GS-NODE-NUMBER
                   AND WS-CP-CLASS(WS-IDX) = LS-GS-SNAPSHOT-CLASS
                   AND WS-CP-VERSION(WS-IDX) = LS-GS-VERSION
                   SET KY-FOUND TO TRUE
                   MOVE WS-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM.

       2200-SHARE-CAPTURE.
           SET WS-BUF-PTR TO ADDRESS OF WS-CAPTURE-AREA
           SET WS-BUF-PTR UP BY WS-CP-OFFSET(WS-HIT-IDX)
           SET WS-BUF-PTR DOWN BY 1
           SET LS-GS-BUFFER TO WS-BUF-PTR
           MOVE WS-CP-BYTES(WS-HIT-IDX) TO LS-GS-BUFFER-SIZE
           MOVE WS-CP-SQLCA(WS-HIT-IDX) TO LS-SQLCA
           IF WS-CP-OVERFLOWED(WS-HIT-IDX) = "Y"
               MOVE "T" TO LS-RESULT
           ELSE
               MOVE "S" TO LS-RESULT
           END-IF
           MOVE "S" TO WS-ROW-KIND
           MOVE WS-CP-SECS(WS-HIT-IDX) TO WS-ROW-SECS
           MOVE WS-CP-ESTIMATE(WS-HIT-IDX) TO WS-ESTIMATE-BYTES
           MOVE WS-CP-BYTES(WS-HIT-IDX) TO WS-GIVE-BYTES
           MOVE 0 TO LS-ELEMENTS
           PERFORM 5000-WRITE-ROW.

      * Size first, so the buffer fits; the padded estimate is
      * rounded up to whole doublewords and four bytes more are
      * held back, cleared, so even a full buffer is followed by a
      * zero-size element for the walk to stop on.
       3000-TAKE-CAPTURE.
           MOVE "N" TO WS-OVERFLOWED
           MOVE LS-GS-VERSION
               TO DB2-I-VERSION OF DB2G-GET-SNAPSHOT-SIZE-DATA
           MOVE LS-GS-NODE-NUMBER
               TO DB2-I-NODE-NUMBER OF DB2G-GET-SNAPSHOT-SIZE-DATA
           MOVE LS-GS-SNAPSHOT-CLASS
               TO DB2-I-SNAPSHOT-CLASS OF DB2G-GET-SNAPSHOT-SIZE-DATA
           SET DB2-PI-SQLMA-DATA OF DB2G-GET-SNAPSHOT-SIZE-DATA
               TO LS-GS-SQLMA-DATA
           SET DB2-PO-BUFFER-SIZE TO ADDRESS OF WS-ESTIMATE-BYTES
           MOVE 0 TO WS-ESTIMATE-BYTES
           CALL "db2GetSnapshotSize"
               USING DB2-I-VERSION OF DB2G-GET-SNAPSHOT-SIZE-DATA
               DB2G-GET-SNAPSHOT-SIZE-DATA SQLCA
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-ESTIMATE-BYTES
           END-IF
           COMPUTE WS-WANT-BYTES = WS-ESTIMATE-BYTES
               + (WS-ESTIMATE-BYTES * WS-PAD-PCT) / 100
           COMPUTE WS-ROUND-UNITS = (WS-WANT-BYTES + 7) / 8
           COMPUTE WS-WANT-BYTES = WS-ROUND-UNITS * 8 + 4
           COMPUTE WS-AREA-FREE = WS-AREA-BYTES - WS-AREA-NEXT + 1
           IF WS-ESTIMATE-BYTES = 0
               OR WS-WANT-BYTES > WS-AREA-FREE
               IF WS-CP-COUNT > 0
                   PERFORM 1500-NEW-CYCLE
                   COMPUTE WS-AREA-FREE =
                       WS-AREA-BYTES - WS-AREA-NEXT + 1
               END-IF
           END-IF
           IF WS-ESTIMATE-BYTES = 0
               MOVE WS-AREA-FREE TO WS-GIVE-BYTES
           ELSE
               IF WS-WANT-BYTES > WS-AREA-FREE
                   MOVE WS-AREA-FREE TO WS-GIVE-BYTES
                   SET OVERFLOWED TO TRUE
               ELSE
                   MOVE WS-WANT-BYTES TO WS-GIVE-BYTES
               END-IF
           END-IF
           MOVE LOW-VALUES
               TO WS-CAPTURE-AREA(WS-AREA-NEXT:WS-GIVE-BYTES)
           SET WS-BUF-PTR TO ADDRESS OF WS-CAPTURE-AREA
           SET WS-BUF-PTR UP BY WS-AREA-NEXT
           SET WS-BUF-PTR DOWN BY 1
           SET DB2-PI-SQLMA-DATA OF DB2G-GET-SNAPSHOT-DATA
               TO LS-GS-SQLMA-DATA
           SET DB2-PO-COLLECTED-DATA TO LS-GS-COLLECTED-DATA
           SET DB2-PO-BUFFER OF DB2G-GET-SNAPSHOT-DATA TO WS-BUF-PTR
           MOVE LS-GS-VERSION
               TO DB2-I-VERSION OF DB2G-GET-SNAPSHOT-DATA
           COMPUTE DB2-I-BUFFER-SIZE OF DB2G-GET-SNAPSHOT-DATA =
               WS-GIVE-BYTES - 4
           MOVE LS-GS-STORE-RESULT TO DB2-I-STORE-RESULT
           MOVE LS-GS-NODE-NUMBER
               TO DB2-I-NODE-NUMBER OF DB2G-GET-SNAPSHOT-DATA
           SET DB2-PO-OUTPUT-FORMAT OF DB2G-GET-SNAPSHOT-DATA
               TO LS-GS-OUTPUT-FORMAT
           MOVE LS-GS-SNAPSHOT-CLASS
               TO DB2-I-SNAPSHOT-CLASS OF DB2G-GET-SNAPSHOT-DATA
           CALL "db2GetSnapshot"
               USING DB2-I-VERSION OF DB2G-GET-SNAPSHOT-DATA
               DB2G-GET-SNAPSHOT-DATA SQLCA
           IF SQLCODE = SQLM-RC-BUFFER-FULL
               SET OVERFLOWED TO TRUE
               MOVE 0 TO SQLCODE
           END-IF
           MOVE SQLCA TO LS-SQLCA
           MOVE WS-NOW-SECS TO WS-ROW-SECS
           MOVE 0 TO LS-ELEMENTS
           IF SQLCODE NOT = 0
               MOVE "F" TO LS-RESULT
               MOVE "F" TO WS-ROW-KIND
               PERFORM 5000-WRITE-ROW
               EXIT PARAGRAPH
           END-IF
           SET LS-GS-BUFFER TO WS-BUF-PTR
           MOVE DB2-I-BUFFER-SIZE OF DB2G-GET-SNAPSHOT-DATA
               TO LS-GS-BUFFER-SIZE
           MOVE "C" TO WS-ROW-KIND
           PERFORM 5000-WRITE-ROW
           IF OVERFLOWED
               MOVE "T" TO LS-RESULT
               MOVE "O" TO WS-ROW-KIND
               PERFORM 5000-WRITE-ROW
           ELSE
               MOVE "C" TO LS-RESULT
           END-IF
           IF SHAREABLE
               PERFORM 3100-KEEP-CAPTURE
           END-IF.

       3100-KEEP-CAPTURE.
           IF WS-CP-COUNT >= WS-MAX-CAPTURES
               EXIT PARAGRAPH
           END-IF
           IF WS-CYCLE-SECS = 0
               MOVE WS-NOW-SECS TO WS-CYCLE-SECS
           END-IF
           ADD 1 TO WS-CP-COUNT
           MOVE LS-GS-NODE-NUMBER TO WS-CP-NODE(WS-CP-COUNT)
           MOVE LS-GS-SNAPSHOT-CLASS TO WS-CP-CLASS(WS-CP-COUNT)
           MOVE LS-GS-VERSION TO WS-CP-VERSION(WS-CP-COUNT)
           MOVE WS-NOW-SECS TO WS-CP-SECS(WS-CP-COUNT)
           MOVE WS-AREA-NEXT TO WS-CP-OFFSET(WS-CP-COUNT)
           MOVE LS-GS-BUFFER-SIZE TO WS-CP-BYTES(WS-CP-COUNT)
           MOVE WS-ESTIMATE-BYTES TO WS-CP-ESTIMATE(WS-CP-COUNT)
           MOVE WS-OVERFLOWED TO WS-CP-OVERFLOWED(WS-CP-COUNT)
           MOVE SQLCA TO WS-CP-SQLCA(WS-CP-COUNT)
           ADD WS-GIVE-BYTES TO WS-AREA-NEXT.

      * The walk limit is the caller's, not the capture's; the row
      * carries the capture's time so MFCR122 can put the two
      * together.
       4000-NOTE-WALK-LIMIT.
           MOVE "W" TO WS-ROW-KIND
           MOVE WS-NOW-SECS TO WS-ROW-SECS
           MOVE 0 TO WS-ESTIMATE-BYTES
           MOVE LS-GS-BUFFER-SIZE TO WS-GIVE-BYTES
           PERFORM 2100-FIND-CAPTURE
           IF KY-FOUND
               MOVE WS-CP-SECS(WS-HIT-IDX) TO WS-ROW-SECS
               MOVE WS-CP-ESTIMATE(WS-HIT-IDX) TO WS-ESTIMATE-BYTES
           END-IF
           MOVE "T" TO LS-RESULT
           PERFORM 5000-WRITE-ROW.

       5000-WRITE-ROW.
           OPEN EXTEND CAPTURE-LOG-FILE
           IF WS-SN-STATUS = "35"
               OPEN OUTPUT CAPTURE-LOG-FILE
           END-IF
           MOVE WS-NOW-SECS TO MFC-SN-EVENT-SECS
           MOVE WS-ROW-SECS TO MFC-SN-CAPTURE-SECS
           MOVE LS-SOURCE TO MFC-SN-SOURCE
           MOVE WS-ROW-KIND TO MFC-SN-KIND
           MOVE LS-GS-NODE-NUMBER TO MFC-SN-NODE-NUMBER
           MOVE LS-GS-SNAPSHOT-CLASS TO MFC-SN-CLASS
           MOVE WS-ESTIMATE-BYTES TO MFC-SN-ESTIMATE-BYTES
           MOVE WS-GIVE-BYTES TO MFC-SN-BUFFER-BYTES
           MOVE LS-ELEMENTS TO MFC-SN-ELEMENTS
           MOVE LS-SQLCODE TO MFC-SN-SQLCODE
           WRITE MFC-SNAP-CAPTURE-REC
           CLOSE CAPTURE-LOG-FILE.
