      *             to it; the captured text lands in MFC-ST-STMT-TEXT
      *             and feeds the fingerprint grouping
      *             (MFCUFPRT/MFCCFPRT/MFCR078) that re-cuts the
      *             slow-SQL ranking by statement shape.
      *
      *             An event-origin row's text, and the values bound
      *             to its parameter markers, arrive as elements
      *             trailing the fixed SQLM-STMT-EVENT part inside the
      *             same physical event record - the trailing-element
      *             walk MFCCCONN does for its TP-monitor element. A
      *             trailing SQLM-ELM-STMT-TEXT fills MFC-ST-STMT-TEXT;
      *             each SQLM-ELM-STMT-VALUE-INDEX starts one value,
      *             and the -TYPE, -ISNULL and -DATA elements after it
      *             complete it. The values are written, once the row
      *             itself is, to the companion file MFCSTVLO
      *             (MFCSTVAL.CBL) under the row's record number in
      *             MFCSTMTO, for the reproduction report MFCR113; a
      *             row the load-shed sample drops takes its values
      *             with it.
      *
      *             The optimizer's cost and cardinality estimates and
      *             the rows actually read ride along on every
      *             snapshot row (SQLM-STMT carries all three); the
      *             statement event record has rows read but no
      *             estimates, so event rows carry zero estimates.
      *             MFCR111 ranks the misestimates.
      *
      *             The package section's consistency token arrives
      *             the same way the text does, as its own
      *             SQLM-ELM-CONSISTENCY-TOKEN element behind the
      *             held statement, and lands in MFC-ST-CONSIST-TOKEN
      *             for the rebind regression report (MFCR112). The
      *             statement event record carries no token, so
      *             event-origin rows leave it spaces.
      *
      *             Point-in-time extract (each run reflects the current
      *             snapshot plus whatever event records have arrived
      *             MFCC000/MFCCTBS rather than the MFCCDLK/MFCCHADR
      *             history-file convention.
      *
      *             Every record read is first put through the shared
      *             stream header check MFCUEVHD, which validates the
      *             log headers' byte order, code page and monitor
      *             version and records each monitor activation on
      *             MFCEVACO (MFCR121 reports them). A mismatched stream
      *             is refused - one MFCERRLG entry, nothing dispatched,
      *             the run ledger row FAILED. Only the records MFCUEVHD
      *             calls events are dispatched.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCSTMT.
           SELECT STMT-FILE ASSIGN TO "MFCSTMTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.
           SELECT VALUE-FILE ASSIGN TO "MFCSTVLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SV-STATUS.
           SELECT ENV-FILE ASSIGN TO "MFCSTMTE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EN-STATUS.
           RECORDING MODE IS F.
       01 VERIFY-REC                  PIC X(8).
       FD  EVENT-FILE
           RECORD IS VARYING IN SIZE FROM 8 TO 2000 CHARACTERS
               DEPENDING ON WS-EVENT-LEN
           RECORDING MODE IS V.
       01 EVENT-REC                   PIC X(2000).
       FD  STMT-FILE
           RECORDING MODE IS F.
           COPY "mfcstmt.cbl".
       FD  VALUE-FILE
           RECORDING MODE IS F.
           COPY "mfcstval.cbl".
       FD  ENV-FILE
           RECORDING MODE IS F.
           COPY "mfcenv.cbl".
      * Control-total envelope for this run's appended rows
      * (MFCUENVW/mfcenv.cbl) - MFCENVCK reconciles consumers.
       01 WS-EN-STATUS                PIC XX.
       01 WS-LAYOUT-VERSION           PIC 9(9) COMP-5 VALUE 4.
       01 WS-HASH-TOTAL               PIC 9(18) COMP-5 VALUE 0.
      * Transient-error retry (MFCURTRY/MFCRTRYP) around the
      * snapshot API, and on hard failure one MFCERRLG record plus
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
       01 WS-EV-STATUS                PIC XX.
       01 WS-ST-STATUS                PIC XX.
       01 WS-EVENT-LEN                PIC 9(9) COMP-5.
      * Shared event stream header check (MFCUEVHD) - only records
      * it calls events are dispatched.
       01 WS-HDCHK-FUNC               PIC X(1).
       01 WS-HDCHK-STREAM             PIC X(8) VALUE "MFCEVMST".
       01 WS-HDCHK-RESULT             PIC X(1).
           88 HDCHK-EVENT             VALUE "E".
           88 HDCHK-NEW-STREAM        VALUE "N".
           88 HDCHK-REFUSED           VALUE "X".
       01 WS-EOF-EVENTS               PIC X VALUE "N".
           88 EOF-EVENTS              VALUE "Y".
       01 WS-OCC-PTR                  USAGE POINTER.
           88 STMT-PENDING            VALUE "Y".
       01 WS-TEXT-LEN                 PIC 9(9) COMP-5.

      * Elements trailing a statement event record, and the
      * parameter-marker values collected from them until the row
      * is written.
       01 WS-SV-STATUS                PIC XX.
       01 WS-TRAIL-PTR                USAGE POINTER.
       01 WS-FIXED-LEN                PIC 9(9) COMP-5.
       01 WS-MAX-VALUES               PIC 9(9) COMP-5 VALUE 100.
       01 WS-VL-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-VL-IDX                   PIC 9(9) COMP-5.
       01 WS-VALUE-TABLE.
           05 WS-VL-ENTRY OCCURS 100 TIMES.
              10 WS-VL-INDEX          PIC 9(9) COMP-5.
              10 WS-VL-SQL-TYPE       PIC 9(9) COMP-5.
              10 WS-VL-ISNULL         PIC X(1).
              10 WS-VL-RENDER         PIC X(1).
              10 WS-VL-DATA-LEN       PIC 9(9) COMP-5.
              10 WS-VL-DATA           PIC X(128).
       01 WS-BASE-TYPE                PIC 9(9) COMP-5.
       01 WS-DATA-LEN                 PIC 9(9) COMP-5.
       01 WS-NUM-EDIT                 PIC -(18)9.
       01 WS-FLOAT-EDIT               PIC -(12)9.9(6).
       01 WS-LEAD                     PIC 9(9) COMP-5.
       01 WS-HEX-DIGITS               PIC X(16)
                                       VALUE "0123456789ABCDEF".
       01 WS-HEX-POS                  PIC 9(9) COMP-5.
       01 WS-HEX-OUT                  PIC 9(9) COMP-5.
       01 WS-BYTE-ORD                 PIC 9(9) COMP-5.
       01 WS-HEX-HI                   PIC 9(9) COMP-5.
       01 WS-HEX-LO                   PIC 9(9) COMP-5.

       LINKAGE SECTION.
      * First 8 bytes common to every SQLM-* snapshot element - used to
      * decide which real structure to overlay the pointer with next.
       01 WS-SQLM-TEXT-ELEM.
           05 FILLER                   PIC X(8).
           05 WS-TE-TEXT                PIC X(256).
      * A numeric element carries 4 or 8 payload bytes behind the
      * 8-byte header; the header size (12 or 16) says which.
       01 WS-SQLM-NUM-ELEM.
           05 FILLER                   PIC X(8).
           05 WS-NE-PAYLOAD.
              10 WS-NE-VALUE-4         PIC 9(9) COMP-5.
              10 FILLER                PIC X(4).
           05 WS-NE-VALUE REDEFINES WS-NE-PAYLOAD
                                        PIC 9(18) COMP-5.
      * A parameter-marker value's bytes, seen as the SQL type says.
       01 WS-SQLM-VALUE-ELEM.
           05 FILLER                   PIC X(8).
           05 WS-VE-DATA               PIC X(128).
           05 WS-VE-SMALLINT REDEFINES WS-VE-DATA
                                        PIC S9(4) COMP-5.
           05 WS-VE-INTEGER REDEFINES WS-VE-DATA
                                        PIC S9(9) COMP-5.
           05 WS-VE-BIGINT REDEFINES WS-VE-DATA
                                        PIC S9(18) COMP-5.
           05 WS-VE-FLOAT REDEFINES WS-VE-DATA
                                        COMP-2.
       COPY "sqlmon.cbl".

       PROCEDURE DIVISION.
               MOVE "SAMPLED" TO WS-ACCT-STATUS
           END-IF
           OPEN OUTPUT STMT-FILE
           OPEN OUTPUT VALUE-FILE
           OPEN INPUT EVENT-FILE
           MOVE "O" TO WS-HDCHK-FUNC
           CALL "MFCUEVHD" USING WS-HDCHK-FUNC WS-RN-PROGRAM
               WS-HDCHK-STREAM WS-EVENT-LEN EVENT-REC WS-HDCHK-RESULT.

       2000-GET-SNAPSHOT.
           MOVE SQLM-DBMON-VERSION8
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
           IF STMT-PENDING
               PERFORM 3300-FLUSH-PENDING-STMT
           END-IF.
                       SET ADDRESS OF WS-SQLM-TEXT-ELEM TO WS-OCC-PTR
                       PERFORM 3250-CAPTURE-STMT-TEXT
                   END-IF
               WHEN SQLM-ELM-CONSISTENCY-TOKEN
                   IF STMT-PENDING
                       SET ADDRESS OF WS-SQLM-TEXT-ELEM TO WS-OCC-PTR
                       MOVE WS-TE-TEXT(1:8) TO MFC-ST-CONSIST-TOKEN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               TO MFC-ST-CPU-SECS
           MOVE MICROSEC OF STMT-USR-CPU-TIME OF SQLM-STMT
               TO MFC-ST-CPU-MICROSEC
           MOVE QUERY-COST-ESTIMATE OF SQLM-STMT
               TO MFC-ST-QUERY-COST-EST
           MOVE QUERY-CARD-ESTIMATE OF SQLM-STMT
               TO MFC-ST-QUERY-CARD-EST
           MOVE ROWS-READ OF SQLM-STMT TO MFC-ST-ROWS-READ
           MOVE SPACES TO MFC-ST-STMT-TEXT
           MOVE SPACES TO MFC-ST-CONSIST-TOKEN
           SET STMT-PENDING TO TRUE.

       3250-CAPTURE-STMT-TEXT.
               READ EVENT-FILE
                   AT END SET EOF-EVENTS TO TRUE
                   NOT AT END
                       PERFORM 4050-CHECK-STREAM-HEADER
                       IF HDCHK-EVENT
                           PERFORM 4100-DISPATCH-EVENT
                       END-IF
               END-READ
           END-PERFORM.

       4050-CHECK-STREAM-HEADER.
           MOVE "R" TO WS-HDCHK-FUNC
           CALL "MFCUEVHD" USING WS-HDCHK-FUNC WS-RN-PROGRAM
               WS-HDCHK-STREAM WS-EVENT-LEN EVENT-REC WS-HDCHK-RESULT
           IF HDCHK-REFUSED
               MOVE "FAILED" TO WS-ACCT-STATUS
               SET EOF-EVENTS TO TRUE
           END-IF.

       4100-DISPATCH-EVENT.
           SET ADDRESS OF WS-EVENT-HDR TO ADDRESS OF EVENT-REC
           IF WS-EVH-EVENT-TYPE OF WS-EVENT-HDR = SQLM-EVENT-STMT
               TO MFC-ST-CPU-SECS
           MOVE MICROSEC OF USER-CPU-TIME OF SQLM-STMT-EVENT
               TO MFC-ST-CPU-MICROSEC
           MOVE 0 TO MFC-ST-QUERY-COST-EST
           MOVE 0 TO MFC-ST-QUERY-CARD-EST
           MOVE ROWS-READ OF SQLM-STMT-EVENT TO MFC-ST-ROWS-READ
           MOVE SPACES TO MFC-ST-STMT-TEXT
           MOVE SPACES TO MFC-ST-CONSIST-TOKEN
           PERFORM 4300-WALK-TRAILING-ELEMENTS
           ADD 1 TO WS-SHED-SEEN
           IF WS-SHED-MODE NOT = "S"
               OR FUNCTION MOD(WS-SHED-SEEN - 1 WS-SHED-SAMPLE-N)
               WRITE MFC-STMT-REC
               ADD 1 TO WS-ACCT-WRITTEN
               ADD MFC-ST-CPU-SECS TO WS-HASH-TOTAL
               PERFORM 4600-WRITE-VALUES
           END-IF.

      * Text and parameter-marker values trail the fixed part of the
      * event record; an INDEX element opens the next value.
       4300-WALK-TRAILING-ELEMENTS.
           MOVE 0 TO WS-VL-COUNT
           MOVE LENGTH OF SQLM-STMT-EVENT TO WS-FIXED-LEN
           SET WS-TRAIL-PTR TO ADDRESS OF WS-EVENT-HDR
           SET WS-TRAIL-PTR UP BY WS-FIXED-LEN
           SET ADDRESS OF WS-SQLM-ELEM-HDR TO WS-TRAIL-PTR
           PERFORM UNTIL WS-FIXED-LEN >= WS-EVH-SIZE OF WS-EVENT-HDR
                   OR WS-FIXED-LEN >= WS-EVENT-LEN
                   OR WS-EH-SIZE OF WS-SQLM-ELEM-HDR < 8
               PERFORM 4400-TAKE-TRAILING-ELEMENT
               ADD WS-EH-SIZE OF WS-SQLM-ELEM-HDR TO WS-FIXED-LEN
               SET WS-TRAIL-PTR TO ADDRESS OF WS-SQLM-ELEM-HDR
               SET WS-TRAIL-PTR UP BY WS-EH-SIZE OF WS-SQLM-ELEM-HDR
               SET ADDRESS OF WS-SQLM-ELEM-HDR TO WS-TRAIL-PTR
           END-PERFORM.

       4400-TAKE-TRAILING-ELEMENT.
           COMPUTE WS-DATA-LEN = WS-EH-SIZE OF WS-SQLM-ELEM-HDR - 8
           EVALUATE WS-EH-INFO-TYPE-N OF WS-SQLM-ELEM-HDR
               WHEN SQLM-ELM-STMT-TEXT
                   SET ADDRESS OF WS-SQLM-TEXT-ELEM TO WS-TRAIL-PTR
                   PERFORM 3250-CAPTURE-STMT-TEXT
               WHEN SQLM-ELM-STMT-VALUE-INDEX
                   PERFORM 4450-OPEN-VALUE
                   IF WS-VL-COUNT > 0
                       SET ADDRESS OF WS-SQLM-NUM-ELEM TO WS-TRAIL-PTR
                       MOVE WS-NE-VALUE-4 TO WS-VL-INDEX(WS-VL-COUNT)
                   END-IF
               WHEN SQLM-ELM-STMT-VALUE-TYPE
                   IF WS-VL-COUNT = 0
                       PERFORM 4450-OPEN-VALUE
                   END-IF
                   IF WS-VL-COUNT > 0
                       SET ADDRESS OF WS-SQLM-NUM-ELEM TO WS-TRAIL-PTR
                       MOVE WS-NE-VALUE-4
                           TO WS-VL-SQL-TYPE(WS-VL-COUNT)
                   END-IF
               WHEN SQLM-ELM-STMT-VALUE-ISNULL
                   IF WS-VL-COUNT = 0
                       PERFORM 4450-OPEN-VALUE
                   END-IF
                   IF WS-VL-COUNT > 0
                       SET ADDRESS OF WS-SQLM-NUM-ELEM TO WS-TRAIL-PTR
                       IF WS-NE-VALUE-4 NOT = 0
                           MOVE "Y" TO WS-VL-ISNULL(WS-VL-COUNT)
                       END-IF
                   END-IF
               WHEN SQLM-ELM-STMT-VALUE-DATA
                   IF WS-VL-COUNT = 0
                       PERFORM 4450-OPEN-VALUE
                   END-IF
                   IF WS-VL-COUNT > 0
                       SET ADDRESS OF WS-SQLM-VALUE-ELEM
                           TO WS-TRAIL-PTR
                       PERFORM 4500-RENDER-VALUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4450-OPEN-VALUE.
           IF WS-VL-COUNT >= WS-MAX-VALUES
               DISPLAY "MFCCSTMT: VALUE TABLE FULL, MARKER VALUE "
                   "NOT CAPTURED FOR " MFC-ST-APPL-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VL-COUNT
           MOVE WS-VL-COUNT TO WS-VL-INDEX(WS-VL-COUNT)
           MOVE 0 TO WS-VL-SQL-TYPE(WS-VL-COUNT)
           MOVE "N" TO WS-VL-ISNULL(WS-VL-COUNT)
           MOVE "C" TO WS-VL-RENDER(WS-VL-COUNT)
           MOVE 0 TO WS-VL-DATA-LEN(WS-VL-COUNT)
           MOVE SPACES TO WS-VL-DATA(WS-VL-COUNT).

      * The value's type has already arrived in its own element;
      * character and datetime data is kept as sent, the integer
      * and float types are edited to digits, the rest goes to hex.
       4500-RENDER-VALUE.
           MOVE WS-DATA-LEN TO WS-VL-DATA-LEN(WS-VL-COUNT)
           MOVE SPACES TO WS-VL-DATA(WS-VL-COUNT)
           IF WS-DATA-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VL-SQL-TYPE(WS-VL-COUNT) TO WS-BASE-TYPE
           IF FUNCTION MOD(WS-BASE-TYPE 2) = 1
               SUBTRACT 1 FROM WS-BASE-TYPE
           END-IF
           EVALUATE TRUE
               WHEN WS-BASE-TYPE = 384 OR 388 OR 392
                   OR 448 OR 452 OR 456 OR 460
                   MOVE "C" TO WS-VL-RENDER(WS-VL-COUNT)
                   IF WS-DATA-LEN > 128
                       MOVE WS-VE-DATA TO WS-VL-DATA(WS-VL-COUNT)
                   ELSE
                       MOVE WS-VE-DATA(1:WS-DATA-LEN)
                           TO WS-VL-DATA(WS-VL-COUNT)
                   END-IF
                   INSPECT WS-VL-DATA(WS-VL-COUNT)
                       REPLACING ALL LOW-VALUE BY SPACE
               WHEN WS-BASE-TYPE = 500 AND WS-DATA-LEN = 2
                   MOVE WS-VE-SMALLINT TO WS-NUM-EDIT
                   PERFORM 4550-LEFT-JUSTIFY-NUMBER
               WHEN WS-BASE-TYPE = 496 AND WS-DATA-LEN = 4
                   MOVE WS-VE-INTEGER TO WS-NUM-EDIT
                   PERFORM 4550-LEFT-JUSTIFY-NUMBER
               WHEN WS-BASE-TYPE = 492 AND WS-DATA-LEN = 8
                   MOVE WS-VE-BIGINT TO WS-NUM-EDIT
                   PERFORM 4550-LEFT-JUSTIFY-NUMBER
               WHEN WS-BASE-TYPE = 480 AND WS-DATA-LEN = 8
                   MOVE WS-VE-FLOAT TO WS-FLOAT-EDIT
                   MOVE "N" TO WS-VL-RENDER(WS-VL-COUNT)
                   MOVE 0 TO WS-LEAD
                   INSPECT WS-FLOAT-EDIT TALLYING WS-LEAD
                       FOR LEADING SPACES
                   MOVE WS-FLOAT-EDIT(WS-LEAD + 1:)
                       TO WS-VL-DATA(WS-VL-COUNT)
               WHEN OTHER
                   PERFORM 4560-HEX-VALUE
           END-EVALUATE.

       4550-LEFT-JUSTIFY-NUMBER.
           MOVE "N" TO WS-VL-RENDER(WS-VL-COUNT)
           MOVE 0 TO WS-LEAD
           INSPECT WS-NUM-EDIT TALLYING WS-LEAD FOR LEADING SPACES
           MOVE WS-NUM-EDIT(WS-LEAD + 1:) TO WS-VL-DATA(WS-VL-COUNT).

      * Two hex digits per byte; the first 64 bytes fill the field.
       4560-HEX-VALUE.
           MOVE "X" TO WS-VL-RENDER(WS-VL-COUNT)
           MOVE 1 TO WS-HEX-OUT
           PERFORM VARYING WS-HEX-POS FROM 1 BY 1
                   UNTIL WS-HEX-POS > WS-DATA-LEN
                   OR WS-HEX-POS > 64
               COMPUTE WS-BYTE-ORD =
                   FUNCTION ORD(WS-VE-DATA(WS-HEX-POS:1)) - 1
               DIVIDE WS-BYTE-ORD BY 16 GIVING WS-HEX-HI
                   REMAINDER WS-HEX-LO
               MOVE WS-HEX-DIGITS(WS-HEX-HI + 1:1)
                   TO WS-VL-DATA(WS-VL-COUNT)(WS-HEX-OUT:1)
               MOVE WS-HEX-DIGITS(WS-HEX-LO + 1:1)
                   TO WS-VL-DATA(WS-VL-COUNT)(WS-HEX-OUT + 1:1)
               ADD 2 TO WS-HEX-OUT
           END-PERFORM.

      * The row has just been written, so its record number in
      * MFCSTMTO is the written count.
       4600-WRITE-VALUES.
           PERFORM VARYING WS-VL-IDX FROM 1 BY 1
                   UNTIL WS-VL-IDX > WS-VL-COUNT
               MOVE WS-ACCT-WRITTEN TO MFC-SV-STMT-SEQ
               MOVE MFC-ST-APPL-ID TO MFC-SV-APPL-ID
               MOVE WS-VL-INDEX(WS-VL-IDX) TO MFC-SV-VALUE-INDEX
               MOVE WS-VL-SQL-TYPE(WS-VL-IDX) TO MFC-SV-SQL-TYPE
               MOVE WS-VL-ISNULL(WS-VL-IDX) TO MFC-SV-ISNULL
               MOVE WS-VL-RENDER(WS-VL-IDX) TO MFC-SV-RENDER
               MOVE WS-VL-DATA-LEN(WS-VL-IDX) TO MFC-SV-DATA-LEN
               MOVE WS-VL-DATA(WS-VL-IDX) TO MFC-SV-DATA
               WRITE MFC-STMT-VALUE-REC
           END-PERFORM.

       9000-TERMINATE.
      * Control-total envelope for this run's appended rows
      * (MFCUENVW/mfcenv.cbl) - MFCENVCK reconciles consumers.
           WRITE MFC-RUN-ACCT-REC
           CLOSE ACCT-FILE
           CLOSE EVENT-FILE
           CLOSE STMT-FILE
           CLOSE VALUE-FILE.
