      ***********************************************************************
      *
      *  Source File Name = MFCUEVHD.CBL
      *
      *  Function = Shared event stream header check, called ahead of
      *             every event collector's own dispatch (MFCCDLK,
      *             MFCCSTMT, MFCCOVFL, MFCCTBEV, MFCCCONN). The
      *             collectors used to take it on trust that the file
      *             they read was written by the expected monitor, in
      *             this platform's byte order and code page; a stream
      *             copied from another platform parsed as garbage and
      *             a re-created monitor's stream was merged in silently
      *             under the old one's checkpoint.
      *
      *             The caller asks for one function:
      *
      *               "O" - a stream has just been opened. The expected
      *                     header values come off the PARM file
      *                     MFCEVHDP (MFCTHR.CBL convention):
      *                       BIG-ENDIAN - 1 when the streams are
      *                         written big-endian (default 0, little-
      *                         endian);
      *                       CODEPAGE   - the code page the streams
      *                         must carry (default 1208; 0 accepts
      *                         any);
      *                       VERSION    - the monitor version (default
      *                         SQLM-CURRENT-VERSION);
      *                     and the activations already on MFCEVACO for
      *                     the calling program are loaded;
      *               "R" - one record read from the stream. LS-RESULT
      *                     comes back:
      *                       "H" - a header or start record, not an
      *                             event - the caller does not dispatch
      *                             it;
      *                       "E" - an event record to dispatch;
      *                       "N" - the start record of a stream this
      *                             collector has never read (the
      *                             monitor was re-created or its file
      *                             replaced): not dispatched, and a
      *                             checkpointed collector forgets its
      *                             checkpoint and reads the new stream
      *                             from here;
      *                       "X" - the stream is refused; the caller
      *                             stops reading it.
      *
      *             The first record must be the
      *             SQLM-EVENT-LOG-STREAM-HEADER and the second the
      *             SQLM-EV-LOG-HEADER. Both must carry the expected
      *             BYTE-ORDER (read first - a stream in the other byte
      *             order has every other binary field reversed) and
      *             VERSION, and the log header the expected
      *             CODEPAGE-ID. A mismatch is one MFCERRLG entry naming
      *             the collector, the stream and what was wrong, plus
      *             one refused row on MFCEVACO (mfcevac.cbl).
      *
      *             Each SQLM-EVMON-START-EVENT record whose START-TIME
      *             is not yet on MFCEVACO for the collector is appended
      *             there as an activation, with the EVMON-ACTIVATES and
      *             EVMON-FLUSHES counters found trailing the log header
      *             or the start record (the trailing-element encoding
      *             MFCCCONN walks). MFCR121 reports the activations.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCUEVHD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCEVHDP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACTIVATION-FILE ASSIGN TO "MFCEVACO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EA-STATUS.
           SELECT ERRLOG-FILE ASSIGN TO "MFCERRLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  ACTIVATION-FILE
           RECORDING MODE IS F.
           COPY "mfcevac.cbl".
       FD  ERRLOG-FILE
           RECORDING MODE IS F.
           COPY "mfcerrlg.cbl".
       WORKING-STORAGE SECTION.
       COPY "sqlmonct.cbl".

       01 WS-PARM-STATUS              PIC XX.
       01 WS-EA-STATUS                PIC XX.
       01 WS-EL-STATUS                PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".
       01 WS-STREAM-REFUSED           PIC X VALUE "N".
           88 STREAM-REFUSED          VALUE "Y".

      * Expected header values.
       01 WS-WANT-BYTE-ORDER          PIC S9(9) COMP-5.
       01 WS-WANT-CODEPAGE            PIC 9(9) COMP-5.
       01 WS-WANT-VERSION             PIC 9(9) COMP-5.

      * What the stream's headers have said so far.
       01 WS-STREAM-RECS              PIC 9(9) COMP-5 VALUE 0.
       01 WS-STARTS-THIS-PASS         PIC 9(9) COMP-5 VALUE 0.
       01 WS-GOT-BYTE-ORDER           PIC S9(9) COMP-5.
       01 WS-GOT-CODEPAGE             PIC 9(9) COMP-5.
       01 WS-GOT-VERSION              PIC 9(9) COMP-5.
       01 WS-MONITOR-NAME             PIC X(20).
       01 WS-ACTIVATES                PIC 9(9) COMP-5.
       01 WS-FLUSHES                  PIC 9(9) COMP-5.
       01 WS-START-SECS               PIC 9(9) COMP-5.
       01 WS-NEW-STREAM               PIC X(1).
       01 WS-ROW-KIND                 PIC X(1).
       01 WS-REASON                   PIC X(40).

      * Start times already recorded for the calling program's
      * stream.
       01 WS-MAX-KNOWN                PIC 9(9) COMP-5 VALUE 1000.
       01 WS-KN-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-KNOWN-TABLE.
           05 WS-KN-START-SECS OCCURS 1000 TIMES
                                      PIC 9(9) COMP-5.
       01 WS-IDX                      PIC 9(9) COMP-5.

       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-TRAIL-PTR                USAGE POINTER.
       01 WS-WALK-OFFSET              PIC 9(9) COMP-5.
       01 WS-WALK-END                 PIC 9(9) COMP-5.
       01 WS-DISP-GOT                 PIC -(5)9.
       01 WS-DISP-WANT                PIC -(5)9.

       LINKAGE SECTION.
       01 LS-FUNCTION                 PIC X(1).
       01 LS-PROGRAM                  PIC X(8).
       01 LS-STREAM                   PIC X(8).
       01 LS-EVENT-LEN                PIC 9(9) COMP-5.
       01 LS-EVENT-REC                PIC X(2000).
       01 LS-RESULT                   PIC X(1).
      * First two fields common to every SQLM-*-EVENT record.
       01 WS-EVENT-HDR.
           05 WS-EVH-SIZE              PIC 9(9) COMP-5.
           05 WS-EVH-EVENT-TYPE        PIC 9(9) COMP-5.
      * First 8 bytes common to every SQLM-* trailing element.
       01 WS-SQLM-ELEM-HDR.
           05 WS-EH-SIZE               PIC 9(9) COMP-5.
           05 WS-EH-INFO-TYPE          PIC X.
           05 WS-EH-INFO-TYPE-N REDEFINES WS-EH-INFO-TYPE
                                        PIC 9 COMP-X.
           05 FILLER                   PIC X(3).
       01 WS-SQLM-NUM-ELEM.
           05 FILLER                   PIC X(8).
           05 WS-NE-VALUE-4            PIC 9(9) COMP-5.
       COPY "sqlmon.cbl".

       PROCEDURE DIVISION USING LS-FUNCTION LS-PROGRAM LS-STREAM
               LS-EVENT-LEN LS-EVENT-REC LS-RESULT.
       0000-MAIN.
           EVALUATE LS-FUNCTION
               WHEN "O"
                   PERFORM 1000-OPEN-STREAM
                   MOVE "H" TO LS-RESULT
               WHEN "R"
                   PERFORM 2000-TAKE-RECORD
               WHEN OTHER
                   MOVE "X" TO LS-RESULT
           END-EVALUATE
           GOBACK.

       1000-OPEN-STREAM.
           MOVE "N" TO WS-STREAM-REFUSED
           MOVE 0 TO WS-STREAM-RECS
           MOVE 0 TO WS-STARTS-THIS-PASS
           MOVE 0 TO WS-GOT-BYTE-ORDER
           MOVE 0 TO WS-GOT-CODEPAGE
           MOVE 0 TO WS-GOT-VERSION
           MOVE 0 TO WS-ACTIVATES
           MOVE 0 TO WS-FLUSHES
           MOVE SPACES TO WS-MONITOR-NAME
           PERFORM 1100-READ-PARMS
           PERFORM 1200-LOAD-ACTIVATIONS.

       1100-READ-PARMS.
           MOVE SQLM-LITTLE-ENDIAN TO WS-WANT-BYTE-ORDER
           MOVE 1208 TO WS-WANT-CODEPAGE
           MOVE SQLM-CURRENT-VERSION TO WS-WANT-VERSION
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ PARM-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           EVALUATE MFC-THR-NAME
                               WHEN "BIG-ENDIAN"
                                   IF MFC-THR-VALUE = 1
                                       MOVE SQLM-BIG-ENDIAN
                                           TO WS-WANT-BYTE-ORDER
                                   END-IF
                               WHEN "CODEPAGE"
                                   MOVE MFC-THR-VALUE
                                       TO WS-WANT-CODEPAGE
                               WHEN "VERSION"
                                   MOVE MFC-THR-VALUE
                                       TO WS-WANT-VERSION
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

       1200-LOAD-ACTIVATIONS.
           MOVE 0 TO WS-KN-COUNT
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT ACTIVATION-FILE
           IF WS-EA-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ ACTIVATION-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-EA-PROGRAM = LS-PROGRAM
                               AND MFC-EA-STREAM = LS-STREAM
                               AND MFC-EA-ACTIVATION
                               AND WS-KN-COUNT < WS-MAX-KNOWN
                               ADD 1 TO WS-KN-COUNT
                               MOVE MFC-EA-START-SECS
                                   TO WS-KN-START-SECS(WS-KN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTIVATION-FILE
           END-IF.

       2000-TAKE-RECORD.
           IF STREAM-REFUSED
               MOVE "X" TO LS-RESULT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STREAM-RECS
           EVALUATE WS-STREAM-RECS
               WHEN 1
                   PERFORM 2100-CHECK-STREAM-HEADER
               WHEN 2
                   PERFORM 2200-CHECK-LOG-HEADER
               WHEN OTHER
                   SET ADDRESS OF WS-EVENT-HDR
                       TO ADDRESS OF LS-EVENT-REC
                   IF WS-EVH-EVENT-TYPE = SQLM-EVENT-START
                       PERFORM 2400-TAKE-ACTIVATION
                   ELSE
                       MOVE "E" TO LS-RESULT
                   END-IF
           END-EVALUATE.

      * Byte order is checked before anything else is believed: in
      * the other byte order SQLM-SIZE and VERSION read reversed,
      * while 0 and -1 read the same either way.
       2100-CHECK-STREAM-HEADER.
           MOVE "H" TO LS-RESULT
           IF LS-EVENT-LEN < LENGTH OF SQLM-EVENT-LOG-STREAM-HEADER
               MOVE "NO LOG STREAM HEADER" TO WS-REASON
               PERFORM 2900-REFUSE-STREAM
               EXIT PARAGRAPH
           END-IF
           SET ADDRESS OF SQLM-EVENT-LOG-STREAM-HEADER
               TO ADDRESS OF LS-EVENT-REC
           MOVE BYTE-ORDER OF SQLM-EVENT-LOG-STREAM-HEADER
               TO WS-GOT-BYTE-ORDER
           MOVE VERSION OF SQLM-EVENT-LOG-STREAM-HEADER
               TO WS-GOT-VERSION
           PERFORM 2300-CHECK-ORDER-VERSION.

       2200-CHECK-LOG-HEADER.
           MOVE "H" TO LS-RESULT
           IF LS-EVENT-LEN < LENGTH OF SQLM-EV-LOG-HEADER
               MOVE "NO EVENT LOG HEADER" TO WS-REASON
               PERFORM 2900-REFUSE-STREAM
               EXIT PARAGRAPH
           END-IF
           SET ADDRESS OF SQLM-EV-LOG-HEADER TO ADDRESS OF LS-EVENT-REC
           MOVE BYTE-ORDER OF SQLM-EV-LOG-HEADER TO WS-GOT-BYTE-ORDER
           MOVE VERSION OF SQLM-EV-LOG-HEADER TO WS-GOT-VERSION
           MOVE CODEPAGE-ID OF SQLM-EV-LOG-HEADER TO WS-GOT-CODEPAGE
           MOVE EVENT-MONITOR-NAME OF SQLM-EV-LOG-HEADER
               TO WS-MONITOR-NAME
           PERFORM 2300-CHECK-ORDER-VERSION
           IF STREAM-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF WS-WANT-CODEPAGE > 0
               AND WS-GOT-CODEPAGE NOT = WS-WANT-CODEPAGE
               MOVE WS-GOT-CODEPAGE TO WS-DISP-GOT
               MOVE WS-WANT-CODEPAGE TO WS-DISP-WANT
               MOVE SPACES TO WS-REASON
               STRING "CODE PAGE" WS-DISP-GOT " NOT" WS-DISP-WANT
                   DELIMITED BY SIZE INTO WS-REASON
               PERFORM 2900-REFUSE-STREAM
               EXIT PARAGRAPH
           END-IF
           MOVE LENGTH OF SQLM-EV-LOG-HEADER TO WS-WALK-OFFSET
           MOVE SQLM-SIZE OF SQLM-EV-LOG-HEADER TO WS-WALK-END
           PERFORM 2500-WALK-TRAILING-ELEMENTS.

       2300-CHECK-ORDER-VERSION.
           IF WS-GOT-BYTE-ORDER NOT = WS-WANT-BYTE-ORDER
               MOVE WS-GOT-BYTE-ORDER TO WS-DISP-GOT
               MOVE WS-WANT-BYTE-ORDER TO WS-DISP-WANT
               MOVE SPACES TO WS-REASON
               STRING "BYTE ORDER" WS-DISP-GOT " NOT" WS-DISP-WANT
                   DELIMITED BY SIZE INTO WS-REASON
               PERFORM 2900-REFUSE-STREAM
               EXIT PARAGRAPH
           END-IF
           IF WS-GOT-VERSION NOT = WS-WANT-VERSION
               MOVE WS-GOT-VERSION TO WS-DISP-GOT
               MOVE WS-WANT-VERSION TO WS-DISP-WANT
               MOVE SPACES TO WS-REASON
               STRING "MONITOR VERSION" WS-DISP-GOT " NOT"
                   WS-DISP-WANT
                   DELIMITED BY SIZE INTO WS-REASON
               PERFORM 2900-REFUSE-STREAM
           END-IF.

      * A start time already on MFCEVACO is a stream this collector
      * has read before. An unrecorded one that is the first start
      * record of the pass, when the collector has recorded others,
      * means the stream itself is new.
       2400-TAKE-ACTIVATION.
           MOVE "H" TO LS-RESULT
           SET ADDRESS OF SQLM-EVMON-START-EVENT
               TO ADDRESS OF LS-EVENT-REC
           MOVE SECONDS OF START-TIME OF SQLM-EVMON-START-EVENT
               TO WS-START-SECS
           MOVE LENGTH OF SQLM-EVMON-START-EVENT TO WS-WALK-OFFSET
           MOVE SQLM-SIZE OF SQLM-EVMON-START-EVENT TO WS-WALK-END
           PERFORM 2500-WALK-TRAILING-ELEMENTS
           ADD 1 TO WS-STARTS-THIS-PASS
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-KN-COUNT OR KY-FOUND
               IF WS-KN-START-SECS(WS-IDX) = WS-START-SECS
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-NEW-STREAM
           IF WS-STARTS-THIS-PASS = 1 AND WS-KN-COUNT > 0
               MOVE "Y" TO WS-NEW-STREAM
               MOVE "N" TO LS-RESULT
               DISPLAY "MFCUEVHD: " LS-PROGRAM " NEW EVENT STREAM ON "
                   LS-STREAM " - READ FROM ITS FIRST EVENT"
           END-IF
           IF WS-KN-COUNT < WS-MAX-KNOWN
               ADD 1 TO WS-KN-COUNT
               MOVE WS-START-SECS TO WS-KN-START-SECS(WS-KN-COUNT)
           END-IF
           MOVE "A" TO WS-ROW-KIND
           MOVE SPACES TO WS-REASON
           PERFORM 2800-WRITE-ACTIVATION-ROW.

       2500-WALK-TRAILING-ELEMENTS.
           IF WS-WALK-END > LS-EVENT-LEN
               MOVE LS-EVENT-LEN TO WS-WALK-END
           END-IF
           SET WS-TRAIL-PTR TO ADDRESS OF LS-EVENT-REC
           SET WS-TRAIL-PTR UP BY WS-WALK-OFFSET
           SET ADDRESS OF WS-SQLM-ELEM-HDR TO WS-TRAIL-PTR
           PERFORM UNTIL WS-WALK-OFFSET + 8 > WS-WALK-END
                   OR WS-EH-SIZE OF WS-SQLM-ELEM-HDR = 0
               EVALUATE WS-EH-INFO-TYPE-N OF WS-SQLM-ELEM-HDR
                   WHEN SQLM-ELM-EVMON-ACTIVATES
                       SET ADDRESS OF WS-SQLM-NUM-ELEM TO WS-TRAIL-PTR
                       MOVE WS-NE-VALUE-4 TO WS-ACTIVATES
                   WHEN SQLM-ELM-EVMON-FLUSHES
                       SET ADDRESS OF WS-SQLM-NUM-ELEM TO WS-TRAIL-PTR
                       MOVE WS-NE-VALUE-4 TO WS-FLUSHES
               END-EVALUATE
               ADD WS-EH-SIZE OF WS-SQLM-ELEM-HDR TO WS-WALK-OFFSET
               SET WS-TRAIL-PTR TO ADDRESS OF WS-SQLM-ELEM-HDR
               SET WS-TRAIL-PTR UP BY WS-EH-SIZE OF WS-SQLM-ELEM-HDR
               SET ADDRESS OF WS-SQLM-ELEM-HDR TO WS-TRAIL-PTR
           END-PERFORM.

       2800-WRITE-ACTIVATION-ROW.
           CALL "MFCUTIME" USING WS-NOW-SECS
           OPEN EXTEND ACTIVATION-FILE
           IF WS-EA-STATUS = "35"
               OPEN OUTPUT ACTIVATION-FILE
           END-IF
           MOVE WS-NOW-SECS TO MFC-EA-DETECT-SECS
           MOVE LS-PROGRAM TO MFC-EA-PROGRAM
           MOVE LS-STREAM TO MFC-EA-STREAM
           MOVE WS-ROW-KIND TO MFC-EA-KIND
           MOVE WS-MONITOR-NAME TO MFC-EA-MONITOR-NAME
           IF MFC-EA-ACTIVATION
               MOVE WS-START-SECS TO MFC-EA-START-SECS
               MOVE WS-NEW-STREAM TO MFC-EA-NEW-STREAM
           ELSE
               MOVE 0 TO MFC-EA-START-SECS
               MOVE "N" TO MFC-EA-NEW-STREAM
           END-IF
           MOVE WS-ACTIVATES TO MFC-EA-ACTIVATES
           MOVE WS-FLUSHES TO MFC-EA-FLUSHES
           MOVE WS-GOT-BYTE-ORDER TO MFC-EA-BYTE-ORDER
           MOVE WS-GOT-CODEPAGE TO MFC-EA-CODEPAGE
           MOVE WS-GOT-VERSION TO MFC-EA-VERSION
           MOVE WS-REASON TO MFC-EA-REASON
           WRITE MFC-EVMON-ACTIVATION-REC
           CLOSE ACTIVATION-FILE.

      * Refusal: one MFCERRLG entry (no SQLCODE - the MFCCPING
      * operator-skip convention) and one refused row on MFCEVACO.
       2900-REFUSE-STREAM.
           SET STREAM-REFUSED TO TRUE
           MOVE "X" TO LS-RESULT
           DISPLAY "MFCUEVHD: " LS-PROGRAM " REFUSED EVENT STREAM "
               LS-STREAM " - " WS-REASON
           MOVE "R" TO WS-ROW-KIND
           PERFORM 2800-WRITE-ACTIVATION-ROW
           OPEN EXTEND ERRLOG-FILE
           IF WS-EL-STATUS = "35"
               OPEN OUTPUT ERRLOG-FILE
           END-IF
           MOVE WS-NOW-SECS TO MFC-EL-TIMESTAMP-SECS
           MOVE LS-PROGRAM TO MFC-EL-SOURCE
           MOVE 0 TO MFC-EL-SQLCODE
           MOVE SPACES TO MFC-EL-SQLSTATE
           MOVE SPACES TO MFC-EL-DETAIL
           STRING LS-STREAM " REFUSED: " WS-REASON
               DELIMITED BY SIZE INTO MFC-EL-DETAIL
           WRITE MFC-ERROR-LOG-REC
           CLOSE ERRLOG-FILE.
