      *             Point-in-time dashboard, not a trend file, so both
      *             extracts are opened OUTPUT (overwritten each run).
      *
      *             SQLM-DCS-DB (SQLM-ELM-DCS-DBASE, one per DCS
      *             database the gateway serves) and the numeric
      *             elements that follow it - the MAX-TIME-*-MS
      *             response-time histogram, the MAX-DATA-SENT-*
      *             volume buckets, NETWORK-TIME-TOP/BOTTOM,
      *             HOST-RESPONSE-TIME, GW-COMM-ERRORS and
      *             GW-COMM-ERROR-TIME - are gathered into one
      *             MFC-DCS-HIST-REC (mfcdcsh.cbl) per DCS database,
      *             written when the next DCS-DBASE or DCS-APPL-INFO
      *             element (or the end of the buffer) closes it.
      *             That file, MFCDCSHO, IS a trend file: appended
      *             (EXTEND mode) every run for MFCR114's hourly
      *             host-time/network-time distribution.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCDCS.
           SELECT DCS-STATS-FILE ASSIGN TO "MFCDCSSO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.
           SELECT DCS-HIST-FILE ASSIGN TO "MFCDCSHO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DH-STATUS.
           SELECT ERRLOG-FILE ASSIGN TO "MFCERRLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EL-STATUS.
       FD  DCS-STATS-FILE
           RECORDING MODE IS F.
           COPY "mfcdcsst.cbl".
       FD  DCS-HIST-FILE
           RECORDING MODE IS F.
           COPY "mfcdcsh.cbl".
       FD  ERRLOG-FILE
           RECORDING MODE IS F.
           COPY "mfcerrlg.cbl".
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
       01 WS-IDX                      PIC 9(9) COMP-5 VALUE 0.
       01 WS-DCS-SEQ                  PIC 9(9) COMP-5 VALUE 0.
       01 WS-STATS-REMAINING          PIC 9(9) COMP-5 VALUE 0.
       01 WS-DH-STATUS                PIC XX.
       01 WS-NOW-SECS                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-DH-PENDING               PIC X VALUE "N".
           88 DH-PENDING              VALUE "Y".

       LINKAGE SECTION.
       01 WS-SQLM-ELEM-HDR.
           05 WS-EH-INFO-TYPE-N REDEFINES WS-EH-INFO-TYPE
                                        PIC 9 COMP-X.
           05 FILLER                   PIC X(3).
      * A single-value numeric element (counter or histogram bucket)
      * and a time-valued one (seconds, microseconds) - the element
      * header followed directly by the value.
       01 WS-SQLM-NUM-ELEM.
           05 FILLER                   PIC X(8).
           05 WS-NE-VALUE-4            PIC 9(9) COMP-5.
       01 WS-SQLM-TIME-ELEM.
           05 FILLER                   PIC X(8).
           05 WS-TE-SECONDS            PIC 9(9) COMP-5.
           05 WS-TE-MICROSEC           PIC 9(9) COMP-5.
       COPY "sqlmon.cbl".

       PROCEDURE DIVISION.
           END-IF.

       1000-INITIALIZE.
           CALL "MFCUTIME" USING WS-NOW-SECS
           OPEN OUTPUT DCS-FILE
           OPEN OUTPUT DCS-STATS-FILE
           OPEN EXTEND DCS-HIST-FILE
           IF WS-DH-STATUS = "35"
               OPEN OUTPUT DCS-HIST-FILE
           END-IF.

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
           PERFORM 3400-FLUSH-DCS-HIST.

       3100-DISPATCH-ELEMENT.
           EVALUATE WS-EH-INFO-TYPE-N OF WS-SQLM-ELEM-HDR
               WHEN SQLM-ELM-DCS-DBASE
                   PERFORM 3400-FLUSH-DCS-HIST
                   SET ADDRESS OF SQLM-DCS-DB TO WS-OCC-PTR
                   PERFORM 3500-OPEN-DCS-HIST
               WHEN SQLM-ELM-DCS-APPL-INFO
                   PERFORM 3400-FLUSH-DCS-HIST
                   IF WS-STATS-REMAINING > 0
                       SET ADDRESS OF SQLM-DCS-APPL-SNAP-STATS
                           TO WS-OCC-PTR
                       PERFORM 3200-WRITE-DCS-APPL
                   END-IF
               WHEN OTHER
                   IF DH-PENDING
                       PERFORM 3600-TAKE-DCS-HIST-ELEMENT
                   END-IF
           END-EVALUATE.

       3200-WRITE-DCS-APPL.
           ADD 1 TO WS-ACCT-WRITTEN
           SUBTRACT 1 FROM WS-STATS-REMAINING.

       3400-FLUSH-DCS-HIST.
           IF DH-PENDING
               WRITE MFC-DCS-HIST-REC
               ADD 1 TO WS-ACCT-WRITTEN
               MOVE "N" TO WS-DH-PENDING
           END-IF.

       3500-OPEN-DCS-HIST.
           INITIALIZE MFC-DCS-HIST-REC
           MOVE WS-NOW-SECS TO MFC-DH-COLLECT-SECS
           MOVE DCS-DB-NAME OF SQLM-DCS-DB TO MFC-DH-DCS-DB-NAME
           MOVE HOST-DB-NAME OF SQLM-DCS-DB TO MFC-DH-HOST-DB-NAME
           MOVE SECONDS OF LAST-RESET OF SQLM-DCS-DB
               TO MFC-DH-LAST-RESET-SECS
           MOVE SQL-STMTS OF SQLM-DCS-DB TO MFC-DH-SQL-STMTS
           SET DH-PENDING TO TRUE.

      * The elements that trail an SQLM-DCS-DB belong to it until
      * the next DCS-DBASE or DCS-APPL-INFO element; anything this
      * history does not carry is passed over.
       3600-TAKE-DCS-HIST-ELEMENT.
           SET ADDRESS OF WS-SQLM-NUM-ELEM TO WS-OCC-PTR
           EVALUATE WS-EH-INFO-TYPE-N OF WS-SQLM-ELEM-HDR
               WHEN SQLM-ELM-HOST-RESPONSE-TIME
                   SET ADDRESS OF WS-SQLM-TIME-ELEM TO WS-OCC-PTR
                   COMPUTE MFC-DH-HOST-RESPONSE-USEC =
                       WS-TE-SECONDS * 1000000 + WS-TE-MICROSEC
               WHEN SQLM-ELM-NETWORK-TIME-TOP
                   MOVE WS-NE-VALUE-4 TO MFC-DH-NETWORK-TIME-TOP
               WHEN SQLM-ELM-NETWORK-TIME-BOTTOM
                   MOVE WS-NE-VALUE-4 TO MFC-DH-NETWORK-TIME-BOTTOM
               WHEN SQLM-ELM-GW-COMM-ERRORS
                   MOVE WS-NE-VALUE-4 TO MFC-DH-GW-COMM-ERRORS
               WHEN SQLM-ELM-GW-COMM-ERROR-TIME
                   SET ADDRESS OF WS-SQLM-TIME-ELEM TO WS-OCC-PTR
                   MOVE WS-TE-SECONDS TO MFC-DH-GW-COMM-ERROR-SECS
               WHEN SQLM-ELM-MAX-TIME-1-MS
                   MOVE WS-NE-VALUE-4 TO MFC-DH-MAX-TIME-1-MS
               WHEN SQLM-ELM-MAX-TIME-2-MS
                   MOVE WS-NE-VALUE-4 TO MFC-DH-MAX-TIME-2-MS
               WHEN SQLM-ELM-MAX-TIME-4-MS
                   MOVE WS-NE-VALUE-4 TO MFC-DH-MAX-TIME-4-MS
               WHEN SQLM-ELM-MAX-TIME-8-MS
                   MOVE WS-NE-VALUE-4 TO MFC-DH-MAX-TIME-8-MS
               WHEN SQLM-ELM-MAX-TIME-16-MS
                   MOVE WS-NE-VALUE-4 TO MFC-DH-MAX-TIME-16-MS
               WHEN SQLM-ELM-MAX-TIME-32-MS
                   MOVE WS-NE-VALUE-4 TO MFC-DH-MAX-TIME-32-MS
               WHEN SQLM-ELM-MAX-TIME-GT32-MS
                   MOVE WS-NE-VALUE-4 TO MFC-DH-MAX-TIME-GT32-MS
               WHEN SQLM-ELM-MAX-TIME-100-MS
                   MOVE WS-NE-VALUE-4 TO MFC-DH-MAX-TIME-100-MS
               WHEN SQLM-ELM-MAX-TIME-500-MS
                   MOVE WS-NE-VALUE-4 TO MFC-DH-MAX-TIME-500-MS
               WHEN SQLM-ELM-MAX-TIME-GT500-MS
                   MOVE WS-NE-VALUE-4 TO MFC-DH-MAX-TIME-GT500-MS
               WHEN SQLM-ELM-MAX-DATA-SENT-128
                   MOVE WS-NE-VALUE-4 TO MFC-DH-SENT-128
               WHEN SQLM-ELM-MAX-DATA-SENT-256
                   MOVE WS-NE-VALUE-4 TO MFC-DH-SENT-256
               WHEN SQLM-ELM-MAX-DATA-SENT-512
                   MOVE WS-NE-VALUE-4 TO MFC-DH-SENT-512
               WHEN SQLM-ELM-MAX-DATA-SENT-1024
                   MOVE WS-NE-VALUE-4 TO MFC-DH-SENT-1024
               WHEN SQLM-ELM-MAX-DATA-SENT-2048
                   MOVE WS-NE-VALUE-4 TO MFC-DH-SENT-2048
               WHEN SQLM-ELM-MAX-DATA-SENT-4096
                   MOVE WS-NE-VALUE-4 TO MFC-DH-SENT-4096
               WHEN SQLM-ELM-MAX-DATA-SENT-8192
                   MOVE WS-NE-VALUE-4 TO MFC-DH-SENT-8192
               WHEN SQLM-ELM-MAX-DATA-SENT-16384
                   MOVE WS-NE-VALUE-4 TO MFC-DH-SENT-16384
               WHEN SQLM-ELM-MAX-DATA-SENT-31999
                   MOVE WS-NE-VALUE-4 TO MFC-DH-SENT-31999
               WHEN SQLM-ELM-MAX-DATA-SENT-64000
                   MOVE WS-NE-VALUE-4 TO MFC-DH-SENT-64000
               WHEN SQLM-ELM-MAX-DATA-SENT-GT64000
                   MOVE WS-NE-VALUE-4 TO MFC-DH-SENT-GT64000
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       9000-TERMINATE.
           OPEN EXTEND ACCT-FILE
           IF WS-RN-STATUS = "35"
           WRITE MFC-RUN-ACCT-REC
           CLOSE ACCT-FILE
           CLOSE DCS-FILE
           CLOSE DCS-STATS-FILE
           CLOSE DCS-HIST-FILE.
