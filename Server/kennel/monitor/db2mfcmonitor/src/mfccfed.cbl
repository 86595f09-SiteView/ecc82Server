      ***********************************************************************
      *
      *  Source File Name = MFCCFED.CBL
      *
      *  Function = Collector for federated data-source passthrough
      *             and remote lock history.
      *
      *             db2GetSnapshot (SQLM-CLASS-DEFAULT) is walked the
      *             same way MFCCDCS walks it. Each
      *             SQLM-ELM-DBASE-REMOTE group - one per data source a
      *             database reaches through nicknames - carries no
      *             fixed structure in sqlmon.cbl, only the elements
      *             that follow it: DB-NAME and DATASOURCE-NAME (text),
      *             PASSTHRUS, PASSTHRU-TIME, REMOTE-LOCKS,
      *             REMOTE-LOCK-TIME, CREATE-NICKNAME and
      *             CREATE-NICKNAME-TIME. They are gathered into one
      *             MFC-FED-HIST-REC (mfcfedh.cbl) per database and data
      *             source, written when the next DBASE-REMOTE group, an
      *             APPL-REMOTE group, a DBASE or APPL element, or the
      *             end of the buffer closes it. The per-application
      *             APPL-REMOTE groups repeat the same element names for
      *             one connection and are not extracted - the database
      *             figures already sum them.
      *
      *             MFCFEDHO is a trend file: appended (EXTEND mode)
      *             every run for MFCR119's hourly passthrough and
      *             remote lock report.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCFED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFY-FILE ASSIGN TO "MFCPFMDP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VF-STATUS.
           SELECT FED-HIST-FILE ASSIGN TO "MFCFEDHO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FH-STATUS.
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
       FD  FED-HIST-FILE
           RECORDING MODE IS F.
           COPY "mfcfedh.cbl".
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
       01 WS-RN-PROGRAM               PIC X(8) VALUE "MFCCFED".
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
       01 WS-DG-SOURCE                PIC X(8) VALUE "MFCCFED".
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

       01 WS-FH-STATUS                PIC XX.
       01 WS-OCC-PTR                  USAGE POINTER.
       01 WS-MAX-OCC                  PIC 9(9) COMP-5 VALUE 5000.
       01 WS-IDX                      PIC 9(9) COMP-5 VALUE 0.
       01 WS-NOW-SECS                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-TEXT-LEN                 PIC S9(9) COMP-5 VALUE 0.
       01 WS-FH-PENDING               PIC X VALUE "N".
           88 FH-PENDING              VALUE "Y".

       LINKAGE SECTION.
       01 WS-SQLM-ELEM-HDR.
           05 WS-EH-SIZE               PIC 9(9) COMP-5.
           05 WS-EH-INFO-TYPE          PIC X.
           05 WS-EH-INFO-TYPE-N REDEFINES WS-EH-INFO-TYPE
                                        PIC 9 COMP-X.
           05 FILLER                   PIC X(3).
      * A single-value numeric element (count or millisecond time)
      * and a text element (name) - the element header followed
      * directly by the value; a text value runs to the element's
      * size.
       01 WS-SQLM-NUM-ELEM.
           05 FILLER                   PIC X(8).
           05 WS-NE-VALUE-4            PIC 9(9) COMP-5.
       01 WS-SQLM-TEXT-ELEM.
           05 FILLER                   PIC X(8).
           05 WS-TX-VALUE              PIC X(128).
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
               DISPLAY "MFCCFED: VERIFY NO-GO SQLCODE=" SQLCODE
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
               DISPLAY "MFCCFED: VERIFY NO-GO - STREAM NOT WALKABLE"
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "MFCCFED: VERIFY GO"
               MOVE 0 TO RETURN-CODE
           END-IF.

       1000-INITIALIZE.
           CALL "MFCUTIME" USING WS-NOW-SECS
           OPEN EXTEND FED-HIST-FILE
           IF WS-FH-STATUS = "35"
               OPEN OUTPUT FED-HIST-FILE
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
               DISPLAY "MFCCFED: db2GetSnapshot SQLCODE=" SQLCODE
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
           PERFORM 3400-FLUSH-FED-HIST.

       3100-DISPATCH-ELEMENT.
           EVALUATE WS-EH-INFO-TYPE-N OF WS-SQLM-ELEM-HDR
               WHEN SQLM-ELM-DBASE-REMOTE
                   PERFORM 3400-FLUSH-FED-HIST
                   PERFORM 3500-OPEN-FED-HIST
               WHEN SQLM-ELM-APPL-REMOTE
               WHEN SQLM-ELM-DBASE
               WHEN SQLM-ELM-APPL
                   PERFORM 3400-FLUSH-FED-HIST
               WHEN OTHER
                   IF FH-PENDING
                       PERFORM 3600-TAKE-FED-HIST-ELEMENT
                   END-IF
           END-EVALUATE.

       3400-FLUSH-FED-HIST.
           IF FH-PENDING
               WRITE MFC-FED-HIST-REC
               ADD 1 TO WS-ACCT-WRITTEN
               MOVE "N" TO WS-FH-PENDING
           END-IF.

       3500-OPEN-FED-HIST.
           INITIALIZE MFC-FED-HIST-REC
           MOVE WS-NOW-SECS TO MFC-FH-COLLECT-SECS
           SET FH-PENDING TO TRUE.

      * The elements that trail a DBASE-REMOTE group belong to it
      * until the next group; anything this history does not carry
      * is passed over. Names longer than the record's field are
      * cut at its width.
       3600-TAKE-FED-HIST-ELEMENT.
           SET ADDRESS OF WS-SQLM-NUM-ELEM TO WS-OCC-PTR
           SET ADDRESS OF WS-SQLM-TEXT-ELEM TO WS-OCC-PTR
           COMPUTE WS-TEXT-LEN = WS-EH-SIZE OF WS-SQLM-ELEM-HDR - 8
           IF WS-TEXT-LEN > 20
               MOVE 20 TO WS-TEXT-LEN
           END-IF
           EVALUATE WS-EH-INFO-TYPE-N OF WS-SQLM-ELEM-HDR
               WHEN SQLM-ELM-DB-NAME
                   IF WS-TEXT-LEN > 0
                       MOVE WS-TX-VALUE(1:WS-TEXT-LEN)
                           TO MFC-FH-DB-NAME
                   END-IF
               WHEN SQLM-ELM-DATASOURCE-NAME
                   IF WS-TEXT-LEN > 0
                       MOVE WS-TX-VALUE(1:WS-TEXT-LEN)
                           TO MFC-FH-DATASOURCE-NAME
                   END-IF
               WHEN SQLM-ELM-PASSTHRUS
                   MOVE WS-NE-VALUE-4 TO MFC-FH-PASSTHRUS
               WHEN SQLM-ELM-PASSTHRU-TIME
                   MOVE WS-NE-VALUE-4 TO MFC-FH-PASSTHRU-MSEC
               WHEN SQLM-ELM-REMOTE-LOCKS
                   MOVE WS-NE-VALUE-4 TO MFC-FH-REMOTE-LOCKS
               WHEN SQLM-ELM-REMOTE-LOCK-TIME
                   MOVE WS-NE-VALUE-4 TO MFC-FH-REMOTE-LOCK-MSEC
               WHEN SQLM-ELM-CREATE-NICKNAME
                   MOVE WS-NE-VALUE-4 TO MFC-FH-CREATE-NICKNAME
               WHEN SQLM-ELM-CREATE-NICKNAME-TIME
                   MOVE WS-NE-VALUE-4 TO MFC-FH-CREATE-NICKNAME-MSEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

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
           CLOSE FED-HIST-FILE.
