      *             delta between consecutive runs, not a single run's
      *             cumulative-since-connect counters.
      *
      *             The same element's statement-outcome counters -
      *             COMMIT-SQL-STMTS, ROLLBACK-SQL-STMTS, STATIC-/
      *             DYNAMIC-SQL-STMTS, FAILED-SQL-STMTS, INT-COMMITS,
      *             INT-ROLLBACKS and INT-DEADLOCK-ROLLBACKS - go to a
      *             second history, MFCAPFRO (mfcapfr.cbl), also
      *             appended, one row per application per run, with
      *             the AUTH-ID the MFCR116 failure scorecard maps to
      *             an owning team. Until this these counters were
      *             only kept for DCS connections (MFCCDCS).
      *             DDL-SQL-STMTS and BINDS-PRECOMPILES, fields of
      *             the same SQLM-APPL element, ride on the same row;
      *             MFCR117's out-of-window change detector names the
      *             application and AUTH-ID behind DDL and binds
      *             from them. STORED-PROCS, STORED-PROC-TIME and
      *             SP-ROWS-SELECTED are not in SQLM-APPL - they
      *             follow it as elements of their own - so the row
      *             is held open until the next application (or the
      *             end of the buffer) and only then written, for
      *             MFCR120's stored procedure cost report.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCAPPL.
           SELECT APPL-LOCK-HIST-FILE ASSIGN TO "MFCAPLKO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PL-STATUS.
           SELECT APPL-FAIL-HIST-FILE ASSIGN TO "MFCAPFRO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AF-STATUS.
           SELECT ERRLOG-FILE ASSIGN TO "MFCERRLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EL-STATUS.
       FD  APPL-LOCK-HIST-FILE
           RECORDING MODE IS F.
           COPY "mfcaplk.cbl".
       FD  APPL-FAIL-HIST-FILE
           RECORDING MODE IS F.
           COPY "mfcapfr.cbl".
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

       01 WS-PL-STATUS                PIC XX.
       01 WS-AF-STATUS                PIC XX.
       01 WS-AF-PENDING               PIC X VALUE "N".
           88 AF-PENDING              VALUE "Y".
       01 WS-OCC-PTR                  USAGE POINTER.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-MAX-OCC                  PIC 9(9) COMP-5 VALUE 2000.
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
           OPEN EXTEND APPL-LOCK-HIST-FILE
           IF WS-PL-STATUS = "35"
               OPEN OUTPUT APPL-LOCK-HIST-FILE
           END-IF
           OPEN EXTEND APPL-FAIL-HIST-FILE
           IF WS-AF-STATUS = "35"
               OPEN OUTPUT APPL-FAIL-HIST-FILE
           END-IF.

       2000-GET-SNAPSHOT.
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
           PERFORM 3400-FLUSH-APPL-FAIL.

       3100-DISPATCH-ELEMENT.
           EVALUATE WS-EH-INFO-TYPE-N OF WS-SQLM-ELEM-HDR
               WHEN SQLM-ELM-APPL
                   PERFORM 3400-FLUSH-APPL-FAIL
                   SET ADDRESS OF SQLM-APPL TO WS-OCC-PTR
                   PERFORM 3200-WRITE-APPL-LOCK
                   PERFORM 3300-OPEN-APPL-FAIL
               WHEN SQLM-ELM-STORED-PROCS
                   IF AF-PENDING
                       SET ADDRESS OF WS-SQLM-NUM-ELEM TO WS-OCC-PTR
                       MOVE WS-NE-VALUE-4 TO MFC-AF-STORED-PROCS
                   END-IF
               WHEN SQLM-ELM-STORED-PROC-TIME
                   IF AF-PENDING
                       SET ADDRESS OF WS-SQLM-NUM-ELEM TO WS-OCC-PTR
                       MOVE WS-NE-VALUE-4 TO MFC-AF-STORED-PROC-MSEC
                   END-IF
               WHEN SQLM-ELM-SP-ROWS-SELECTED
                   IF AF-PENDING
                       SET ADDRESS OF WS-SQLM-NUM-ELEM TO WS-OCC-PTR
                       MOVE WS-NE-VALUE-4 TO MFC-AF-SP-ROWS-SELECTED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE MFC-APPL-LOCK-REC
           ADD 1 TO WS-ACCT-WRITTEN.

       3300-OPEN-APPL-FAIL.
           MOVE WS-COLLECT-SECS TO MFC-AF-COLLECT-SECS
           MOVE APPL-ID OF SQLM-APPL TO MFC-AF-APPL-ID
           MOVE APPL-NAME OF SQLM-APPL TO MFC-AF-APPL-NAME
           MOVE AUTH-ID OF SQLM-APPL TO MFC-AF-AUTH-ID
           MOVE DB-NAME OF SQLM-APPL TO MFC-AF-DB-NAME
           MOVE AGENT-ID OF SQLM-APPL TO MFC-AF-AGENT-ID
           MOVE COMMIT-SQL-STMTS OF SQLM-APPL
               TO MFC-AF-COMMIT-SQL-STMTS
           MOVE ROLLBACK-SQL-STMTS OF SQLM-APPL
               TO MFC-AF-ROLLBACK-SQL-STMTS
           MOVE STATIC-SQL-STMTS OF SQLM-APPL
               TO MFC-AF-STATIC-SQL-STMTS
           MOVE DYNAMIC-SQL-STMTS OF SQLM-APPL
               TO MFC-AF-DYNAMIC-SQL-STMTS
           MOVE FAILED-SQL-STMTS OF SQLM-APPL
               TO MFC-AF-FAILED-SQL-STMTS
           MOVE INT-COMMITS OF SQLM-APPL TO MFC-AF-INT-COMMITS
           MOVE INT-ROLLBACKS OF SQLM-APPL TO MFC-AF-INT-ROLLBACKS
           MOVE INT-DEADLOCK-ROLLBACKS OF SQLM-APPL
               TO MFC-AF-INT-DL-ROLLBACKS
           MOVE DDL-SQL-STMTS OF SQLM-APPL TO MFC-AF-DDL-SQL-STMTS
           MOVE BINDS-PRECOMPILES OF SQLM-APPL
               TO MFC-AF-BINDS-PRECOMPILES
           MOVE 0 TO MFC-AF-STORED-PROCS
           MOVE 0 TO MFC-AF-STORED-PROC-MSEC
           MOVE 0 TO MFC-AF-SP-ROWS-SELECTED
           SET AF-PENDING TO TRUE.

       3400-FLUSH-APPL-FAIL.
           IF AF-PENDING
               WRITE MFC-APPL-FAIL-REC
               ADD 1 TO WS-ACCT-WRITTEN
               MOVE "N" TO WS-AF-PENDING
           END-IF.

       9000-TERMINATE.
           OPEN EXTEND ACCT-FILE
           IF WS-RN-STATUS = "35"
               WS-ACCT-STATUS MFC-RUN-ACCT-REC
           WRITE MFC-RUN-ACCT-REC
           CLOSE ACCT-FILE
           CLOSE APPL-LOCK-HIST-FILE
           CLOSE APPL-FAIL-HIST-FILE.
