      *             consecutive runs, not a single run's cumulative
      *             counters.
      *
      *             DDL-SQL-STMTS and BINDS-PRECOMPILES, fields of
      *             the same SQLM-DBASE element, ride on each row for
      *             MFCR117's out-of-window change detector, and
      *             LOCK-LIST-IN-USE for the MFCR118 LOCKLIST/MAXLOCKS
      *             sizing report.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCDBSS.
      * Control-total envelope for this run's appended rows
      * (MFCUENVW/mfcenv.cbl) - MFCENVCK reconciles consumers.
       01 WS-EV-STATUS                PIC XX.
       01 WS-LAYOUT-VERSION           PIC 9(9) COMP-5 VALUE 4.
       01 WS-HASH-TOTAL               PIC 9(18) COMP-5 VALUE 0.
      * Transient-error retry (MFCURTRY/MFCRTRYP) around the
      * snapshot API, and on hard failure one MFCERRLG record plus
       01 WS-DISP-NODE                PIC 9(5).
       01 WS-ANY-NODE-OK              PIC X VALUE "N".
           88 ANY-NODE-OK             VALUE "Y".
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
           END-IF.

       3100-DISPATCH-ELEMENT.
           EVALUATE WS-EH-INFO-TYPE-N OF WS-SQLM-ELEM-HDR
           MOVE ROWS-UPDATED OF SQLM-DBASE TO MFC-DS-ROWS-UPDATED
           MOVE ROWS-DELETED OF SQLM-DBASE TO MFC-DS-ROWS-DELETED
           MOVE APPLS-CUR-CONS OF SQLM-DBASE TO MFC-DS-APPLS-CUR-CONS
           MOVE LOCK-LIST-IN-USE OF SQLM-DBASE
               TO MFC-DS-LOCK-LIST-IN-USE
           MOVE DDL-SQL-STMTS OF SQLM-DBASE TO MFC-DS-DDL-SQL-STMTS
           MOVE BINDS-PRECOMPILES OF SQLM-DBASE
               TO MFC-DS-BINDS-PRECOMPILES
           ADD 1 TO WS-SHED-SEEN
           IF WS-SHED-MODE NOT = "S"
               OR FUNCTION MOD(WS-SHED-SEEN - 1 WS-SHED-SAMPLE-N)
