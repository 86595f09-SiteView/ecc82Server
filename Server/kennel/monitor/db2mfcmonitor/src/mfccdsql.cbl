      *             run, matching MFCCSTMT rather than the history-file
      *             convention.
      *
      *             The entry's SQLM-ELM-QUERY-COST-ESTIMATE and
      *             SQLM-ELM-QUERY-CARD-ESTIMATE elements are captured
      *             the same way, for the MFCR111 misestimate report.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCDSQL.
      * Control-total envelope for this run's rows
      * (MFCUENVW/mfcenv.cbl) - MFCENVCK reconciles consumers.
       01 WS-EV-STATUS                PIC XX.
       01 WS-LAYOUT-VERSION           PIC 9(9) COMP-5 VALUE 2.
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
       01 WS-CUR-NUM-EXECUTIONS       PIC 9(18) COMP-5 VALUE 0.
       01 WS-CUR-TOTAL-EXEC-USEC      PIC 9(18) COMP-5 VALUE 0.
       01 WS-CUR-ROWS-READ            PIC 9(18) COMP-5 VALUE 0.
       01 WS-CUR-COST-EST             PIC 9(18) COMP-5 VALUE 0.
       01 WS-CUR-CARD-EST             PIC 9(18) COMP-5 VALUE 0.
       01 WS-CUR-STMT-TEXT            PIC X(256) VALUE SPACES.

      * Decoded payload of the numeric element under the pointer -
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
           IF HAVE-ENTRY
               PERFORM 3900-WRITE-DYNSQL-REC
           END-IF.
               WHEN SQLM-ELM-ROWS-READ
                   PERFORM 3150-DECODE-NUM-ELEM
                   MOVE WS-NUM-VALUE TO WS-CUR-ROWS-READ
               WHEN SQLM-ELM-QUERY-COST-ESTIMATE
                   PERFORM 3150-DECODE-NUM-ELEM
                   MOVE WS-NUM-VALUE TO WS-CUR-COST-EST
               WHEN SQLM-ELM-QUERY-CARD-ESTIMATE
                   PERFORM 3150-DECODE-NUM-ELEM
                   MOVE WS-NUM-VALUE TO WS-CUR-CARD-EST
               WHEN SQLM-ELM-STMT-TEXT
                   SET ADDRESS OF WS-SQLM-TEXT-ELEM TO WS-OCC-PTR
                   PERFORM 3300-CAPTURE-STMT-TEXT
           MOVE 0 TO WS-CUR-NUM-EXECUTIONS
           MOVE 0 TO WS-CUR-TOTAL-EXEC-USEC
           MOVE 0 TO WS-CUR-ROWS-READ
           MOVE 0 TO WS-CUR-COST-EST
           MOVE 0 TO WS-CUR-CARD-EST
           MOVE SPACES TO WS-CUR-STMT-TEXT.

       3300-CAPTURE-STMT-TEXT.
           MOVE WS-CUR-TOTAL-EXEC-USEC TO MFC-DC-TOTAL-EXEC-USEC
           MOVE WS-CUR-ROWS-READ TO MFC-DC-ROWS-READ
           MOVE WS-CUR-STMT-TEXT TO MFC-DC-STMT-TEXT
           MOVE WS-CUR-COST-EST TO MFC-DC-QUERY-COST-EST
           MOVE WS-CUR-CARD-EST TO MFC-DC-QUERY-CARD-EST
           WRITE MFC-DYNSQL-REC
           ADD 1 TO WS-ACCT-WRITTEN
           ADD MFC-DC-NUM-EXECUTIONS TO WS-HASH-TOTAL
