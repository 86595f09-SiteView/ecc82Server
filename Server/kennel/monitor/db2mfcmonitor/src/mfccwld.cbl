      *             policy-table idiom MFCCRSTS and
      *             MFCCALTS use for their own policies.
      *             MFCR027 is the paired report that reviews MFCWLDO.
      *             Each row also carries the run's collection epoch,
      *             the client workstation (CLIENT-NNAME) and the
      *             database name, for the privileged-session monitor
      *             MFCCPSES, and the connection's cumulative static
      *             and dynamic statement counters, taken off the
      *             SQLM-ELM-APPL element that carries its APPL-ID in
      *             the same capture (zero when there is none).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
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
       01 WS-CUR-EXPECTED-PROTOCOL    PIC 9(4) COMP-5.
       01 WS-CUR-MATCHED              PIC X.
           88 WS-CUR-IS-MATCHED       VALUE "Y".
      * Counters off the last SQLM-ELM-APPL element walked, for the
      * SQLM-ELM-APPL-INFO element of the same application.
       01 WS-CUR-APPL-ID              PIC X(32) VALUE SPACES.
       01 WS-CUR-STATIC-STMTS         PIC 9(9) COMP-5 VALUE 0.
       01 WS-CUR-DYNAMIC-STMTS        PIC 9(9) COMP-5 VALUE 0.

       LINKAGE SECTION.
      * First 8 bytes common to every SQLM-* snapshot element - used to
      * through the shared retry service (MFCURTRY/MFCRTRYP), which
      * journals the decision and takes the backoff sleep itself.
       3050-SNAPSHOT-WITH-RETRY.
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

       4100-DISPATCH-ELEMENT.
           EVALUATE WS-EH-INFO-TYPE-N OF WS-SQLM-ELEM-HDR
               WHEN SQLM-ELM-APPL
                   SET ADDRESS OF SQLM-APPL TO WS-OCC-PTR
                   MOVE APPL-ID OF SQLM-APPL TO WS-CUR-APPL-ID
                   MOVE STATIC-SQL-STMTS OF SQLM-APPL
                       TO WS-CUR-STATIC-STMTS
                   MOVE DYNAMIC-SQL-STMTS OF SQLM-APPL
                       TO WS-CUR-DYNAMIC-STMTS
               WHEN SQLM-ELM-APPL-INFO
                   SET ADDRESS OF SQLM-APPLINFO TO WS-OCC-PTR
                   PERFORM 4200-CLASSIFY-AND-WRITE
                       NOT = WS-CUR-EXPECTED-PROTOCOL
               MOVE "Y" TO MFC-WO-PROTOCOL-MISMATCH
           END-IF
           MOVE WS-ACCT-START-SECS TO MFC-WO-COLLECT-SECS
           MOVE CLIENT-NNAME OF SQLM-APPLINFO TO MFC-WO-CLIENT-NNAME
           MOVE DB-NAME OF SQLM-APPLINFO TO MFC-WO-DB-NAME
           IF APPL-ID OF SQLM-APPLINFO = WS-CUR-APPL-ID
               MOVE WS-CUR-STATIC-STMTS TO MFC-WO-STATIC-SQL-STMTS
               MOVE WS-CUR-DYNAMIC-STMTS TO MFC-WO-DYNAMIC-SQL-STMTS
           ELSE
               MOVE 0 TO MFC-WO-STATIC-SQL-STMTS
               MOVE 0 TO MFC-WO-DYNAMIC-SQL-STMTS
           END-IF
           WRITE MFC-WORKLOAD-EXTRACT-REC
           ADD 1 TO WS-ACCT-WRITTEN.

