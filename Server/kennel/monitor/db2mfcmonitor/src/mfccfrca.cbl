      *             MFCALRTO via MFCUALRT, so an automated force is
      *             never a silent action.
      *
      *             Drain mode: the drain-and-bounce orchestrator
      *             MFCCBNCE forces the stragglers left after its
      *             drain grace period through this same path rather
      *             than its own sqlefrce. It CALLs this program with
      *             a DRAIN record on MFCFRCDP (mfcfrcd.cbl, empty the
      *             rest of the time) naming the approver of the
      *             bounce, stamped with the instance and the time. The
      *             record is honoured only for this instance and only
      *             when under DRAIN-MAX-AGE-SECS (120) old, and the
      *             file is emptied as soon as it is read, so a stale,
      *             foreign or hand-written record is ignored and never
      *             seen twice. In drain mode every connected
      *             application is a candidate, idle or not, and the
      *             bounce's DRAIN-BOUNCE approval stands in for the
      *             per-session FORCE-APPL one - MAX-FORCES-PER-RUN, the
      *             audit row, the journal and the alert all still
      *             apply. The sessions are judged off a capture taken
      *             there and then, never the sweep's shared one, which
      *             could predate the drain.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCFRCA.
           SELECT VERIFY-FILE ASSIGN TO "MFCPFMDP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VF-STATUS.
           SELECT DRAIN-FILE ASSIGN TO "MFCFRCDP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DF-STATUS.
           SELECT PARM-FILE ASSIGN TO "MFCFRCAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       FD  VERIFY-FILE
           RECORDING MODE IS F.
       01 VERIFY-REC                  PIC X(8).
      * Drain-mode request (MFCFRCDP) - written by MFCCBNCE just
      * before it CALLs this program and emptied here once read.
       FD  DRAIN-FILE
           RECORDING MODE IS F.
           COPY "mfcfrcd.cbl".
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
           88 VERIFY-MODE             VALUE "Y".
       01 WS-VF-BAD                   PIC X VALUE "N".
           88 VERIFY-WALK-BAD         VALUE "Y".
       01 WS-DF-STATUS                PIC XX.
       01 WS-DRAIN-MODE               PIC X VALUE "N".
           88 DRAIN-MODE-ON           VALUE "Y".
       01 WS-DRAIN-APPROVER           PIC X(8) VALUE SPACES.
       01 WS-DRAIN-MAX-AGE-SECS       PIC 9(9) COMP-5 VALUE 120.
       01 WS-DRAIN-READ               PIC X VALUE "N".
           88 DRAIN-READ              VALUE "Y".
       01 WS-INSTANCE-BUF             PIC X(9) VALUE SPACES.
       01 WS-INSTANCE                 PIC X(8) VALUE SPACES.
      * End-of-run accounting for the common run ledger
      * (MFCRACCT.CBL/MFCURACC.CBL) - one row appended at
      * 9000-TERMINATE time; the freshness watchdog (MFCWDOG)
       01 WS-APPR-TARGET              PIC X(20).
       01 WS-APPR-GRANTED             PIC X(1).
       01 WS-APPR-ID                  PIC X(8) VALUE SPACES.
      * Shared per-sweep snapshot capture (MFCUSNAP/mfcsncp.cbl):
      * one sized db2GetSnapshot per partition serves every
      * collector in the sweep.
       01 WS-SNAP-FUNC                PIC X(1).
       01 WS-SNAP-ELEMENTS            PIC 9(9) COMP-5 VALUE 0.
       01 WS-SNAP-RESULT              PIC X(1).
           88 SNAP-TRUNCATED          VALUE "T".
       COPY "sqlca.cbl".
       COPY "sqlenv.cbl".
       COPY "sqlmonct.cbl".
               GOBACK
           END-IF
           CALL "MFCUTIME" USING WS-ACCT-START-SECS
           PERFORM 0800-CHECK-DRAIN-MODE
           PERFORM 1000-INITIALIZE
           PERFORM 2000-GET-SNAPSHOT
           IF SQLCODE = 0
               MOVE 0 TO RETURN-CODE
           END-IF.

      * A drain request is used once: whatever was read, the file
      * is emptied before anything is forced.
       0800-CHECK-DRAIN-MODE.
           MOVE "N" TO WS-DRAIN-MODE
           MOVE "N" TO WS-DRAIN-READ
           OPEN INPUT DRAIN-FILE
           IF WS-DF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ DRAIN-FILE
               AT END CONTINUE
               NOT AT END
                   SET DRAIN-READ TO TRUE
           END-READ
           CLOSE DRAIN-FILE
           IF NOT DRAIN-READ
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DRAIN-FILE
           CLOSE DRAIN-FILE
           IF MFC-FD-MODE NOT = "DRAIN"
               EXIT PARAGRAPH
           END-IF
           CALL "MFCUTIME" USING WS-NOW-SECS
           CALL "sqlgins" USING WS-INSTANCE-BUF SQLCA
           MOVE WS-INSTANCE-BUF(1:8) TO WS-INSTANCE
           INSPECT WS-INSTANCE REPLACING ALL LOW-VALUE BY SPACE
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "MFCCFRCA: DRAIN REQUEST IGNORED - "
                       "NO INSTANCE, sqlgins SQLCODE=" SQLCODE
               WHEN MFC-FD-INSTANCE NOT = WS-INSTANCE
                   DISPLAY "MFCCFRCA: DRAIN REQUEST IGNORED - FOR "
                       "INSTANCE " MFC-FD-INSTANCE " NOT " WS-INSTANCE
               WHEN MFC-FD-ISSUED-SECS > WS-NOW-SECS
                   OR WS-NOW-SECS - MFC-FD-ISSUED-SECS
                       > WS-DRAIN-MAX-AGE-SECS
                   DISPLAY "MFCCFRCA: DRAIN REQUEST IGNORED - STALE"
               WHEN MFC-FD-APPROVER = SPACES
                   DISPLAY "MFCCFRCA: DRAIN REQUEST IGNORED - "
                       "NO APPROVER"
               WHEN OTHER
                   SET DRAIN-MODE-ON TO TRUE
                   MOVE MFC-FD-APPROVER TO WS-DRAIN-APPROVER
           END-EVALUATE
           MOVE 0 TO SQLCODE.

       1000-INITIALIZE.
           CALL "MFCUTIME" USING WS-NOW-SECS
           OPEN INPUT PARM-FILE
      * through the shared retry service (MFCURTRY/MFCRTRYP), which
      * journals the decision and takes the backoff sleep itself.
       2050-SNAPSHOT-WITH-RETRY.
      * The sweep's shared capture (MFCUSNAP) stands in for the
      * API call; a truncated capture is still walked, DEGRADED.
      * A drain is judged off its own capture, taken now.
           IF DRAIN-MODE-ON
               CALL "db2GetSnapshot"
                   USING DB2-I-VERSION OF DB2G-GET-SNAPSHOT-DATA
                   DB2G-GET-SNAPSHOT-DATA SQLCA
           ELSE
               MOVE "G" TO WS-SNAP-FUNC
               CALL "MFCUSNAP" USING WS-SNAP-FUNC WS-RN-PROGRAM
                   WS-SNAP-ELEMENTS DB2G-GET-SNAPSHOT-DATA SQLCA
                   WS-SNAP-RESULT
               IF SNAP-TRUNCATED
                   MOVE "DEGRADED" TO WS-ACCT-STATUS
               END-IF
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
               IF NOT DRAIN-MODE-ON
                   MOVE "W" TO WS-SNAP-FUNC
                   MOVE WS-IDX TO WS-SNAP-ELEMENTS
                   CALL "MFCUSNAP" USING WS-SNAP-FUNC WS-RN-PROGRAM
                       WS-SNAP-ELEMENTS DB2G-GET-SNAPSHOT-DATA SQLCA
                       WS-SNAP-RESULT
               END-IF
               MOVE "DEGRADED" TO WS-ACCT-STATUS
           END-IF.

      * A candidate is a session idle past the site line INSIDE an
      * open unit of work - an idle session with nothing open holds
      * nothing and is left alone. In drain mode every session still
      * connected after the bounce's grace period is a straggler.
       3100-JUDGE-CANDIDATE.
           IF DRAIN-MODE-ON
               MOVE APPL-ID OF SQLM-APPL TO WS-CUR-APPL-ID
               MOVE AUTH-ID OF SQLM-APPL TO WS-CUR-AUTH-ID
               MOVE DB-NAME OF SQLM-APPL TO WS-CUR-DB-NAME
               MOVE AGENT-ID OF SQLM-APPL TO WS-CUR-AGENT-ID
               MOVE APPL-IDLE-TIME OF SQLM-APPL TO WS-CUR-IDLE-SECS
               MOVE UOW-COMP-STATUS OF SQLM-APPL TO WS-CUR-UOW-STATUS
               PERFORM 3300-ACT-ON-CANDIDATE
               EXIT PARAGRAPH
           END-IF
           IF SECONDS OF UOW-START-TIME OF SQLM-APPL > 0
               AND SECONDS OF UOW-STOP-TIME OF SQLM-APPL = 0
               AND APPL-IDLE-TIME OF SQLM-APPL >= WS-MAX-IDLE-SECS

       3400-APPLY-APPROVAL-GATE.
           MOVE SPACES TO WS-APPR-ID
           IF DRAIN-MODE-ON
               MOVE WS-DRAIN-APPROVER TO WS-APPR-ID
               PERFORM 3500-ISSUE-FORCE
               EXIT PARAGRAPH
           END-IF
           IF WS-APPROVAL-REQUIRED NOT = 0
               MOVE WS-CUR-APPL-ID(1:20) TO WS-APPR-TARGET
               CALL "MFCUAPPR" USING WS-APPR-ACTION WS-APPR-TARGET
