      ***********************************************************************
      *
      *  Source File Name = MFCCBNCE.CBL
      *
      *  Function = Planned drain-and-bounce orchestration for instance
      *             maintenance, on SQLEDBSTOPOPT / SQLE-START-OPTIONS.
      *
      *             Every fix pack or parameter change that needs an
      *             instance recycle used to be worked from a paper
      *             checklist, and steps got skipped. This program runs
      *             the checklist itself, one stage after another,
      *             against the instance it is attached to (sqlgins):
      *
      *               GATE      - the instance must have databases on
      *                           the bounce plan MFCBNCEP
      *                           (mfcbnce.cbl), a maintenance window
      *                           open on the calendar for it (MFCUMWIN,
      *                           the instance name in place of an
      *                           alias) and a second person's unexpired
      *                           DRAIN-BOUNCE approval on MFCAPPRO
      *                           (MFCUAPPR) - not waivable;
      *               QUIESCE   - stop new work: db2gInstanceQuiesce
      *                           in deferred mode, so no new
      *                           connections are let in while units
      *                           of work already running finish. Its
      *                           timeout (minutes) is set past the
      *                           drain grace period plus
      *                           QUIESCE-MARGIN-MINS (MFCBNCPP,
      *                           default 5), so DB2's own
      *                           force at the timeout can never act
      *                           before the guarded FORCE stage has;
      *               DRAIN     - wait for in-flight units of work,
      *                           counted off a db2GetSnapshot walk
      *                           every DRAIN-POLL-SECS, for up to
      *                           DRAIN-GRACE-SECS (MFCBNCPP, MFCTHR.CBL
      *                           convention, defaults 30 and 600);
      *               FORCE     - anything still connected after the
      *                           grace period is forced only through
      *                           the guarded MFCCFRCA path, CALLed in
      *                           its drain mode (MFCFRCDP,
      *                           mfcfrcd.cbl) with this bounce's
      *                           approver, stamped with the instance
      *                           and the time so MFCCFRCA takes it
      *                           for this call only;
      *               STOP      - db2stop (sqlgpstp, SQLEDBSTOPOPT),
      *                           never with the FORCE option;
      *               START     - db2start (sqlgpstart,
      *                           SQLE-START-OPTIONS);
      *               UNQUIESCE - db2gInstanceUnquiesce;
      *               ACTIVATE  - sqlg_activate_db for each planned
      *                           database, then
      *               PING      - db2gDatabasePing (the MFCCPING call)
      *                           to confirm it answers.
      *
      *             Each stage's outcome is journaled on MFCCCJLO
      *             through MFCUCCJL (action DRAIN-BOUNCE, the stage
      *             and outcome as the target, operator AUTOBNCE).
      *             The first stage that fails stops the run: a
      *             failure after QUIESCE releases the quiesce again
      *             if the instance is still up, and every failure
      *             past the gate - above all a database that does not
      *             reactivate or answer its ping - raises a BOUNCE-
      *             FAILED alert on MFCALRTO, which the alert router
      *             pages. Return code 0 is a clean bounce, 4 a bounce
      *             held at the gate, 8 a failed stage.
      *
      *             The generic instance quiesce structures are not
      *             carried in this kennel's db2ApiDf.cbl, so their
      *             layouts are declared here in WORKING-STORAGE from
      *             the API reference (instance name and user/group
      *             lengths and pointers, then the immediate, force
      *             and timeout words).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCBNCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE ASSIGN TO "MFCBNCEP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BN-STATUS.
           SELECT PARM-FILE ASSIGN TO "MFCBNCPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DRAIN-FILE ASSIGN TO "MFCFRCDP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DF-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MFCCCJLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CJ-STATUS.
           SELECT ALERT-FILE ASSIGN TO "MFCALRTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT ACCT-FILE ASSIGN TO "MFCRUNLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-FILE
           RECORDING MODE IS F.
           COPY "mfcbnce.cbl".
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
      * Drain-mode request handed to MFCCFRCA for the FORCE stage.
       FD  DRAIN-FILE
           RECORDING MODE IS F.
           COPY "mfcfrcd.cbl".
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY "mfcccj.cbl".
       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY "mfcalert.cbl".
       FD  ACCT-FILE
           RECORDING MODE IS F.
           COPY "mfcracct.cbl".
       WORKING-STORAGE SECTION.
      * End-of-run accounting for the common run ledger
      * (MFCRACCT.CBL/MFCURACC.CBL) - one row appended at
      * 9000-TERMINATE time.
       01 WS-RN-STATUS                PIC XX.
       01 WS-RN-PROGRAM               PIC X(8) VALUE "MFCCBNCE".
       01 WS-ACCT-START-SECS          PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-READ                PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-WRITTEN             PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-SQLCODE             PIC S9(9) COMP-5 VALUE 0.
       01 WS-ACCT-STATUS              PIC X(8)
                                       VALUE "COMPLETE".
       01 WS-CJ-STATUS                PIC XX.
      * Unified change-control journal (MFCUCCJL/mfcccj.cbl) - one
      * common audit row per stage.
       01 WS-CJ-PROGRAM               PIC X(8) VALUE "MFCCBNCE".
       01 WS-CJ-ACTION                PIC X(12) VALUE "DRAIN-BOUNCE".
       01 WS-CJ-TARGET                PIC X(40).
       01 WS-CJ-OPERATOR              PIC X(8) VALUE "AUTOBNCE".
       01 WS-CJ-KEY                   PIC X(20).
      * Dual-control gate (MFCUAPPR/MFCAPPRO) - always on for a bounce.
       01 WS-APPR-ACTION              PIC X(12) VALUE "DRAIN-BOUNCE".
       01 WS-APPR-GRANTED             PIC X(1).
       01 WS-APPR-ID                  PIC X(8) VALUE SPACES.
      * Maintenance-calendar check (MFCUMWIN/MFCMWINP).
       01 WS-MW-PROGRAM               PIC X(8) VALUE "MFCCBNCE".
       01 WS-MW-DETAIL                PIC X(40)
                               VALUE "INSTANCE DRAIN-AND-BOUNCE".
       01 WS-MW-IN-WINDOW             PIC X(1).
       COPY "sqlca.cbl".
       COPY "sqlenv.cbl".
       COPY "sqlmonct.cbl".
       COPY "db2ApiDf.cbl".

       01 WS-BN-STATUS                PIC XX.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-DF-STATUS                PIC XX.
       01 WS-AL-STATUS                PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-STAGE-FAILED             PIC X VALUE "N".
           88 STAGE-FAILED            VALUE "Y".
       01 WS-QUIESCED                 PIC X VALUE "N".
           88 INSTANCE-QUIESCED       VALUE "Y".
       01 WS-INSTANCE-DOWN            PIC X VALUE "N".
           88 INSTANCE-DOWN           VALUE "Y".

       01 WS-DRAIN-GRACE-SECS         PIC 9(9) COMP-5 VALUE 600.
       01 WS-DRAIN-POLL-SECS          PIC 9(9) COMP-5 VALUE 30.
       01 WS-DRAIN-WAITED             PIC 9(9) COMP-5 VALUE 0.
       01 WS-QUIESCE-MARGIN-MINS      PIC 9(9) COMP-5 VALUE 5.
       01 WS-INFLIGHT-COUNT           PIC 9(9) COMP-5.
       01 WS-CONNECTED-COUNT          PIC 9(9) COMP-5.

      * Current instance (sqlgins) - eight bytes plus terminator.
       01 WS-INSTANCE-BUF             PIC X(9) VALUE SPACES.
       01 WS-INSTANCE                 PIC X(8).
       01 WS-INSTANCE-LEN             PIC 9(9) COMP-5.

      * Databases planned for this instance.
       01 WS-MAX-DB                   PIC 9(9) COMP-5 VALUE 50.
       01 WS-DB-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-DB-TABLE.
           05 WS-DB-ENTRY OCCURS 50 TIMES.
              10 WS-DB-ALIAS          PIC X(20).
       01 WS-DB-IDX                   PIC 9(9) COMP-5.
       01 WS-CUR-DB-ALIAS             PIC X(20).
       01 WS-ACT-ALIAS-LEN            PIC 9(4) COMP-5.
       01 WS-ACT-ZERO-LEN             PIC 9(4) COMP-5 VALUE 0.
       01 WS-ACT-NULL                 USAGE POINTER VALUE NULL.
       01 WS-ELAPSED-TIME-BUF         PIC 9(9) COMP-5.

      * Generic instance quiesce / unquiesce parameter structures.
       01 WS-INS-QUIESCE-STRUCT.
           05 WS-IQ-INSTANCE-LEN      PIC 9(9) COMP-5.
           05 WS-IQ-INSTANCE-PTR      USAGE IS POINTER.
           05 WS-IQ-USER-ID-LEN       PIC 9(9) COMP-5 VALUE 0.
           05 WS-IQ-USER-ID-PTR       USAGE IS POINTER VALUE NULL.
           05 WS-IQ-GROUP-ID-LEN      PIC 9(9) COMP-5 VALUE 0.
           05 WS-IQ-GROUP-ID-PTR      USAGE IS POINTER VALUE NULL.
           05 WS-IQ-IMMEDIATE         PIC 9(9) COMP-5 VALUE 0.
           05 WS-IQ-FORCE             PIC 9(9) COMP-5 VALUE 0.
           05 WS-IQ-TIMEOUT           PIC 9(9) COMP-5 VALUE 0.
       01 WS-INS-UNQUIESCE-STRUCT.
           05 WS-IU-INSTANCE-LEN      PIC 9(9) COMP-5.
           05 WS-IU-INSTANCE-PTR      USAGE IS POINTER.

       01 WS-STAGE                    PIC X(10).
       01 WS-STAGE-OUTCOME            PIC X(12).
       01 WS-STAGE-DETAIL             PIC X(16).
       01 WS-DISP-COUNT               PIC Z(5)9.

       01 WS-OCC-PTR                  USAGE POINTER.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-MAX-OCC                  PIC 9(9) COMP-5 VALUE 5000.

       01 WS-AL-SOURCE                PIC X(8)  VALUE "MFCCBNCE".
       01 WS-AL-METRIC                PIC X(20) VALUE "BOUNCE-FAILED".
       01 WS-AL-KEY                   PIC X(20).
       01 WS-AL-ACTUAL                PIC 9(9) COMP-5 VALUE 1.
       01 WS-AL-THRESHOLD             PIC 9(9) COMP-5 VALUE 0.
       01 WS-AL-MESSAGE               PIC X(60).

       LINKAGE SECTION.
      * First 8 bytes common to every SQLM-* snapshot element - used to
      * decide which real structure to overlay the pointer with next.
       01 WS-SQLM-ELEM-HDR.
           05 WS-EH-SIZE               PIC 9(9) COMP-5.
           05 WS-EH-INFO-TYPE          PIC X.
           05 WS-EH-INFO-TYPE-N REDEFINES WS-EH-INFO-TYPE
                                        PIC 9 COMP-X.
           05 FILLER                   PIC X(3).
       COPY "sqlmon.cbl".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "MFCUTIME" USING WS-ACCT-START-SECS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-GATE
           IF NOT STAGE-FAILED
               PERFORM 3000-QUIESCE
           END-IF
           IF NOT STAGE-FAILED
               PERFORM 4000-DRAIN
           END-IF
           IF NOT STAGE-FAILED
               PERFORM 5000-FORCE-STRAGGLERS
           END-IF
           IF NOT STAGE-FAILED
               PERFORM 6000-STOP-INSTANCE
           END-IF
           IF NOT STAGE-FAILED
               PERFORM 6500-START-INSTANCE
           END-IF
           IF NOT STAGE-FAILED
               PERFORM 7000-UNQUIESCE
           END-IF
           IF NOT STAGE-FAILED
               PERFORM 8000-ACTIVATE-DATABASES
           END-IF
           IF STAGE-FAILED
               IF INSTANCE-QUIESCED AND NOT INSTANCE-DOWN
                   PERFORM 7000-UNQUIESCE
               END-IF
               IF RETURN-CODE < 4
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "BOUNCE" TO WS-STAGE
               MOVE "COMPLETE" TO WS-STAGE-OUTCOME
               MOVE SPACES TO WS-STAGE-DETAIL
               MOVE 0 TO SQLCODE
               PERFORM 9100-JOURNAL-STAGE
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ PARM-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-THR-NAME = "DRAIN-GRACE-SECS"
                               MOVE MFC-THR-VALUE
                                   TO WS-DRAIN-GRACE-SECS
                           END-IF
                           IF MFC-THR-NAME = "DRAIN-POLL-SECS"
                               MOVE MFC-THR-VALUE
                                   TO WS-DRAIN-POLL-SECS
                           END-IF
                           IF MFC-THR-NAME = "QUIESCE-MARGIN-MINS"
                               MOVE MFC-THR-VALUE
                                   TO WS-QUIESCE-MARGIN-MINS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           IF WS-DRAIN-POLL-SECS = 0
               MOVE 30 TO WS-DRAIN-POLL-SECS
           END-IF
           OPEN EXTEND ALERT-FILE
           IF WS-AL-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF.

      * Which instance, is it planned, is a window open, and has a
      * second person approved the bounce.
       2000-GATE.
           MOVE "GATE" TO WS-STAGE
           MOVE SPACES TO WS-STAGE-DETAIL
           CALL "sqlgins" USING WS-INSTANCE-BUF SQLCA
           IF SQLCODE NOT = 0
               DISPLAY "MFCCBNCE: sqlgins SQLCODE=" SQLCODE
               MOVE "NO-INSTANCE" TO WS-STAGE-OUTCOME
               MOVE 8 TO RETURN-CODE
               PERFORM 9200-FAIL-STAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INSTANCE-BUF(1:8) TO WS-INSTANCE
           INSPECT WS-INSTANCE REPLACING ALL LOW-VALUE BY SPACE
           MOVE 0 TO WS-INSTANCE-LEN
           INSPECT WS-INSTANCE TALLYING WS-INSTANCE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE WS-INSTANCE TO WS-CJ-KEY
           PERFORM 2100-LOAD-PLAN
           IF WS-DB-COUNT = 0
               DISPLAY "MFCCBNCE: INSTANCE " WS-INSTANCE
                   " HAS NO DATABASES ON THE BOUNCE PLAN MFCBNCEP"
               MOVE "NOT-PLANNED" TO WS-STAGE-OUTCOME
               MOVE 0 TO SQLCODE
               PERFORM 9100-JOURNAL-STAGE
               MOVE "Y" TO WS-STAGE-FAILED
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SQLCODE
           CALL "MFCUMWIN" USING WS-MW-PROGRAM WS-CJ-KEY
               WS-MW-DETAIL WS-MW-IN-WINDOW
           IF WS-MW-IN-WINDOW NOT = "Y"
               DISPLAY "MFCCBNCE: BOUNCE OF " WS-INSTANCE
                   " HELD - NO MAINTENANCE WINDOW"
               MOVE "HELD-NO-WIN" TO WS-STAGE-OUTCOME
               PERFORM 9100-JOURNAL-STAGE
               MOVE "Y" TO WS-STAGE-FAILED
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "MFCUAPPR" USING WS-APPR-ACTION WS-CJ-KEY
               WS-APPR-GRANTED WS-APPR-ID
           IF WS-APPR-GRANTED NOT = "Y"
               DISPLAY "MFCCBNCE: BOUNCE OF " WS-INSTANCE
                   " HELD - NO UNEXPIRED APPROVAL ON MFCAPPRO"
               MOVE "NO-APPROVAL" TO WS-STAGE-OUTCOME
               PERFORM 9100-JOURNAL-STAGE
               MOVE "Y" TO WS-STAGE-FAILED
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "PASSED" TO WS-STAGE-OUTCOME
           MOVE WS-APPR-ID TO WS-STAGE-DETAIL
           PERFORM 9100-JOURNAL-STAGE.

       2100-LOAD-PLAN.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT PLAN-FILE
           IF WS-BN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ PLAN-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCT-READ
                       IF MFC-BN-INSTANCE = WS-INSTANCE
                           AND WS-DB-COUNT < WS-MAX-DB
                           ADD 1 TO WS-DB-COUNT
                           MOVE MFC-BN-DB-ALIAS
                               TO WS-DB-ALIAS(WS-DB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE.

      * Stop new work - a deferred quiesce refuses new connections
      * and lets units of work already running finish. An immediate
      * quiesce would force every application at once, outside
      * MFCCFRCA. DB2 forces whatever is left when the timeout
      * runs out, so the timeout is set beyond the whole drain (grace
      * period plus one poll, rounded up to whole minutes) plus the
      * margin, and the FORCE stage always gets there first.
       3000-QUIESCE.
           MOVE "QUIESCE" TO WS-STAGE
           MOVE SPACES TO WS-STAGE-DETAIL
           MOVE 0 TO WS-IQ-IMMEDIATE
           COMPUTE WS-IQ-TIMEOUT =
               (WS-DRAIN-GRACE-SECS + WS-DRAIN-POLL-SECS + 59) / 60
               + WS-QUIESCE-MARGIN-MINS
           MOVE WS-INSTANCE-LEN TO WS-IQ-INSTANCE-LEN
           SET WS-IQ-INSTANCE-PTR TO ADDRESS OF WS-INSTANCE
           CALL "db2gInstanceQuiesce" USING DB2VERSION810
               WS-INS-QUIESCE-STRUCT SQLCA
           IF SQLCODE < 0
               MOVE "FAILED" TO WS-STAGE-OUTCOME
               MOVE "NEW WORK NOT STOPPED - BOUNCE ABANDONED"
                   TO WS-AL-MESSAGE
               PERFORM 9200-FAIL-STAGE
               EXIT PARAGRAPH
           END-IF
           SET INSTANCE-QUIESCED TO TRUE
           MOVE "DONE" TO WS-STAGE-OUTCOME
           PERFORM 9100-JOURNAL-STAGE.

      * Wait out in-flight units of work, up to the grace period.
       4000-DRAIN.
           MOVE "DRAIN" TO WS-STAGE
           MOVE 0 TO WS-DRAIN-WAITED
           PERFORM 4100-COUNT-APPLICATIONS
           PERFORM UNTIL STAGE-FAILED
                   OR WS-INFLIGHT-COUNT = 0
                   OR WS-DRAIN-WAITED >= WS-DRAIN-GRACE-SECS
               CALL "C$SLEEP" USING WS-DRAIN-POLL-SECS
               ADD WS-DRAIN-POLL-SECS TO WS-DRAIN-WAITED
               PERFORM 4100-COUNT-APPLICATIONS
           END-PERFORM
           IF STAGE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INFLIGHT-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO WS-STAGE-DETAIL
           STRING WS-DISP-COUNT DELIMITED BY SIZE
               " IN-FLIGHT" DELIMITED BY SIZE
               INTO WS-STAGE-DETAIL
           IF WS-INFLIGHT-COUNT = 0
               MOVE "DRAINED" TO WS-STAGE-OUTCOME
           ELSE
               MOVE "GRACE-EXPIRY" TO WS-STAGE-OUTCOME
           END-IF
           MOVE 0 TO SQLCODE
           PERFORM 9100-JOURNAL-STAGE.

      * One snapshot: every SQLM-APPL element is a connection, and one
      * whose unit of work has started and not stopped is in flight.
       4100-COUNT-APPLICATIONS.
           MOVE 0 TO WS-INFLIGHT-COUNT
           MOVE 0 TO WS-CONNECTED-COUNT
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
               DISPLAY "MFCCBNCE: db2GetSnapshot SQLCODE=" SQLCODE
               MOVE "NO-SNAPSHOT" TO WS-STAGE-OUTCOME
               MOVE SPACES TO WS-STAGE-DETAIL
               MOVE "CANNOT SEE IN-FLIGHT WORK - BOUNCE ABANDONED"
                   TO WS-AL-MESSAGE
               PERFORM 9200-FAIL-STAGE
               EXIT PARAGRAPH
           END-IF
           MOVE DB2-PO-BUFFER OF DB2G-GET-SNAPSHOT-DATA TO WS-OCC-PTR
           SET ADDRESS OF WS-SQLM-ELEM-HDR TO WS-OCC-PTR
           MOVE 0 TO WS-IDX
           PERFORM UNTIL WS-IDX >= WS-MAX-OCC
                   OR WS-EH-SIZE OF WS-SQLM-ELEM-HDR = 0
               IF WS-EH-INFO-TYPE-N OF WS-SQLM-ELEM-HDR
                       = SQLM-ELM-APPL
                   SET ADDRESS OF SQLM-APPL TO WS-OCC-PTR
                   ADD 1 TO WS-CONNECTED-COUNT
                   IF SECONDS OF UOW-START-TIME OF SQLM-APPL > 0
                       AND SECONDS OF UOW-STOP-TIME OF SQLM-APPL = 0
                       ADD 1 TO WS-INFLIGHT-COUNT
                   END-IF
               END-IF
               SET WS-OCC-PTR TO ADDRESS OF WS-SQLM-ELEM-HDR
               SET WS-OCC-PTR UP BY WS-EH-SIZE OF WS-SQLM-ELEM-HDR
               SET ADDRESS OF WS-SQLM-ELEM-HDR TO WS-OCC-PTR
               ADD 1 TO WS-IDX
           END-PERFORM.

      * Stragglers go through the guarded force path and nowhere else.
       5000-FORCE-STRAGGLERS.
           MOVE "FORCE" TO WS-STAGE
           IF WS-CONNECTED-COUNT = 0
               MOVE "NONE-LEFT" TO WS-STAGE-OUTCOME
               MOVE SPACES TO WS-STAGE-DETAIL
               MOVE 0 TO SQLCODE
               PERFORM 9100-JOURNAL-STAGE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DRAIN-FILE
           MOVE "DRAIN" TO MFC-FD-MODE
           MOVE WS-APPR-ID TO MFC-FD-APPROVER
           CALL "MFCUTIME" USING MFC-FD-ISSUED-SECS
           MOVE WS-INSTANCE TO MFC-FD-INSTANCE
           WRITE MFC-FORCE-DRAIN-REC
           CLOSE DRAIN-FILE
           CALL "MFCCFRCA"
      * MFCCFRCA empties the request as it reads it; emptied here
      * too in case it never got that far.
           OPEN OUTPUT DRAIN-FILE
           CLOSE DRAIN-FILE
           PERFORM 4100-COUNT-APPLICATIONS
           IF STAGE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONNECTED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO WS-STAGE-DETAIL
           STRING WS-DISP-COUNT DELIMITED BY SIZE
               " CONNECTED" DELIMITED BY SIZE
               INTO WS-STAGE-DETAIL
           MOVE 0 TO SQLCODE
           IF WS-CONNECTED-COUNT = 0
               MOVE "FORCED" TO WS-STAGE-OUTCOME
               PERFORM 9100-JOURNAL-STAGE
           ELSE
               MOVE "STRAGGLERS" TO WS-STAGE-OUTCOME
               MOVE "SESSIONS STILL CONNECTED AFTER FORCE - NOT STOPPED"
                   TO WS-AL-MESSAGE
               PERFORM 9200-FAIL-STAGE
           END-IF.

       6000-STOP-INSTANCE.
           MOVE "STOP" TO WS-STAGE
           MOVE SPACES TO WS-STAGE-DETAIL
           MOVE 0 TO SQL-ISPROFILE OF SQLEDBSTOPOPT
           MOVE SPACES TO SQL-PROFILE OF SQLEDBSTOPOPT
           MOVE 0 TO SQL-ISNODENUM OF SQLEDBSTOPOPT
           MOVE 0 TO SQL-NODENUM OF SQLEDBSTOPOPT
           MOVE SQLE-NONE TO SQL-OPTION OF SQLEDBSTOPOPT
           MOVE SQLE-NONE TO SQL-CALLERAC OF SQLEDBSTOPOPT
           CALL "sqlgpstp" USING SQLEDBSTOPOPT SQLCA
           IF SQLCODE < 0
               MOVE "FAILED" TO WS-STAGE-OUTCOME
               MOVE "DB2STOP FAILED - INSTANCE LEFT UP"
                   TO WS-AL-MESSAGE
               PERFORM 9200-FAIL-STAGE
               EXIT PARAGRAPH
           END-IF
           SET INSTANCE-DOWN TO TRUE
           MOVE "DONE" TO WS-STAGE-OUTCOME
           PERFORM 9100-JOURNAL-STAGE.

       6500-START-INSTANCE.
           MOVE "START" TO WS-STAGE
           MOVE SPACES TO WS-STAGE-DETAIL
           MOVE SQLE-STARTOPTID-V51 TO SQLOPTID OF SQLE-START-OPTIONS
           MOVE 0 TO SQL-ISPROFILE OF SQLE-START-OPTIONS
           MOVE SPACES TO SQL-PROFILE OF SQLE-START-OPTIONS
           MOVE 0 TO SQL-ISNODENUM OF SQLE-START-OPTIONS
           MOVE 0 TO SQL-NODENUM OF SQLE-START-OPTIONS
           MOVE SQLE-NONE TO SQL-OPTION OF SQLE-START-OPTIONS
           MOVE 0 TO SQL-ISHOSTNAME OF SQLE-START-OPTIONS
           MOVE 0 TO SQL-ISPORT OF SQLE-START-OPTIONS
           MOVE 0 TO SQL-ISNETNAME OF SQLE-START-OPTIONS
           MOVE 0 TO SQL-TBLSPACE-TYPE OF SQLE-START-OPTIONS
           MOVE 0 TO SQL-TBLSPACE-NODE OF SQLE-START-OPTIONS
           MOVE 0 TO SQL-ISCOMPUTER OF SQLE-START-OPTIONS
           SET SQL-P-USER-NAME OF SQLE-START-OPTIONS TO NULL
           SET SQL-P-PASSWORD OF SQLE-START-OPTIONS TO NULL
           CALL "sqlgpstart" USING SQLE-START-OPTIONS SQLCA
           IF SQLCODE < 0
               MOVE "FAILED" TO WS-STAGE-OUTCOME
               MOVE "DB2START FAILED - INSTANCE IS DOWN"
                   TO WS-AL-MESSAGE
               PERFORM 9200-FAIL-STAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-INSTANCE-DOWN
           MOVE "DONE" TO WS-STAGE-OUTCOME
           PERFORM 9100-JOURNAL-STAGE.

       7000-UNQUIESCE.
           MOVE "UNQUIESCE" TO WS-STAGE
           MOVE SPACES TO WS-STAGE-DETAIL
           MOVE WS-INSTANCE-LEN TO WS-IU-INSTANCE-LEN
           SET WS-IU-INSTANCE-PTR TO ADDRESS OF WS-INSTANCE
           CALL "db2gInstanceUnquiesce" USING DB2VERSION810
               WS-INS-UNQUIESCE-STRUCT SQLCA
           IF SQLCODE < 0
               MOVE "FAILED" TO WS-STAGE-OUTCOME
               MOVE "INSTANCE STILL QUIESCED - NEW WORK LOCKED OUT"
                   TO WS-AL-MESSAGE
               PERFORM 9200-FAIL-STAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-QUIESCED
           MOVE "DONE" TO WS-STAGE-OUTCOME
           PERFORM 9100-JOURNAL-STAGE.

      * Bring back each planned database and prove it answers; the
      * first one that does not stops the run and pages.
       8000-ACTIVATE-DATABASES.
           PERFORM VARYING WS-DB-IDX FROM 1 BY 1
                   UNTIL WS-DB-IDX > WS-DB-COUNT OR STAGE-FAILED
               MOVE WS-DB-ALIAS(WS-DB-IDX) TO WS-CUR-DB-ALIAS
               PERFORM 8100-ACTIVATE-ONE
               IF NOT STAGE-FAILED
                   PERFORM 8200-PING-ONE
               END-IF
           END-PERFORM.

       8100-ACTIVATE-ONE.
           MOVE "ACTIVATE" TO WS-STAGE
           MOVE WS-CUR-DB-ALIAS TO WS-STAGE-DETAIL
           MOVE 0 TO WS-ACT-ALIAS-LEN
           INSPECT WS-CUR-DB-ALIAS TALLYING WS-ACT-ALIAS-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           CALL "sqlg_activate_db" USING BY VALUE WS-ACT-ALIAS-LEN
               BY VALUE WS-ACT-ZERO-LEN
               BY VALUE WS-ACT-ZERO-LEN
               BY REFERENCE WS-CUR-DB-ALIAS
               BY VALUE WS-ACT-NULL
               BY VALUE WS-ACT-NULL
               BY VALUE WS-ACT-NULL
               BY REFERENCE SQLCA
           IF SQLCODE < 0
               MOVE "FAILED" TO WS-STAGE-OUTCOME
               MOVE "DATABASE DID NOT REACTIVATE AFTER INSTANCE BOUNCE"
                   TO WS-AL-MESSAGE
               MOVE WS-CUR-DB-ALIAS TO WS-AL-KEY
               PERFORM 9200-FAIL-STAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "DONE" TO WS-STAGE-OUTCOME
           PERFORM 9100-JOURNAL-STAGE.

       8200-PING-ONE.
           MOVE "PING" TO WS-STAGE
           MOVE WS-CUR-DB-ALIAS TO WS-STAGE-DETAIL
           MOVE WS-CUR-DB-ALIAS
               TO DB2-I-DB-ALIAS OF DB2G-DATABASE-PING-STRUCT
           MOVE LENGTH OF DB2-I-DB-ALIAS OF DB2G-DATABASE-PING-STRUCT
               TO DB2-I-DB-ALIAS-LENGTH OF DB2G-DATABASE-PING-STRUCT
           MOVE 0 TO DB2-REQUEST-PACKET-SZ OF DB2G-DATABASE-PING-STRUCT
           MOVE 0
               TO DB2-RESPONSE-PACKET-SZ OF DB2G-DATABASE-PING-STRUCT
           MOVE 1 TO DB2-I-NUM-ITERATIONS OF DB2G-DATABASE-PING-STRUCT
           MOVE 0 TO WS-ELAPSED-TIME-BUF
           SET DB2-PO-ELAPSED-TIME OF DB2G-DATABASE-PING-STRUCT
               TO ADDRESS OF WS-ELAPSED-TIME-BUF
           CALL "db2gDatabasePing" USING DB2VERSION810
               DB2G-DATABASE-PING-STRUCT SQLCA
           IF SQLCODE NOT = 0
               MOVE "NO-ANSWER" TO WS-STAGE-OUTCOME
               MOVE "DATABASE NOT ANSWERING PING AFTER INSTANCE BOUNCE"
                   TO WS-AL-MESSAGE
               MOVE WS-CUR-DB-ALIAS TO WS-AL-KEY
               PERFORM 9200-FAIL-STAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "ANSWERED" TO WS-STAGE-OUTCOME
           PERFORM 9100-JOURNAL-STAGE.

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
           CLOSE ALERT-FILE.

       9100-JOURNAL-STAGE.
           OPEN EXTEND JOURNAL-FILE
           IF WS-CJ-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE SPACES TO WS-CJ-TARGET
           STRING WS-STAGE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-STAGE-OUTCOME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-STAGE-DETAIL DELIMITED BY SIZE
               INTO WS-CJ-TARGET
           DISPLAY "MFCCBNCE: " WS-INSTANCE " " WS-CJ-TARGET
           CALL "MFCUCCJL" USING WS-CJ-PROGRAM WS-CJ-KEY
               WS-CJ-ACTION WS-CJ-TARGET SQLCODE WS-CJ-OPERATOR
               MFC-CHANGE-JOURNAL-REC
           WRITE MFC-CHANGE-JOURNAL-REC
           ADD 1 TO WS-ACCT-WRITTEN
           CLOSE JOURNAL-FILE.

      * A failed stage is journaled, stops the run and pages.
       9200-FAIL-STAGE.
           DISPLAY "MFCCBNCE: STAGE " WS-STAGE " FAILED SQLCODE="
               SQLCODE
           IF SQLCODE < WS-ACCT-SQLCODE
               MOVE SQLCODE TO WS-ACCT-SQLCODE
           END-IF
           MOVE "FAILED" TO WS-ACCT-STATUS
           PERFORM 9100-JOURNAL-STAGE
           MOVE "Y" TO WS-STAGE-FAILED
           IF WS-AL-KEY = SPACES
               MOVE WS-INSTANCE TO WS-AL-KEY
           END-IF
           IF WS-AL-MESSAGE = SPACES
               MOVE "INSTANCE DRAIN-AND-BOUNCE STAGE FAILED"
                   TO WS-AL-MESSAGE
           END-IF
           CALL "MFCUALRT" USING WS-AL-SOURCE WS-AL-METRIC WS-AL-KEY
               WS-AL-ACTUAL WS-AL-THRESHOLD
               WS-AL-MESSAGE MFC-ALERT-REC
           WRITE MFC-ALERT-REC
           ADD 1 TO WS-ACCT-WRITTEN.
