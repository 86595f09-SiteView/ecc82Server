      ***********************************************************************
      *
      *  Source File Name = MFCCONFD.CBL
      *
      *  Function = Outbound feed to the enterprise event-management
      *             console.
      *
      *             The operations bridge watches the corporate event
      *             console, not our files, so an alert nobody is
      *             paged for directly is an alert nobody there sees.
      *             This program turns the alert lifecycle history
      *             into the console's fixed-format messages
      *             (MFC-CONSOLE-FEED-REC, MFCCNFD.CBL) on MFCCONFO:
      *
      *               RAISED  -> OPEN
      *               ACKED   -> UPDATE (carries the operator)
      *               CLEARED -> CLOSE
      *
      *             each stamped with our source, metric and key (the
      *             console's correlation id), the severity off the
      *             same MFCSEVP stem-and-star rules MFCALRTE routes
      *             with (the MFCALDSP technique, unmatched = MAJOR
      *             the router's own next-business-day default) and
      *             the owning team off the database master MFCDBMF
      *             (DBA-ONCALL when the master does not place the
      *             key, as the dispatcher falls back).
      *
      *             Exactly once: new MFCALEVO rows are found by a
      *             consumed-record send cursor on MFCCKCON (the
      *             MFCALDSP idiom). MFCCONFO is appended to (EXTEND)
      *             so messages the transfer step has not yet taken
      *             are never lost to a later run, and the cursor
      *             moves only after the file is closed with every
      *             open and write clean. A run that dies or fails
      *             part way leaves the cursor where it was (ledger
      *             status FAILED, return code 12) and the rerun
      *             appends the same messages under the same event
      *             ids. The event id is the row's position on
      *             MFCALEVO, so the console discards the repeats.
      *
      *             Heartbeat: when HEARTBEAT-SECS (MFCCONFP,
      *             MFCTHR.CBL convention, default 900) have passed
      *             since the last one (its epoch rides on the cursor
      *             record), an ALIVE message goes out naming the time
      *             by which the console should expect the next -
      *             HEARTBEAT-SECS plus HEARTBEAT-GRACE-SECS (default
      *             600) from now - so the bridge notices when the
      *             suite goes quiet.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCONFD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCCONFP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT EVENT-FILE ASSIGN TO "MFCALEVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AE-STATUS.
           SELECT CKPT-FILE ASSIGN TO "MFCCKCON"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CK-STATUS.
           SELECT RULE-FILE ASSIGN TO "MFCSEVP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SV-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MFCDBMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MFC-DM-DB-ALIAS
               FILE STATUS IS WS-DM-STATUS.
           SELECT FEED-FILE ASSIGN TO "MFCCONFO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-STATUS.
           SELECT ACCT-FILE ASSIGN TO "MFCRUNLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  EVENT-FILE
           RECORDING MODE IS F.
           COPY "mfcalev.cbl".
       FD  CKPT-FILE
           RECORDING MODE IS F.
           COPY "mfcckpt.cbl".
       FD  RULE-FILE
           RECORDING MODE IS F.
           COPY "mfcsevp.cbl".
       FD  MASTER-FILE.
           COPY "mfcdbm.cbl".
       FD  FEED-FILE.
           COPY "mfccnfd.cbl".
       FD  ACCT-FILE
           RECORDING MODE IS F.
           COPY "mfcracct.cbl".
       WORKING-STORAGE SECTION.
      * End-of-run accounting for the common run ledger
      * (MFCRACCT.CBL/MFCURACC.CBL) - one row appended at
      * 9000-TERMINATE time; the freshness watchdog (MFCWDOG)
      * reads this ledger to prove the feed still runs, and the
      * transfer step reads it to know MFCCONFO is whole.
       01 WS-RN-STATUS                PIC XX.
       01 WS-RN-PROGRAM               PIC X(8) VALUE "MFCCONFD".
       01 WS-ACCT-START-SECS          PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-READ                PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-WRITTEN             PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-SQLCODE             PIC S9(9) COMP-5 VALUE 0.
       01 WS-ACCT-STATUS              PIC X(8)
                                       VALUE "COMPLETE".
       01 WS-LOCK-FUNC                PIC X(1).
       01 WS-LOCK-RESULT              PIC X(1).
       01 WS-LOCK-HELD                PIC X(1) VALUE "N".
           88 LOCK-HELD               VALUE "Y".
       01 WS-PARM-STATUS              PIC XX.
       01 WS-AE-STATUS                PIC XX.
       01 WS-CK-STATUS                PIC XX.
       01 WS-DM-STATUS                PIC XX.
       01 WS-CF-STATUS                PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-MASTER-AVAIL             PIC X VALUE "N".
           88 MASTER-AVAIL            VALUE "Y".
       01 WS-FEED-OPENED              PIC X VALUE "N".
           88 FEED-OPENED             VALUE "Y".
       01 WS-FEED-FAILED              PIC X VALUE "N".
           88 FEED-FAILED             VALUE "Y".

       01 WS-HEARTBEAT-SECS           PIC 9(9) COMP-5 VALUE 900.
       01 WS-HEARTBEAT-GRACE-SECS     PIC 9(9) COMP-5 VALUE 600.
       01 WS-ORIGIN                   PIC X(8) VALUE "DB2MFCMN".
       01 WS-FALLBACK-TEAM            PIC X(20) VALUE "DBA-ONCALL".

       01 WS-SV-STATUS                PIC XX.
       01 WS-EOF-SV                   PIC X VALUE "N".
           88 EOF-SV                  VALUE "Y".
       01 WS-MATCHED                  PIC X VALUE "N".
           88 RULE-MATCHED            VALUE "Y".
       01 WS-PAT-MATCHED              PIC X VALUE "N".
           88 PAT-MATCHED             VALUE "Y".
       01 WS-STEM-LEN                 PIC 9(9) COMP-5.
       01 WS-PAT-WORK                 PIC X(20).
       01 WS-VALUE-WORK               PIC X(20).
       01 WS-SEVERITY                 PIC X(1).
       01 WS-RULE-COUNT               PIC 9(9) COMP-5 VALUE 0.
       01 WS-MAX-RULES                PIC 9(9) COMP-5 VALUE 100.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 100 TIMES.
              10 WS-RL-METRIC-PAT     PIC X(20).
              10 WS-RL-KEY-PAT        PIC X(20).
              10 WS-RL-SEVERITY       PIC X(1).

       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-LAST-BEAT-SECS           PIC 9(9) COMP-5 VALUE 0.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-CONSUMED-COUNT           PIC 9(9) COMP-5 VALUE 0.
       01 WS-RECORD-POS               PIC 9(9) COMP-5 VALUE 0.
      * Event ids: a letter and ten digits, see MFCCNFD.CBL.
       01 WS-EVENT-ID.
           05 WS-EVENT-ID-KIND        PIC X(1).
           05 WS-EVENT-ID-NUM         PIC 9(10).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "MFCUTIME" USING WS-ACCT-START-SECS
           MOVE "R" TO WS-LOCK-FUNC
           CALL "MFCULOCK" USING WS-RN-PROGRAM WS-LOCK-FUNC
               WS-LOCK-RESULT
           IF WS-LOCK-RESULT = "Y"
               SET LOCK-HELD TO TRUE
               PERFORM 1000-INITIALIZE
               IF FEED-OPENED
                   PERFORM 2500-LOAD-SEVERITY-RULES
                   PERFORM 3000-FORWARD-NEW-EVENTS
                   PERFORM 4000-SEND-HEARTBEAT
                   CLOSE FEED-FILE
                   MOVE "N" TO WS-FEED-OPENED
               END-IF
               IF FEED-FAILED
                   MOVE "FAILED" TO WS-ACCT-STATUS
               ELSE
                   PERFORM 5000-WRITE-CHECKPOINT
               END-IF
           ELSE
               MOVE "REFUSED" TO WS-ACCT-STATUS
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           CALL "MFCUTIME" USING WS-NOW-SECS
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           IF MFC-THR-NAME = "HEARTBEAT-SECS"
                               MOVE MFC-THR-VALUE
                                   TO WS-HEARTBEAT-SECS
                           END-IF
                           IF MFC-THR-NAME = "HEARTBEAT-GRACE-SECS"
                               MOVE MFC-THR-VALUE
                                   TO WS-HEARTBEAT-GRACE-SECS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           OPEN INPUT CKPT-FILE
           IF WS-CK-STATUS = "00"
               READ CKPT-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE MFC-CK-RECORDS-PROCESSED
                           TO WS-CONSUMED-COUNT
                       MOVE MFC-CK-LAST-SEQ TO WS-LAST-BEAT-SECS
               END-READ
               CLOSE CKPT-FILE
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-DM-STATUS = "00"
               SET MASTER-AVAIL TO TRUE
           END-IF
      * Appended to every run - see the exactly-once note above.
           OPEN EXTEND FEED-FILE
           IF WS-CF-STATUS = "35"
               OPEN OUTPUT FEED-FILE
           END-IF
           IF WS-CF-STATUS = "00"
               SET FEED-OPENED TO TRUE
           ELSE
               DISPLAY "MFCCONFD: MFCCONFO OPEN FAILED STATUS="
                   WS-CF-STATUS
               SET FEED-FAILED TO TRUE
           END-IF.

      * The same severity rules MFCALRTE routes with, loaded once.
       2500-LOAD-SEVERITY-RULES.
           OPEN INPUT RULE-FILE
           IF WS-SV-STATUS = "00"
               PERFORM UNTIL EOF-SV
                   READ RULE-FILE
                       AT END SET EOF-SV TO TRUE
                       NOT AT END
                           IF WS-RULE-COUNT < WS-MAX-RULES
                               ADD 1 TO WS-RULE-COUNT
                               MOVE MFC-SV-METRIC-PAT TO
                                   WS-RL-METRIC-PAT(WS-RULE-COUNT)
                               MOVE MFC-SV-KEY-PAT TO
                                   WS-RL-KEY-PAT(WS-RULE-COUNT)
                               MOVE MFC-SV-SEVERITY TO
                                   WS-RL-SEVERITY(WS-RULE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
           END-IF.

       3000-FORWARD-NEW-EVENTS.
           MOVE "N" TO WS-EOF-IN
           MOVE 0 TO WS-RECORD-POS
           OPEN INPUT EVENT-FILE
           IF WS-AE-STATUS = "00"
               PERFORM UNTIL EOF-IN OR FEED-FAILED
                   READ EVENT-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORD-POS
                           IF WS-RECORD-POS > WS-CONSUMED-COUNT
                               ADD 1 TO WS-ACCT-READ
                               PERFORM 3100-WRITE-LIFECYCLE-MSG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
               MOVE WS-RECORD-POS TO WS-CONSUMED-COUNT
           END-IF.

      * An event type the console has no verb for is consumed but
      * not sent - the cursor still moves past it.
       3100-WRITE-LIFECYCLE-MSG.
           MOVE SPACES TO MFC-CONSOLE-FEED-REC
           EVALUATE TRUE
               WHEN MFC-AE-RAISED
                   SET MFC-CF-OPEN TO TRUE
               WHEN MFC-AE-ACKED
                   SET MFC-CF-UPDATE TO TRUE
               WHEN MFC-AE-CLEARED
                   SET MFC-CF-CLOSE TO TRUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE "E" TO WS-EVENT-ID-KIND
           MOVE WS-RECORD-POS TO WS-EVENT-ID-NUM
           MOVE WS-EVENT-ID TO MFC-CF-EVENT-ID
           MOVE MFC-AE-EVENT-SECS TO MFC-CF-EVENT-SECS
           MOVE WS-ORIGIN TO MFC-CF-ORIGIN
           PERFORM 3200-RESOLVE-SEVERITY
           MOVE MFC-AE-SOURCE TO MFC-CF-SOURCE
           MOVE MFC-AE-METRIC TO MFC-CF-METRIC
           MOVE MFC-AE-KEY TO MFC-CF-KEY
           PERFORM 3300-RESOLVE-TEAM
           MOVE MFC-AE-ACTUAL-VALUE TO MFC-CF-ACTUAL-VALUE
           MOVE MFC-AE-THRESHOLD-VALUE TO MFC-CF-THRESHOLD-VALUE
           MOVE MFC-AE-OPERATOR TO MFC-CF-OPERATOR
           MOVE 0 TO MFC-CF-EXPECT-BY-SECS
           MOVE MFC-AE-MESSAGE TO MFC-CF-TEXT
           WRITE MFC-CONSOLE-FEED-REC
           PERFORM 3150-CHECK-FEED-WRITE.

      * A failed write stops the run short of the checkpoint, so
      * the cursor stays behind everything that may not have gone.
       3150-CHECK-FEED-WRITE.
           IF WS-CF-STATUS = "00"
               ADD 1 TO WS-ACCT-WRITTEN
           ELSE
               DISPLAY "MFCCONFD: MFCCONFO WRITE FAILED STATUS="
                   WS-CF-STATUS
               SET FEED-FAILED TO TRUE
           END-IF.

      * Severity off the MFCSEVP rules, first matching metric/key
      * pattern wins - the MFCALDSP technique. An event matching
      * no rule goes as MAJOR, the router's unmatched default.
       3200-RESOLVE-SEVERITY.
           MOVE "N" TO WS-SEVERITY
           MOVE "N" TO WS-MATCHED
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RULE-COUNT OR RULE-MATCHED
               MOVE WS-RL-METRIC-PAT(WS-IDX) TO WS-PAT-WORK
               MOVE MFC-AE-METRIC TO WS-VALUE-WORK
               PERFORM 3250-MATCH-ONE-PATTERN
               IF PAT-MATCHED
                   MOVE WS-RL-KEY-PAT(WS-IDX) TO WS-PAT-WORK
                   MOVE MFC-AE-KEY TO WS-VALUE-WORK
                   PERFORM 3250-MATCH-ONE-PATTERN
                   IF PAT-MATCHED
                       SET RULE-MATCHED TO TRUE
                       MOVE WS-RL-SEVERITY(WS-IDX) TO WS-SEVERITY
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE WS-SEVERITY
               WHEN "P"
                   MOVE "CRITICAL" TO MFC-CF-SEVERITY
               WHEN "R"
                   MOVE "MINOR" TO MFC-CF-SEVERITY
               WHEN OTHER
                   MOVE "MAJOR" TO MFC-CF-SEVERITY
           END-EVALUATE.

       3250-MATCH-ONE-PATTERN.
           MOVE "N" TO WS-PAT-MATCHED
           IF WS-PAT-WORK = "*"
               SET PAT-MATCHED TO TRUE
           ELSE
               MOVE 0 TO WS-STEM-LEN
               INSPECT WS-PAT-WORK TALLYING WS-STEM-LEN
                   FOR CHARACTERS BEFORE INITIAL "*"
               IF WS-STEM-LEN < 20 AND WS-STEM-LEN > 0
                   IF WS-VALUE-WORK(1:WS-STEM-LEN) =
                           WS-PAT-WORK(1:WS-STEM-LEN)
                       SET PAT-MATCHED TO TRUE
                   END-IF
               ELSE
                   IF WS-VALUE-WORK = WS-PAT-WORK
                       SET PAT-MATCHED TO TRUE
                   END-IF
               END-IF
           END-IF.

       3300-RESOLVE-TEAM.
           MOVE WS-FALLBACK-TEAM TO MFC-CF-OWNING-TEAM
           IF MASTER-AVAIL
               MOVE MFC-AE-KEY TO MFC-DM-DB-ALIAS
               READ MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF MFC-DM-OWNING-TEAM NOT = SPACES
                           MOVE MFC-DM-OWNING-TEAM
                               TO MFC-CF-OWNING-TEAM
                       END-IF
               END-READ
           END-IF.

      * A zero interval turns the heartbeat off; the console side
      * then has nothing to miss.
       4000-SEND-HEARTBEAT.
           IF WS-HEARTBEAT-SECS = 0 OR FEED-FAILED
               EXIT PARAGRAPH
           END-IF
           IF WS-LAST-BEAT-SECS NOT = 0
               AND WS-NOW-SECS < WS-LAST-BEAT-SECS + WS-HEARTBEAT-SECS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MFC-CONSOLE-FEED-REC
           SET MFC-CF-ALIVE TO TRUE
           MOVE "H" TO WS-EVENT-ID-KIND
           MOVE WS-NOW-SECS TO WS-EVENT-ID-NUM
           MOVE WS-EVENT-ID TO MFC-CF-EVENT-ID
           MOVE WS-NOW-SECS TO MFC-CF-EVENT-SECS
           MOVE WS-ORIGIN TO MFC-CF-ORIGIN
           MOVE "HARMLESS" TO MFC-CF-SEVERITY
           MOVE WS-RN-PROGRAM TO MFC-CF-SOURCE
           MOVE "SUITE-HEARTBEAT" TO MFC-CF-METRIC
           MOVE WS-ORIGIN TO MFC-CF-KEY
           MOVE WS-FALLBACK-TEAM TO MFC-CF-OWNING-TEAM
           MOVE WS-ACCT-WRITTEN TO MFC-CF-ACTUAL-VALUE
           MOVE 0 TO MFC-CF-THRESHOLD-VALUE
           COMPUTE MFC-CF-EXPECT-BY-SECS = WS-NOW-SECS
               + WS-HEARTBEAT-SECS + WS-HEARTBEAT-GRACE-SECS
           MOVE "MONITORING SUITE ALIVE" TO MFC-CF-TEXT
           WRITE MFC-CONSOLE-FEED-REC
           PERFORM 3150-CHECK-FEED-WRITE
           MOVE WS-NOW-SECS TO WS-LAST-BEAT-SECS.

      * Only after MFCCONFO is closed - the cursor never runs ahead
      * of what was actually written.
       5000-WRITE-CHECKPOINT.
           OPEN OUTPUT CKPT-FILE
           MOVE WS-CONSUMED-COUNT TO MFC-CK-RECORDS-PROCESSED
           MOVE WS-LAST-BEAT-SECS TO MFC-CK-LAST-SEQ
           WRITE MFC-CHECKPOINT-REC
           CLOSE CKPT-FILE.

       9000-TERMINATE.
           IF LOCK-HELD
               MOVE "C" TO WS-LOCK-FUNC
               CALL "MFCULOCK" USING WS-RN-PROGRAM WS-LOCK-FUNC
                   WS-LOCK-RESULT
           END-IF
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
           IF FEED-FAILED
               MOVE 12 TO RETURN-CODE
           END-IF
           IF MASTER-AVAIL
               CLOSE MASTER-FILE
           END-IF
           IF FEED-OPENED
               CLOSE FEED-FILE
           END-IF.
