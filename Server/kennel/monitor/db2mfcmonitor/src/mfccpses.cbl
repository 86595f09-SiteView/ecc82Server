      ***********************************************************************
      *
      *  Source File Name = MFCCPSES.CBL
      *
      *  Function = Privileged-authority session monitor, run after
      *             each MFCCWLD/MFCCSTMT collection.
      *
      *             MFCR012 says who holds SYSADM, DBADM and the rest
      *             and MFCR064 says when that changes, but nothing
      *             watched when those ids actually connect. This
      *             monitor takes every AUTH-ID holding SYSADM, DBADM,
      *             SYSCTRL, SYSMAINT or SECADM on the current
      *             MFCAUTHO extract and looks for it in:
      *
      *               - the application snapshot rows MFCWLDO
      *                 (mfcwldo.cbl) - connection, application name,
      *                 client workstation and database;
      *               - the statement extract MFCSTMTO (mfcstmt.cbl) -
      *                 the latest text seen for the session is kept;
      *                 a privileged id seen only there still opens a
      *                 session, without the workstation.
      *
      *             A session's statement count is the growth of the
      *             connection's static plus dynamic statement
      *             counters on MFCWLDO since the session was first
      *             seen, not a count of rows - MFCSTMTO shows a long
      *             statement again at every poll and an event
      *             monitor's rows again at every re-read. A fall in
      *             the counters (a monitor reset) restarts the
      *             growth from the new value.
      *
      *             Sessions are matched by APPL-ID across runs the
      *             MFCCLKWD way: carried state MFCPSESS in, MFCPSEST
      *             out (mfcpses.cbl); a session the new snapshot no
      *             longer shows is closed to the history MFCPSESO
      *             with duration last-seen minus first-seen. A run
      *             whose MFCWLDO carries the same collection epoch as
      *             the last one consumed (kept in MFC-CK-LAST-SEQ on
      *             MFCCKPSS) means the collector has not run since;
      *             the state is carried unchanged, as it is when
      *             there is no MFCAUTHO to say who is privileged.
      *
      *             Each session is checked against the planned
      *             maintenance calendar MFCMWINP and the change
      *             journal MFCCCJLO: covered by a window for its
      *             database (or "*ALL*") that overlaps it, or by a
      *             journal entry for its database or made under its
      *             id within JOURNAL-MARGIN-MINS (MFCPSESP, MFCTHR.CBL
      *             convention, default 60) of it. A session covered
      *             by neither is flagged (MFC-PV-UNCOVERED) and
      *             DISPLAYed when it first shows so. The daily report
      *             is MFCR129; MFCR094 carries the sessions in its
      *             compliance pack.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCPSES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-FILE ASSIGN TO "MFCAUTHO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
           SELECT WORKLOAD-FILE ASSIGN TO "MFCWLDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.
           SELECT STMT-FILE ASSIGN TO "MFCSTMTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.
           SELECT WINDOW-FILE ASSIGN TO "MFCMWINP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MW-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MFCCCJLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CJ-STATUS.
           SELECT PARM-FILE ASSIGN TO "MFCPSESP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CKPT-FILE ASSIGN TO "MFCCKPSS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CK-STATUS.
           SELECT STATE-IN-FILE ASSIGN TO "MFCPSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.
           SELECT STATE-OUT-FILE ASSIGN TO "MFCPSEST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "MFCPSESO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PV-STATUS.
           SELECT ACCT-FILE ASSIGN TO "MFCRUNLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-FILE
           RECORDING MODE IS F.
           COPY "mfcauth.cbl".
       FD  WORKLOAD-FILE
           RECORDING MODE IS F.
           COPY "mfcwldo.cbl".
       FD  STMT-FILE
           RECORDING MODE IS F.
           COPY "mfcstmt.cbl".
       FD  WINDOW-FILE
           RECORDING MODE IS F.
           COPY "mfcmwin.cbl".
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY "mfcccj.cbl".
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  CKPT-FILE
           RECORDING MODE IS F.
           COPY "mfcckpt.cbl".
       FD  STATE-IN-FILE
           RECORDING MODE IS F.
           COPY "mfcpses.cbl".
      * Written FROM the session record the STATE-IN FD declares; the
      * length must match mfcpses.cbl.
       FD  STATE-OUT-FILE
           RECORDING MODE IS F.
       01 STATE-OUT-REC               PIC X(239).
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01 HISTORY-REC                 PIC X(239).
       FD  ACCT-FILE
           RECORDING MODE IS F.
           COPY "mfcracct.cbl".
       WORKING-STORAGE SECTION.
      * End-of-run accounting for the common run ledger
      * (MFCRACCT.CBL/MFCURACC.CBL).
       01 WS-RN-STATUS                PIC XX.
       01 WS-RN-PROGRAM               PIC X(8) VALUE "MFCCPSES".
       01 WS-ACCT-START-SECS          PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-READ                PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-WRITTEN             PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-SQLCODE             PIC S9(9) COMP-5 VALUE 0.
       01 WS-ACCT-STATUS              PIC X(8)
                                       VALUE "COMPLETE".
       01 WS-AU-STATUS                PIC XX.
       01 WS-WO-STATUS                PIC XX.
       01 WS-ST-STATUS                PIC XX.
       01 WS-MW-STATUS                PIC XX.
       01 WS-CJ-STATUS                PIC XX.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-CK-STATUS                PIC XX.
       01 WS-SI-STATUS                PIC XX.
       01 WS-SO-STATUS                PIC XX.
       01 WS-PV-STATUS                PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".
       01 WS-NEW-GENERATION           PIC X VALUE "N".
           88 NEW-GENERATION          VALUE "Y".
       01 WS-AUTH-LOADED              PIC X VALUE "N".
           88 AUTH-LOADED             VALUE "Y".

      * Parameters (MFCPSESP).
       01 WS-JOURNAL-MARGIN-MINS      PIC 9(9) COMP-5 VALUE 60.

       01 WS-MARGIN-SECS              PIC 9(9) COMP-5.
       01 WS-GEN-SECS                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-LAST-GEN-SECS            PIC 9(9) COMP-5 VALUE 0.
       01 WS-EARLIEST-SECS            PIC 9(9) COMP-5.
       01 WS-FROM-SECS                PIC 9(9) COMP-5.
       01 WS-TO-SECS                  PIC 9(9) COMP-5.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.
       01 WS-PR-IDX                   PIC 9(9) COMP-5.
       01 WS-KEPT                     PIC 9(9) COMP-5.
       01 WS-CUR-AUTH-ID              PIC X(20).
       01 WS-CUR-APPL-ID              PIC X(32).
       01 WS-STMT-TOTAL               PIC 9(10) COMP-5.
       01 WS-OLD-COVERAGE             PIC X(1).
       01 WS-DISP-SECS                PIC Z(8)9.

      * Privileged ids off MFCAUTHO and what makes each privileged.
       01 WS-MAX-PRIVS                PIC 9(9) COMP-5 VALUE 500.
       01 WS-PR-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-PRIV-TABLE.
           05 WS-PR-ENTRY OCCURS 500 TIMES.
              10 WS-PR-AUTH-ID        PIC X(20).
              10 WS-PR-AUTHORITIES    PIC X(40).
       01 WS-AUTH-TEXT                PIC X(40).
       01 WS-AUTH-PTR                 PIC 9(4) COMP-5.

      * Sessions: the carried open ones plus this run's.
       01 WS-MAX-SESSIONS             PIC 9(9) COMP-5 VALUE 1000.
       01 WS-SE-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-SESSION-TABLE.
           05 WS-SE-ENTRY OCCURS 1000 TIMES.
              10 WS-SE-APPL-ID        PIC X(32).
              10 WS-SE-IMAGE          PIC X(239).

      * Maintenance windows and recent journal entries for coverage.
       01 WS-MAX-WINDOWS              PIC 9(9) COMP-5 VALUE 500.
       01 WS-MW-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-WINDOW-TABLE.
           05 WS-MW-ENTRY OCCURS 500 TIMES.
              10 WS-MW-DB-ALIAS       PIC X(20).
              10 WS-MW-START-SECS     PIC 9(9) COMP-5.
              10 WS-MW-END-SECS       PIC 9(9) COMP-5.
       01 WS-MAX-JOURNAL              PIC 9(9) COMP-5 VALUE 2000.
       01 WS-JN-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-JOURNAL-TABLE.
           05 WS-JN-ENTRY OCCURS 2000 TIMES.
              10 WS-JN-SECS           PIC 9(9) COMP-5.
              10 WS-JN-DB-ALIAS       PIC X(20).
              10 WS-JN-OPERATOR       PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "MFCUTIME" USING WS-ACCT-START-SECS
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-PRIVILEGED-IDS
           PERFORM 2000-LOAD-STATE
           PERFORM 3000-READ-SNAPSHOT-ROWS
           IF NEW-GENERATION
               PERFORM 3500-READ-STATEMENT-ROWS
               PERFORM 4000-LOAD-COVERAGE
               PERFORM 4500-CHECK-COVERAGE
               PERFORM 5000-CLOSE-VANISHED-SESSIONS
           END-IF
           PERFORM 6000-WRITE-NEW-STATE
           PERFORM 7000-WRITE-CHECKPOINT
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           IF MFC-THR-NAME = "JOURNAL-MARGIN-MINS"
                               MOVE MFC-THR-VALUE
                                   TO WS-JOURNAL-MARGIN-MINS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           COMPUTE WS-MARGIN-SECS = WS-JOURNAL-MARGIN-MINS * 60
           OPEN INPUT CKPT-FILE
           IF WS-CK-STATUS = "00"
               READ CKPT-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE MFC-CK-LAST-SEQ TO WS-LAST-GEN-SECS
               END-READ
               CLOSE CKPT-FILE
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF WS-PV-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.

       1500-LOAD-PRIVILEGED-IDS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT AUTH-FILE
           IF WS-AU-STATUS NOT = "00"
               DISPLAY "MFCCPSES: NO AUTHORIZATION EXTRACT MFCAUTHO - "
                   "NO ID IS WATCHED THIS RUN"
               MOVE "DEGRADED" TO WS-ACCT-STATUS
               EXIT PARAGRAPH
           END-IF
           SET AUTH-LOADED TO TRUE
           PERFORM UNTIL EOF-IN
               READ AUTH-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       PERFORM 1600-NOTE-AUTHORITIES
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE.

       1600-NOTE-AUTHORITIES.
           MOVE SPACES TO WS-AUTH-TEXT
           MOVE 1 TO WS-AUTH-PTR
           IF MFC-AU-SYSADM = "Y"
               STRING "SYSADM " DELIMITED BY SIZE
                   INTO WS-AUTH-TEXT WITH POINTER WS-AUTH-PTR
           END-IF
           IF MFC-AU-DBADM = "Y"
               STRING "DBADM " DELIMITED BY SIZE
                   INTO WS-AUTH-TEXT WITH POINTER WS-AUTH-PTR
           END-IF
           IF MFC-AU-SYSCTRL = "Y"
               STRING "SYSCTRL " DELIMITED BY SIZE
                   INTO WS-AUTH-TEXT WITH POINTER WS-AUTH-PTR
           END-IF
           IF MFC-AU-SYSMAINT = "Y"
               STRING "SYSMAINT " DELIMITED BY SIZE
                   INTO WS-AUTH-TEXT WITH POINTER WS-AUTH-PTR
           END-IF
           IF MFC-AU-SECURITY-ADMIN = "Y"
               STRING "SECADM " DELIMITED BY SIZE
                   INTO WS-AUTH-TEXT WITH POINTER WS-AUTH-PTR
           END-IF
           IF WS-AUTH-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-PR-COUNT >= WS-MAX-PRIVS
               DISPLAY "MFCCPSES: PRIVILEGED ID TABLE FULL, NOT "
                   "WATCHED " MFC-AU-AUTH-ID
           ELSE
               ADD 1 TO WS-PR-COUNT
               MOVE MFC-AU-AUTH-ID TO WS-PR-AUTH-ID(WS-PR-COUNT)
               MOVE WS-AUTH-TEXT TO WS-PR-AUTHORITIES(WS-PR-COUNT)
           END-IF.

       2000-LOAD-STATE.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT STATE-IN-FILE
           IF WS-SI-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ STATE-IN-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF WS-SE-COUNT < WS-MAX-SESSIONS
                               ADD 1 TO WS-SE-COUNT
                               MOVE MFC-PV-APPL-ID
                                   TO WS-SE-APPL-ID(WS-SE-COUNT)
                               MOVE MFC-PRIV-SESSION-REC
                                   TO WS-SE-IMAGE(WS-SE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-IN-FILE
           END-IF.

      ***********************************************************************
      * This run's snapshot and statement rows.
      ***********************************************************************
       3000-READ-SNAPSHOT-ROWS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT WORKLOAD-FILE
           IF WS-WO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ WORKLOAD-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       IF WS-GEN-SECS = 0
                           MOVE MFC-WO-COLLECT-SECS TO WS-GEN-SECS
                           IF WS-GEN-SECS > WS-LAST-GEN-SECS
                               AND AUTH-LOADED
                               SET NEW-GENERATION TO TRUE
                           END-IF
                       END-IF
                       IF NEW-GENERATION
                           ADD 1 TO WS-ACCT-READ
                           MOVE MFC-WO-AUTH-ID TO WS-CUR-AUTH-ID
                           MOVE MFC-WO-APPL-ID TO WS-CUR-APPL-ID
                           PERFORM 3900-FIND-PRIVILEGED
                           IF WS-PR-IDX > 0
                               PERFORM 3100-NOTE-SNAPSHOT-SESSION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORKLOAD-FILE.

       3100-NOTE-SNAPSHOT-SESSION.
           PERFORM 3800-FIND-OR-OPEN-SESSION
           IF WS-HIT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SE-IMAGE(WS-HIT-IDX) TO MFC-PRIV-SESSION-REC
           MOVE MFC-WO-APPL-NAME TO MFC-PV-APPL-NAME
           MOVE MFC-WO-CLIENT-NNAME TO MFC-PV-CLIENT-NNAME
           MOVE MFC-WO-DB-NAME TO MFC-PV-DB-NAME
           MOVE WS-GEN-SECS TO MFC-PV-LAST-SEEN-SECS
           PERFORM 3200-NOTE-STMT-COUNTERS
           MOVE MFC-PRIV-SESSION-REC TO WS-SE-IMAGE(WS-HIT-IDX).

      * The first snapshot that shows the session sets the base; each
      * later one adds the counters' growth since the one before.
       3200-NOTE-STMT-COUNTERS.
           COMPUTE WS-STMT-TOTAL = MFC-WO-STATIC-SQL-STMTS
               + MFC-WO-DYNAMIC-SQL-STMTS
           IF WS-STMT-TOTAL > 999999999
               MOVE 999999999 TO WS-STMT-TOTAL
           END-IF
           IF MFC-PV-HAS-STMT-TOTAL
               AND WS-STMT-TOTAL >= MFC-PV-STMT-TOTAL
               COMPUTE MFC-PV-STMT-COUNT = MFC-PV-STMT-COUNT
                   + WS-STMT-TOTAL - MFC-PV-STMT-TOTAL
           END-IF
           MOVE WS-STMT-TOTAL TO MFC-PV-STMT-TOTAL
           SET MFC-PV-HAS-STMT-TOTAL TO TRUE.

       3500-READ-STATEMENT-ROWS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT STMT-FILE
           IF WS-ST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ STMT-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCT-READ
                       MOVE MFC-ST-AUTH-ID TO WS-CUR-AUTH-ID
                       MOVE MFC-ST-APPL-ID TO WS-CUR-APPL-ID
                       PERFORM 3900-FIND-PRIVILEGED
                       IF WS-PR-IDX > 0
                           PERFORM 3600-NOTE-STATEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STMT-FILE.

       3600-NOTE-STATEMENT.
           PERFORM 3800-FIND-OR-OPEN-SESSION
           IF WS-HIT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SE-IMAGE(WS-HIT-IDX) TO MFC-PRIV-SESSION-REC
           IF MFC-PV-DB-NAME = SPACES
               MOVE MFC-ST-DB-NAME TO MFC-PV-DB-NAME
           END-IF
           IF MFC-ST-STMT-TEXT NOT = SPACES
               MOVE MFC-ST-STMT-TEXT TO MFC-PV-LAST-STMT
           END-IF
           MOVE WS-GEN-SECS TO MFC-PV-LAST-SEEN-SECS
           MOVE MFC-PRIV-SESSION-REC TO WS-SE-IMAGE(WS-HIT-IDX).

      * Session for WS-CUR-APPL-ID into WS-HIT-IDX (0 when the table
      * is full); a new one starts at this generation.
       3800-FIND-OR-OPEN-SESSION.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-SE-COUNT OR KY-FOUND
               IF WS-SE-APPL-ID(WS-HIT-IDX) = WS-CUR-APPL-ID
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-HIT-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-SE-COUNT >= WS-MAX-SESSIONS
               DISPLAY "MFCCPSES: SESSION TABLE FULL, NOT TRACKED "
                   WS-CUR-APPL-ID
               MOVE 0 TO WS-HIT-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SE-COUNT
           MOVE WS-SE-COUNT TO WS-HIT-IDX
           INITIALIZE MFC-PRIV-SESSION-REC
           MOVE WS-CUR-APPL-ID TO MFC-PV-APPL-ID
           MOVE WS-CUR-AUTH-ID TO MFC-PV-AUTH-ID
           MOVE WS-PR-AUTHORITIES(WS-PR-IDX) TO MFC-PV-AUTHORITIES
           MOVE WS-GEN-SECS TO MFC-PV-FIRST-SEEN-SECS
           MOVE WS-GEN-SECS TO MFC-PV-LAST-SEEN-SECS
           MOVE SPACE TO MFC-PV-COVERAGE
           MOVE "O" TO MFC-PV-STATUS
           MOVE WS-CUR-APPL-ID TO WS-SE-APPL-ID(WS-HIT-IDX)
           MOVE MFC-PRIV-SESSION-REC TO WS-SE-IMAGE(WS-HIT-IDX).

      * WS-CUR-AUTH-ID's row on the privileged table, 0 if none.
       3900-FIND-PRIVILEGED.
           MOVE 0 TO WS-PR-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PR-COUNT OR WS-PR-IDX > 0
               IF WS-PR-AUTH-ID(WS-IDX) = WS-CUR-AUTH-ID
                   MOVE WS-IDX TO WS-PR-IDX
               END-IF
           END-PERFORM.

      ***********************************************************************
      * Coverage: maintenance windows and the change journal.
      ***********************************************************************
       4000-LOAD-COVERAGE.
           MOVE WS-GEN-SECS TO WS-EARLIEST-SECS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SE-COUNT
               MOVE WS-SE-IMAGE(WS-IDX) TO MFC-PRIV-SESSION-REC
               IF MFC-PV-FIRST-SEEN-SECS < WS-EARLIEST-SECS
                   MOVE MFC-PV-FIRST-SEEN-SECS TO WS-EARLIEST-SECS
               END-IF
           END-PERFORM
           IF WS-EARLIEST-SECS > WS-MARGIN-SECS
               SUBTRACT WS-MARGIN-SECS FROM WS-EARLIEST-SECS
           ELSE
               MOVE 0 TO WS-EARLIEST-SECS
           END-IF
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT WINDOW-FILE
           IF WS-MW-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ WINDOW-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-MW-END-SECS >= WS-EARLIEST-SECS
                              AND WS-MW-COUNT < WS-MAX-WINDOWS
                               ADD 1 TO WS-MW-COUNT
                               MOVE MFC-MW-DB-ALIAS
                                   TO WS-MW-DB-ALIAS(WS-MW-COUNT)
                               MOVE MFC-MW-START-SECS
                                   TO WS-MW-START-SECS(WS-MW-COUNT)
                               MOVE MFC-MW-END-SECS
                                   TO WS-MW-END-SECS(WS-MW-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WINDOW-FILE
           END-IF
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT JOURNAL-FILE
           IF WS-CJ-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ JOURNAL-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-CJ-ACTION-SECS >= WS-EARLIEST-SECS
                               PERFORM 4100-KEEP-JOURNAL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       4100-KEEP-JOURNAL-ENTRY.
           IF WS-JN-COUNT >= WS-MAX-JOURNAL
               DISPLAY "MFCCPSES: JOURNAL TABLE FULL, ENTRY NOT "
                   "CONSIDERED " MFC-CJ-DB-ALIAS
           ELSE
               ADD 1 TO WS-JN-COUNT
               MOVE MFC-CJ-ACTION-SECS TO WS-JN-SECS(WS-JN-COUNT)
               MOVE MFC-CJ-DB-ALIAS TO WS-JN-DB-ALIAS(WS-JN-COUNT)
               MOVE MFC-CJ-OPERATOR TO WS-JN-OPERATOR(WS-JN-COUNT)
           END-IF.

       4500-CHECK-COVERAGE.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-SE-COUNT
               MOVE WS-SE-IMAGE(WS-HIT-IDX) TO MFC-PRIV-SESSION-REC
               MOVE MFC-PV-COVERAGE TO WS-OLD-COVERAGE
               PERFORM 4600-COVER-ONE-SESSION
               IF MFC-PV-UNCOVERED AND WS-OLD-COVERAGE NOT = "N"
                   MOVE MFC-PV-FIRST-SEEN-SECS TO WS-DISP-SECS
                   DISPLAY "MFCCPSES: PRIVILEGED SESSION OUTSIDE ANY "
                       "WINDOW OR JOURNAL ENTRY - " MFC-PV-AUTH-ID
                       " " MFC-PV-DB-NAME " FROM "
                       MFC-PV-CLIENT-NNAME " SINCE " WS-DISP-SECS
               END-IF
               MOVE MFC-PRIV-SESSION-REC TO WS-SE-IMAGE(WS-HIT-IDX)
           END-PERFORM.

       4600-COVER-ONE-SESSION.
           MOVE "N" TO MFC-PV-COVERAGE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MW-COUNT OR MFC-PV-IN-WINDOW
               IF (WS-MW-DB-ALIAS(WS-IDX) = MFC-PV-DB-NAME
                       OR WS-MW-DB-ALIAS(WS-IDX) = "*ALL*")
                   AND WS-MW-START-SECS(WS-IDX)
                       <= MFC-PV-LAST-SEEN-SECS
                   AND WS-MW-END-SECS(WS-IDX)
                       >= MFC-PV-FIRST-SEEN-SECS
                   MOVE "W" TO MFC-PV-COVERAGE
               END-IF
           END-PERFORM
           IF MFC-PV-IN-WINDOW
               EXIT PARAGRAPH
           END-IF
           IF MFC-PV-FIRST-SEEN-SECS > WS-MARGIN-SECS
               COMPUTE WS-FROM-SECS =
                   MFC-PV-FIRST-SEEN-SECS - WS-MARGIN-SECS
           ELSE
               MOVE 0 TO WS-FROM-SECS
           END-IF
           COMPUTE WS-TO-SECS = MFC-PV-LAST-SEEN-SECS + WS-MARGIN-SECS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-JN-COUNT OR MFC-PV-JOURNALED
               IF (WS-JN-DB-ALIAS(WS-IDX) = MFC-PV-DB-NAME
                       OR WS-JN-OPERATOR(WS-IDX)
                           = MFC-PV-AUTH-ID(1:8))
                   AND WS-JN-SECS(WS-IDX) >= WS-FROM-SECS
                   AND WS-JN-SECS(WS-IDX) <= WS-TO-SECS
                   MOVE "J" TO MFC-PV-COVERAGE
               END-IF
           END-PERFORM.

      ***********************************************************************
      * Close what the snapshot no longer shows; carry the rest.
      ***********************************************************************
       5000-CLOSE-VANISHED-SESSIONS.
           MOVE 0 TO WS-KEPT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SE-COUNT
               MOVE WS-SE-IMAGE(WS-IDX) TO MFC-PRIV-SESSION-REC
               IF MFC-PV-LAST-SEEN-SECS < WS-GEN-SECS
                   MOVE "C" TO MFC-PV-STATUS
                   MOVE WS-GEN-SECS TO MFC-PV-CLOSED-SECS
                   COMPUTE MFC-PV-DURATION-SECS =
                       MFC-PV-LAST-SEEN-SECS - MFC-PV-FIRST-SEEN-SECS
                   WRITE HISTORY-REC FROM MFC-PRIV-SESSION-REC
                   ADD 1 TO WS-ACCT-WRITTEN
               ELSE
                   ADD 1 TO WS-KEPT
                   MOVE WS-SE-ENTRY(WS-IDX) TO WS-SE-ENTRY(WS-KEPT)
               END-IF
           END-PERFORM
           MOVE WS-KEPT TO WS-SE-COUNT.

       6000-WRITE-NEW-STATE.
           OPEN OUTPUT STATE-OUT-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SE-COUNT
               MOVE WS-SE-IMAGE(WS-IDX) TO MFC-PRIV-SESSION-REC
               COMPUTE MFC-PV-DURATION-SECS =
                   MFC-PV-LAST-SEEN-SECS - MFC-PV-FIRST-SEEN-SECS
               WRITE STATE-OUT-REC FROM MFC-PRIV-SESSION-REC
           END-PERFORM
           CLOSE STATE-OUT-FILE.

       7000-WRITE-CHECKPOINT.
           OPEN OUTPUT CKPT-FILE
           MOVE 0 TO MFC-CK-RECORDS-PROCESSED
           IF NEW-GENERATION
               MOVE WS-GEN-SECS TO MFC-CK-LAST-SEQ
           ELSE
               MOVE WS-LAST-GEN-SECS TO MFC-CK-LAST-SEQ
           END-IF
           WRITE MFC-CHECKPOINT-REC
           CLOSE CKPT-FILE.

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
           CLOSE HISTORY-FILE.
