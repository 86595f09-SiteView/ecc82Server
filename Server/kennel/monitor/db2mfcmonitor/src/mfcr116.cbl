      ***********************************************************************
      *
      *  Source File Name = MFCR116.CBL
      *
      *  Function = Application failure and rollback rate daily
      *             scorecard, per workload class and owning team.
      *
      *             A surge of failed statements or of rollbacks is
      *             often the first sign an application release went
      *             bad, well before a lock or CPU alarm fires.
      *             MFCCAPPL appends every application's outcome
      *             counters to MFCAPFRO (mfcapfr.cbl) and MFCCDELT
      *             turns them into interval deltas per APPL-ID on
      *             MFCDELTO: APFR-SQL-STMTS, APFR-FAILED,
      *             APFR-COMMITS, APFR-ROLLBACKS, APFR-INT-ROLLBACKS
      *             and APFR-INT-DL-RBACKS. This report sums those
      *             deltas per day and per application name - the
      *             APPL-ID's name and AUTH-ID read back from
      *             MFCAPFRO - and scores the day:
      *
      *               FL-PM    failed statements per thousand run;
      *               RB-PM    rollbacks, asked for (ROLLBACK-SQL-
      *                        STMTS) and internal (INT-ROLLBACKS),
      *                        per thousand units of work ended
      *                        (commits + rollbacks); deadlock-victim
      *                        rollbacks are shown on their own too.
      *
      *             The workload class comes from the MFCWLDP policy
      *             by application name, as MFCCWLD classifies it
      *             (UNCLASSIFIED if no entry); the owning team from
      *             the chargeback worklist MFCAUTMP by AUTH-ID, as
      *             MFCR093 bills it ((UNMAPPED) if none). Lines are
      *             grouped under class and team with a total line
      *             for each.
      *
      *             Each application's two ratios are set against its
      *             own rolling baseline, the MFCBLINE arithmetic: the
      *             mean and mean absolute deviation of the daily
      *             ratios over the BASELINE-DAYS before the scored
      *             day. A ratio further from the mean than
      *             DEV-MULTIPLE deviations (a deviation of zero
      *             counts as one per thousand) is flagged and raises
      *             an MFCUALRT row on MFCALRTO - APPL-FAIL-RATIO or
      *             APPL-RBACK-RATIO, keyed by application name, the
      *             day's ratio against the baseline mean. A day with
      *             fewer than MIN-STATEMENTS statements, or a
      *             baseline of fewer than MIN-BASE-DAYS active days,
      *             is printed but not judged.
      *
      *             Thresholds from the PARM file (MFCR116P,
      *             MFCTHR.CBL convention):
      *               DAYS-BACK      - scored day, back from the
      *                 newest day on MFCDELTO (default 0).
      *               BASELINE-DAYS  - days before it in the baseline
      *                 (default 28, at most 28).
      *               MIN-BASE-DAYS  - active baseline days needed
      *                 (default 3).
      *               MIN-STATEMENTS - statements on the scored day
      *                 needed (default 100).
      *               DEV-MULTIPLE   - deviations that flag a ratio
      *                 (default 3, MFCBLINE's default).
      *
      *             Table-and-sort in COBOL is this shop's norm (see
      *             MFCR009).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR116.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR116P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT POLICY-FILE ASSIGN TO "MFCWLDP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WP-STATUS.
           SELECT MAP-FILE ASSIGN TO "MFCAUTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AM-STATUS.
           SELECT APFR-FILE ASSIGN TO "MFCAPFRO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AF-STATUS.
           SELECT DELTA-FILE ASSIGN TO "MFCDELTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DL-STATUS.
           SELECT ALERT-FILE ASSIGN TO "MFCALRTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR116O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  POLICY-FILE
           RECORDING MODE IS F.
           COPY "mfcwldp.cbl".
       FD  MAP-FILE
           RECORDING MODE IS F.
           COPY "mfcautm.cbl".
       FD  APFR-FILE
           RECORDING MODE IS F.
           COPY "mfcapfr.cbl".
       FD  DELTA-FILE
           RECORDING MODE IS F.
           COPY "mfcdelt.cbl".
       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY "mfcalert.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-WP-STATUS                PIC XX.
       01 WS-AM-STATUS                PIC XX.
       01 WS-AF-STATUS                PIC XX.
       01 WS-DL-STATUS                PIC XX.
       01 WS-AL-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".

       01 WS-DAYS-BACK                PIC 9(9) COMP-5 VALUE 0.
       01 WS-BASELINE-DAYS            PIC 9(9) COMP-5 VALUE 28.
       01 WS-MIN-BASE-DAYS            PIC 9(9) COMP-5 VALUE 3.
       01 WS-MIN-STATEMENTS           PIC 9(9) COMP-5 VALUE 100.
       01 WS-DEV-MULTIPLE             PIC 9(9) COMP-5 VALUE 3.
       01 WS-NEWEST-DAY               PIC 9(9) COMP-5 VALUE 0.
       01 WS-SCORE-DAY                PIC 9(9) COMP-5 VALUE 0.
       01 WS-CUR-DAY                  PIC 9(9) COMP-5.
       01 WS-SLOT                     PIC 9(9) COMP-5.

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.
       01 WS-GR-IDX                   PIC 9(9) COMP-5.
       01 WS-SWAP-IDX                 PIC 9(9) COMP-5.
       01 WS-CUR-APPL-NAME            PIC X(20).
       01 WS-CUR-AUTH-ID              PIC X(20).
       01 WS-CUR-CLASS                PIC X(10).
       01 WS-CUR-TEAM                 PIC X(20).
       01 WS-UNKNOWN-CONNS            PIC 9(9) COMP-5 VALUE 0.

      * Workload class policy (MFCWLDP) and chargeback worklist
      * (MFCAUTMP), loaded once.
       01 WS-MAX-POLICIES             PIC 9(9) COMP-5 VALUE 500.
       01 WS-WP-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-WP-TABLE.
           05 WS-WP-ENTRY OCCURS 500 TIMES.
              10 WS-WP-APPL-NAME      PIC X(20).
              10 WS-WP-CLASS          PIC X(10).
       01 WS-MAX-MAPS                 PIC 9(9) COMP-5 VALUE 1000.
       01 WS-MP-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-MP-TABLE.
           05 WS-MP-ENTRY OCCURS 1000 TIMES.
              10 WS-MP-AUTH-ID        PIC X(20).
              10 WS-MP-TEAM           PIC X(20).

      * Each APPL-ID's application name and AUTH-ID, newest row on
      * MFCAPFRO winning.
       01 WS-MAX-CONNS                PIC 9(9) COMP-5 VALUE 5000.
       01 WS-CN-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-CN-TABLE.
           05 WS-CN-ENTRY OCCURS 5000 TIMES.
              10 WS-CN-APPL-ID        PIC X(32).
              10 WS-CN-SECS           PIC 9(9) COMP-5.
              10 WS-CN-APPL-NAME      PIC X(20).
              10 WS-CN-AUTH-ID        PIC X(20).

      * One row per application name and team; day slot 1 is the
      * scored day, slots 2 to 29 the days before it.
       01 WS-MAX-GROUPS               PIC 9(9) COMP-5 VALUE 500.
       01 WS-GR-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-GR-TABLE.
           05 WS-GR-ENTRY OCCURS 500 TIMES.
              10 WS-GR-APPL-NAME      PIC X(20).
              10 WS-GR-TEAM           PIC X(20).
              10 WS-GR-CLASS          PIC X(10).
              10 WS-GR-FAIL-BASE      PIC 9(9) COMP-5.
              10 WS-GR-RB-BASE        PIC 9(9) COMP-5.
              10 WS-GR-FAIL-JUDGED    PIC X(1).
                 88 GR-FAIL-JUDGED    VALUE "Y".
              10 WS-GR-RB-JUDGED      PIC X(1).
                 88 GR-RB-JUDGED      VALUE "Y".
              10 WS-GR-FAIL-FLAG      PIC X(1).
                 88 GR-FAIL-FLAGGED   VALUE "Y".
              10 WS-GR-RB-FLAG        PIC X(1).
                 88 GR-RB-FLAGGED     VALUE "Y".
              10 WS-GR-DAY OCCURS 29 TIMES.
                 15 WS-GD-STMTS       PIC 9(9) COMP-5.
                 15 WS-GD-FAILED      PIC 9(9) COMP-5.
                 15 WS-GD-COMMITS     PIC 9(9) COMP-5.
                 15 WS-GD-ROLLBACKS   PIC 9(9) COMP-5.
                 15 WS-GD-INT-RBACKS  PIC 9(9) COMP-5.
                 15 WS-GD-INT-DL      PIC 9(9) COMP-5.
       01 WS-RANK-TABLE.
           05 WS-RANK-IDX OCCURS 500 TIMES PIC 9(9) COMP-5.

      * Ratio arithmetic, per thousand.
       01 WS-UOW                      PIC 9(9) COMP-5.
       01 WS-RATIO                    PIC 9(9) COMP-5.
       01 WS-FAIL-RATIO               PIC 9(9) COMP-5.
       01 WS-RB-RATIO                 PIC 9(9) COMP-5.
       01 WS-HAS-RATIO                PIC X(1).
           88 HAS-RATIO               VALUE "Y".
       01 WS-WHICH                    PIC X(1).
           88 WHICH-FAIL              VALUE "F".
           88 WHICH-RB                VALUE "R".
       01 WS-BASE-N                   PIC 9(9) COMP-5.
       01 WS-BASE-SUM                 PIC 9(18) COMP-5.
       01 WS-BASE-MAD-SUM             PIC 9(18) COMP-5.
       01 WS-MEAN                     PIC 9(9) COMP-5.
       01 WS-MAD                      PIC 9(9) COMP-5.
       01 WS-DEV                      PIC S9(9) COMP-5.
       01 WS-ABS-DEV                  PIC 9(9) COMP-5.
       01 WS-JUDGE-VALUE              PIC 9(9) COMP-5.

      * Totals for the class/team being printed.
       01 WS-BREAK-CLASS              PIC X(10).
       01 WS-BREAK-TEAM               PIC X(20).
       01 WS-TOT-STMTS                PIC 9(18) COMP-5.
       01 WS-TOT-FAILED               PIC 9(18) COMP-5.
       01 WS-TOT-COMMITS              PIC 9(18) COMP-5.
       01 WS-TOT-ROLLBACKS            PIC 9(18) COMP-5.
       01 WS-TOT-INT-RBACKS           PIC 9(18) COMP-5.
       01 WS-TOT-INT-DL               PIC 9(18) COMP-5.
       01 WS-TOT-APPLS                PIC 9(9) COMP-5.
       01 WS-FLAGGED-APPLS            PIC 9(9) COMP-5 VALUE 0.

       01 WS-AL-SOURCE                PIC X(8) VALUE "MFCR116".
       01 WS-AL-METRIC                PIC X(20).
       01 WS-AL-KEY                   PIC X(20).
       01 WS-AL-ACTUAL                PIC 9(9) COMP-5.
       01 WS-AL-THRESHOLD             PIC 9(9) COMP-5.
       01 WS-AL-MESSAGE               PIC X(60) VALUE
           "APPLICATION RATIO MOVED AWAY FROM ITS ROLLING BASELINE".

      * Epoch to "YYYY-MM-DD HH:MM:SS" through the shared renderer
      * (MFCURNDR).
       01 WS-RDR-FUNC                 PIC X(1) VALUE "D".
       01 WS-RDR-SECS                 PIC 9(9) COMP-5.
       01 WS-RDR-TEXT                 PIC X(20).

       01 WS-DISP-STMTS               PIC Z(9)9.
       01 WS-DISP-FAILED              PIC Z(8)9.
       01 WS-DISP-COMMITS             PIC Z(8)9.
       01 WS-DISP-ROLLBACKS           PIC Z(8)9.
       01 WS-DISP-INT-RBACKS          PIC Z(7)9.
       01 WS-DISP-INT-DL              PIC Z(6)9.
       01 WS-DISP-RATIO               PIC Z(4)9.
       01 WS-DISP-FAIL-PM             PIC X(5).
       01 WS-DISP-FAIL-BASE           PIC X(5).
       01 WS-DISP-RB-PM               PIC X(5).
       01 WS-DISP-RB-BASE             PIC X(5).
       01 WS-DISP-COUNT               PIC Z(5)9.
       01 WS-FLAG-TEXT                PIC X(16).

       01 WS-HDR1                     PIC X(132) VALUE
           "MFCR116 - APPLICATION FAILURE AND ROLLBACK RATE SCORECARD".
       01 WS-HDR2                     PIC X(132) VALUE
           "  APPLICATION          STATEMENTS    FAILED FL-PM  BASE   CO
      -    "MMITS ROLLBACKS   INT-RB  INT-DL RB-PM  BASE  FLAG".
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-READ-PARMS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-POLICY
           PERFORM 2100-LOAD-MAPPING
           PERFORM 2200-LOAD-CONNECTIONS
           PERFORM 2500-FIND-SCORE-DAY
           PERFORM 3000-SUM-DELTAS
           PERFORM 4000-JUDGE-GROUPS
           PERFORM 5000-PRINT-SCORECARD
           PERFORM 9000-TERMINATE
           GOBACK.

       0500-READ-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           EVALUATE MFC-THR-NAME
                               WHEN "DAYS-BACK"
                                   MOVE MFC-THR-VALUE
                                       TO WS-DAYS-BACK
                               WHEN "BASELINE-DAYS"
                                   MOVE MFC-THR-VALUE
                                       TO WS-BASELINE-DAYS
                               WHEN "MIN-BASE-DAYS"
                                   MOVE MFC-THR-VALUE
                                       TO WS-MIN-BASE-DAYS
                               WHEN "MIN-STATEMENTS"
                                   MOVE MFC-THR-VALUE
                                       TO WS-MIN-STATEMENTS
                               WHEN "DEV-MULTIPLE"
                                   MOVE MFC-THR-VALUE
                                       TO WS-DEV-MULTIPLE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           IF WS-BASELINE-DAYS > 28
               MOVE 28 TO WS-BASELINE-DAYS
           END-IF
           IF WS-MIN-BASE-DAYS < 1
               MOVE 1 TO WS-MIN-BASE-DAYS
           END-IF.

       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND ALERT-FILE
           IF WS-AL-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF.

       2000-LOAD-POLICY.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT POLICY-FILE
           IF WS-WP-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ POLICY-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF WS-WP-COUNT < WS-MAX-POLICIES
                               ADD 1 TO WS-WP-COUNT
                               MOVE MFC-WP-APPL-NAME
                                   TO WS-WP-APPL-NAME(WS-WP-COUNT)
                               MOVE MFC-WP-WORKLOAD-CLASS
                                   TO WS-WP-CLASS(WS-WP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
           END-IF.

       2100-LOAD-MAPPING.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT MAP-FILE
           IF WS-AM-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ MAP-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF WS-MP-COUNT < WS-MAX-MAPS
                               ADD 1 TO WS-MP-COUNT
                               MOVE MFC-AM-AUTH-ID
                                   TO WS-MP-AUTH-ID(WS-MP-COUNT)
                               MOVE MFC-AM-OWNING-TEAM
                                   TO WS-MP-TEAM(WS-MP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAP-FILE
           END-IF.

       2200-LOAD-CONNECTIONS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT APFR-FILE
           IF WS-AF-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ APFR-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 2300-TAKE-CONNECTION
                   END-READ
               END-PERFORM
               CLOSE APFR-FILE
           END-IF.

       2300-TAKE-CONNECTION.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-CN-COUNT OR KY-FOUND
               IF WS-CN-APPL-ID(WS-HIT-IDX) = MFC-AF-APPL-ID
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-HIT-IDX
               IF MFC-AF-COLLECT-SECS < WS-CN-SECS(WS-HIT-IDX)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-CN-COUNT >= WS-MAX-CONNS
                   DISPLAY "MFCR116: CONNECTION TABLE FULL, "
                       "DELTAS NOT SCORED " MFC-AF-APPL-ID
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CN-COUNT
               MOVE WS-CN-COUNT TO WS-HIT-IDX
               MOVE MFC-AF-APPL-ID TO WS-CN-APPL-ID(WS-HIT-IDX)
           END-IF
           MOVE MFC-AF-COLLECT-SECS TO WS-CN-SECS(WS-HIT-IDX)
           MOVE MFC-AF-APPL-NAME TO WS-CN-APPL-NAME(WS-HIT-IDX)
           MOVE MFC-AF-AUTH-ID TO WS-CN-AUTH-ID(WS-HIT-IDX).

      * The newest day any APFR-* delta was taken on, less DAYS-BACK.
       2500-FIND-SCORE-DAY.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT DELTA-FILE
           IF WS-DL-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ DELTA-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-DL-METRIC(1:5) = "APFR-"
                               COMPUTE WS-CUR-DAY =
                                   MFC-DL-COLLECT-SECS / 86400
                               IF WS-CUR-DAY > WS-NEWEST-DAY
                                   MOVE WS-CUR-DAY TO WS-NEWEST-DAY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELTA-FILE
           END-IF
           IF WS-NEWEST-DAY > WS-DAYS-BACK
               COMPUTE WS-SCORE-DAY = WS-NEWEST-DAY - WS-DAYS-BACK
           END-IF.

       3000-SUM-DELTAS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT DELTA-FILE
           IF WS-DL-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ DELTA-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-DL-METRIC(1:5) = "APFR-"
                               PERFORM 3100-TAKE-DELTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELTA-FILE
           END-IF.

       3100-TAKE-DELTA.
           COMPUTE WS-CUR-DAY = MFC-DL-COLLECT-SECS / 86400
           IF WS-CUR-DAY > WS-SCORE-DAY
               OR WS-CUR-DAY + WS-BASELINE-DAYS < WS-SCORE-DAY
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SLOT = WS-SCORE-DAY - WS-CUR-DAY + 1
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-CN-COUNT OR KY-FOUND
               IF WS-CN-APPL-ID(WS-HIT-IDX) = MFC-DL-KEY
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT KY-FOUND
               ADD 1 TO WS-UNKNOWN-CONNS
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-HIT-IDX
           MOVE WS-CN-APPL-NAME(WS-HIT-IDX) TO WS-CUR-APPL-NAME
           MOVE WS-CN-AUTH-ID(WS-HIT-IDX) TO WS-CUR-AUTH-ID
           PERFORM 3200-FIND-GROUP
           IF NOT KY-FOUND
               EXIT PARAGRAPH
           END-IF
           EVALUATE MFC-DL-METRIC
               WHEN "APFR-SQL-STMTS"
                   ADD MFC-DL-DELTA-VALUE
                       TO WS-GD-STMTS(WS-GR-IDX, WS-SLOT)
               WHEN "APFR-FAILED"
                   ADD MFC-DL-DELTA-VALUE
                       TO WS-GD-FAILED(WS-GR-IDX, WS-SLOT)
               WHEN "APFR-COMMITS"
                   ADD MFC-DL-DELTA-VALUE
                       TO WS-GD-COMMITS(WS-GR-IDX, WS-SLOT)
               WHEN "APFR-ROLLBACKS"
                   ADD MFC-DL-DELTA-VALUE
                       TO WS-GD-ROLLBACKS(WS-GR-IDX, WS-SLOT)
               WHEN "APFR-INT-ROLLBACKS"
                   ADD MFC-DL-DELTA-VALUE
                       TO WS-GD-INT-RBACKS(WS-GR-IDX, WS-SLOT)
               WHEN "APFR-INT-DL-RBACKS"
                   ADD MFC-DL-DELTA-VALUE
                       TO WS-GD-INT-DL(WS-GR-IDX, WS-SLOT)
           END-EVALUATE.

      * Application name and owning team; the class follows from
      * the name.
       3200-FIND-GROUP.
           MOVE "(UNMAPPED)" TO WS-CUR-TEAM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MP-COUNT
               IF WS-MP-AUTH-ID(WS-IDX) = WS-CUR-AUTH-ID
                   MOVE WS-MP-TEAM(WS-IDX) TO WS-CUR-TEAM
               END-IF
           END-PERFORM
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-COUNT OR KY-FOUND
               IF WS-GR-APPL-NAME(WS-GR-IDX) = WS-CUR-APPL-NAME
                   AND WS-GR-TEAM(WS-GR-IDX) = WS-CUR-TEAM
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-GR-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-GR-COUNT >= WS-MAX-GROUPS
               DISPLAY "MFCR116: APPLICATION TABLE FULL, NOT SCORED "
                   WS-CUR-APPL-NAME " " WS-CUR-TEAM
               EXIT PARAGRAPH
           END-IF
           MOVE "UNCLASSIFIED" TO WS-CUR-CLASS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-WP-COUNT
               IF WS-WP-APPL-NAME(WS-IDX) = WS-CUR-APPL-NAME
                   MOVE WS-WP-CLASS(WS-IDX) TO WS-CUR-CLASS
               END-IF
           END-PERFORM
           ADD 1 TO WS-GR-COUNT
           MOVE WS-GR-COUNT TO WS-GR-IDX
           INITIALIZE WS-GR-ENTRY(WS-GR-IDX)
           MOVE WS-CUR-APPL-NAME TO WS-GR-APPL-NAME(WS-GR-IDX)
           MOVE WS-CUR-TEAM TO WS-GR-TEAM(WS-GR-IDX)
           MOVE WS-CUR-CLASS TO WS-GR-CLASS(WS-GR-IDX)
           MOVE "N" TO WS-GR-FAIL-JUDGED(WS-GR-IDX)
           MOVE "N" TO WS-GR-RB-JUDGED(WS-GR-IDX)
           MOVE "N" TO WS-GR-FAIL-FLAG(WS-GR-IDX)
           MOVE "N" TO WS-GR-RB-FLAG(WS-GR-IDX)
           SET KY-FOUND TO TRUE.

       4000-JUDGE-GROUPS.
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-COUNT
               SET WHICH-FAIL TO TRUE
               PERFORM 4100-JUDGE-ONE-RATIO
               SET WHICH-RB TO TRUE
               PERFORM 4100-JUDGE-ONE-RATIO
           END-PERFORM.

      * Two passes the MFCBLINE way over the baseline days that had
      * anything to divide by: sums for the mean, then absolute
      * deviations from it.
       4100-JUDGE-ONE-RATIO.
           MOVE 0 TO WS-BASE-N
           MOVE 0 TO WS-BASE-SUM
           MOVE 0 TO WS-BASE-MAD-SUM
           PERFORM VARYING WS-SLOT FROM 2 BY 1
                   UNTIL WS-SLOT > WS-BASELINE-DAYS + 1
               PERFORM 4200-DAY-RATIO
               IF HAS-RATIO
                   ADD 1 TO WS-BASE-N
                   ADD WS-RATIO TO WS-BASE-SUM
               END-IF
           END-PERFORM
           IF WS-BASE-N = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MEAN = WS-BASE-SUM / WS-BASE-N
           IF WHICH-FAIL
               MOVE WS-MEAN TO WS-GR-FAIL-BASE(WS-GR-IDX)
           ELSE
               MOVE WS-MEAN TO WS-GR-RB-BASE(WS-GR-IDX)
           END-IF
           PERFORM VARYING WS-SLOT FROM 2 BY 1
                   UNTIL WS-SLOT > WS-BASELINE-DAYS + 1
               PERFORM 4200-DAY-RATIO
               IF HAS-RATIO
                   COMPUTE WS-DEV = WS-RATIO - WS-MEAN
                   IF WS-DEV < 0
                       COMPUTE WS-ABS-DEV = 0 - WS-DEV
                   ELSE
                       MOVE WS-DEV TO WS-ABS-DEV
                   END-IF
                   ADD WS-ABS-DEV TO WS-BASE-MAD-SUM
               END-IF
           END-PERFORM
           IF WS-BASE-N < WS-MIN-BASE-DAYS
               OR WS-GD-STMTS(WS-GR-IDX, 1) < WS-MIN-STATEMENTS
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-SLOT
           PERFORM 4200-DAY-RATIO
           IF NOT HAS-RATIO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RATIO TO WS-JUDGE-VALUE
           IF WHICH-FAIL
               SET GR-FAIL-JUDGED(WS-GR-IDX) TO TRUE
           ELSE
               SET GR-RB-JUDGED(WS-GR-IDX) TO TRUE
           END-IF
           COMPUTE WS-MAD = WS-BASE-MAD-SUM / WS-BASE-N
           IF WS-MAD = 0
               MOVE 1 TO WS-MAD
           END-IF
           COMPUTE WS-DEV = WS-JUDGE-VALUE - WS-MEAN
           IF WS-DEV < 0
               COMPUTE WS-ABS-DEV = 0 - WS-DEV
           ELSE
               MOVE WS-DEV TO WS-ABS-DEV
           END-IF
           IF WS-ABS-DEV > WS-DEV-MULTIPLE * WS-MAD
               PERFORM 4300-RAISE-ALERT
           END-IF.

      * The day in WS-SLOT's failure or rollback ratio, per thousand;
      * no ratio where there was nothing to divide by.
       4200-DAY-RATIO.
           MOVE "N" TO WS-HAS-RATIO
           MOVE 0 TO WS-RATIO
           IF WHICH-FAIL
               IF WS-GD-STMTS(WS-GR-IDX, WS-SLOT) > 0
                   COMPUTE WS-RATIO =
                       WS-GD-FAILED(WS-GR-IDX, WS-SLOT) * 1000
                       / WS-GD-STMTS(WS-GR-IDX, WS-SLOT)
                   SET HAS-RATIO TO TRUE
               END-IF
           ELSE
               COMPUTE WS-UOW = WS-GD-COMMITS(WS-GR-IDX, WS-SLOT)
                   + WS-GD-ROLLBACKS(WS-GR-IDX, WS-SLOT)
                   + WS-GD-INT-RBACKS(WS-GR-IDX, WS-SLOT)
               IF WS-UOW > 0
                   COMPUTE WS-RATIO =
                       (WS-GD-ROLLBACKS(WS-GR-IDX, WS-SLOT)
                       + WS-GD-INT-RBACKS(WS-GR-IDX, WS-SLOT)) * 1000
                       / WS-UOW
                   SET HAS-RATIO TO TRUE
               END-IF
           END-IF.

       4300-RAISE-ALERT.
           IF WHICH-FAIL
               SET GR-FAIL-FLAGGED(WS-GR-IDX) TO TRUE
               MOVE "APPL-FAIL-RATIO" TO WS-AL-METRIC
           ELSE
               SET GR-RB-FLAGGED(WS-GR-IDX) TO TRUE
               MOVE "APPL-RBACK-RATIO" TO WS-AL-METRIC
           END-IF
           MOVE WS-GR-APPL-NAME(WS-GR-IDX) TO WS-AL-KEY
           MOVE WS-JUDGE-VALUE TO WS-AL-ACTUAL
           MOVE WS-MEAN TO WS-AL-THRESHOLD
           CALL "MFCUALRT" USING WS-AL-SOURCE WS-AL-METRIC WS-AL-KEY
               WS-AL-ACTUAL WS-AL-THRESHOLD
               WS-AL-MESSAGE MFC-ALERT-REC
           WRITE MFC-ALERT-REC.

      * Class, team, then application name, with a total line at
      * each class/team break.
       5000-PRINT-SCORECARD.
           COMPUTE WS-RDR-SECS = WS-SCORE-DAY * 86400
           CALL "MFCURNDR" USING WS-RDR-FUNC WS-RDR-SECS WS-RDR-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING WS-HDR1 DELIMITED BY "  "
               " - DAY " WS-RDR-TEXT(1:10)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR2 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-GR-COUNT
               MOVE WS-IDX TO WS-RANK-IDX(WS-IDX)
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-GR-COUNT
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-GR-COUNT - WS-IDX
                   IF WS-GR-CLASS(WS-RANK-IDX(WS-JDX)) >
                           WS-GR-CLASS(WS-RANK-IDX(WS-JDX + 1))
                       OR (WS-GR-CLASS(WS-RANK-IDX(WS-JDX)) =
                           WS-GR-CLASS(WS-RANK-IDX(WS-JDX + 1))
                       AND WS-GR-TEAM(WS-RANK-IDX(WS-JDX)) >
                           WS-GR-TEAM(WS-RANK-IDX(WS-JDX + 1)))
                       OR (WS-GR-CLASS(WS-RANK-IDX(WS-JDX)) =
                           WS-GR-CLASS(WS-RANK-IDX(WS-JDX + 1))
                       AND WS-GR-TEAM(WS-RANK-IDX(WS-JDX)) =
                           WS-GR-TEAM(WS-RANK-IDX(WS-JDX + 1))
                       AND WS-GR-APPL-NAME(WS-RANK-IDX(WS-JDX)) >
                           WS-GR-APPL-NAME(WS-RANK-IDX(WS-JDX + 1)))
                       MOVE WS-RANK-IDX(WS-JDX) TO WS-SWAP-IDX
                       MOVE WS-RANK-IDX(WS-JDX + 1)
                           TO WS-RANK-IDX(WS-JDX)
                       MOVE WS-SWAP-IDX TO WS-RANK-IDX(WS-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE HIGH-VALUES TO WS-BREAK-CLASS
           MOVE HIGH-VALUES TO WS-BREAK-TEAM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-GR-COUNT
               MOVE WS-RANK-IDX(WS-IDX) TO WS-GR-IDX
               IF WS-GR-CLASS(WS-GR-IDX) NOT = WS-BREAK-CLASS
                   OR WS-GR-TEAM(WS-GR-IDX) NOT = WS-BREAK-TEAM
                   IF WS-IDX > 1
                       PERFORM 5300-PRINT-TOTAL
                   END-IF
                   PERFORM 5100-START-GROUP
               END-IF
               PERFORM 5200-PRINT-APPLICATION
           END-PERFORM
           IF WS-GR-COUNT > 0
               PERFORM 5300-PRINT-TOTAL
           ELSE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "NO APFR-* INTERVALS ON MFCDELTO FOR THE DAY"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FLAGGED-APPLS TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "APPLICATIONS AWAY FROM THEIR BASELINE: "
               WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-UNKNOWN-CONNS > 0
               MOVE WS-UNKNOWN-CONNS TO WS-DISP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "DELTAS WITH NO MFCAPFRO CONNECTION ROW: "
                   WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       5100-START-GROUP.
           MOVE WS-GR-CLASS(WS-GR-IDX) TO WS-BREAK-CLASS
           MOVE WS-GR-TEAM(WS-GR-IDX) TO WS-BREAK-TEAM
           MOVE 0 TO WS-TOT-STMTS
           MOVE 0 TO WS-TOT-FAILED
           MOVE 0 TO WS-TOT-COMMITS
           MOVE 0 TO WS-TOT-ROLLBACKS
           MOVE 0 TO WS-TOT-INT-RBACKS
           MOVE 0 TO WS-TOT-INT-DL
           MOVE 0 TO WS-TOT-APPLS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CLASS " WS-BREAK-CLASS "  OWNING TEAM "
               WS-BREAK-TEAM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       5200-PRINT-APPLICATION.
           ADD 1 TO WS-TOT-APPLS
           ADD WS-GD-STMTS(WS-GR-IDX, 1) TO WS-TOT-STMTS
           ADD WS-GD-FAILED(WS-GR-IDX, 1) TO WS-TOT-FAILED
           ADD WS-GD-COMMITS(WS-GR-IDX, 1) TO WS-TOT-COMMITS
           ADD WS-GD-ROLLBACKS(WS-GR-IDX, 1) TO WS-TOT-ROLLBACKS
           ADD WS-GD-INT-RBACKS(WS-GR-IDX, 1) TO WS-TOT-INT-RBACKS
           ADD WS-GD-INT-DL(WS-GR-IDX, 1) TO WS-TOT-INT-DL
           MOVE 1 TO WS-SLOT
           SET WHICH-FAIL TO TRUE
           PERFORM 4200-DAY-RATIO
           MOVE "    -" TO WS-DISP-FAIL-PM
           IF HAS-RATIO
               MOVE WS-RATIO TO WS-DISP-RATIO
               MOVE WS-DISP-RATIO TO WS-DISP-FAIL-PM
           END-IF
           SET WHICH-RB TO TRUE
           PERFORM 4200-DAY-RATIO
           MOVE "    -" TO WS-DISP-RB-PM
           IF HAS-RATIO
               MOVE WS-RATIO TO WS-DISP-RATIO
               MOVE WS-DISP-RATIO TO WS-DISP-RB-PM
           END-IF
           MOVE "    -" TO WS-DISP-FAIL-BASE
           IF GR-FAIL-JUDGED(WS-GR-IDX)
               MOVE WS-GR-FAIL-BASE(WS-GR-IDX) TO WS-DISP-RATIO
               MOVE WS-DISP-RATIO TO WS-DISP-FAIL-BASE
           END-IF
           MOVE "    -" TO WS-DISP-RB-BASE
           IF GR-RB-JUDGED(WS-GR-IDX)
               MOVE WS-GR-RB-BASE(WS-GR-IDX) TO WS-DISP-RATIO
               MOVE WS-DISP-RATIO TO WS-DISP-RB-BASE
           END-IF
           MOVE SPACES TO WS-FLAG-TEXT
           IF GR-FAIL-FLAGGED(WS-GR-IDX)
               MOVE "FAIL" TO WS-FLAG-TEXT
           END-IF
           IF GR-RB-FLAGGED(WS-GR-IDX)
               IF WS-FLAG-TEXT = SPACES
                   MOVE "RBACK" TO WS-FLAG-TEXT
               ELSE
                   MOVE "FAIL RBACK" TO WS-FLAG-TEXT
               END-IF
           END-IF
           IF WS-FLAG-TEXT NOT = SPACES
               ADD 1 TO WS-FLAGGED-APPLS
           END-IF
           MOVE WS-GD-STMTS(WS-GR-IDX, 1) TO WS-DISP-STMTS
           MOVE WS-GD-FAILED(WS-GR-IDX, 1) TO WS-DISP-FAILED
           MOVE WS-GD-COMMITS(WS-GR-IDX, 1) TO WS-DISP-COMMITS
           MOVE WS-GD-ROLLBACKS(WS-GR-IDX, 1) TO WS-DISP-ROLLBACKS
           MOVE WS-GD-INT-RBACKS(WS-GR-IDX, 1) TO WS-DISP-INT-RBACKS
           MOVE WS-GD-INT-DL(WS-GR-IDX, 1) TO WS-DISP-INT-DL
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-GR-APPL-NAME(WS-GR-IDX) " "
               WS-DISP-STMTS " " WS-DISP-FAILED " "
               WS-DISP-FAIL-PM " " WS-DISP-FAIL-BASE " "
               WS-DISP-COMMITS " " WS-DISP-ROLLBACKS " "
               WS-DISP-INT-RBACKS " " WS-DISP-INT-DL " "
               WS-DISP-RB-PM " " WS-DISP-RB-BASE "  " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       5300-PRINT-TOTAL.
           MOVE "    -" TO WS-DISP-FAIL-PM
           IF WS-TOT-STMTS > 0
               COMPUTE WS-RATIO = WS-TOT-FAILED * 1000 / WS-TOT-STMTS
               MOVE WS-RATIO TO WS-DISP-RATIO
               MOVE WS-DISP-RATIO TO WS-DISP-FAIL-PM
           END-IF
           MOVE "    -" TO WS-DISP-RB-PM
           IF WS-TOT-COMMITS + WS-TOT-ROLLBACKS + WS-TOT-INT-RBACKS
                   > 0
               COMPUTE WS-RATIO =
                   (WS-TOT-ROLLBACKS + WS-TOT-INT-RBACKS) * 1000
                   / (WS-TOT-COMMITS + WS-TOT-ROLLBACKS
                   + WS-TOT-INT-RBACKS)
               MOVE WS-RATIO TO WS-DISP-RATIO
               MOVE WS-DISP-RATIO TO WS-DISP-RB-PM
           END-IF
           MOVE WS-TOT-STMTS TO WS-DISP-STMTS
           MOVE WS-TOT-FAILED TO WS-DISP-FAILED
           MOVE WS-TOT-COMMITS TO WS-DISP-COMMITS
           MOVE WS-TOT-ROLLBACKS TO WS-DISP-ROLLBACKS
           MOVE WS-TOT-INT-RBACKS TO WS-DISP-INT-RBACKS
           MOVE WS-TOT-INT-DL TO WS-DISP-INT-DL
           MOVE WS-TOT-APPLS TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL " WS-DISP-COUNT " APPLS      "
               WS-DISP-STMTS " " WS-DISP-FAILED " "
               WS-DISP-FAIL-PM "       "
               WS-DISP-COMMITS " " WS-DISP-ROLLBACKS " "
               WS-DISP-INT-RBACKS " " WS-DISP-INT-DL " "
               WS-DISP-RB-PM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE ALERT-FILE
           CLOSE REPORT-FILE.
