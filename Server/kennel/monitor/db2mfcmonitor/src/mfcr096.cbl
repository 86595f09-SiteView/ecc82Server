      ***********************************************************************
      *
      *  Source File Name = MFCR096.CBL
      *
      *  Function = Live HADR replication lag report and alert.
      *
      *             Reads the HADR position history MFCCHADL builds
      *             (MFCHADLO, one MFC-HADR-LAG-REC per HADR database
      *             per poll, oldest first) and prints, per database,
      *             how far its standby is behind as of the newest
      *             poll:
      *
      *               LAG-PAGES - primary LSN less standby LSN, in
      *                           4K log pages;
      *               LAG-SECS  - that byte gap divided by the rate
      *                           the primary LSN advanced between
      *                           the two newest polls, i.e. how long
      *                           the standby would take to catch up
      *                           at the current log generation rate
      *                           (zero when the primary was idle);
      *
      *             together with the role, HADR state, connect
      *             status and missed heartbeats DB2 reported. A pair
      *             that has dropped out of PEER is flagged NOT-PEER;
      *             one whose connection is down or congested is
      *             flagged DISCONNECTED / CONGESTED.
      *
      *             The lag limit is per criticality tier off the
      *             database master (MFCDBMI, MFC-DM-CRIT-TIER; an
      *             alias not on the master is judged as tier 4):
      *             LAG-PAGES-TIER1 .. LAG-PAGES-TIER4 in the PARM
      *             file (MFCR096P, MFCTHR.CBL convention). A single
      *             bad poll is noise; only when the lag has been over
      *             the tier limit on CONSEC-POLLS consecutive polls
      *             (default 3), counted back from the newest, does
      *             the database get an MFCUALRT row on MFCALRTO.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR096.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR096P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MASTER-IN-FILE ASSIGN TO "MFCDBMI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MI-STATUS.
           SELECT HADR-LAG-HIST-FILE ASSIGN TO "MFCHADLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR096O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ALERT-FILE ASSIGN TO "MFCALRTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  MASTER-IN-FILE
           RECORDING MODE IS F.
           COPY "mfcdbm.cbl".
       FD  HADR-LAG-HIST-FILE
           RECORDING MODE IS F.
           COPY "mfchadl.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY "mfcalert.cbl".
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-MI-STATUS                PIC XX.
       01 WS-HL-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-AL-STATUS                PIC XX.
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".
      * Vendor SQLM-HADR-* role/state/connect codes the history
      * carries as numbers.
       COPY "sqlmonct.cbl".

      * Per-tier lag limits in 4K log pages, and the run length of
      * over-limit polls that turns a lagging standby into an alert.
       01 WS-LAG-LIMIT-TABLE.
           05 WS-LAG-LIMIT            PIC 9(9) COMP-5
                                      OCCURS 4 TIMES.
       01 WS-CONSEC-POLLS             PIC 9(9) COMP-5 VALUE 3.
       01 WS-LOG-PAGE-BYTES           PIC 9(9) COMP-5 VALUE 4096.

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-TIER                     PIC 9(9) COMP-5.
       01 WS-GAP-BYTES                PIC 9(18) COMP-5.
       01 WS-LAG-PAGES                PIC 9(18) COMP-5.
       01 WS-LSN-ADVANCE              PIC 9(18) COMP-5.
       01 WS-POLL-SECS                PIC 9(9) COMP-5.
       01 WS-LAG-SECS                 PIC 9(9) COMP-5.
       01 WS-FLAGS                    PIC X(26).
       01 WS-ROLE-TEXT                PIC X(8).
       01 WS-STATE-TEXT               PIC X(10).

      * Database master, loaded once: tier and HADR partner per alias.
       01 WS-MAX-MASTER               PIC 9(9) COMP-5 VALUE 500.
       01 WS-MS-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-MASTER-TABLE.
           05 WS-MS-ENTRY OCCURS 500 TIMES.
              10 WS-MS-ALIAS          PIC X(20).
              10 WS-MS-TIER           PIC 9(9) COMP-5.
              10 WS-MS-PARTNER        PIC X(20).

      * One entry per HADR database seen on the history: the newest
      * and previous poll, and the current run of over-limit polls.
       01 WS-MAX-DBS                  PIC 9(9) COMP-5 VALUE 200.
       01 WS-DB-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-DB-TABLE.
           05 WS-DB-ENTRY OCCURS 200 TIMES.
              10 WS-DB-NAME           PIC X(20).
              10 WS-DB-PARTNER        PIC X(20).
              10 WS-DB-TIER           PIC 9(9) COMP-5.
              10 WS-DB-LAST-SECS      PIC 9(9) COMP-5.
              10 WS-DB-PREV-SECS      PIC 9(9) COMP-5.
              10 WS-DB-LAST-PRI-LSN   PIC 9(18) COMP-5.
              10 WS-DB-PREV-PRI-LSN   PIC 9(18) COMP-5.
              10 WS-DB-LAST-STB-LSN   PIC 9(18) COMP-5.
              10 WS-DB-ROLE           PIC 9(4) COMP-5.
              10 WS-DB-STATE          PIC 9(4) COMP-5.
              10 WS-DB-CONNECT        PIC 9(4) COMP-5.
              10 WS-DB-HEARTBEAT      PIC 9(9) COMP-5.
              10 WS-DB-LAG-PAGES      PIC 9(18) COMP-5.
              10 WS-DB-OVER-RUN       PIC 9(9) COMP-5.

       01 WS-DISP-TIER                PIC 9.
       01 WS-DISP-HB                  PIC ZZZ9.
       01 WS-DISP-PAGES               PIC Z(11)9.
       01 WS-DISP-LAG-SECS            PIC Z(8)9.
       01 WS-DISP-RUN                 PIC ZZZ9.

       01 WS-AL-SOURCE                PIC X(8)  VALUE "MFCR096".
       01 WS-AL-METRIC                PIC X(20) VALUE
           "HADR-LAG-PAGES".
       01 WS-AL-KEY                   PIC X(20).
       01 WS-AL-ACTUAL                PIC 9(9) COMP-5.
       01 WS-AL-MESSAGE               PIC X(60).

       01 WS-HDR1                     PIC X(132) VALUE
           "HADR REPLICATION LAG BY DATABASE (NEWEST POLL)".
       01 WS-HDR2                     PIC X(132) VALUE
           "DATABASE              PARTNER               T ROLE     STA
      -    "TE        HB     LAG-PAGES  LAG-SECS  RUN  FLAGS".
      * Suite shed mode (MFCUSHED/MFCSHEDM): when the collectors
      * are sampling, the reader must know the input was thinned.
       01 WS-SHED-MODE                PIC X(1) VALUE "N".
       01 WS-SHED-SAMPLE-N            PIC 9(4) VALUE 1.
       01 WS-SHED-BANNER              PIC X(132) VALUE
           "*** SAMPLED - SUITE IN SHED MODE, INPUT THINNED TO
      -    " EVERY NTH RECORD ***".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-MASTER
           PERFORM 3000-LOAD-HADR-HISTORY
           PERFORM 4000-REPORT-DATABASES
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE 1000 TO WS-LAG-LIMIT(1)
           MOVE 5000 TO WS-LAG-LIMIT(2)
           MOVE 20000 TO WS-LAG-LIMIT(3)
           MOVE 50000 TO WS-LAG-LIMIT(4)
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           PERFORM 1100-TAKE-PARM
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND ALERT-FILE
           IF WS-AL-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR2 TO REPORT-LINE
           WRITE REPORT-LINE
           CALL "MFCUSHED" USING WS-SHED-MODE WS-SHED-SAMPLE-N
           IF WS-SHED-MODE = "S"
               MOVE WS-SHED-BANNER TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       1100-TAKE-PARM.
           EVALUATE MFC-THR-NAME
               WHEN "LAG-PAGES-TIER1"
                   MOVE MFC-THR-VALUE TO WS-LAG-LIMIT(1)
               WHEN "LAG-PAGES-TIER2"
                   MOVE MFC-THR-VALUE TO WS-LAG-LIMIT(2)
               WHEN "LAG-PAGES-TIER3"
                   MOVE MFC-THR-VALUE TO WS-LAG-LIMIT(3)
               WHEN "LAG-PAGES-TIER4"
                   MOVE MFC-THR-VALUE TO WS-LAG-LIMIT(4)
               WHEN "CONSEC-POLLS"
                   MOVE MFC-THR-VALUE TO WS-CONSEC-POLLS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-LOAD-MASTER.
           OPEN INPUT MASTER-IN-FILE
           IF WS-MI-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ MASTER-IN-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 2100-LOAD-ONE-MASTER
                   END-READ
               END-PERFORM
               CLOSE MASTER-IN-FILE
           END-IF.

       2100-LOAD-ONE-MASTER.
           IF WS-MS-COUNT < WS-MAX-MASTER
               ADD 1 TO WS-MS-COUNT
               MOVE MFC-DM-DB-ALIAS TO WS-MS-ALIAS(WS-MS-COUNT)
               MOVE MFC-DM-CRIT-TIER TO WS-MS-TIER(WS-MS-COUNT)
               MOVE MFC-DM-HADR-PARTNER
                   TO WS-MS-PARTNER(WS-MS-COUNT)
           ELSE
               DISPLAY "MFCR096: MASTER TABLE FULL, ALIAS SKIPPED "
                   MFC-DM-DB-ALIAS
           END-IF.

       3000-LOAD-HADR-HISTORY.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT HADR-LAG-HIST-FILE
           IF WS-HL-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ HADR-LAG-HIST-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 3100-NOTE-ONE-POLL
                   END-READ
               END-PERFORM
               CLOSE HADR-LAG-HIST-FILE
           ELSE
               MOVE "NO HADR LAG HISTORY AVAILABLE (MFCHADLO)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * History is appended oldest first, so each row read is the
      * newest so far for its database: shift newest to previous,
      * and extend or break the run of over-limit polls.
       3100-NOTE-ONE-POLL.
           PERFORM 3200-FIND-DATABASE
           IF NOT KY-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DB-LAST-SECS(WS-JDX) TO WS-DB-PREV-SECS(WS-JDX)
           MOVE WS-DB-LAST-PRI-LSN(WS-JDX)
               TO WS-DB-PREV-PRI-LSN(WS-JDX)
           MOVE MFC-HL-COLLECT-SECS TO WS-DB-LAST-SECS(WS-JDX)
           MOVE MFC-HL-PRIMARY-LOG-LSN TO WS-DB-LAST-PRI-LSN(WS-JDX)
           MOVE MFC-HL-STANDBY-LOG-LSN TO WS-DB-LAST-STB-LSN(WS-JDX)
           MOVE MFC-HL-ROLE TO WS-DB-ROLE(WS-JDX)
           MOVE MFC-HL-STATE TO WS-DB-STATE(WS-JDX)
           MOVE MFC-HL-CONNECT-STATUS TO WS-DB-CONNECT(WS-JDX)
           MOVE MFC-HL-HEARTBEAT TO WS-DB-HEARTBEAT(WS-JDX)
           IF MFC-HL-PRIMARY-LOG-LSN > MFC-HL-STANDBY-LOG-LSN
               COMPUTE WS-LAG-PAGES =
                   (MFC-HL-PRIMARY-LOG-LSN - MFC-HL-STANDBY-LOG-LSN)
                   / WS-LOG-PAGE-BYTES
           ELSE
               MOVE 0 TO WS-LAG-PAGES
           END-IF
           MOVE WS-LAG-PAGES TO WS-DB-LAG-PAGES(WS-JDX)
           MOVE WS-DB-TIER(WS-JDX) TO WS-TIER
           IF WS-LAG-PAGES > WS-LAG-LIMIT(WS-TIER)
               ADD 1 TO WS-DB-OVER-RUN(WS-JDX)
           ELSE
               MOVE 0 TO WS-DB-OVER-RUN(WS-JDX)
           END-IF.

      * Leaves WS-JDX on the database's entry, adding it (tier and
      * partner off the master) the first time it is seen.
       3200-FIND-DATABASE.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-DB-COUNT OR KY-FOUND
               IF WS-DB-NAME(WS-JDX) = MFC-HL-DB-NAME
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-JDX
               EXIT PARAGRAPH
           END-IF
           IF WS-DB-COUNT >= WS-MAX-DBS
               DISPLAY "MFCR096: DATABASE TABLE FULL, SKIPPED "
                   MFC-HL-DB-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DB-COUNT
           MOVE WS-DB-COUNT TO WS-JDX
           MOVE MFC-HL-DB-NAME TO WS-DB-NAME(WS-JDX)
           MOVE SPACES TO WS-DB-PARTNER(WS-JDX)
           MOVE 4 TO WS-DB-TIER(WS-JDX)
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MS-COUNT
               IF WS-MS-ALIAS(WS-IDX) = MFC-HL-DB-NAME
                   MOVE WS-MS-PARTNER(WS-IDX)
                       TO WS-DB-PARTNER(WS-JDX)
                   IF WS-MS-TIER(WS-IDX) >= 1
                       AND WS-MS-TIER(WS-IDX) <= 4
                       MOVE WS-MS-TIER(WS-IDX) TO WS-DB-TIER(WS-JDX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WS-DB-LAST-SECS(WS-JDX)
           MOVE 0 TO WS-DB-PREV-SECS(WS-JDX)
           MOVE 0 TO WS-DB-LAST-PRI-LSN(WS-JDX)
           MOVE 0 TO WS-DB-PREV-PRI-LSN(WS-JDX)
           MOVE 0 TO WS-DB-OVER-RUN(WS-JDX)
           SET KY-FOUND TO TRUE.

       4000-REPORT-DATABASES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DB-COUNT
               PERFORM 4100-REPORT-ONE-DATABASE
           END-PERFORM.

       4100-REPORT-ONE-DATABASE.
           PERFORM 4200-COMPUTE-LAG-SECS
           PERFORM 4300-DECODE-ROLE-STATE
           MOVE SPACES TO WS-FLAGS
           IF WS-DB-STATE(WS-IDX) NOT = SQLM-HADR-STATE-PEER
               MOVE "NOT-PEER" TO WS-FLAGS(1:9)
           END-IF
           EVALUATE WS-DB-CONNECT(WS-IDX)
               WHEN SQLM-HADR-CONN-DISCONNECTED
                   MOVE "DISCONNECTED" TO WS-FLAGS(10:13)
               WHEN SQLM-HADR-CONN-CONGESTED
                   MOVE "CONGESTED" TO WS-FLAGS(10:13)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-DB-OVER-RUN(WS-IDX) >= WS-CONSEC-POLLS
               MOVE "LAG" TO WS-FLAGS(23:4)
           END-IF
           MOVE WS-DB-TIER(WS-IDX) TO WS-DISP-TIER
           MOVE WS-DB-HEARTBEAT(WS-IDX) TO WS-DISP-HB
           MOVE WS-DB-LAG-PAGES(WS-IDX) TO WS-DISP-PAGES
           MOVE WS-LAG-SECS TO WS-DISP-LAG-SECS
           MOVE WS-DB-OVER-RUN(WS-IDX) TO WS-DISP-RUN
           MOVE SPACES TO REPORT-LINE
           STRING WS-DB-NAME(WS-IDX) "  " WS-DB-PARTNER(WS-IDX)
               "  " WS-DISP-TIER " " WS-ROLE-TEXT " " WS-STATE-TEXT
               " " WS-DISP-HB " " WS-DISP-PAGES " " WS-DISP-LAG-SECS
               " " WS-DISP-RUN "  " WS-FLAGS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DB-OVER-RUN(WS-IDX) >= WS-CONSEC-POLLS
               PERFORM 5000-WRITE-LAG-ALERT
           END-IF.

      * Catch-up time at the primary's current generation rate: the
      * LSN advance between the two newest polls over their spacing.
       4200-COMPUTE-LAG-SECS.
           MOVE 0 TO WS-LAG-SECS
           IF WS-DB-PREV-SECS(WS-IDX) = 0
               OR WS-DB-LAST-SECS(WS-IDX) <= WS-DB-PREV-SECS(WS-IDX)
               OR WS-DB-LAST-PRI-LSN(WS-IDX)
                   <= WS-DB-PREV-PRI-LSN(WS-IDX)
               OR WS-DB-LAST-PRI-LSN(WS-IDX)
                   <= WS-DB-LAST-STB-LSN(WS-IDX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-POLL-SECS = WS-DB-LAST-SECS(WS-IDX)
               - WS-DB-PREV-SECS(WS-IDX)
           COMPUTE WS-LSN-ADVANCE = WS-DB-LAST-PRI-LSN(WS-IDX)
               - WS-DB-PREV-PRI-LSN(WS-IDX)
           COMPUTE WS-GAP-BYTES = WS-DB-LAST-PRI-LSN(WS-IDX)
               - WS-DB-LAST-STB-LSN(WS-IDX)
           COMPUTE WS-LAG-SECS ROUNDED =
               (WS-GAP-BYTES * WS-POLL-SECS) / WS-LSN-ADVANCE
               ON SIZE ERROR
                   MOVE 999999999 TO WS-LAG-SECS
           END-COMPUTE.

       4300-DECODE-ROLE-STATE.
           EVALUATE WS-DB-ROLE(WS-IDX)
               WHEN SQLM-HADR-ROLE-PRIMARY
                   MOVE "PRIMARY" TO WS-ROLE-TEXT
               WHEN SQLM-HADR-ROLE-STANDBY
                   MOVE "STANDBY" TO WS-ROLE-TEXT
               WHEN OTHER
                   MOVE "STANDARD" TO WS-ROLE-TEXT
           END-EVALUATE
           EVALUATE WS-DB-STATE(WS-IDX)
               WHEN SQLM-HADR-STATE-PEER
                   MOVE "PEER" TO WS-STATE-TEXT
               WHEN SQLM-HADR-STATE-REM-CATCHUP
                   MOVE "REMCATCHUP" TO WS-STATE-TEXT
               WHEN SQLM-HADR-STATE-REM-CATCH-PEND
                   MOVE "REMCATPEND" TO WS-STATE-TEXT
               WHEN SQLM-HADR-STATE-LOCAL-CATCHUP
                   MOVE "LOCCATCHUP" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "DISCONN" TO WS-STATE-TEXT
           END-EVALUATE.

       5000-WRITE-LAG-ALERT.
           MOVE WS-DB-NAME(WS-IDX) TO WS-AL-KEY
           MOVE WS-DB-TIER(WS-IDX) TO WS-TIER
           IF WS-DB-LAG-PAGES(WS-IDX) > 999999999
               MOVE 999999999 TO WS-AL-ACTUAL
           ELSE
               MOVE WS-DB-LAG-PAGES(WS-IDX) TO WS-AL-ACTUAL
           END-IF
           MOVE WS-DB-OVER-RUN(WS-IDX) TO WS-DISP-RUN
           MOVE SPACES TO WS-AL-MESSAGE
           STRING "HADR LAG OVER TIER " WS-DISP-TIER " LIMIT "
               WS-DISP-RUN " POLLS - PARTNER "
               WS-DB-PARTNER(WS-IDX)
               DELIMITED BY SIZE INTO WS-AL-MESSAGE
           CALL "MFCUALRT" USING WS-AL-SOURCE WS-AL-METRIC WS-AL-KEY
               WS-AL-ACTUAL WS-LAG-LIMIT(WS-TIER)
               WS-AL-MESSAGE MFC-ALERT-REC
           WRITE MFC-ALERT-REC.

       9000-TERMINATE.
           CLOSE REPORT-FILE
           CLOSE ALERT-FILE.
