      ***********************************************************************
      *
      *  Source File Name = MFCR099.CBL
      *
      *  Function = In-flight table reorg dashboard and alert.
      *
      *             Reads the reorg progress history MFCCRPRG builds
      *             (MFCRPRGO) oldest first and follows each reorg -
      *             one database, table and REORG-START - across its
      *             polls. Every poll where the counter moved within
      *             the same phase gives a progress rate; every poll
      *             where neither phase nor counter moved extends the
      *             reorg's stall run. Reorgs seen on the newest run
      *             that are still STARTED or PAUSED are listed with
      *             phase, percent of the current phase done, rate per
      *             hour, minutes to the projected end of the phase,
      *             and minutes left in the maintenance window it is
      *             running under.
      *
      *             The window is the MFCMWINP entry (MFCMMWIN
      *             calendar, the one MFCUMWIN reads) for the database
      *             or "*ALL*" that covers the newest poll; the latest
      *             end among covering entries wins. A reorg with no
      *             covering window prints NONE.
      *
      *             Two alert kinds go to MFCALRTO through MFCUALRT:
      *             REORG-PAST-WINDOW when the projected finish falls
      *             after the window end (actual is the overrun in
      *             minutes), and REORG-STALLED when a STARTED reorg
      *             has shown no movement for STALL-POLLS polls (PARM
      *             file MFCR099P, MFCTHR.CBL convention, default 3).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR099.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR099P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REORG-PROG-FILE ASSIGN TO "MFCRPRGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           SELECT WINDOW-FILE ASSIGN TO "MFCMWINP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MW-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR099O"
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
       FD  REORG-PROG-FILE
           RECORDING MODE IS F.
           COPY "mfcrprg.cbl".
       FD  WINDOW-FILE
           RECORDING MODE IS F.
           COPY "mfcmwin.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY "mfcalert.cbl".
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-RP-STATUS                PIC XX.
       01 WS-MW-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-AL-STATUS                PIC XX.
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".
      * Vendor SQLM-REORG-* status codes the history carries as
      * numbers.
       COPY "sqlmonct.cbl".

       01 WS-STALL-POLLS              PIC 9(9) COMP-5 VALUE 3.
       01 WS-NEWEST-SECS              PIC 9(9) COMP-5 VALUE 0.

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-POLL-SECS                PIC 9(9) COMP-5.
       01 WS-REMAIN                   PIC 9(18) COMP-5.
       01 WS-ETA-SECS                 PIC 9(9) COMP-5.
       01 WS-FINISH-SECS              PIC 9(9) COMP-5.
       01 WS-WIN-END-SECS             PIC 9(9) COMP-5.
       01 WS-WIN-LEFT-MINS            PIC S9(9) COMP-5.
       01 WS-OVERRUN-MINS             PIC 9(9) COMP-5.
       01 WS-HAVE-ETA                 PIC X VALUE "N".
           88 HAVE-ETA                VALUE "Y".
       01 WS-PCT-DONE                 PIC 9(5)V9(2).
       01 WS-STATUS-TEXT              PIC X(8).
       01 WS-FLAGS                    PIC X(10).

      * Maintenance calendar, loaded once.
       01 WS-MAX-WINDOWS              PIC 9(9) COMP-5 VALUE 500.
       01 WS-MW-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-WINDOW-TABLE.
           05 WS-MW-ENTRY OCCURS 500 TIMES.
              10 WS-MW-ALIAS          PIC X(20).
              10 WS-MW-START          PIC 9(9) COMP-5.
              10 WS-MW-END            PIC 9(9) COMP-5.

      * One entry per reorg seen on the history: the newest poll,
      * the rate taken at the last poll that moved, and the current
      * run of polls that did not.
       01 WS-MAX-REORGS               PIC 9(9) COMP-5 VALUE 500.
       01 WS-RG-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-REORG-TABLE.
           05 WS-RG-ENTRY OCCURS 500 TIMES.
              10 WS-RG-DB-NAME        PIC X(20).
              10 WS-RG-SCHEMA         PIC X(20).
              10 WS-RG-TABLE          PIC X(20).
              10 WS-RG-START-SECS     PIC 9(9) COMP-5.
              10 WS-RG-LAST-SECS      PIC 9(9) COMP-5.
              10 WS-RG-PHASE          PIC 9(4) COMP-5.
              10 WS-RG-MAX-PHASE      PIC 9(4) COMP-5.
              10 WS-RG-STATUS         PIC 9(4) COMP-5.
              10 WS-RG-CUR-COUNTER    PIC 9(18) COMP-5.
              10 WS-RG-MAX-COUNTER    PIC 9(18) COMP-5.
              10 WS-RG-RATE-HR        PIC 9(18) COMP-5.
              10 WS-RG-STILL-RUN      PIC 9(9) COMP-5.

       01 WS-DISP-PHASE               PIC 9.
       01 WS-DISP-MAX-PHASE           PIC 9.
       01 WS-DISP-PCT                 PIC ZZZ9.99.
       01 WS-DISP-RATE                PIC Z(9)9.
       01 WS-DISP-ETA-EDIT            PIC Z(6)9.
       01 WS-DISP-ETA                 PIC X(7).
       01 WS-DISP-WIN-EDIT            PIC -(7)9.
       01 WS-DISP-WIN                 PIC X(8).
       01 WS-DISP-STILL               PIC ZZZZ9.

       01 WS-AL-SOURCE                PIC X(8)  VALUE "MFCR099".
       01 WS-AL-METRIC                PIC X(20).
       01 WS-AL-KEY                   PIC X(20).
       01 WS-AL-ACTUAL                PIC 9(9) COMP-5.
       01 WS-AL-THRESHOLD             PIC 9(9) COMP-5.
       01 WS-AL-MESSAGE               PIC X(60).

       01 WS-HDR1                     PIC X(132) VALUE
           "IN-FLIGHT TABLE REORGS - PROGRESS, PROJECTED FINISH AND MAIN
      -    "TENANCE WINDOW".
       01 WS-HDR2                     PIC X(132) VALUE
           "DATABASE             SCHEMA               TABLE
      -    "   PHASE STATUS   PCT-DONE ROWS/PG-HR  ETA-MIN WIN-LEFT STAL
      -    "L FLAG".
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
           PERFORM 2000-LOAD-WINDOWS
           PERFORM 3000-LOAD-REORG-HISTORY
           PERFORM 4000-REPORT-REORGS
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           IF MFC-THR-NAME = "STALL-POLLS"
                               MOVE MFC-THR-VALUE TO WS-STALL-POLLS
                           END-IF
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

       2000-LOAD-WINDOWS.
           OPEN INPUT WINDOW-FILE
           IF WS-MW-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ WINDOW-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 2100-LOAD-ONE-WINDOW
                   END-READ
               END-PERFORM
               CLOSE WINDOW-FILE
           END-IF.

       2100-LOAD-ONE-WINDOW.
           IF WS-MW-COUNT < WS-MAX-WINDOWS
               ADD 1 TO WS-MW-COUNT
               MOVE MFC-MW-DB-ALIAS TO WS-MW-ALIAS(WS-MW-COUNT)
               MOVE MFC-MW-START-SECS TO WS-MW-START(WS-MW-COUNT)
               MOVE MFC-MW-END-SECS TO WS-MW-END(WS-MW-COUNT)
           ELSE
               DISPLAY "MFCR099: WINDOW TABLE FULL, WINDOW SKIPPED "
                   MFC-MW-DB-ALIAS
           END-IF.

       3000-LOAD-REORG-HISTORY.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT REORG-PROG-FILE
           IF WS-RP-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ REORG-PROG-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 3100-NOTE-ONE-POLL
                   END-READ
               END-PERFORM
               CLOSE REORG-PROG-FILE
           ELSE
               MOVE "NO REORG PROGRESS HISTORY AVAILABLE (MFCRPRGO)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * History is appended oldest first, so each row read is the
      * newest so far for its reorg: a counter that moved within the
      * same phase gives the rate, a poll that moved nothing extends
      * the stall run, a new phase starts both afresh.
       3100-NOTE-ONE-POLL.
           IF MFC-RP-COLLECT-SECS > WS-NEWEST-SECS
               MOVE MFC-RP-COLLECT-SECS TO WS-NEWEST-SECS
           END-IF
           PERFORM 3200-FIND-REORG
           IF NOT KY-FOUND
               EXIT PARAGRAPH
           END-IF
           IF MFC-RP-COLLECT-SECS > WS-RG-LAST-SECS(WS-JDX)
               AND WS-RG-LAST-SECS(WS-JDX) > 0
               IF MFC-RP-PHASE NOT = WS-RG-PHASE(WS-JDX)
                   MOVE 0 TO WS-RG-RATE-HR(WS-JDX)
                   MOVE 0 TO WS-RG-STILL-RUN(WS-JDX)
               ELSE
                   IF MFC-RP-CUR-COUNTER > WS-RG-CUR-COUNTER(WS-JDX)
                       COMPUTE WS-POLL-SECS = MFC-RP-COLLECT-SECS
                           - WS-RG-LAST-SECS(WS-JDX)
                       COMPUTE WS-RG-RATE-HR(WS-JDX) =
                           (MFC-RP-CUR-COUNTER
                            - WS-RG-CUR-COUNTER(WS-JDX)) * 3600
                           / WS-POLL-SECS
                       MOVE 0 TO WS-RG-STILL-RUN(WS-JDX)
                   ELSE
                       ADD 1 TO WS-RG-STILL-RUN(WS-JDX)
                   END-IF
               END-IF
           END-IF
           MOVE MFC-RP-COLLECT-SECS TO WS-RG-LAST-SECS(WS-JDX)
           MOVE MFC-RP-PHASE TO WS-RG-PHASE(WS-JDX)
           MOVE MFC-RP-MAX-PHASE TO WS-RG-MAX-PHASE(WS-JDX)
           MOVE MFC-RP-STATUS TO WS-RG-STATUS(WS-JDX)
           MOVE MFC-RP-CUR-COUNTER TO WS-RG-CUR-COUNTER(WS-JDX)
           MOVE MFC-RP-MAX-COUNTER TO WS-RG-MAX-COUNTER(WS-JDX).

      * Leaves WS-JDX on the reorg's entry, adding it the first time
      * it is seen.
       3200-FIND-REORG.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-RG-COUNT OR KY-FOUND
               IF WS-RG-DB-NAME(WS-JDX) = MFC-RP-DB-NAME
                   AND WS-RG-SCHEMA(WS-JDX) = MFC-RP-TABLE-SCHEMA
                   AND WS-RG-TABLE(WS-JDX) = MFC-RP-TABLE-NAME
                   AND WS-RG-START-SECS(WS-JDX) = MFC-RP-START-SECS
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-JDX
               EXIT PARAGRAPH
           END-IF
           IF WS-RG-COUNT >= WS-MAX-REORGS
               DISPLAY "MFCR099: REORG TABLE FULL, SKIPPED "
                   MFC-RP-TABLE-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RG-COUNT
           MOVE WS-RG-COUNT TO WS-JDX
           MOVE MFC-RP-DB-NAME TO WS-RG-DB-NAME(WS-JDX)
           MOVE MFC-RP-TABLE-SCHEMA TO WS-RG-SCHEMA(WS-JDX)
           MOVE MFC-RP-TABLE-NAME TO WS-RG-TABLE(WS-JDX)
           MOVE MFC-RP-START-SECS TO WS-RG-START-SECS(WS-JDX)
           MOVE 0 TO WS-RG-LAST-SECS(WS-JDX)
           MOVE 0 TO WS-RG-RATE-HR(WS-JDX)
           MOVE 0 TO WS-RG-STILL-RUN(WS-JDX)
           SET KY-FOUND TO TRUE.

       4000-REPORT-REORGS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RG-COUNT
               IF WS-RG-LAST-SECS(WS-IDX) = WS-NEWEST-SECS
                   AND (WS-RG-STATUS(WS-IDX) = SQLM-REORG-STARTED
                     OR WS-RG-STATUS(WS-IDX) = SQLM-REORG-PAUSED)
                   PERFORM 4100-REPORT-ONE-REORG
               END-IF
           END-PERFORM.

       4100-REPORT-ONE-REORG.
           MOVE SPACES TO WS-FLAGS
           IF WS-RG-MAX-COUNTER(WS-IDX) > 0
               COMPUTE WS-PCT-DONE ROUNDED =
                   WS-RG-CUR-COUNTER(WS-IDX) * 100
                   / WS-RG-MAX-COUNTER(WS-IDX)
                   ON SIZE ERROR
                       MOVE 100 TO WS-PCT-DONE
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-PCT-DONE
           END-IF
           MOVE "N" TO WS-HAVE-ETA
           IF WS-RG-RATE-HR(WS-IDX) > 0
               AND WS-RG-STATUS(WS-IDX) = SQLM-REORG-STARTED
               IF WS-RG-MAX-COUNTER(WS-IDX)
                       > WS-RG-CUR-COUNTER(WS-IDX)
                   COMPUTE WS-REMAIN = WS-RG-MAX-COUNTER(WS-IDX)
                       - WS-RG-CUR-COUNTER(WS-IDX)
               ELSE
                   MOVE 0 TO WS-REMAIN
               END-IF
               COMPUTE WS-ETA-SECS =
                   WS-REMAIN * 3600 / WS-RG-RATE-HR(WS-IDX)
                   ON SIZE ERROR
                       MOVE 999999999 TO WS-ETA-SECS
               END-COMPUTE
               SET HAVE-ETA TO TRUE
               COMPUTE WS-FINISH-SECS = WS-RG-LAST-SECS(WS-IDX)
                   + WS-ETA-SECS
                   ON SIZE ERROR
                       MOVE 999999999 TO WS-FINISH-SECS
               END-COMPUTE
           END-IF
           PERFORM 4200-FIND-WINDOW-END
           IF WS-WIN-END-SECS > 0 AND HAVE-ETA
               AND WS-FINISH-SECS > WS-WIN-END-SECS
               MOVE "PAST-WIN" TO WS-FLAGS
               PERFORM 5000-WRITE-WINDOW-ALERT
           END-IF
           IF WS-RG-STATUS(WS-IDX) = SQLM-REORG-STARTED
               AND WS-RG-STILL-RUN(WS-IDX) >= WS-STALL-POLLS
               MOVE "STALLED" TO WS-FLAGS
               PERFORM 5100-WRITE-STALL-ALERT
           END-IF
           PERFORM 4300-PRINT-ONE-REORG.

      * Latest end among the windows for this database or "*ALL*"
      * that cover the newest poll; zero when none does.
       4200-FIND-WINDOW-END.
           MOVE 0 TO WS-WIN-END-SECS
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-MW-COUNT
               IF (WS-MW-ALIAS(WS-JDX) = WS-RG-DB-NAME(WS-IDX)
                       OR WS-MW-ALIAS(WS-JDX) = "*ALL*")
                   AND WS-RG-LAST-SECS(WS-IDX) >= WS-MW-START(WS-JDX)
                   AND WS-RG-LAST-SECS(WS-IDX) < WS-MW-END(WS-JDX)
                   AND WS-MW-END(WS-JDX) > WS-WIN-END-SECS
                   MOVE WS-MW-END(WS-JDX) TO WS-WIN-END-SECS
               END-IF
           END-PERFORM.

       4300-PRINT-ONE-REORG.
           MOVE WS-RG-PHASE(WS-IDX) TO WS-DISP-PHASE
           MOVE WS-RG-MAX-PHASE(WS-IDX) TO WS-DISP-MAX-PHASE
           EVALUATE WS-RG-STATUS(WS-IDX)
               WHEN SQLM-REORG-STARTED
                   MOVE "STARTED" TO WS-STATUS-TEXT
               WHEN SQLM-REORG-PAUSED
                   MOVE "PAUSED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE WS-PCT-DONE TO WS-DISP-PCT
           MOVE WS-RG-RATE-HR(WS-IDX) TO WS-DISP-RATE
           IF HAVE-ETA
               COMPUTE WS-DISP-ETA-EDIT = WS-ETA-SECS / 60
               MOVE WS-DISP-ETA-EDIT TO WS-DISP-ETA
           ELSE
               MOVE "     --" TO WS-DISP-ETA
           END-IF
           IF WS-WIN-END-SECS > 0
               COMPUTE WS-WIN-LEFT-MINS =
                   (WS-WIN-END-SECS - WS-RG-LAST-SECS(WS-IDX)) / 60
               MOVE WS-WIN-LEFT-MINS TO WS-DISP-WIN-EDIT
               MOVE WS-DISP-WIN-EDIT TO WS-DISP-WIN
           ELSE
               MOVE "    NONE" TO WS-DISP-WIN
           END-IF
           MOVE WS-RG-STILL-RUN(WS-IDX) TO WS-DISP-STILL
           MOVE SPACES TO REPORT-LINE
           STRING WS-RG-DB-NAME(WS-IDX) " " WS-RG-SCHEMA(WS-IDX) " "
               WS-RG-TABLE(WS-IDX) " " WS-DISP-PHASE "/"
               WS-DISP-MAX-PHASE "   " WS-STATUS-TEXT " "
               WS-DISP-PCT "  " WS-DISP-RATE "  " WS-DISP-ETA " "
               WS-DISP-WIN " " WS-DISP-STILL " " WS-FLAGS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       5000-WRITE-WINDOW-ALERT.
           MOVE "REORG-PAST-WINDOW" TO WS-AL-METRIC
           MOVE WS-RG-TABLE(WS-IDX) TO WS-AL-KEY
           COMPUTE WS-OVERRUN-MINS =
               (WS-FINISH-SECS - WS-WIN-END-SECS) / 60
           MOVE WS-OVERRUN-MINS TO WS-AL-ACTUAL
           MOVE 0 TO WS-AL-THRESHOLD
           MOVE SPACES TO WS-AL-MESSAGE
           STRING "REORG OF " DELIMITED BY SIZE
               WS-RG-SCHEMA(WS-IDX) DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-RG-TABLE(WS-IDX) DELIMITED BY SPACE
               " ON " DELIMITED BY SIZE
               WS-RG-DB-NAME(WS-IDX) DELIMITED BY SPACE
               " ENDS AFTER WINDOW" DELIMITED BY SIZE
               INTO WS-AL-MESSAGE
           CALL "MFCUALRT" USING WS-AL-SOURCE WS-AL-METRIC WS-AL-KEY
               WS-AL-ACTUAL WS-AL-THRESHOLD
               WS-AL-MESSAGE MFC-ALERT-REC
           WRITE MFC-ALERT-REC.

       5100-WRITE-STALL-ALERT.
           MOVE "REORG-STALLED" TO WS-AL-METRIC
           MOVE WS-RG-TABLE(WS-IDX) TO WS-AL-KEY
           MOVE WS-RG-STILL-RUN(WS-IDX) TO WS-AL-ACTUAL
           MOVE WS-STALL-POLLS TO WS-AL-THRESHOLD
           MOVE SPACES TO WS-AL-MESSAGE
           STRING "REORG OF " DELIMITED BY SIZE
               WS-RG-SCHEMA(WS-IDX) DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-RG-TABLE(WS-IDX) DELIMITED BY SPACE
               " ON " DELIMITED BY SIZE
               WS-RG-DB-NAME(WS-IDX) DELIMITED BY SPACE
               " NOT MOVING" DELIMITED BY SIZE
               INTO WS-AL-MESSAGE
           CALL "MFCUALRT" USING WS-AL-SOURCE WS-AL-METRIC WS-AL-KEY
               WS-AL-ACTUAL WS-AL-THRESHOLD
               WS-AL-MESSAGE MFC-ALERT-REC
           WRITE MFC-ALERT-REC.

       9000-TERMINATE.
           CLOSE REPORT-FILE
           CLOSE ALERT-FILE.
