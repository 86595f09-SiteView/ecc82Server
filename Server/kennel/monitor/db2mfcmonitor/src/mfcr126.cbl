      ***********************************************************************
      *
      *  Source File Name = MFCR126.CBL
      *
      *  Function = Nightly sweep critical path and finish-time
      *             projection.
      *
      *             The nightly MFCSCHED sweep runs as parallel stream
      *             jobs, and when it finished late nobody could say
      *             which chain made it late. This report rebuilds the
      *             step graph - worklist order and MFC-RC-DEPENDS-ON
      *             off MFCSCHDC, stream numbers off MFCSCHDS (the
      *             steps of one stream run one after another in
      *             worklist order, different streams side by side) -
      *             and times each step off its MFCSCHDO outcome row
      *             joined to the called program's MFCRUNLG ledger row
      *             (same program, started within LEDGER-SLACK seconds
      *             of the outcome row). A night runs from
      *             NIGHT-CUTOVER-HHMM (default 1200) to the same time
      *             next day on the site clock.
      *
      *             It prints:
      *
      *               - LAST NIGHT: the actual start and finish, the
      *                 critical path (the chain of steps that set the
      *                 finish) with each step's minutes, and the slack
      *                 of every stream against it;
      *               - TRENDING: steps whose average over the last
      *                 three nights is at or over TREND-PCT (default
      *                 120) percent of their average on the older
      *                 nights of the HISTORY-NIGHTS (default and most
      *                 14) kept;
      *               - TONIGHT: steps done so far at their actual
      *                 finish, the rest at their history average from
      *                 now, and the projected finish against
      *                 DEADLINE-HHMM (default 0600).
      *
      *             A projection later than the deadline less
      *             WARN-MARGIN-MINS (default 30) raises an MFCUALRT
      *             alert on MFCALRTO, so the report is worth running
      *             early and more than once in the night, while there
      *             is time to act. Parameters are on MFCR126P
      *             (MFCTHR.CBL convention).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR126.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "MFCSCHDC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT STREAM-FILE ASSIGN TO "MFCSCHDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SD-STATUS.
           SELECT OUTCOME-FILE ASSIGN TO "MFCSCHDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
           SELECT ACCT-FILE ASSIGN TO "MFCRUNLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
           SELECT PARM-FILE ASSIGN TO "MFCR126P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ALERT-FILE ASSIGN TO "MFCALRTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR126O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
           COPY "mfcrunc.cbl".
       FD  STREAM-FILE
           RECORDING MODE IS F.
           COPY "mfcschds.cbl".
       FD  OUTCOME-FILE
           RECORDING MODE IS F.
           COPY "mfcstpo.cbl".
       FD  ACCT-FILE
           RECORDING MODE IS F.
           COPY "mfcracct.cbl".
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY "mfcalert.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-RC-STATUS                PIC XX.
       01 WS-SD-STATUS                PIC XX.
       01 WS-SO-STATUS                PIC XX.
       01 WS-RN-STATUS                PIC XX.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-AL-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".
       01 WS-SWEEP-DONE               PIC X VALUE "N".
           88 SWEEP-DONE              VALUE "Y".

      * Parameters (MFCR126P).
       01 WS-DEADLINE-HHMM            PIC 9(9) COMP-5 VALUE 600.
       01 WS-WARN-MARGIN-MINS         PIC 9(9) COMP-5 VALUE 30.
       01 WS-CUTOVER-HHMM             PIC 9(9) COMP-5 VALUE 1200.
       01 WS-TREND-PCT                PIC 9(9) COMP-5 VALUE 120.
       01 WS-HISTORY-NIGHTS           PIC 9(9) COMP-5 VALUE 14.
       01 WS-LEDGER-SLACK             PIC 9(9) COMP-5 VALUE 300.
       01 WS-RECENT-NIGHTS            PIC 9(9) COMP-5 VALUE 3.

       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-CUTOVER-SECS             PIC 9(9) COMP-5.
       01 WS-HH                       PIC 9(4) COMP-5.
       01 WS-MM                       PIC 9(4) COMP-5.
       01 WS-TONIGHT                  PIC 9(9) COMP-5.
       01 WS-NIGHT                    PIC 9(9) COMP-5.
       01 WS-HORIZON-START            PIC 9(9) COMP-5.
       01 WS-DEADLINE-SECS            PIC 9(9) COMP-5.
       01 WS-WARN-SECS                PIC 9(9) COMP-5.
       01 WS-SLOT                     PIC 9(9) COMP-5.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.
       01 WS-LG-HIT                   PIC 9(9) COMP-5.
       01 WS-DUR                      PIC 9(9) COMP-5.
       01 WS-END                      PIC 9(9) COMP-5.
       01 WS-START                    PIC 9(9) COMP-5.
       01 WS-FINISH                   PIC 9(9) COMP-5.
       01 WS-FINISH-IDX               PIC 9(9) COMP-5.
       01 WS-ACT-START                PIC 9(9) COMP-5.
       01 WS-ACT-FINISH               PIC 9(9) COMP-5.
       01 WS-SLACK                    PIC 9(9) COMP-5.
       01 WS-RECENT-AVG               PIC 9(9) COMP-5.
       01 WS-OLDER-AVG                PIC 9(9) COMP-5.
       01 WS-DONE-COUNT               PIC 9(9) COMP-5.
       01 WS-TRENDING                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-PATH-LEN                 PIC 9(9) COMP-5.
       01 WS-PATH-IDX                 PIC 9(9) COMP-5 OCCURS 100.

      * The worklist as a graph. ST-DEP-IDX is the declared
      * predecessor, ST-PREV-IDX the step before it in its own stream;
      * zero for none. Durations are seconds per night slot - slot 1
      * is tonight, slot 2 last night, and so on.
       01 WS-MAX-STEPS                PIC 9(9) COMP-5 VALUE 100.
       01 WS-ST-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 100 TIMES.
              10 WS-ST-NAME           PIC X(8).
              10 WS-ST-PROGRAM        PIC X(8).
              10 WS-ST-DEPENDS        PIC X(8).
              10 WS-ST-STREAM         PIC 9(4).
              10 WS-ST-DEP-IDX        PIC 9(9) COMP-5.
              10 WS-ST-PREV-IDX       PIC 9(9) COMP-5.
              10 WS-ST-DUR            PIC 9(9) COMP-5 OCCURS 15.
              10 WS-ST-RAN            PIC X(1) OCCURS 15.
              10 WS-ST-TONIGHT-DONE   PIC X(1).
              10 WS-ST-TONIGHT-END    PIC 9(9) COMP-5.
              10 WS-ST-EXPECTED       PIC 9(9) COMP-5.
              10 WS-ST-EF             PIC 9(9) COMP-5.
              10 WS-ST-CP-PRED        PIC 9(9) COMP-5.

       01 WS-MAX-STREAMS              PIC 9(9) COMP-5 VALUE 50.
       01 WS-SM-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-SM-TABLE.
           05 WS-SM-ENTRY OCCURS 50 TIMES.
              10 WS-SM-STREAM         PIC 9(4).
              10 WS-SM-STEPS          PIC 9(9) COMP-5.
              10 WS-SM-FINISH         PIC 9(9) COMP-5.

      * Ledger rows for worklist programs inside the history horizon.
       01 WS-MAX-LEDGER               PIC 9(9) COMP-5 VALUE 5000.
       01 WS-LG-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-LG-TABLE.
           05 WS-LG-ENTRY OCCURS 5000 TIMES.
              10 WS-LG-PROGRAM        PIC X(8).
              10 WS-LG-START          PIC 9(9) COMP-5.
              10 WS-LG-END            PIC 9(9) COMP-5.

       01 WS-AL-SOURCE                PIC X(8)  VALUE "MFCR126".
       01 WS-AL-METRIC                PIC X(20)
                                       VALUE "SWEEP-FINISH-HHMM".
       01 WS-AL-KEY                   PIC X(20) VALUE "NIGHTLY-SWEEP".
       01 WS-AL-MESSAGE               PIC X(60) VALUE
           "NIGHTLY SWEEP PROJECTED TO FINISH LATE".
       01 WS-AL-ACTUAL                PIC 9(9) COMP-5.

      * 7000-FORMAT-TIME turns WS-FMT-SECS into HH:MM.
       01 WS-FMT-SECS                 PIC 9(9) COMP-5.
       01 WS-FMT-MINS                 PIC 9(9) COMP-5.
       01 WS-FMT-TEXT.
           05 WS-FMT-HH               PIC 99.
           05 FILLER                  PIC X(1) VALUE ":".
           05 WS-FMT-MM               PIC 99.
       01 WS-TIME-A                   PIC X(5).
       01 WS-TIME-B                   PIC X(5).

       01 WS-DISP-MINS                PIC Z(4)9.
       01 WS-DISP-MINS-B              PIC Z(4)9.
       01 WS-DISP-NUM                 PIC Z(4)9.
       01 WS-DISP-STREAM              PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-WORKLIST
           PERFORM 2100-LOAD-STREAMS
           PERFORM 2200-LINK-STEPS
           PERFORM 2300-LOAD-LEDGER
           PERFORM 2400-LOAD-OUTCOMES
           PERFORM 3000-CRITICAL-PATH
           PERFORM 4000-TRENDING-STEPS
           PERFORM 5000-PROJECT-TONIGHT
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
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
           IF WS-HISTORY-NIGHTS > 14
               MOVE 14 TO WS-HISTORY-NIGHTS
           END-IF
           IF WS-HISTORY-NIGHTS < 1
               MOVE 1 TO WS-HISTORY-NIGHTS
           END-IF
           CALL "MFCUTIME" USING WS-NOW-SECS
           DIVIDE WS-CUTOVER-HHMM BY 100 GIVING WS-HH
               REMAINDER WS-MM
           COMPUTE WS-CUTOVER-SECS = WS-HH * 3600 + WS-MM * 60
           COMPUTE WS-TONIGHT =
               (WS-NOW-SECS - WS-CUTOVER-SECS) / 86400
           COMPUTE WS-HORIZON-START = (WS-TONIGHT - WS-HISTORY-NIGHTS)
               * 86400 + WS-CUTOVER-SECS
           DIVIDE WS-DEADLINE-HHMM BY 100 GIVING WS-HH
               REMAINDER WS-MM
           IF WS-DEADLINE-HHMM >= WS-CUTOVER-HHMM
               COMPUTE WS-DEADLINE-SECS = WS-TONIGHT * 86400
                   + WS-HH * 3600 + WS-MM * 60
           ELSE
               COMPUTE WS-DEADLINE-SECS = (WS-TONIGHT + 1) * 86400
                   + WS-HH * 3600 + WS-MM * 60
           END-IF
           COMPUTE WS-WARN-SECS =
               WS-DEADLINE-SECS - (WS-WARN-MARGIN-MINS * 60)
           OPEN OUTPUT REPORT-FILE
           MOVE "NIGHTLY SWEEP CRITICAL PATH AND FINISH PROJECTION"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       1100-TAKE-PARM.
           EVALUATE MFC-THR-NAME
               WHEN "DEADLINE-HHMM"
                   MOVE MFC-THR-VALUE TO WS-DEADLINE-HHMM
               WHEN "WARN-MARGIN-MINS"
                   MOVE MFC-THR-VALUE TO WS-WARN-MARGIN-MINS
               WHEN "NIGHT-CUTOVER-HHMM"
                   MOVE MFC-THR-VALUE TO WS-CUTOVER-HHMM
               WHEN "TREND-PCT"
                   MOVE MFC-THR-VALUE TO WS-TREND-PCT
               WHEN "HISTORY-NIGHTS"
                   MOVE MFC-THR-VALUE TO WS-HISTORY-NIGHTS
               WHEN "LEDGER-SLACK"
                   MOVE MFC-THR-VALUE TO WS-LEDGER-SLACK
           END-EVALUATE.

       2000-LOAD-WORKLIST.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT CONTROL-FILE
           IF WS-RC-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ CONTROL-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF WS-ST-COUNT < WS-MAX-STEPS
                               ADD 1 TO WS-ST-COUNT
                               INITIALIZE WS-ST-ENTRY(WS-ST-COUNT)
                               MOVE MFC-RC-STEP-NAME
                                   TO WS-ST-NAME(WS-ST-COUNT)
                               MOVE MFC-RC-PROGRAM
                                   TO WS-ST-PROGRAM(WS-ST-COUNT)
                               MOVE MFC-RC-DEPENDS-ON
                                   TO WS-ST-DEPENDS(WS-ST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       2100-LOAD-STREAMS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT STREAM-FILE
           IF WS-SD-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ STREAM-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM VARYING WS-IDX FROM 1 BY 1
                                   UNTIL WS-IDX > WS-ST-COUNT
                               IF WS-ST-NAME(WS-IDX) = MFC-SD-STEP-NAME
                                   MOVE MFC-SD-STREAM-ID
                                       TO WS-ST-STREAM(WS-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE STREAM-FILE
           END-IF.

      * Worklist order is dependency order - a step may only depend on
      * an earlier one - so both predecessors are looked for behind.
       2200-LINK-STEPS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ST-COUNT
               MOVE 0 TO WS-ST-DEP-IDX(WS-IDX)
               MOVE 0 TO WS-ST-PREV-IDX(WS-IDX)
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX >= WS-IDX
                   IF WS-ST-DEPENDS(WS-IDX) NOT = SPACES
                       AND WS-ST-NAME(WS-JDX) = WS-ST-DEPENDS(WS-IDX)
                       MOVE WS-JDX TO WS-ST-DEP-IDX(WS-IDX)
                   END-IF
                   IF WS-ST-STREAM(WS-JDX) = WS-ST-STREAM(WS-IDX)
                       MOVE WS-JDX TO WS-ST-PREV-IDX(WS-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2300-LOAD-LEDGER.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT ACCT-FILE
           IF WS-RN-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ ACCT-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-RN-START-SECS >= WS-HORIZON-START
                               PERFORM 2350-KEEP-LEDGER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-FILE
           END-IF.

       2350-KEEP-LEDGER-ROW.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ST-COUNT OR KY-FOUND
               IF WS-ST-PROGRAM(WS-IDX) = MFC-RN-PROGRAM
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND AND WS-LG-COUNT < WS-MAX-LEDGER
               ADD 1 TO WS-LG-COUNT
               MOVE MFC-RN-PROGRAM TO WS-LG-PROGRAM(WS-LG-COUNT)
               MOVE MFC-RN-START-SECS TO WS-LG-START(WS-LG-COUNT)
               MOVE MFC-RN-END-SECS TO WS-LG-END(WS-LG-COUNT)
           END-IF.

       2400-LOAD-OUTCOMES.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT OUTCOME-FILE
           IF WS-SO-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ OUTCOME-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-SO-RUN-SECS >= WS-HORIZON-START
                               PERFORM 2450-TAKE-OUTCOME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTCOME-FILE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ST-COUNT
               PERFORM 2600-EXPECTED-DURATION
           END-PERFORM.

      * A step that ran (OK or FAILED) is timed off its ledger row; a
      * restarted step's runs in one night are added together. Any
      * row at all tonight - PRIOROK, SKIPPED, NOTRUN included - means
      * the step is behind us tonight.
       2450-TAKE-OUTCOME.
           COMPUTE WS-NIGHT =
               (MFC-SO-RUN-SECS - WS-CUTOVER-SECS) / 86400
           IF WS-NIGHT > WS-TONIGHT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SLOT = WS-TONIGHT - WS-NIGHT + 1
           IF WS-SLOT > WS-HISTORY-NIGHTS + 1
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-ST-COUNT OR KY-FOUND
               IF WS-ST-NAME(WS-HIT-IDX) = MFC-SO-STEP-NAME
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT KY-FOUND
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-HIT-IDX
           MOVE MFC-SO-RUN-SECS TO WS-END
           IF MFC-SO-OK OR MFC-SO-FAILED
               PERFORM 2500-FIND-LEDGER-ROW
               IF WS-LG-HIT > 0
                   COMPUTE WS-DUR = WS-LG-END(WS-LG-HIT)
                       - WS-LG-START(WS-LG-HIT)
                   MOVE WS-LG-END(WS-LG-HIT) TO WS-END
                   ADD WS-DUR TO WS-ST-DUR(WS-HIT-IDX WS-SLOT)
                   MOVE "Y" TO WS-ST-RAN(WS-HIT-IDX WS-SLOT)
               END-IF
           END-IF
           IF WS-SLOT = 1
               MOVE "Y" TO WS-ST-TONIGHT-DONE(WS-HIT-IDX)
               IF WS-END > WS-ST-TONIGHT-END(WS-HIT-IDX)
                   MOVE WS-END TO WS-ST-TONIGHT-END(WS-HIT-IDX)
               END-IF
           END-IF.

       2500-FIND-LEDGER-ROW.
           MOVE 0 TO WS-LG-HIT
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-LG-COUNT OR WS-LG-HIT > 0
               IF WS-LG-PROGRAM(WS-JDX) = MFC-SO-PROGRAM
                   AND WS-LG-START(WS-JDX) >= MFC-SO-RUN-SECS
                   AND WS-LG-START(WS-JDX)
                       <= MFC-SO-RUN-SECS + WS-LEDGER-SLACK
                   MOVE WS-JDX TO WS-LG-HIT
               END-IF
           END-PERFORM.

      * History average over the nights it was timed, last night back.
       2600-EXPECTED-DURATION.
           MOVE 0 TO WS-DUR
           MOVE 0 TO WS-DONE-COUNT
           PERFORM VARYING WS-SLOT FROM 2 BY 1
                   UNTIL WS-SLOT > WS-HISTORY-NIGHTS + 1
               IF WS-ST-RAN(WS-IDX WS-SLOT) = "Y"
                   ADD WS-ST-DUR(WS-IDX WS-SLOT) TO WS-DUR
                   ADD 1 TO WS-DONE-COUNT
               END-IF
           END-PERFORM
           IF WS-DONE-COUNT > 0
               COMPUTE WS-ST-EXPECTED(WS-IDX) = WS-DUR / WS-DONE-COUNT
           ELSE
               MOVE 0 TO WS-ST-EXPECTED(WS-IDX)
           END-IF.

      * Earliest finish per step over last night's durations, in
      * worklist order; the later-finishing predecessor is the one the
      * step waited for and is kept to walk the path back.
       3000-CRITICAL-PATH.
           MOVE "LAST NIGHT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-ACT-START
           MOVE 0 TO WS-ACT-FINISH
           MOVE 0 TO WS-FINISH
           MOVE 0 TO WS-FINISH-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ST-COUNT
               MOVE 0 TO WS-START
               MOVE 0 TO WS-ST-CP-PRED(WS-IDX)
               MOVE WS-ST-DEP-IDX(WS-IDX) TO WS-JDX
               IF WS-JDX > 0
                   MOVE WS-ST-EF(WS-JDX) TO WS-START
                   MOVE WS-JDX TO WS-ST-CP-PRED(WS-IDX)
               END-IF
               MOVE WS-ST-PREV-IDX(WS-IDX) TO WS-JDX
               IF WS-JDX > 0
                   IF WS-ST-EF(WS-JDX) > WS-START
                       OR WS-ST-CP-PRED(WS-IDX) = 0
                       MOVE WS-ST-EF(WS-JDX) TO WS-START
                       MOVE WS-JDX TO WS-ST-CP-PRED(WS-IDX)
                   END-IF
               END-IF
               COMPUTE WS-ST-EF(WS-IDX) =
                   WS-START + WS-ST-DUR(WS-IDX 2)
               IF WS-ST-EF(WS-IDX) > WS-FINISH
                   OR WS-FINISH-IDX = 0
                   MOVE WS-ST-EF(WS-IDX) TO WS-FINISH
                   MOVE WS-IDX TO WS-FINISH-IDX
               END-IF
               PERFORM 3050-NOTE-STREAM
           END-PERFORM
           PERFORM 3100-LAST-NIGHT-ACTUALS
           IF WS-FINISH-IDX = 0 OR WS-ACT-FINISH = 0
               MOVE "  NO TIMED STEPS LAST NIGHT" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACT-START TO WS-FMT-SECS
           PERFORM 7000-FORMAT-TIME
           MOVE WS-FMT-TEXT TO WS-TIME-A
           MOVE WS-ACT-FINISH TO WS-FMT-SECS
           PERFORM 7000-FORMAT-TIME
           MOVE WS-FMT-TEXT TO WS-TIME-B
           COMPUTE WS-FMT-MINS = WS-FINISH / 60
           MOVE WS-FMT-MINS TO WS-DISP-MINS
           MOVE SPACES TO REPORT-LINE
           STRING "  STARTED " WS-TIME-A "  FINISHED " WS-TIME-B
               "  CRITICAL PATH " WS-DISP-MINS " MIN"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 3200-PRINT-PATH
           PERFORM 3300-PRINT-STREAM-SLACK.

       3050-NOTE-STREAM.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-SM-COUNT OR KY-FOUND
               IF WS-SM-STREAM(WS-JDX) = WS-ST-STREAM(WS-IDX)
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-JDX
           ELSE
               IF WS-SM-COUNT >= WS-MAX-STREAMS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SM-COUNT
               MOVE WS-SM-COUNT TO WS-JDX
               MOVE WS-ST-STREAM(WS-IDX) TO WS-SM-STREAM(WS-JDX)
               MOVE 0 TO WS-SM-STEPS(WS-JDX)
               MOVE 0 TO WS-SM-FINISH(WS-JDX)
           END-IF
           ADD 1 TO WS-SM-STEPS(WS-JDX)
           IF WS-ST-EF(WS-IDX) > WS-SM-FINISH(WS-JDX)
               MOVE WS-ST-EF(WS-IDX) TO WS-SM-FINISH(WS-JDX)
           END-IF.

      * Actual wall-clock start and finish of last night's sweep.
       3100-LAST-NIGHT-ACTUALS.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-LG-COUNT
               COMPUTE WS-NIGHT =
                   (WS-LG-START(WS-JDX) - WS-CUTOVER-SECS) / 86400
               IF WS-NIGHT + 1 = WS-TONIGHT
                   IF WS-ACT-START = 0
                       OR WS-LG-START(WS-JDX) < WS-ACT-START
                       MOVE WS-LG-START(WS-JDX) TO WS-ACT-START
                   END-IF
                   IF WS-LG-END(WS-JDX) > WS-ACT-FINISH
                       MOVE WS-LG-END(WS-JDX) TO WS-ACT-FINISH
                   END-IF
               END-IF
           END-PERFORM.

       3200-PRINT-PATH.
           MOVE 0 TO WS-PATH-LEN
           MOVE WS-FINISH-IDX TO WS-IDX
           PERFORM UNTIL WS-IDX = 0 OR WS-PATH-LEN >= 100
               ADD 1 TO WS-PATH-LEN
               MOVE WS-IDX TO WS-PATH-IDX(WS-PATH-LEN)
               MOVE WS-ST-CP-PRED(WS-IDX) TO WS-IDX
           END-PERFORM
           MOVE "  CRITICAL PATH, FIRST STEP FIRST:" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-JDX FROM WS-PATH-LEN BY -1
                   UNTIL WS-JDX < 1
               MOVE WS-PATH-IDX(WS-JDX) TO WS-IDX
               COMPUTE WS-FMT-MINS = WS-ST-DUR(WS-IDX 2) / 60
               MOVE WS-FMT-MINS TO WS-DISP-MINS
               COMPUTE WS-FMT-MINS = WS-ST-EF(WS-IDX) / 60
               MOVE WS-FMT-MINS TO WS-DISP-MINS-B
               MOVE WS-ST-STREAM(WS-IDX) TO WS-DISP-STREAM
               MOVE SPACES TO REPORT-LINE
               STRING "    " WS-ST-NAME(WS-IDX) " "
                   WS-ST-PROGRAM(WS-IDX) "  STREAM " WS-DISP-STREAM
                   "  " WS-DISP-MINS " MIN  DONE AT +" WS-DISP-MINS-B
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       3300-PRINT-STREAM-SLACK.
           MOVE "  STREAM  STEPS  FINISH  SLACK (MINUTES)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-SM-COUNT
               COMPUTE WS-SLACK = (WS-FINISH - WS-SM-FINISH(WS-JDX))
                   / 60
               MOVE WS-SM-STREAM(WS-JDX) TO WS-DISP-STREAM
               MOVE WS-SM-STEPS(WS-JDX) TO WS-DISP-NUM
               COMPUTE WS-FMT-MINS = WS-SM-FINISH(WS-JDX) / 60
               MOVE WS-FMT-MINS TO WS-DISP-MINS
               MOVE WS-SLACK TO WS-DISP-MINS-B
               MOVE SPACES TO REPORT-LINE
               IF WS-SM-STREAM(WS-JDX) = WS-ST-STREAM(WS-FINISH-IDX)
                   STRING "    " WS-DISP-STREAM "  " WS-DISP-NUM
                       "  " WS-DISP-MINS "  " WS-DISP-MINS-B
                       "  CRITICAL"
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "    " WS-DISP-STREAM "  " WS-DISP-NUM
                       "  " WS-DISP-MINS "  " WS-DISP-MINS-B
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       4000-TRENDING-STEPS.
           MOVE "TRENDING UP - LAST 3 NIGHTS AGAINST THE OLDER NIGHTS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ST-COUNT
               PERFORM 4100-TREND-ONE-STEP
           END-PERFORM
           IF WS-TRENDING = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       4100-TREND-ONE-STEP.
           MOVE 0 TO WS-DUR
           MOVE 0 TO WS-DONE-COUNT
           PERFORM VARYING WS-SLOT FROM 2 BY 1
                   UNTIL WS-SLOT > WS-RECENT-NIGHTS + 1
               IF WS-ST-RAN(WS-IDX WS-SLOT) = "Y"
                   ADD WS-ST-DUR(WS-IDX WS-SLOT) TO WS-DUR
                   ADD 1 TO WS-DONE-COUNT
               END-IF
           END-PERFORM
           IF WS-DONE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RECENT-AVG = WS-DUR / WS-DONE-COUNT
           MOVE 0 TO WS-DUR
           MOVE 0 TO WS-DONE-COUNT
           COMPUTE WS-START = WS-RECENT-NIGHTS + 2
           PERFORM VARYING WS-SLOT FROM WS-START BY 1
                   UNTIL WS-SLOT > WS-HISTORY-NIGHTS + 1
               IF WS-ST-RAN(WS-IDX WS-SLOT) = "Y"
                   ADD WS-ST-DUR(WS-IDX WS-SLOT) TO WS-DUR
                   ADD 1 TO WS-DONE-COUNT
               END-IF
           END-PERFORM
           IF WS-DONE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OLDER-AVG = WS-DUR / WS-DONE-COUNT
           IF WS-OLDER-AVG = 0
               OR WS-RECENT-AVG * 100 < WS-OLDER-AVG * WS-TREND-PCT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRENDING
           COMPUTE WS-FMT-MINS = WS-RECENT-AVG / 60
           MOVE WS-FMT-MINS TO WS-DISP-MINS
           COMPUTE WS-FMT-MINS = WS-OLDER-AVG / 60
           MOVE WS-FMT-MINS TO WS-DISP-MINS-B
           MOVE WS-ST-STREAM(WS-IDX) TO WS-DISP-STREAM
           MOVE SPACES TO REPORT-LINE
           STRING "    " WS-ST-NAME(WS-IDX) " " WS-ST-PROGRAM(WS-IDX)
               "  STREAM " WS-DISP-STREAM "  NOW " WS-DISP-MINS
               " MIN  WAS " WS-DISP-MINS-B " MIN"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Finished steps stand at their actual finish; every other step
      * starts when both its predecessors are projected done, and not
      * before now, and takes its history average.
       5000-PROJECT-TONIGHT.
           MOVE "TONIGHT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-FINISH
           MOVE 0 TO WS-DONE-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ST-COUNT
               IF WS-ST-TONIGHT-DONE(WS-IDX) = "Y"
                   ADD 1 TO WS-DONE-COUNT
                   MOVE WS-ST-TONIGHT-END(WS-IDX) TO WS-ST-EF(WS-IDX)
               ELSE
                   MOVE WS-NOW-SECS TO WS-START
                   MOVE WS-ST-DEP-IDX(WS-IDX) TO WS-JDX
                   IF WS-JDX > 0
                       IF WS-ST-EF(WS-JDX) > WS-START
                           MOVE WS-ST-EF(WS-JDX) TO WS-START
                       END-IF
                   END-IF
                   MOVE WS-ST-PREV-IDX(WS-IDX) TO WS-JDX
                   IF WS-JDX > 0
                       IF WS-ST-EF(WS-JDX) > WS-START
                           MOVE WS-ST-EF(WS-JDX) TO WS-START
                       END-IF
                   END-IF
                   COMPUTE WS-ST-EF(WS-IDX) =
                       WS-START + WS-ST-EXPECTED(WS-IDX)
               END-IF
               IF WS-ST-EF(WS-IDX) > WS-FINISH
                   MOVE WS-ST-EF(WS-IDX) TO WS-FINISH
               END-IF
           END-PERFORM
           IF WS-DONE-COUNT >= WS-ST-COUNT
               SET SWEEP-DONE TO TRUE
           END-IF
           MOVE WS-DONE-COUNT TO WS-DISP-NUM
           COMPUTE WS-DUR = WS-ST-COUNT - WS-DONE-COUNT
           MOVE WS-DUR TO WS-DISP-MINS
           MOVE SPACES TO REPORT-LINE
           STRING "  STEPS DONE " WS-DISP-NUM "  STILL TO RUN "
               WS-DISP-MINS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FINISH TO WS-FMT-SECS
           PERFORM 7000-FORMAT-TIME
           MOVE WS-FMT-TEXT TO WS-TIME-A
           MOVE WS-DEADLINE-SECS TO WS-FMT-SECS
           PERFORM 7000-FORMAT-TIME
           MOVE WS-FMT-TEXT TO WS-TIME-B
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN SWEEP-DONE
                   STRING "  SWEEP FINISHED " WS-TIME-A
                       "  DEADLINE " WS-TIME-B
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN WS-FINISH > WS-DEADLINE-SECS
                   STRING "  PROJECTED FINISH " WS-TIME-A
                       "  DEADLINE " WS-TIME-B "  ** OVERRUN **"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN WS-FINISH > WS-WARN-SECS
                   STRING "  PROJECTED FINISH " WS-TIME-A
                       "  DEADLINE " WS-TIME-B
                       "  ** INSIDE WARNING MARGIN **"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING "  PROJECTED FINISH " WS-TIME-A
                       "  DEADLINE " WS-TIME-B "  ON TIME"
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           IF NOT SWEEP-DONE AND WS-FINISH > WS-WARN-SECS
               PERFORM 5100-WRITE-OVERRUN-ALERT
           END-IF.

      * Actual and threshold go out as HHMM so the alert reads the way
      * the deadline is set.
       5100-WRITE-OVERRUN-ALERT.
           COMPUTE WS-FMT-MINS =
               FUNCTION MOD(WS-FINISH 86400) / 60
           DIVIDE WS-FMT-MINS BY 60 GIVING WS-HH REMAINDER WS-MM
           COMPUTE WS-AL-ACTUAL = WS-HH * 100 + WS-MM
           OPEN EXTEND ALERT-FILE
           IF WS-AL-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           CALL "MFCUALRT" USING WS-AL-SOURCE WS-AL-METRIC WS-AL-KEY
               WS-AL-ACTUAL WS-DEADLINE-HHMM
               WS-AL-MESSAGE MFC-ALERT-REC
           WRITE MFC-ALERT-REC
           CLOSE ALERT-FILE
           MOVE "  OVERRUN ALERT WRITTEN TO MFCALRTO" TO REPORT-LINE
           WRITE REPORT-LINE.

       7000-FORMAT-TIME.
           COMPUTE WS-FMT-MINS = FUNCTION MOD(WS-FMT-SECS 86400) / 60
           COMPUTE WS-FMT-HH = WS-FMT-MINS / 60
           COMPUTE WS-FMT-MM = FUNCTION MOD(WS-FMT-MINS 60).

       9000-TERMINATE.
           CLOSE REPORT-FILE.
