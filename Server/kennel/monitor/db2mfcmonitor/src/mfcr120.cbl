      ***********************************************************************
      *
      *  Source File Name = MFCR120.CBL
      *
      *  Function = Weekly stored procedure cost and usage report,
      *             applications ranked by stored procedure time.
      *
      *             Much of the business logic runs as stored
      *             procedures, yet no other report attributes cost to
      *             them. MFCCAPPL carries each application's
      *             STORED-PROCS, STORED-PROC-TIME and SP-ROWS-SELECTED
      *             on MFCAPFRO (mfcapfr.cbl) and MFCCDELT turns them
      *             into interval deltas per APPL-ID on MFCDELTO:
      *             APFR-STORED-PROCS, APFR-SP-TIME-MS and APFR-SP-ROWS,
      *             beside APFR-SQL-STMTS. This report sums those deltas
      *             per application name and AUTH-ID - the APPL-ID's
      *             name and AUTH-ID read back from MFCAPFRO, as MFCR116
      *             does - into weeks of seven days ending on the newest
      *             APFR-* delta day: this week and the three before it.
      *
      *             Applications that called a procedure this week are
      *             ranked by the seconds spent in procedures, the top
      *             TOP printed with their calls, average milliseconds
      *             per call and rows returned. Beside each is the
      *             AUTH-ID's overall statement cost off its newest
      *             MFCR054 scorecard row (MFCSCWKO) - CPU and elapsed
      *             seconds - and the procedure seconds as a share of
      *             that elapsed (the scorecard is per AUTH-ID, so
      *             applications sharing one share its figures). The
      *             three earlier weeks' procedure seconds follow as
      *             the trend.
      *
      *             Every application ranked (not only the top TOP) is
      *             appended to MFCPRWKO (mfcprwk.cbl), the weekly
      *             history MFCR093 breaks procedure-heavy workloads
      *             out of on the chargeback invoices.
      *
      *             Thresholds from the PARM file (MFCR120P,
      *             MFCTHR.CBL convention):
      *               TOP            - applications printed (default
      *                 50).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR120.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR120P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT APFR-FILE ASSIGN TO "MFCAPFRO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AF-STATUS.
           SELECT DELTA-FILE ASSIGN TO "MFCDELTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DL-STATUS.
           SELECT SCORE-FILE ASSIGN TO "MFCSCWKO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SW-STATUS.
           SELECT PROC-WEEK-FILE ASSIGN TO "MFCPRWKO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PW-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR120O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  APFR-FILE
           RECORDING MODE IS F.
           COPY "mfcapfr.cbl".
       FD  DELTA-FILE
           RECORDING MODE IS F.
           COPY "mfcdelt.cbl".
       FD  SCORE-FILE
           RECORDING MODE IS F.
           COPY "mfcscwk.cbl".
       FD  PROC-WEEK-FILE
           RECORDING MODE IS F.
           COPY "mfcprwk.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-AF-STATUS                PIC XX.
       01 WS-DL-STATUS                PIC XX.
       01 WS-SW-STATUS                PIC XX.
       01 WS-PW-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".

       01 WS-TOP                      PIC 9(9) COMP-5 VALUE 50.
       01 WS-NEWEST-DAY               PIC 9(9) COMP-5 VALUE 0.
       01 WS-CUR-DAY                  PIC 9(9) COMP-5.
       01 WS-WEEK                     PIC 9(9) COMP-5.
       01 WS-RUN-SECS                 PIC 9(9) COMP-5.

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.
       01 WS-GR-IDX                   PIC 9(9) COMP-5.
       01 WS-SC-IDX                   PIC 9(9) COMP-5.
       01 WS-SWAP-IDX                 PIC 9(9) COMP-5.
       01 WS-CUR-APPL-NAME            PIC X(20).
       01 WS-CUR-AUTH-ID              PIC X(20).
       01 WS-UNKNOWN-CONNS            PIC 9(9) COMP-5 VALUE 0.
       01 WS-RANKED                   PIC 9(9) COMP-5 VALUE 0.
       01 WS-PRINTED                  PIC 9(9) COMP-5 VALUE 0.

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

      * Each AUTH-ID's newest MFCR054 scorecard row.
       01 WS-MAX-SCORES               PIC 9(9) COMP-5 VALUE 1000.
       01 WS-SC-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-SC-TABLE.
           05 WS-SC-ENTRY OCCURS 1000 TIMES.
              10 WS-SC-AUTH-ID        PIC X(20).
              10 WS-SC-RUN-SECS       PIC 9(9) COMP-5.
              10 WS-SC-CPU-SECS       PIC 9(9) COMP-5.
              10 WS-SC-ELAPSED-SECS   PIC 9(9) COMP-5.

      * One row per application name and AUTH-ID; week 1 is the
      * seven days ending on the newest day, weeks 2 to 4 the ones
      * before it.
       01 WS-MAX-GROUPS               PIC 9(9) COMP-5 VALUE 500.
       01 WS-GR-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-GR-TABLE.
           05 WS-GR-ENTRY OCCURS 500 TIMES.
              10 WS-GR-APPL-NAME      PIC X(20).
              10 WS-GR-AUTH-ID        PIC X(20).
              10 WS-GR-WEEK OCCURS 4 TIMES.
                 15 WS-GW-SP-CALLS    PIC 9(9) COMP-5.
                 15 WS-GW-SP-MSEC     PIC 9(18) COMP-5.
                 15 WS-GW-SP-ROWS     PIC 9(9) COMP-5.
                 15 WS-GW-STMTS       PIC 9(9) COMP-5.
       01 WS-RANK-TABLE.
           05 WS-RANK-IDX OCCURS 500 TIMES PIC 9(9) COMP-5.

       01 WS-SP-SECS                  PIC 9(9) COMP-5.
       01 WS-AVG-MSEC                 PIC 9(9) COMP-5.
       01 WS-SP-PCT                   PIC 9(9) COMP-5.

      * Epoch to "YYYY-MM-DD HH:MM:SS" through the shared renderer
      * (MFCURNDR).
       01 WS-RDR-FUNC                 PIC X(1) VALUE "D".
       01 WS-RDR-SECS                 PIC 9(9) COMP-5.
       01 WS-RDR-TEXT                 PIC X(20).
       01 WS-FROM-TEXT                PIC X(10).

       01 WS-DISP-RANK                PIC ZZ9.
       01 WS-DISP-CALLS               PIC Z(8)9.
       01 WS-DISP-SP-SECS             PIC Z(8)9.
       01 WS-DISP-AVG-MSEC            PIC Z(6)9.
       01 WS-DISP-ROWS                PIC Z(8)9.
       01 WS-DISP-CPU                 PIC Z(7)9.
       01 WS-DISP-ELAPSED             PIC Z(7)9.
       01 WS-DISP-PCT                 PIC X(4).
       01 WS-DISP-PCT-N               PIC ZZ9.
       01 WS-DISP-WEEK                PIC Z(6)9.
       01 WS-DISP-WEEK-2              PIC Z(6)9.
       01 WS-DISP-WEEK-3              PIC Z(6)9.
       01 WS-DISP-COUNT               PIC Z(5)9.

       01 WS-HDR1                     PIC X(132) VALUE
           "MFCR120 - STORED PROCEDURE COST AND USAGE, RANKED BY PROCEDU
      -    "RE TIME".
       01 WS-HDR2                     PIC X(132) VALUE
           "                                              ---- STORED PR
      -    "OCEDURES THIS WEEK ---- -- MFCR054 ---    SP%  SP-SECS IN EA
      -    "RLIER WEEKS".
       01 WS-HDR3                     PIC X(132) VALUE
           "RNK APPLICATION          AUTH-ID                  CALLS   SP
      -    "-SECS  AVG-MS      ROWS CPU-SECS ELA-SECS ELA    WEEK-2  WEE
      -    "K-3  WEEK-4".
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-READ-PARMS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CONNECTIONS
           PERFORM 2200-LOAD-SCORECARD
           PERFORM 2500-FIND-NEWEST-DAY
           PERFORM 3000-SUM-DELTAS
           PERFORM 4000-RANK-APPLICATIONS
           PERFORM 5000-PRINT-REPORT
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
                               WHEN "TOP"
                                   MOVE MFC-THR-VALUE TO WS-TOP
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

       1000-INITIALIZE.
           CALL "MFCUTIME" USING WS-RUN-SECS
           OPEN EXTEND PROC-WEEK-FILE
           IF WS-PW-STATUS = "35"
               OPEN OUTPUT PROC-WEEK-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE.

       2000-LOAD-CONNECTIONS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT APFR-FILE
           IF WS-AF-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ APFR-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 2100-TAKE-CONNECTION
                   END-READ
               END-PERFORM
               CLOSE APFR-FILE
           END-IF.

       2100-TAKE-CONNECTION.
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
                   DISPLAY "MFCR120: CONNECTION TABLE FULL, "
                       "DELTAS NOT COUNTED " MFC-AF-APPL-ID
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CN-COUNT
               MOVE WS-CN-COUNT TO WS-HIT-IDX
               MOVE MFC-AF-APPL-ID TO WS-CN-APPL-ID(WS-HIT-IDX)
           END-IF
           MOVE MFC-AF-COLLECT-SECS TO WS-CN-SECS(WS-HIT-IDX)
           MOVE MFC-AF-APPL-NAME TO WS-CN-APPL-NAME(WS-HIT-IDX)
           MOVE MFC-AF-AUTH-ID TO WS-CN-AUTH-ID(WS-HIT-IDX).

       2200-LOAD-SCORECARD.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT SCORE-FILE
           IF WS-SW-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ SCORE-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 2300-TAKE-SCORE-ROW
                   END-READ
               END-PERFORM
               CLOSE SCORE-FILE
           END-IF.

       2300-TAKE-SCORE-ROW.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-SC-COUNT OR KY-FOUND
               IF WS-SC-AUTH-ID(WS-HIT-IDX) = MFC-SW-AUTH-ID
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-HIT-IDX
               IF MFC-SW-RUN-SECS < WS-SC-RUN-SECS(WS-HIT-IDX)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-SC-COUNT >= WS-MAX-SCORES
                   DISPLAY "MFCR120: SCORECARD TABLE FULL, NOT SHOWN "
                       MFC-SW-AUTH-ID
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SC-COUNT
               MOVE WS-SC-COUNT TO WS-HIT-IDX
               MOVE MFC-SW-AUTH-ID TO WS-SC-AUTH-ID(WS-HIT-IDX)
           END-IF
           MOVE MFC-SW-RUN-SECS TO WS-SC-RUN-SECS(WS-HIT-IDX)
           MOVE MFC-SW-CPU-SECS TO WS-SC-CPU-SECS(WS-HIT-IDX)
           MOVE MFC-SW-ELAPSED-SECS
               TO WS-SC-ELAPSED-SECS(WS-HIT-IDX).

      * The newest day any APFR-* delta was taken on ends week 1.
       2500-FIND-NEWEST-DAY.
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
           END-IF.

       3000-SUM-DELTAS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT DELTA-FILE
           IF WS-DL-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ DELTA-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-DL-METRIC = "APFR-STORED-PROCS"
                               OR MFC-DL-METRIC = "APFR-SP-TIME-MS"
                               OR MFC-DL-METRIC = "APFR-SP-ROWS"
                               OR MFC-DL-METRIC = "APFR-SQL-STMTS"
                               PERFORM 3100-TAKE-DELTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELTA-FILE
           END-IF.

       3100-TAKE-DELTA.
           COMPUTE WS-CUR-DAY = MFC-DL-COLLECT-SECS / 86400
           IF WS-CUR-DAY > WS-NEWEST-DAY
               OR WS-CUR-DAY + 28 <= WS-NEWEST-DAY
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WEEK = (WS-NEWEST-DAY - WS-CUR-DAY) / 7 + 1
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
               WHEN "APFR-STORED-PROCS"
                   ADD MFC-DL-DELTA-VALUE
                       TO WS-GW-SP-CALLS(WS-GR-IDX, WS-WEEK)
               WHEN "APFR-SP-TIME-MS"
                   ADD MFC-DL-DELTA-VALUE
                       TO WS-GW-SP-MSEC(WS-GR-IDX, WS-WEEK)
               WHEN "APFR-SP-ROWS"
                   ADD MFC-DL-DELTA-VALUE
                       TO WS-GW-SP-ROWS(WS-GR-IDX, WS-WEEK)
               WHEN "APFR-SQL-STMTS"
                   ADD MFC-DL-DELTA-VALUE
                       TO WS-GW-STMTS(WS-GR-IDX, WS-WEEK)
           END-EVALUATE.

       3200-FIND-GROUP.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-COUNT OR KY-FOUND
               IF WS-GR-APPL-NAME(WS-GR-IDX) = WS-CUR-APPL-NAME
                   AND WS-GR-AUTH-ID(WS-GR-IDX) = WS-CUR-AUTH-ID
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-GR-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-GR-COUNT >= WS-MAX-GROUPS
               DISPLAY "MFCR120: APPLICATION TABLE FULL, NOT COUNTED "
                   WS-CUR-APPL-NAME " " WS-CUR-AUTH-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GR-COUNT
           MOVE WS-GR-COUNT TO WS-GR-IDX
           INITIALIZE WS-GR-ENTRY(WS-GR-IDX)
           MOVE WS-CUR-APPL-NAME TO WS-GR-APPL-NAME(WS-GR-IDX)
           MOVE WS-CUR-AUTH-ID TO WS-GR-AUTH-ID(WS-GR-IDX)
           SET KY-FOUND TO TRUE.

      * Only applications that called a procedure this week are
      * ranked, most procedure time first.
       4000-RANK-APPLICATIONS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-GR-COUNT
               IF WS-GW-SP-CALLS(WS-IDX, 1) > 0
                   OR WS-GW-SP-MSEC(WS-IDX, 1) > 0
                   ADD 1 TO WS-RANKED
                   MOVE WS-IDX TO WS-RANK-IDX(WS-RANKED)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-RANKED
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-RANKED - WS-IDX
                   IF WS-GW-SP-MSEC(WS-RANK-IDX(WS-JDX), 1) <
                           WS-GW-SP-MSEC(WS-RANK-IDX(WS-JDX + 1), 1)
                       MOVE WS-RANK-IDX(WS-JDX) TO WS-SWAP-IDX
                       MOVE WS-RANK-IDX(WS-JDX + 1)
                           TO WS-RANK-IDX(WS-JDX)
                       MOVE WS-SWAP-IDX TO WS-RANK-IDX(WS-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       5000-PRINT-REPORT.
           MOVE SPACES TO WS-FROM-TEXT
           MOVE SPACES TO WS-RDR-TEXT
           IF WS-NEWEST-DAY >= 6
               COMPUTE WS-RDR-SECS = (WS-NEWEST-DAY - 6) * 86400
               CALL "MFCURNDR" USING WS-RDR-FUNC WS-RDR-SECS
                   WS-RDR-TEXT
               MOVE WS-RDR-TEXT(1:10) TO WS-FROM-TEXT
               COMPUTE WS-RDR-SECS = WS-NEWEST-DAY * 86400
               CALL "MFCURNDR" USING WS-RDR-FUNC WS-RDR-SECS
                   WS-RDR-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-HDR1 DELIMITED BY "  "
               " - WEEK " WS-FROM-TEXT " TO " WS-RDR-TEXT(1:10)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR3 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RANKED
               MOVE WS-RANK-IDX(WS-IDX) TO WS-GR-IDX
               IF WS-IDX <= WS-TOP
                   PERFORM 5100-PRINT-APPLICATION
               END-IF
               PERFORM 5200-WRITE-PROC-WEEK
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RANKED = 0
               MOVE "NO STORED PROCEDURE CALLS ON MFCDELTO FOR THE WEEK"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-RANKED TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "APPLICATIONS CALLING STORED PROCEDURES: "
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

       5100-PRINT-APPLICATION.
           MOVE WS-IDX TO WS-DISP-RANK
           MOVE WS-GW-SP-CALLS(WS-GR-IDX, 1) TO WS-DISP-CALLS
           COMPUTE WS-SP-SECS = WS-GW-SP-MSEC(WS-GR-IDX, 1) / 1000
           MOVE WS-SP-SECS TO WS-DISP-SP-SECS
           MOVE 0 TO WS-AVG-MSEC
           IF WS-GW-SP-CALLS(WS-GR-IDX, 1) > 0
               COMPUTE WS-AVG-MSEC = WS-GW-SP-MSEC(WS-GR-IDX, 1)
                   / WS-GW-SP-CALLS(WS-GR-IDX, 1)
           END-IF
           MOVE WS-AVG-MSEC TO WS-DISP-AVG-MSEC
           MOVE WS-GW-SP-ROWS(WS-GR-IDX, 1) TO WS-DISP-ROWS
           MOVE 0 TO WS-DISP-CPU
           MOVE 0 TO WS-DISP-ELAPSED
           MOVE "   -" TO WS-DISP-PCT
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT OR KY-FOUND
               IF WS-SC-AUTH-ID(WS-SC-IDX) = WS-GR-AUTH-ID(WS-GR-IDX)
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-SC-IDX
               MOVE WS-SC-CPU-SECS(WS-SC-IDX) TO WS-DISP-CPU
               MOVE WS-SC-ELAPSED-SECS(WS-SC-IDX) TO WS-DISP-ELAPSED
               IF WS-SC-ELAPSED-SECS(WS-SC-IDX) > 0
                   COMPUTE WS-SP-PCT = WS-SP-SECS * 100
                       / WS-SC-ELAPSED-SECS(WS-SC-IDX)
                   IF WS-SP-PCT > 999
                       MOVE 999 TO WS-SP-PCT
                   END-IF
                   MOVE WS-SP-PCT TO WS-DISP-PCT-N
                   MOVE SPACES TO WS-DISP-PCT
                   MOVE WS-DISP-PCT-N TO WS-DISP-PCT(2:3)
               END-IF
           END-IF
           COMPUTE WS-DISP-WEEK = WS-GW-SP-MSEC(WS-GR-IDX, 2) / 1000
           COMPUTE WS-DISP-WEEK-2 = WS-GW-SP-MSEC(WS-GR-IDX, 3) / 1000
           COMPUTE WS-DISP-WEEK-3 = WS-GW-SP-MSEC(WS-GR-IDX, 4) / 1000
           MOVE SPACES TO REPORT-LINE
           STRING WS-DISP-RANK " " WS-GR-APPL-NAME(WS-GR-IDX) " "
               WS-GR-AUTH-ID(WS-GR-IDX) " " WS-DISP-CALLS " "
               WS-DISP-SP-SECS " " WS-DISP-AVG-MSEC " "
               WS-DISP-ROWS " " WS-DISP-CPU " " WS-DISP-ELAPSED " "
               WS-DISP-PCT " " WS-DISP-WEEK " " WS-DISP-WEEK-2 " "
               WS-DISP-WEEK-3
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-PRINTED.

       5200-WRITE-PROC-WEEK.
           MOVE WS-RUN-SECS TO MFC-PW-RUN-SECS
           MOVE WS-GR-APPL-NAME(WS-GR-IDX) TO MFC-PW-APPL-NAME
           MOVE WS-GR-AUTH-ID(WS-GR-IDX) TO MFC-PW-AUTH-ID
           MOVE WS-GW-SP-CALLS(WS-GR-IDX, 1) TO MFC-PW-SP-CALLS
           COMPUTE MFC-PW-SP-SECS = WS-GW-SP-MSEC(WS-GR-IDX, 1) / 1000
           MOVE WS-GW-SP-ROWS(WS-GR-IDX, 1) TO MFC-PW-SP-ROWS
           MOVE WS-GW-STMTS(WS-GR-IDX, 1) TO MFC-PW-STMTS
           WRITE MFC-PROC-WEEK-REC.

       9000-TERMINATE.
           CLOSE PROC-WEEK-FILE
           CLOSE REPORT-FILE.
