      ***********************************************************************
      *
      *  Source File Name = MFCR100.CBL
      *
      *  Function = Buffer pool page-cleaner and prefetch tuning
      *             report.
      *
      *             Reads the interval-delta file MFCDELTO (MFCCDELT,
      *             BPCL-* metrics off the MFCBPCLO history) and
      *             assembles one line per buffer pool per interval:
      *             dirty-page steal, dirty-page threshold and LSN-gap
      *             cleans, the steal share of all cleans, the
      *             asynchronous share of all pool writes, prefetch
      *             wait time and prefetched pages thrown away unread
      *             (with their share of the asynchronous reads).
      *             Printed in epoch order per pool the columns read
      *             as a trend, the MFCR076 layout.
      *
      *             A high steal share means agents are finding no
      *             clean victim page and writing it themselves - too
      *             few NUM_IOCLEANERS, or CHNGPGS_THRESH set so high
      *             the cleaners start too late. A high unread share
      *             means prefetch is reading pages the pool evicts
      *             before anyone asks for them.
      *
      *             Two thresholds in the PARM file (MFCR100P,
      *             MFCTHR.CBL convention), judged on each pool's
      *             newest interval:
      *               MAX-STEAL-PCT - steal cleans at or above this
      *                 share of all cleans prints the cleaner flag
      *                 line under the pool (default 10).
      *               MAX-UNREAD-PCT - unread prefetched pages at or
      *                 above this share of the asynchronous reads
      *                 prints the prefetch flag line (default 5).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR100.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR100P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DELTA-FILE ASSIGN TO "MFCDELTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR100O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  DELTA-FILE
           RECORDING MODE IS F.
           COPY "mfcdelt.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-DL-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-DL                   PIC X VALUE "N".
           88 EOF-DL                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".

       01 WS-MAX-STEAL-PCT            PIC 9(9) COMP-5 VALUE 10.
       01 WS-MAX-UNREAD-PCT           PIC 9(9) COMP-5 VALUE 5.

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.
       01 WS-MAX-INTS                 PIC 9(9) COMP-5 VALUE 2000.
       01 WS-IN-COUNT                 PIC 9(9) COMP-5 VALUE 0.

      * One pool-interval; the eleven BPCL-* deltas for the same
      * key and epoch land in one slot. The key is the database in
      * bytes 1-12 and the buffer pool in bytes 13-32.
       01 WS-INT-TABLE.
           05 WS-IN-ENTRY OCCURS 2000 TIMES.
              10 WS-IN-KEY            PIC X(32).
              10 WS-IN-SECS           PIC 9(9) COMP-5.
              10 WS-IN-STEAL          PIC 9(9) COMP-5.
              10 WS-IN-THRESH         PIC 9(9) COMP-5.
              10 WS-IN-LSNGAP         PIC 9(9) COMP-5.
              10 WS-IN-DATA-WR        PIC 9(9) COMP-5.
              10 WS-IN-INDEX-WR       PIC 9(9) COMP-5.
              10 WS-IN-ASYNC-DATA-WR  PIC 9(9) COMP-5.
              10 WS-IN-ASYNC-INDEX-WR PIC 9(9) COMP-5.
              10 WS-IN-ASYNC-DATA-RD  PIC 9(9) COMP-5.
              10 WS-IN-ASYNC-INDEX-RD PIC 9(9) COMP-5.
              10 WS-IN-PF-WAIT        PIC 9(9) COMP-5.
              10 WS-IN-UNREAD         PIC 9(9) COMP-5.
       01 WS-INT-SWAP.
           05 FILLER                  PIC X(32).
           05 FILLER                  PIC 9(9) COMP-5.
           05 FILLER                  PIC 9(9) COMP-5.
           05 FILLER                  PIC 9(9) COMP-5.
           05 FILLER                  PIC 9(9) COMP-5.
           05 FILLER                  PIC 9(9) COMP-5.
           05 FILLER                  PIC 9(9) COMP-5.
           05 FILLER                  PIC 9(9) COMP-5.
           05 FILLER                  PIC 9(9) COMP-5.
           05 FILLER                  PIC 9(9) COMP-5.
           05 FILLER                  PIC 9(9) COMP-5.
           05 FILLER                  PIC 9(9) COMP-5.
           05 FILLER                  PIC 9(9) COMP-5.

       01 WS-ALL-CLEANS               PIC 9(18) COMP-5.
       01 WS-ALL-WRITES               PIC 9(18) COMP-5.
       01 WS-ASYNC-WRITES             PIC 9(18) COMP-5.
       01 WS-ASYNC-READS              PIC 9(18) COMP-5.
       01 WS-STEAL-PCT                PIC S9(5)V9(2).
       01 WS-ASYNC-WR-PCT             PIC S9(5)V9(2).
       01 WS-UNREAD-PCT               PIC S9(5)V9(2).
       01 WS-PCT-WHOLE                PIC 9(9) COMP-5.

       01 WS-DISP-SECS                PIC ZZZZZZZZ9.
       01 WS-DISP-STEAL               PIC Z(7)9.
       01 WS-DISP-THRESH              PIC Z(7)9.
       01 WS-DISP-LSNGAP              PIC Z(7)9.
       01 WS-DISP-STEAL-PCT           PIC ZZ9.99.
       01 WS-DISP-ASYNC-PCT           PIC ZZZ9.99.
       01 WS-DISP-PF-WAIT             PIC Z(9)9.
       01 WS-DISP-UNREAD              PIC Z(8)9.
       01 WS-DISP-UNREAD-PCT          PIC ZZZ9.99.

       01 WS-HDR1                     PIC X(132) VALUE
           "BUFFER POOL PAGE-CLEANER / PREFETCH TUNING REPORT (PER INTER
      -    "VAL, VIA MFCCDELT)".
       01 WS-HDR2                     PIC X(132) VALUE
           "DATABASE     BUFFERPOOL           EPOCH     STEAL-CL THRSH-C
      -    "L LSNGP-CL STEAL% ASYNCW% PF-WAIT-MS UNREAD-PF UNREAD%".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-DELTAS
           PERFORM 3000-SORT-INTERVALS
           PERFORM 4000-PRINT-TREND
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           IF MFC-THR-NAME = "MAX-STEAL-PCT"
                               MOVE MFC-THR-VALUE TO WS-MAX-STEAL-PCT
                           END-IF
                           IF MFC-THR-NAME = "MAX-UNREAD-PCT"
                               MOVE MFC-THR-VALUE
                                   TO WS-MAX-UNREAD-PCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           OPEN INPUT DELTA-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR2 TO REPORT-LINE
           WRITE REPORT-LINE.

       2000-LOAD-DELTAS.
           PERFORM UNTIL EOF-DL
               READ DELTA-FILE
                   AT END SET EOF-DL TO TRUE
                   NOT AT END
                       IF MFC-DL-METRIC(1:5) = "BPCL-"
                           PERFORM 2100-NOTE-BPCL-DELTA
                       END-IF
               END-READ
           END-PERFORM.

       2100-NOTE-BPCL-DELTA.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-IN-COUNT OR KY-FOUND
               IF WS-IN-KEY(WS-HIT-IDX) = MFC-DL-KEY
                   AND WS-IN-SECS(WS-HIT-IDX) = MFC-DL-COLLECT-SECS
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-HIT-IDX
           ELSE
               IF WS-IN-COUNT >= WS-MAX-INTS
                   DISPLAY "MFCR100: INTERVAL TABLE FULL, DELTA "
                       "NOT REPORTED " MFC-DL-KEY
                   MOVE 0 TO WS-HIT-IDX
               ELSE
                   ADD 1 TO WS-IN-COUNT
                   MOVE WS-IN-COUNT TO WS-HIT-IDX
                   MOVE MFC-DL-KEY TO WS-IN-KEY(WS-HIT-IDX)
                   MOVE MFC-DL-COLLECT-SECS
                       TO WS-IN-SECS(WS-HIT-IDX)
                   MOVE 0 TO WS-IN-STEAL(WS-HIT-IDX)
                   MOVE 0 TO WS-IN-THRESH(WS-HIT-IDX)
                   MOVE 0 TO WS-IN-LSNGAP(WS-HIT-IDX)
                   MOVE 0 TO WS-IN-DATA-WR(WS-HIT-IDX)
                   MOVE 0 TO WS-IN-INDEX-WR(WS-HIT-IDX)
                   MOVE 0 TO WS-IN-ASYNC-DATA-WR(WS-HIT-IDX)
                   MOVE 0 TO WS-IN-ASYNC-INDEX-WR(WS-HIT-IDX)
                   MOVE 0 TO WS-IN-ASYNC-DATA-RD(WS-HIT-IDX)
                   MOVE 0 TO WS-IN-ASYNC-INDEX-RD(WS-HIT-IDX)
                   MOVE 0 TO WS-IN-PF-WAIT(WS-HIT-IDX)
                   MOVE 0 TO WS-IN-UNREAD(WS-HIT-IDX)
               END-IF
           END-IF
           IF WS-HIT-IDX >= 1
               EVALUATE MFC-DL-METRIC
                   WHEN "BPCL-STEAL-CLNS"
                       MOVE MFC-DL-DELTA-VALUE
                           TO WS-IN-STEAL(WS-HIT-IDX)
                   WHEN "BPCL-THRESH-CLNS"
                       MOVE MFC-DL-DELTA-VALUE
                           TO WS-IN-THRESH(WS-HIT-IDX)
                   WHEN "BPCL-LSNGAP-CLNS"
                       MOVE MFC-DL-DELTA-VALUE
                           TO WS-IN-LSNGAP(WS-HIT-IDX)
                   WHEN "BPCL-DATA-WRITES"
                       MOVE MFC-DL-DELTA-VALUE
                           TO WS-IN-DATA-WR(WS-HIT-IDX)
                   WHEN "BPCL-INDEX-WRITES"
                       MOVE MFC-DL-DELTA-VALUE
                           TO WS-IN-INDEX-WR(WS-HIT-IDX)
                   WHEN "BPCL-ASYNC-DATA-WR"
                       MOVE MFC-DL-DELTA-VALUE
                           TO WS-IN-ASYNC-DATA-WR(WS-HIT-IDX)
                   WHEN "BPCL-ASYNC-INDEX-WR"
                       MOVE MFC-DL-DELTA-VALUE
                           TO WS-IN-ASYNC-INDEX-WR(WS-HIT-IDX)
                   WHEN "BPCL-ASYNC-DATA-RD"
                       MOVE MFC-DL-DELTA-VALUE
                           TO WS-IN-ASYNC-DATA-RD(WS-HIT-IDX)
                   WHEN "BPCL-ASYNC-INDEX-RD"
                       MOVE MFC-DL-DELTA-VALUE
                           TO WS-IN-ASYNC-INDEX-RD(WS-HIT-IDX)
                   WHEN "BPCL-PF-WAIT-MS"
                       MOVE MFC-DL-DELTA-VALUE
                           TO WS-IN-PF-WAIT(WS-HIT-IDX)
                   WHEN "BPCL-UNREAD-PF"
                       MOVE MFC-DL-DELTA-VALUE
                           TO WS-IN-UNREAD(WS-HIT-IDX)
               END-EVALUATE
           END-IF.

      * Ordered by pool then epoch so each pool's intervals read
      * down the page as a trend.
       3000-SORT-INTERVALS.
           IF WS-IN-COUNT > 1
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-IN-COUNT - 1
                   PERFORM VARYING WS-JDX FROM 1 BY 1
                           UNTIL WS-JDX > WS-IN-COUNT - WS-IDX
                       IF WS-IN-KEY(WS-JDX) > WS-IN-KEY(WS-JDX + 1)
                           OR (WS-IN-KEY(WS-JDX)
                               = WS-IN-KEY(WS-JDX + 1)
                               AND WS-IN-SECS(WS-JDX)
                               > WS-IN-SECS(WS-JDX + 1))
                           MOVE WS-IN-ENTRY(WS-JDX) TO WS-INT-SWAP
                           MOVE WS-IN-ENTRY(WS-JDX + 1)
                               TO WS-IN-ENTRY(WS-JDX)
                           MOVE WS-INT-SWAP TO WS-IN-ENTRY(WS-JDX + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      * The flag lines are judged on each pool's NEWEST interval -
      * the last slot before the key changes.
       4000-PRINT-TREND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-IN-COUNT
               PERFORM 4100-PRINT-ONE-INTERVAL
               IF WS-IDX = WS-IN-COUNT
                   PERFORM 4200-JUDGE-NEWEST-INTERVAL
               ELSE
                   IF WS-IN-KEY(WS-IDX + 1) NOT = WS-IN-KEY(WS-IDX)
                       PERFORM 4200-JUDGE-NEWEST-INTERVAL
                   END-IF
               END-IF
           END-PERFORM.

       4100-PRINT-ONE-INTERVAL.
           COMPUTE WS-ALL-CLEANS = WS-IN-STEAL(WS-IDX)
               + WS-IN-THRESH(WS-IDX) + WS-IN-LSNGAP(WS-IDX)
           COMPUTE WS-ALL-WRITES = WS-IN-DATA-WR(WS-IDX)
               + WS-IN-INDEX-WR(WS-IDX)
           COMPUTE WS-ASYNC-WRITES = WS-IN-ASYNC-DATA-WR(WS-IDX)
               + WS-IN-ASYNC-INDEX-WR(WS-IDX)
           COMPUTE WS-ASYNC-READS = WS-IN-ASYNC-DATA-RD(WS-IDX)
               + WS-IN-ASYNC-INDEX-RD(WS-IDX)
           IF WS-ALL-CLEANS = 0
               MOVE 0 TO WS-STEAL-PCT
           ELSE
               COMPUTE WS-STEAL-PCT ROUNDED =
                   (WS-IN-STEAL(WS-IDX) / WS-ALL-CLEANS) * 100
           END-IF
           IF WS-ALL-WRITES = 0
               MOVE 0 TO WS-ASYNC-WR-PCT
           ELSE
               COMPUTE WS-ASYNC-WR-PCT ROUNDED =
                   (WS-ASYNC-WRITES / WS-ALL-WRITES) * 100
                   ON SIZE ERROR
                       MOVE 100 TO WS-ASYNC-WR-PCT
               END-COMPUTE
           END-IF
           IF WS-ASYNC-READS = 0
               MOVE 0 TO WS-UNREAD-PCT
           ELSE
               COMPUTE WS-UNREAD-PCT ROUNDED =
                   (WS-IN-UNREAD(WS-IDX) / WS-ASYNC-READS) * 100
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-UNREAD-PCT
               END-COMPUTE
           END-IF
           MOVE WS-IN-SECS(WS-IDX) TO WS-DISP-SECS
           MOVE WS-IN-STEAL(WS-IDX) TO WS-DISP-STEAL
           MOVE WS-IN-THRESH(WS-IDX) TO WS-DISP-THRESH
           MOVE WS-IN-LSNGAP(WS-IDX) TO WS-DISP-LSNGAP
           MOVE WS-STEAL-PCT TO WS-DISP-STEAL-PCT
           MOVE WS-ASYNC-WR-PCT TO WS-DISP-ASYNC-PCT
           MOVE WS-IN-PF-WAIT(WS-IDX) TO WS-DISP-PF-WAIT
           MOVE WS-IN-UNREAD(WS-IDX) TO WS-DISP-UNREAD
           MOVE WS-UNREAD-PCT TO WS-DISP-UNREAD-PCT
           MOVE SPACES TO REPORT-LINE
           STRING WS-IN-KEY(WS-IDX)(1:12) " "
               WS-IN-KEY(WS-IDX)(13:20) " " WS-DISP-SECS
               " " WS-DISP-STEAL " " WS-DISP-THRESH " "
               WS-DISP-LSNGAP " " WS-DISP-STEAL-PCT " "
               WS-DISP-ASYNC-PCT " " WS-DISP-PF-WAIT " "
               WS-DISP-UNREAD " " WS-DISP-UNREAD-PCT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       4200-JUDGE-NEWEST-INTERVAL.
           MOVE WS-STEAL-PCT TO WS-PCT-WHOLE
           IF WS-ALL-CLEANS > 0
               AND WS-PCT-WHOLE >= WS-MAX-STEAL-PCT
               MOVE SPACES TO REPORT-LINE
               STRING "  ** " DELIMITED BY SIZE
                   WS-IN-KEY(WS-IDX)(1:12) DELIMITED BY " "
                   "/" DELIMITED BY SIZE
                   WS-IN-KEY(WS-IDX)(13:20) DELIMITED BY " "
                   ": DIRTY-PAGE STEAL CLEANS DOMINATE - ADD"
                   " NUM_IOCLEANERS OR LOWER CHNGPGS_THRESH"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-UNREAD-PCT TO WS-PCT-WHOLE
           IF WS-IN-UNREAD(WS-IDX) > 0
               AND WS-PCT-WHOLE >= WS-MAX-UNREAD-PCT
               MOVE SPACES TO REPORT-LINE
               STRING "  ** " DELIMITED BY SIZE
                   WS-IN-KEY(WS-IDX)(1:12) DELIMITED BY " "
                   "/" DELIMITED BY SIZE
                   WS-IN-KEY(WS-IDX)(13:20) DELIMITED BY " "
                   ": PREFETCHED PAGES DISCARDED UNREAD - REVIEW"
                   " PREFETCHSIZE AND POOL SIZE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE DELTA-FILE
           CLOSE REPORT-FILE.
