      ***********************************************************************
      *
      *  Source File Name = MFCR101.CBL
      *
      *  Function = Log buffer and log I/O pressure report with a
      *             LOGBUFSZ recommendation.
      *
      *             Reads the interval-delta file MFCDELTO (MFCCDELT,
      *             LOGB-* metrics off the MFCLOGBO history) and
      *             assembles one line per database per interval:
      *             log-buffer-full waits and the same scaled to an
      *             hour, log write I/Os, partial-page writes and
      *             their share of the write I/Os, log reads that had
      *             to go to disk against those served from the log
      *             buffer (with the disk share), and log pages
      *             written. Printed in epoch order per database the
      *             columns read as a trend, the MFCR076 layout.
      *
      *             Under each database's newest interval the current
      *             LOGBUFSZ - the newest value on the MFCCCFG history
      *             MFCCFGO - is printed beside a recommended size.
      *             Agents waiting on a full log buffer, or rollbacks
      *             and HADR/log readers going to disk because the
      *             records already left the buffer, both mean the
      *             buffer is too small: the recommendation doubles
      *             the current size, capped. Otherwise the current
      *             size stands.
      *
      *             Thresholds in the PARM file (MFCR101P, MFCTHR.CBL
      *             convention), judged on each database's newest
      *             interval:
      *               MAX-FULL-PER-HR - log-buffer-full waits per hour
      *                 at or above this recommend a larger buffer
      *                 (default 1).
      *               MAX-DISK-READ-PCT - log reads from disk at or
      *                 above this share of all log reads recommend a
      *                 larger buffer (default 20).
      *               MAX-LOGBUFSZ - ceiling, in 4K pages, on the
      *                 recommended size (default 4096).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR101.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR101P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DELTA-FILE ASSIGN TO "MFCDELTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DL-STATUS.
           SELECT CFG-HIST-FILE ASSIGN TO "MFCCFGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CF-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR101O"
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
       FD  CFG-HIST-FILE
           RECORDING MODE IS F.
           COPY "mfccfgh.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-DL-STATUS                PIC XX.
       01 WS-CF-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-DL                   PIC X VALUE "N".
           88 EOF-DL                  VALUE "Y".
       01 WS-EOF-CF                   PIC X VALUE "N".
           88 EOF-CF                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".

       01 WS-MAX-FULL-PER-HR          PIC 9(9) COMP-5 VALUE 1.
       01 WS-MAX-DISK-READ-PCT        PIC 9(9) COMP-5 VALUE 20.
       01 WS-MAX-LOGBUFSZ             PIC 9(9) COMP-5 VALUE 4096.

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.
       01 WS-MAX-INTS                 PIC 9(9) COMP-5 VALUE 2000.
       01 WS-IN-COUNT                 PIC 9(9) COMP-5 VALUE 0.

      * One database-interval; the seven LOGB-* deltas for the same
      * database and epoch land in one slot.
       01 WS-INT-TABLE.
           05 WS-IN-ENTRY OCCURS 2000 TIMES.
              10 WS-IN-KEY            PIC X(32).
              10 WS-IN-SECS           PIC 9(9) COMP-5.
              10 WS-IN-INT-SECS       PIC 9(9) COMP-5.
              10 WS-IN-BUFF-FULL      PIC 9(9) COMP-5.
              10 WS-IN-WRITE-IO       PIC 9(9) COMP-5.
              10 WS-IN-READ-IO        PIC 9(9) COMP-5.
              10 WS-IN-PART-PAGE-IO   PIC 9(9) COMP-5.
              10 WS-IN-DATA-IN-BUFF   PIC 9(9) COMP-5.
              10 WS-IN-PAGES-WRITTEN  PIC 9(9) COMP-5.
              10 WS-IN-PAGES-READ     PIC 9(9) COMP-5.
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

      * Newest LOGBUFSZ per database off the MFCCCFG history.
       01 WS-MAX-CFGS                 PIC 9(9) COMP-5 VALUE 500.
       01 WS-CG-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-CFG-TABLE.
           05 WS-CG-ENTRY OCCURS 500 TIMES.
              10 WS-CG-ALIAS          PIC X(20).
              10 WS-CG-SECS           PIC 9(9) COMP-5.
              10 WS-CG-VALUE          PIC S9(9) COMP-5.

       01 WS-FULL-PER-HR              PIC 9(18) COMP-5.
       01 WS-ALL-READS                PIC 9(18) COMP-5.
       01 WS-PART-PCT                 PIC S9(5)V9(2).
       01 WS-DISK-PCT                 PIC S9(5)V9(2).
       01 WS-PCT-WHOLE                PIC 9(9) COMP-5.
       01 WS-CUR-LOGBUFSZ             PIC S9(9) COMP-5.
       01 WS-REC-LOGBUFSZ             PIC S9(9) COMP-5.
       01 WS-CFG-KNOWN                PIC X VALUE "N".
           88 CFG-KNOWN               VALUE "Y".
       01 WS-UNDERSIZED               PIC X VALUE "N".
           88 UNDERSIZED              VALUE "Y".

       01 WS-DISP-SECS                PIC ZZZZZZZZ9.
       01 WS-DISP-BUFF-FULL           PIC Z(7)9.
       01 WS-DISP-FULL-HR             PIC Z(7)9.
       01 WS-DISP-WRITE-IO            PIC Z(8)9.
       01 WS-DISP-PART-PAGE           PIC Z(7)9.
       01 WS-DISP-PART-PCT            PIC ZZZ9.99.
       01 WS-DISP-READ-IO             PIC Z(7)9.
       01 WS-DISP-IN-BUFF             PIC Z(7)9.
       01 WS-DISP-DISK-PCT            PIC ZZZ9.99.
       01 WS-DISP-PAGES               PIC Z(9)9.
       01 WS-DISP-CUR-SZ              PIC Z(8)9.
       01 WS-DISP-REC-SZ              PIC Z(8)9.

       01 WS-HDR1                     PIC X(132) VALUE
           "LOG BUFFER / LOG I/O PRESSURE REPORT (PER INTERVAL, VIA MFCC
      -    "DELT) WITH LOGBUFSZ RECOMMENDATION".
       01 WS-HDR2                     PIC X(132) VALUE
           "DATABASE             EPOCH     BUF-FULL FULL/HR  WRITE-IO  P
      -    "ART-PG  PART%   RD-DISK  RD-BUFF  DISK%   LOG-PG-WRT".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-LOGBUFSZ
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
                           IF MFC-THR-NAME = "MAX-FULL-PER-HR"
                               MOVE MFC-THR-VALUE
                                   TO WS-MAX-FULL-PER-HR
                           END-IF
                           IF MFC-THR-NAME = "MAX-DISK-READ-PCT"
                               MOVE MFC-THR-VALUE
                                   TO WS-MAX-DISK-READ-PCT
                           END-IF
                           IF MFC-THR-NAME = "MAX-LOGBUFSZ"
                               MOVE MFC-THR-VALUE TO WS-MAX-LOGBUFSZ
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

      * A database whose configuration was never captured simply has
      * no current value; the recommendation line says so.
       1500-LOAD-LOGBUFSZ.
           OPEN INPUT CFG-HIST-FILE
           IF WS-CF-STATUS = "00"
               PERFORM UNTIL EOF-CF
                   READ CFG-HIST-FILE
                       AT END SET EOF-CF TO TRUE
                       NOT AT END
                           IF MFC-CF-DATABASE
                               AND MFC-CF-PARAM-NAME = "LOGBUFSZ"
                               PERFORM 1510-NOTE-ONE-CFG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CFG-HIST-FILE
           END-IF.

       1510-NOTE-ONE-CFG.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-CG-COUNT OR KY-FOUND
               IF WS-CG-ALIAS(WS-HIT-IDX) = MFC-CF-DB-ALIAS
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-HIT-IDX
               IF MFC-CF-COLLECT-SECS >= WS-CG-SECS(WS-HIT-IDX)
                   MOVE MFC-CF-COLLECT-SECS TO WS-CG-SECS(WS-HIT-IDX)
                   MOVE MFC-CF-VALUE TO WS-CG-VALUE(WS-HIT-IDX)
               END-IF
           ELSE
               IF WS-CG-COUNT >= WS-MAX-CFGS
                   DISPLAY "MFCR101: CONFIG TABLE FULL, LOGBUFSZ "
                       "NOT LOADED FOR " MFC-CF-DB-ALIAS
               ELSE
                   ADD 1 TO WS-CG-COUNT
                   MOVE MFC-CF-DB-ALIAS TO WS-CG-ALIAS(WS-CG-COUNT)
                   MOVE MFC-CF-COLLECT-SECS TO WS-CG-SECS(WS-CG-COUNT)
                   MOVE MFC-CF-VALUE TO WS-CG-VALUE(WS-CG-COUNT)
               END-IF
           END-IF.

       2000-LOAD-DELTAS.
           PERFORM UNTIL EOF-DL
               READ DELTA-FILE
                   AT END SET EOF-DL TO TRUE
                   NOT AT END
                       IF MFC-DL-METRIC(1:5) = "LOGB-"
                           PERFORM 2100-NOTE-LOGB-DELTA
                       END-IF
               END-READ
           END-PERFORM.

       2100-NOTE-LOGB-DELTA.
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
                   DISPLAY "MFCR101: INTERVAL TABLE FULL, DELTA "
                       "NOT REPORTED " MFC-DL-KEY
                   MOVE 0 TO WS-HIT-IDX
               ELSE
                   ADD 1 TO WS-IN-COUNT
                   MOVE WS-IN-COUNT TO WS-HIT-IDX
                   MOVE MFC-DL-KEY TO WS-IN-KEY(WS-HIT-IDX)
                   MOVE MFC-DL-COLLECT-SECS
                       TO WS-IN-SECS(WS-HIT-IDX)
                   MOVE MFC-DL-INTERVAL-SECS
                       TO WS-IN-INT-SECS(WS-HIT-IDX)
                   MOVE 0 TO WS-IN-BUFF-FULL(WS-HIT-IDX)
                   MOVE 0 TO WS-IN-WRITE-IO(WS-HIT-IDX)
                   MOVE 0 TO WS-IN-READ-IO(WS-HIT-IDX)
                   MOVE 0 TO WS-IN-PART-PAGE-IO(WS-HIT-IDX)
                   MOVE 0 TO WS-IN-DATA-IN-BUFF(WS-HIT-IDX)
                   MOVE 0 TO WS-IN-PAGES-WRITTEN(WS-HIT-IDX)
                   MOVE 0 TO WS-IN-PAGES-READ(WS-HIT-IDX)
               END-IF
           END-IF
           IF WS-HIT-IDX >= 1
               EVALUATE MFC-DL-METRIC
                   WHEN "LOGB-BUFF-FULL"
                       MOVE MFC-DL-DELTA-VALUE
                           TO WS-IN-BUFF-FULL(WS-HIT-IDX)
                   WHEN "LOGB-WRITE-IO"
                       MOVE MFC-DL-DELTA-VALUE
                           TO WS-IN-WRITE-IO(WS-HIT-IDX)
                   WHEN "LOGB-READ-IO"
                       MOVE MFC-DL-DELTA-VALUE
                           TO WS-IN-READ-IO(WS-HIT-IDX)
                   WHEN "LOGB-PART-PAGE-IO"
                       MOVE MFC-DL-DELTA-VALUE
                           TO WS-IN-PART-PAGE-IO(WS-HIT-IDX)
                   WHEN "LOGB-DATA-IN-BUFF"
                       MOVE MFC-DL-DELTA-VALUE
                           TO WS-IN-DATA-IN-BUFF(WS-HIT-IDX)
                   WHEN "LOGB-PAGES-WRITTEN"
                       MOVE MFC-DL-DELTA-VALUE
                           TO WS-IN-PAGES-WRITTEN(WS-HIT-IDX)
                   WHEN "LOGB-PAGES-READ"
                       MOVE MFC-DL-DELTA-VALUE
                           TO WS-IN-PAGES-READ(WS-HIT-IDX)
               END-EVALUATE
           END-IF.

      * Ordered by database then epoch so each database's intervals
      * read down the page as a trend.
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

      * The recommendation is judged on each database's NEWEST
      * interval - the last slot before the key changes.
       4000-PRINT-TREND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-IN-COUNT
               PERFORM 4100-PRINT-ONE-INTERVAL
               IF WS-IDX = WS-IN-COUNT
                   PERFORM 4200-RECOMMEND-LOGBUFSZ
               ELSE
                   IF WS-IN-KEY(WS-IDX + 1) NOT = WS-IN-KEY(WS-IDX)
                       PERFORM 4200-RECOMMEND-LOGBUFSZ
                   END-IF
               END-IF
           END-PERFORM.

       4100-PRINT-ONE-INTERVAL.
           IF WS-IN-INT-SECS(WS-IDX) = 0
               MOVE WS-IN-BUFF-FULL(WS-IDX) TO WS-FULL-PER-HR
           ELSE
               COMPUTE WS-FULL-PER-HR =
                   (WS-IN-BUFF-FULL(WS-IDX) * 3600)
                   / WS-IN-INT-SECS(WS-IDX)
           END-IF
           COMPUTE WS-ALL-READS = WS-IN-READ-IO(WS-IDX)
               + WS-IN-DATA-IN-BUFF(WS-IDX)
           IF WS-IN-WRITE-IO(WS-IDX) = 0
               MOVE 0 TO WS-PART-PCT
           ELSE
               COMPUTE WS-PART-PCT ROUNDED =
                   (WS-IN-PART-PAGE-IO(WS-IDX)
                   / WS-IN-WRITE-IO(WS-IDX)) * 100
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-PART-PCT
               END-COMPUTE
           END-IF
           IF WS-ALL-READS = 0
               MOVE 0 TO WS-DISK-PCT
           ELSE
               COMPUTE WS-DISK-PCT ROUNDED =
                   (WS-IN-READ-IO(WS-IDX) / WS-ALL-READS) * 100
           END-IF
           MOVE WS-IN-SECS(WS-IDX) TO WS-DISP-SECS
           MOVE WS-IN-BUFF-FULL(WS-IDX) TO WS-DISP-BUFF-FULL
           MOVE WS-FULL-PER-HR TO WS-DISP-FULL-HR
           MOVE WS-IN-WRITE-IO(WS-IDX) TO WS-DISP-WRITE-IO
           MOVE WS-IN-PART-PAGE-IO(WS-IDX) TO WS-DISP-PART-PAGE
           MOVE WS-PART-PCT TO WS-DISP-PART-PCT
           MOVE WS-IN-READ-IO(WS-IDX) TO WS-DISP-READ-IO
           MOVE WS-IN-DATA-IN-BUFF(WS-IDX) TO WS-DISP-IN-BUFF
           MOVE WS-DISK-PCT TO WS-DISP-DISK-PCT
           MOVE WS-IN-PAGES-WRITTEN(WS-IDX) TO WS-DISP-PAGES
           MOVE SPACES TO REPORT-LINE
           STRING WS-IN-KEY(WS-IDX)(1:20) " " WS-DISP-SECS
               " " WS-DISP-BUFF-FULL " " WS-DISP-FULL-HR " "
               WS-DISP-WRITE-IO " " WS-DISP-PART-PAGE " "
               WS-DISP-PART-PCT " " WS-DISP-READ-IO " "
               WS-DISP-IN-BUFF " " WS-DISP-DISK-PCT " "
               WS-DISP-PAGES
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Called straight after the newest interval's line, so the
      * rate and percentage work fields still hold its figures.
       4200-RECOMMEND-LOGBUFSZ.
           MOVE "N" TO WS-CFG-KNOWN
           MOVE "N" TO WS-UNDERSIZED
           MOVE 0 TO WS-CUR-LOGBUFSZ
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-CG-COUNT OR CFG-KNOWN
               IF WS-CG-ALIAS(WS-JDX) = WS-IN-KEY(WS-IDX)(1:20)
                   SET CFG-KNOWN TO TRUE
                   MOVE WS-CG-VALUE(WS-JDX) TO WS-CUR-LOGBUFSZ
               END-IF
           END-PERFORM
           IF WS-IN-BUFF-FULL(WS-IDX) > 0
               AND WS-FULL-PER-HR >= WS-MAX-FULL-PER-HR
               SET UNDERSIZED TO TRUE
           END-IF
           MOVE WS-DISK-PCT TO WS-PCT-WHOLE
           IF WS-IN-READ-IO(WS-IDX) > 0
               AND WS-PCT-WHOLE >= WS-MAX-DISK-READ-PCT
               SET UNDERSIZED TO TRUE
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF NOT CFG-KNOWN
               STRING "     LOGBUFSZ CURRENT: NOT CAPTURED BY MFCCCFG"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-CUR-LOGBUFSZ TO WS-REC-LOGBUFSZ
               IF UNDERSIZED
                   COMPUTE WS-REC-LOGBUFSZ = WS-CUR-LOGBUFSZ * 2
                   IF WS-REC-LOGBUFSZ > WS-MAX-LOGBUFSZ
                       MOVE WS-MAX-LOGBUFSZ TO WS-REC-LOGBUFSZ
                   END-IF
                   IF WS-REC-LOGBUFSZ < WS-CUR-LOGBUFSZ
                       MOVE WS-CUR-LOGBUFSZ TO WS-REC-LOGBUFSZ
                   END-IF
               END-IF
               MOVE WS-CUR-LOGBUFSZ TO WS-DISP-CUR-SZ
               MOVE WS-REC-LOGBUFSZ TO WS-DISP-REC-SZ
               STRING "     LOGBUFSZ CURRENT:" WS-DISP-CUR-SZ
                   "  RECOMMENDED:" WS-DISP-REC-SZ
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF UNDERSIZED
               MOVE SPACES TO REPORT-LINE
               IF CFG-KNOWN
                   AND WS-REC-LOGBUFSZ = WS-CUR-LOGBUFSZ
                   STRING "  ** " DELIMITED BY SIZE
                       WS-IN-KEY(WS-IDX)(1:20) DELIMITED BY " "
                       ": LOG BUFFER UNDER PRESSURE BUT LOGBUFSZ"
                       " ALREADY AT MAX-LOGBUFSZ"
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "  ** " DELIMITED BY SIZE
                       WS-IN-KEY(WS-IDX)(1:20) DELIMITED BY " "
                       ": LOG BUFFER FULL WAITS OR LOG READS FROM"
                       " DISK - RAISE LOGBUFSZ"
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE DELTA-FILE
           CLOSE REPORT-FILE.
