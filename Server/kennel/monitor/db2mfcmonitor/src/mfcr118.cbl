      ***********************************************************************
      *
      *  Source File Name = MFCR118.CBL
      *
      *  Function = Lock list and MAXLOCKS sizing report with a
      *             LOCKLIST/MAXLOCKS recommendation.
      *
      *             MFCR049 counts escalations and MFCR074 blames
      *             timeouts, but neither says what LOCKLIST should
      *             be. This report puts, per database per interval
      *             (the MFCR076 layout, epoch order per database):
      *               - the lock-escalation delta (DBSS-LOCK-ESCALS
      *                 off MFCDELTO, all nodes together);
      *               - the lock list in use at the poll that closed
      *                 the interval (MFC-DS-LOCK-LIST-IN-USE off the
      *                 MFCCDBSS history MFCDBSSO, highest node), in
      *                 KB and as a share of the configured LOCKLIST;
      *               - the most locks one application held at any
      *                 MFCCAPPL poll inside the interval (MFCAPLKO),
      *                 and that application's share of the lock list
      *                 - the figure MAXLOCKS is compared against.
      *
      *             Under each database's newest interval the current
      *             LOCKLIST (4K pages) and MAXLOCKS (percent) - the
      *             newest values on the MFCCCFG history MFCCFGO - are
      *             printed beside recommended ones that would have
      *             kept the escalations of the last DAYS days from
      *             happening:
      *               LOCKLIST - the peak lock list in use plus
      *                 HEADROOM-PCT; if the lock list was itself
      *                 FULL-PCT full when an interval escalated, at
      *                 least double the current size (the MFCR101
      *                 rule), since a full list hides the real need.
      *               MAXLOCKS - the share of the recommended lock
      *                 list the largest single application needed,
      *                 plus HEADROOM-PCT.
      *             Neither is ever recommended below the current
      *             value; both are capped. A database with no
      *             escalations in the period keeps its settings.
      *             Polls see locks held between escalations, not at
      *             the moment one fired, so the figures are a floor.
      *
      *             Thresholds in the PARM file (MFCR118P, MFCTHR.CBL
      *             convention):
      *               DAYS         - days back from the newest
      *                 escalation delta judged (default 7).
      *               LOCK-BYTES   - lock list bytes per lock held
      *                 (default 128).
      *               HEADROOM-PCT - margin added to the observed
      *                 peaks (default 25).
      *               FULL-PCT     - lock list use at or above this
      *                 share of LOCKLIST in an escalating interval
      *                 counts as full (default 90).
      *               MAX-LOCKLIST - ceiling, in 4K pages, on the
      *                 recommended LOCKLIST (default 524288).
      *               MAX-MAXLOCKS - ceiling on the recommended
      *                 MAXLOCKS (default 80).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR118.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR118P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DELTA-FILE ASSIGN TO "MFCDELTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DL-STATUS.
           SELECT DBSS-FILE ASSIGN TO "MFCDBSSO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.
           SELECT APLK-FILE ASSIGN TO "MFCAPLKO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PL-STATUS.
           SELECT CFG-HIST-FILE ASSIGN TO "MFCCFGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CF-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR118O"
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
       FD  DBSS-FILE
           RECORDING MODE IS F.
           COPY "mfcdbss.cbl".
       FD  APLK-FILE
           RECORDING MODE IS F.
           COPY "mfcaplk.cbl".
       FD  CFG-HIST-FILE
           RECORDING MODE IS F.
           COPY "mfccfgh.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-DL-STATUS                PIC XX.
       01 WS-DS-STATUS                PIC XX.
       01 WS-PL-STATUS                PIC XX.
       01 WS-CF-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".

       01 WS-DAYS                     PIC 9(9) COMP-5 VALUE 7.
       01 WS-LOCK-BYTES               PIC 9(9) COMP-5 VALUE 128.
       01 WS-HEADROOM-PCT             PIC 9(9) COMP-5 VALUE 25.
       01 WS-FULL-PCT                 PIC 9(9) COMP-5 VALUE 90.
       01 WS-MAX-LOCKLIST             PIC 9(9) COMP-5 VALUE 524288.
       01 WS-MAX-MAXLOCKS             PIC 9(9) COMP-5 VALUE 80.
       01 WS-NEWEST-SECS              PIC 9(9) COMP-5 VALUE 0.
       01 WS-CUTOFF-SECS              PIC 9(9) COMP-5 VALUE 0.

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.
       01 WS-MAX-INTS                 PIC 9(9) COMP-5 VALUE 2000.
       01 WS-IN-COUNT                 PIC 9(9) COMP-5 VALUE 0.

      * One database-interval: the escalation delta, the lock list
      * in use at its closing poll and the largest application's
      * locks held inside it.
       01 WS-INT-TABLE.
           05 WS-IN-ENTRY OCCURS 2000 TIMES.
              10 WS-IN-KEY            PIC X(20).
              10 WS-IN-SECS           PIC 9(9) COMP-5.
              10 WS-IN-START          PIC 9(9) COMP-5.
              10 WS-IN-ESCALS         PIC 9(9) COMP-5.
              10 WS-IN-LL-BYTES       PIC 9(9) COMP-5.
              10 WS-IN-APP-LOCKS      PIC 9(9) COMP-5.
       01 WS-INT-SWAP.
           05 FILLER                  PIC X(20).
           05 FILLER                  PIC 9(9) COMP-5.
           05 FILLER                  PIC 9(9) COMP-5.
           05 FILLER                  PIC 9(9) COMP-5.
           05 FILLER                  PIC 9(9) COMP-5.
           05 FILLER                  PIC 9(9) COMP-5.

      * Newest LOCKLIST and MAXLOCKS per database off the MFCCCFG
      * history.
       01 WS-MAX-CFGS                 PIC 9(9) COMP-5 VALUE 500.
       01 WS-CG-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-CFG-TABLE.
           05 WS-CG-ENTRY OCCURS 500 TIMES.
              10 WS-CG-ALIAS          PIC X(20).
              10 WS-CG-LL-SECS        PIC 9(9) COMP-5.
              10 WS-CG-LOCKLIST       PIC S9(9) COMP-5.
              10 WS-CG-ML-SECS        PIC 9(9) COMP-5.
              10 WS-CG-MAXLOCKS       PIC S9(9) COMP-5.

      * The database being judged, accumulated over its intervals.
       01 WS-DB-ESCALS                PIC 9(9) COMP-5.
       01 WS-DB-PEAK-LL               PIC 9(9) COMP-5.
       01 WS-DB-PEAK-LL-ESC           PIC 9(9) COMP-5.
       01 WS-DB-PEAK-APP              PIC 9(9) COMP-5.
       01 WS-DB-PEAK-APP-ESC          PIC 9(9) COMP-5.
       01 WS-CUR-LOCKLIST             PIC S9(9) COMP-5.
       01 WS-CUR-MAXLOCKS             PIC S9(9) COMP-5.
       01 WS-REC-LOCKLIST             PIC S9(9) COMP-5.
       01 WS-REC-MAXLOCKS             PIC S9(9) COMP-5.
       01 WS-NEED                     PIC 9(18) COMP-5.
       01 WS-LL-CAPACITY              PIC 9(18) COMP-5.
       01 WS-CFG-KNOWN                PIC X VALUE "N".
           88 CFG-KNOWN               VALUE "Y".
       01 WS-LIST-FULL                PIC X VALUE "N".
           88 LIST-FULL               VALUE "Y".

       01 WS-LL-PCT                   PIC S9(5)V9(2).
       01 WS-APP-PCT                  PIC S9(5)V9(2).
       01 WS-DISP-SECS                PIC ZZZZZZZZ9.
       01 WS-DISP-LL-KB               PIC Z(8)9.
       01 WS-DISP-LL-PCT              PIC ZZZ9.99.
       01 WS-DISP-ESCALS              PIC Z(7)9.
       01 WS-DISP-APP-LOCKS           PIC Z(8)9.
       01 WS-DISP-APP-PCT             PIC ZZZ9.99.
       01 WS-DISP-CUR-LL              PIC Z(8)9.
       01 WS-DISP-REC-LL              PIC Z(8)9.
       01 WS-DISP-CUR-ML              PIC ZZ9.
       01 WS-DISP-REC-ML              PIC ZZ9.
       01 WS-DISP-DAYS                PIC ZZ9.

       01 WS-HDR1                     PIC X(132) VALUE
           "LOCK LIST / MAXLOCKS SIZING REPORT (PER INTERVAL, VIA MFCCDE
      -    "LT) WITH LOCKLIST AND MAXLOCKS RECOMMENDATION".
       01 WS-HDR2                     PIC X(132) VALUE
           "DATABASE                 EPOCH   ESCALS   USED-KB    LL%  AP
      -    "P-LOCKS   APP%".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-CONFIG
           PERFORM 2000-LOAD-DELTAS
           PERFORM 2500-TAKE-LOCK-LIST
           PERFORM 2700-TAKE-APPL-LOCKS
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
                           IF MFC-THR-NAME = "DAYS"
                               MOVE MFC-THR-VALUE TO WS-DAYS
                           END-IF
                           IF MFC-THR-NAME = "LOCK-BYTES"
                               MOVE MFC-THR-VALUE TO WS-LOCK-BYTES
                           END-IF
                           IF MFC-THR-NAME = "HEADROOM-PCT"
                               MOVE MFC-THR-VALUE TO WS-HEADROOM-PCT
                           END-IF
                           IF MFC-THR-NAME = "FULL-PCT"
                               MOVE MFC-THR-VALUE TO WS-FULL-PCT
                           END-IF
                           IF MFC-THR-NAME = "MAX-LOCKLIST"
                               MOVE MFC-THR-VALUE TO WS-MAX-LOCKLIST
                           END-IF
                           IF MFC-THR-NAME = "MAX-MAXLOCKS"
                               MOVE MFC-THR-VALUE TO WS-MAX-MAXLOCKS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           IF WS-MAX-MAXLOCKS > 100
               MOVE 100 TO WS-MAX-MAXLOCKS
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR2 TO REPORT-LINE
           WRITE REPORT-LINE.

      * A database whose configuration was never captured simply has
      * no current values; the recommendation line says so.
       1500-LOAD-CONFIG.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT CFG-HIST-FILE
           IF WS-CF-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ CFG-HIST-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-CF-DATABASE
                               AND (MFC-CF-PARAM-NAME = "LOCKLIST"
                               OR MFC-CF-PARAM-NAME = "MAXLOCKS")
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
           ELSE
               IF WS-CG-COUNT >= WS-MAX-CFGS
                   DISPLAY "MFCR118: CONFIG TABLE FULL, "
                       MFC-CF-PARAM-NAME " NOT LOADED FOR "
                       MFC-CF-DB-ALIAS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CG-COUNT
               MOVE WS-CG-COUNT TO WS-HIT-IDX
               MOVE MFC-CF-DB-ALIAS TO WS-CG-ALIAS(WS-HIT-IDX)
               MOVE 0 TO WS-CG-LL-SECS(WS-HIT-IDX)
               MOVE 0 TO WS-CG-LOCKLIST(WS-HIT-IDX)
               MOVE 0 TO WS-CG-ML-SECS(WS-HIT-IDX)
               MOVE 0 TO WS-CG-MAXLOCKS(WS-HIT-IDX)
           END-IF
           IF MFC-CF-PARAM-NAME = "LOCKLIST"
               IF MFC-CF-COLLECT-SECS >= WS-CG-LL-SECS(WS-HIT-IDX)
                   MOVE MFC-CF-COLLECT-SECS
                       TO WS-CG-LL-SECS(WS-HIT-IDX)
                   MOVE MFC-CF-VALUE TO WS-CG-LOCKLIST(WS-HIT-IDX)
               END-IF
           ELSE
               IF MFC-CF-COLLECT-SECS >= WS-CG-ML-SECS(WS-HIT-IDX)
                   MOVE MFC-CF-COLLECT-SECS
                       TO WS-CG-ML-SECS(WS-HIT-IDX)
                   MOVE MFC-CF-VALUE TO WS-CG-MAXLOCKS(WS-HIT-IDX)
               END-IF
           END-IF.

      * Two passes: the newest escalation delta fixes the DAYS
      * window, then the intervals inside it are kept.
       2000-LOAD-DELTAS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT DELTA-FILE
           IF WS-DL-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ DELTA-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-DL-METRIC = "DBSS-LOCK-ESCALS"
                               AND MFC-DL-COLLECT-SECS
                                   > WS-NEWEST-SECS
                               MOVE MFC-DL-COLLECT-SECS
                                   TO WS-NEWEST-SECS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELTA-FILE
           END-IF
           IF WS-NEWEST-SECS > WS-DAYS * 86400
               COMPUTE WS-CUTOFF-SECS =
                   WS-NEWEST-SECS - WS-DAYS * 86400
           END-IF
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT DELTA-FILE
           IF WS-DL-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ DELTA-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-DL-METRIC = "DBSS-LOCK-ESCALS"
                               AND MFC-DL-COLLECT-SECS
                                   > WS-CUTOFF-SECS
                               PERFORM 2100-NOTE-ESCAL-DELTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELTA-FILE
           END-IF.

       2100-NOTE-ESCAL-DELTA.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-IN-COUNT OR KY-FOUND
               IF WS-IN-KEY(WS-HIT-IDX) = MFC-DL-KEY(1:20)
                   AND WS-IN-SECS(WS-HIT-IDX) = MFC-DL-COLLECT-SECS
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-HIT-IDX
           ELSE
               IF WS-IN-COUNT >= WS-MAX-INTS
                   DISPLAY "MFCR118: INTERVAL TABLE FULL, DELTA "
                       "NOT REPORTED " MFC-DL-KEY
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-IN-COUNT
               MOVE WS-IN-COUNT TO WS-HIT-IDX
               MOVE MFC-DL-KEY(1:20) TO WS-IN-KEY(WS-HIT-IDX)
               MOVE MFC-DL-COLLECT-SECS TO WS-IN-SECS(WS-HIT-IDX)
               MOVE 0 TO WS-IN-START(WS-HIT-IDX)
               IF MFC-DL-COLLECT-SECS > MFC-DL-INTERVAL-SECS
                   COMPUTE WS-IN-START(WS-HIT-IDX) =
                       MFC-DL-COLLECT-SECS - MFC-DL-INTERVAL-SECS
               END-IF
               MOVE 0 TO WS-IN-ESCALS(WS-HIT-IDX)
               MOVE 0 TO WS-IN-LL-BYTES(WS-HIT-IDX)
               MOVE 0 TO WS-IN-APP-LOCKS(WS-HIT-IDX)
           END-IF
           ADD MFC-DL-DELTA-VALUE TO WS-IN-ESCALS(WS-HIT-IDX).

      * The delta's epoch is the closing MFCDBSSO row's own, so the
      * gauge joins on database and epoch exactly.
       2500-TAKE-LOCK-LIST.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT DBSS-FILE
           IF WS-DS-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ DBSS-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-DS-COLLECT-SECS > WS-CUTOFF-SECS
                               PERFORM 2600-NOTE-LOCK-LIST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DBSS-FILE
           END-IF.

       2600-NOTE-LOCK-LIST.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-IN-COUNT
               IF WS-IN-KEY(WS-HIT-IDX) = MFC-DS-DB-NAME
                   AND WS-IN-SECS(WS-HIT-IDX) = MFC-DS-COLLECT-SECS
                   AND MFC-DS-LOCK-LIST-IN-USE
                       > WS-IN-LL-BYTES(WS-HIT-IDX)
                   MOVE MFC-DS-LOCK-LIST-IN-USE
                       TO WS-IN-LL-BYTES(WS-HIT-IDX)
               END-IF
           END-PERFORM.

       2700-TAKE-APPL-LOCKS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT APLK-FILE
           IF WS-PL-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ APLK-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-PL-LOCKS-HELD > 0
                               PERFORM 2800-NOTE-APPL-LOCKS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APLK-FILE
           END-IF.

       2800-NOTE-APPL-LOCKS.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-IN-COUNT
               IF WS-IN-KEY(WS-HIT-IDX) = MFC-PL-DB-NAME
                   AND MFC-PL-COLLECT-SECS > WS-IN-START(WS-HIT-IDX)
                   AND MFC-PL-COLLECT-SECS <= WS-IN-SECS(WS-HIT-IDX)
                   AND MFC-PL-LOCKS-HELD
                       > WS-IN-APP-LOCKS(WS-HIT-IDX)
                   MOVE MFC-PL-LOCKS-HELD
                       TO WS-IN-APP-LOCKS(WS-HIT-IDX)
               END-IF
           END-PERFORM.

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

      * The recommendation follows each database's NEWEST interval -
      * the last slot before the key changes.
       4000-PRINT-TREND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-IN-COUNT
               IF WS-IDX = 1
                   PERFORM 4050-START-DATABASE
               ELSE
                   IF WS-IN-KEY(WS-IDX - 1) NOT = WS-IN-KEY(WS-IDX)
                       PERFORM 4050-START-DATABASE
                   END-IF
               END-IF
               PERFORM 4100-PRINT-ONE-INTERVAL
               IF WS-IDX = WS-IN-COUNT
                   PERFORM 4200-RECOMMEND-LOCKLIST
               ELSE
                   IF WS-IN-KEY(WS-IDX + 1) NOT = WS-IN-KEY(WS-IDX)
                       PERFORM 4200-RECOMMEND-LOCKLIST
                   END-IF
               END-IF
           END-PERFORM.

       4050-START-DATABASE.
           MOVE 0 TO WS-DB-ESCALS
           MOVE 0 TO WS-DB-PEAK-LL
           MOVE 0 TO WS-DB-PEAK-LL-ESC
           MOVE 0 TO WS-DB-PEAK-APP
           MOVE 0 TO WS-DB-PEAK-APP-ESC
           MOVE "N" TO WS-CFG-KNOWN
           MOVE 0 TO WS-CUR-LOCKLIST
           MOVE 0 TO WS-CUR-MAXLOCKS
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-CG-COUNT OR CFG-KNOWN
               IF WS-CG-ALIAS(WS-JDX) = WS-IN-KEY(WS-IDX)
                   AND WS-CG-LOCKLIST(WS-JDX) > 0
                   SET CFG-KNOWN TO TRUE
                   MOVE WS-CG-LOCKLIST(WS-JDX) TO WS-CUR-LOCKLIST
                   MOVE WS-CG-MAXLOCKS(WS-JDX) TO WS-CUR-MAXLOCKS
               END-IF
           END-PERFORM
           COMPUTE WS-LL-CAPACITY = WS-CUR-LOCKLIST * 4096.

       4100-PRINT-ONE-INTERVAL.
           ADD WS-IN-ESCALS(WS-IDX) TO WS-DB-ESCALS
           IF WS-IN-LL-BYTES(WS-IDX) > WS-DB-PEAK-LL
               MOVE WS-IN-LL-BYTES(WS-IDX) TO WS-DB-PEAK-LL
           END-IF
           IF WS-IN-APP-LOCKS(WS-IDX) > WS-DB-PEAK-APP
               MOVE WS-IN-APP-LOCKS(WS-IDX) TO WS-DB-PEAK-APP
           END-IF
           IF WS-IN-ESCALS(WS-IDX) > 0
               IF WS-IN-LL-BYTES(WS-IDX) > WS-DB-PEAK-LL-ESC
                   MOVE WS-IN-LL-BYTES(WS-IDX) TO WS-DB-PEAK-LL-ESC
               END-IF
               IF WS-IN-APP-LOCKS(WS-IDX) > WS-DB-PEAK-APP-ESC
                   MOVE WS-IN-APP-LOCKS(WS-IDX) TO WS-DB-PEAK-APP-ESC
               END-IF
           END-IF
           MOVE 0 TO WS-LL-PCT
           MOVE 0 TO WS-APP-PCT
           IF WS-LL-CAPACITY > 0
               COMPUTE WS-LL-PCT ROUNDED =
                   (WS-IN-LL-BYTES(WS-IDX) * 100) / WS-LL-CAPACITY
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-LL-PCT
               END-COMPUTE
               COMPUTE WS-APP-PCT ROUNDED =
                   (WS-IN-APP-LOCKS(WS-IDX) * WS-LOCK-BYTES * 100)
                   / WS-LL-CAPACITY
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-APP-PCT
               END-COMPUTE
           END-IF
           MOVE WS-IN-SECS(WS-IDX) TO WS-DISP-SECS
           MOVE WS-IN-ESCALS(WS-IDX) TO WS-DISP-ESCALS
           COMPUTE WS-DISP-LL-KB = WS-IN-LL-BYTES(WS-IDX) / 1024
           MOVE WS-LL-PCT TO WS-DISP-LL-PCT
           MOVE WS-IN-APP-LOCKS(WS-IDX) TO WS-DISP-APP-LOCKS
           MOVE WS-APP-PCT TO WS-DISP-APP-PCT
           MOVE SPACES TO REPORT-LINE
           STRING WS-IN-KEY(WS-IDX) " " WS-DISP-SECS
               " " WS-DISP-ESCALS " " WS-DISP-LL-KB " "
               WS-DISP-LL-PCT " " WS-DISP-APP-LOCKS " "
               WS-DISP-APP-PCT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       4200-RECOMMEND-LOCKLIST.
           MOVE WS-DAYS TO WS-DISP-DAYS
           MOVE SPACES TO REPORT-LINE
           IF NOT CFG-KNOWN
               STRING "     LOCKLIST/MAXLOCKS CURRENT: NOT CAPTURED BY "
                   "MFCCCFG (OR AUTOMATIC)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-DB-ESCALS = 0
               IF CFG-KNOWN
                   MOVE WS-CUR-LOCKLIST TO WS-DISP-CUR-LL
                   MOVE WS-CUR-MAXLOCKS TO WS-DISP-CUR-ML
                   STRING "     LOCKLIST CURRENT:" WS-DISP-CUR-LL
                       "  MAXLOCKS CURRENT:" WS-DISP-CUR-ML
                       "  - NO ESCALATIONS IN" WS-DISP-DAYS
                       " DAYS, SETTINGS STAND"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
      * LOCKLIST: the peak in use plus headroom, in 4K pages.
           COMPUTE WS-NEED = (WS-DB-PEAK-LL * (100 + WS-HEADROOM-PCT)
               / 100 + 4095) / 4096
           MOVE WS-NEED TO WS-REC-LOCKLIST
           MOVE "N" TO WS-LIST-FULL
           IF CFG-KNOWN
               IF WS-DB-PEAK-LL-ESC * 100
                       >= WS-FULL-PCT * WS-LL-CAPACITY
                   SET LIST-FULL TO TRUE
                   IF WS-REC-LOCKLIST < WS-CUR-LOCKLIST * 2
                       COMPUTE WS-REC-LOCKLIST = WS-CUR-LOCKLIST * 2
                   END-IF
               END-IF
               IF WS-REC-LOCKLIST < WS-CUR-LOCKLIST
                   MOVE WS-CUR-LOCKLIST TO WS-REC-LOCKLIST
               END-IF
           END-IF
           IF WS-REC-LOCKLIST > WS-MAX-LOCKLIST
               MOVE WS-MAX-LOCKLIST TO WS-REC-LOCKLIST
           END-IF
           IF WS-REC-LOCKLIST < WS-CUR-LOCKLIST
               MOVE WS-CUR-LOCKLIST TO WS-REC-LOCKLIST
           END-IF
      * MAXLOCKS: the largest application's share of that list, plus
      * headroom - the escalating intervals' peak when one was seen.
           IF WS-DB-PEAK-APP-ESC > 0
               MOVE WS-DB-PEAK-APP-ESC TO WS-DB-PEAK-APP
           END-IF
           MOVE WS-CUR-MAXLOCKS TO WS-REC-MAXLOCKS
           IF WS-REC-LOCKLIST > 0
               COMPUTE WS-NEED = (WS-DB-PEAK-APP * WS-LOCK-BYTES
                   * (100 + WS-HEADROOM-PCT)
                   + WS-REC-LOCKLIST * 4096 - 1)
                   / (WS-REC-LOCKLIST * 4096)
               IF WS-NEED > WS-REC-MAXLOCKS
                   MOVE WS-NEED TO WS-REC-MAXLOCKS
               END-IF
           END-IF
           IF WS-REC-MAXLOCKS > WS-MAX-MAXLOCKS
               MOVE WS-MAX-MAXLOCKS TO WS-REC-MAXLOCKS
           END-IF
           IF WS-REC-MAXLOCKS < WS-CUR-MAXLOCKS
               MOVE WS-CUR-MAXLOCKS TO WS-REC-MAXLOCKS
           END-IF
           MOVE WS-CUR-LOCKLIST TO WS-DISP-CUR-LL
           MOVE WS-REC-LOCKLIST TO WS-DISP-REC-LL
           MOVE WS-CUR-MAXLOCKS TO WS-DISP-CUR-ML
           MOVE WS-REC-MAXLOCKS TO WS-DISP-REC-ML
           MOVE SPACES TO REPORT-LINE
           STRING "     LOCKLIST CURRENT:" WS-DISP-CUR-LL
               "  RECOMMENDED:" WS-DISP-REC-LL
               "     MAXLOCKS CURRENT:" WS-DISP-CUR-ML
               "  RECOMMENDED:" WS-DISP-REC-ML
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DB-ESCALS TO WS-DISP-ESCALS
           MOVE SPACES TO REPORT-LINE
           IF LIST-FULL
               STRING "  ** " DELIMITED BY SIZE
                   WS-IN-KEY(WS-IDX) DELIMITED BY " "
                   ":" WS-DISP-ESCALS " ESCALATIONS IN" WS-DISP-DAYS
                   " DAYS WITH THE LOCK LIST FULL - RAISE LOCKLIST"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  ** " DELIMITED BY SIZE
                   WS-IN-KEY(WS-IDX) DELIMITED BY " "
                   ":" WS-DISP-ESCALS " ESCALATIONS IN" WS-DISP-DAYS
                   " DAYS - ONE APPLICATION PAST MAXLOCKS"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE REPORT-FILE.
