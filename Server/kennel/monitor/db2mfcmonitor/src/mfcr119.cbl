      ***********************************************************************
      *
      *  Source File Name = MFCR119.CBL
      *
      *  Function = Federated data-source passthrough latency and
      *             remote lock report, per data source, hour by
      *             hour.
      *
      *             When a federated query is slow the question is
      *             whether DB2 or the remote source is at fault.
      *             MFCCFED appends one MFC-FED-HIST-REC (mfcfedh.cbl)
      *             per database and data source per run to MFCFEDHO.
      *             Its counters are cumulative, so each row is set
      *             against the previous row for the same database and
      *             data source and the difference is the interval's
      *             (a counter that went down means DB2 was reset and
      *             the new figure is the interval's own - the MFCCDELT
      *             convention). Intervals are summed into the clock
      *             hour they end in.
      *
      *             Per data source and hour: passthroughs, their
      *             summed and average time, the remote lock time, the
      *             most remote locks held at a poll, and nicknames
      *             created with the time they took.
      *
      *             Hours are flagged against a rolling baseline built
      *             the MFCBLINE way - a mean and a mean absolute
      *             deviation, two passes - per data source and hour of
      *             day, as MFCR114 does for the DCS gateway: an hour
      *             whose average passthrough time (PASS-JUMP) or
      *             remote lock time (LOCK-JUMP) exceeds the mean by
      *             more than DEV-MULTIPLE deviations is flagged. Only
      *             hours with passthroughs build and meet the
      *             passthrough baseline. A flat history (deviation
      *             zero) is taken as one unit of spread.
      *
      *             The source is usually another team's system, so a
      *             flag in the newest hour is also raised through
      *             MFCUALRT on MFCALRTO - FED-PASSTHRU-JUMP (average
      *             microseconds per passthrough) or FED-RLOCK-JUMP
      *             (remote lock milliseconds), keyed by the data
      *             source name, with the baseline mean as threshold.
      *
      *             Thresholds from the PARM file (MFCR119P,
      *             MFCTHR.CBL convention):
      *               WINDOW-DAYS    - days of hours printed, back
      *                 from the newest row (default 2).
      *               BASELINE-DAYS  - days of hours the baseline is
      *                 built over (default 28).
      *               DEV-MULTIPLE   - deviations above the mean that
      *                 flag an hour (default 3, MFCBLINE's default).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR119.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR119P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HIST-FILE ASSIGN TO "MFCFEDHO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FH-STATUS.
           SELECT ALERT-FILE ASSIGN TO "MFCALRTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR119O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  HIST-FILE
           RECORDING MODE IS F.
           COPY "mfcfedh.cbl".
       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY "mfcalert.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-FH-STATUS                PIC XX.
       01 WS-AL-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".

       01 WS-WINDOW-DAYS              PIC 9(9) COMP-5 VALUE 2.
       01 WS-BASELINE-DAYS            PIC 9(9) COMP-5 VALUE 28.
       01 WS-DEV-MULTIPLE             PIC 9(9) COMP-5 VALUE 3.
       01 WS-NEWEST-SECS              PIC 9(9) COMP-5 VALUE 0.
       01 WS-NEWEST-HOUR              PIC 9(9) COMP-5 VALUE 0.
       01 WS-PRINT-FROM-HOUR          PIC 9(9) COMP-5 VALUE 0.
       01 WS-BASE-FROM-HOUR           PIC 9(9) COMP-5 VALUE 0.
       01 WS-CUR-HOUR                 PIC 9(9) COMP-5.
       01 WS-HOD                      PIC 9(9) COMP-5.

       01 WS-SR-IDX                   PIC 9(9) COMP-5.
       01 WS-HR-IDX                   PIC 9(9) COMP-5.
       01 WS-BL-IDX                   PIC 9(9) COMP-5.

      * Each database and data source seen, with its previous
      * history row's counters - the base the next row's
      * differences are taken from.
       01 WS-MAX-SRCS                 PIC 9(9) COMP-5 VALUE 50.
       01 WS-SR-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-SR-TABLE.
           05 WS-SR-ENTRY OCCURS 50 TIMES.
              10 WS-SR-DB-NAME        PIC X(20).
              10 WS-SR-DATASOURCE     PIC X(20).
              10 WS-SR-PASSTHRUS      PIC 9(9) COMP-5.
              10 WS-SR-PASS-MSEC      PIC 9(9) COMP-5.
              10 WS-SR-RLOCK-MSEC     PIC 9(9) COMP-5.
              10 WS-SR-NICKNAMES      PIC 9(9) COMP-5.
              10 WS-SR-NICK-MSEC      PIC 9(9) COMP-5.
              10 WS-SR-BASED          PIC X(1).
                 88 SR-BASED          VALUE "Y".
              10 WS-SR-HOURS          PIC 9(9) COMP-5.
              10 WS-SR-FLAGGED        PIC 9(9) COMP-5.

      * One row per data source and clock hour (epoch / 3600) - the
      * summed interval differences that ended in that hour.
       01 WS-MAX-HOURS                PIC 9(9) COMP-5 VALUE 8000.
       01 WS-HR-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-HR-TABLE.
           05 WS-HR-ENTRY OCCURS 8000 TIMES.
              10 WS-HR-SR-IDX         PIC 9(9) COMP-5.
              10 WS-HR-HOUR           PIC 9(9) COMP-5.
              10 WS-HR-PASSTHRUS      PIC 9(9) COMP-5.
              10 WS-HR-PASS-MSEC      PIC 9(9) COMP-5.
              10 WS-HR-AVG-PASS-USEC  PIC 9(9) COMP-5.
              10 WS-HR-RLOCK-MSEC     PIC 9(9) COMP-5.
              10 WS-HR-REMOTE-LOCKS   PIC 9(9) COMP-5.
              10 WS-HR-NICKNAMES      PIC 9(9) COMP-5.
              10 WS-HR-NICK-MSEC      PIC 9(9) COMP-5.
              10 WS-HR-PASS-FLAG      PIC X(1).
                 88 HR-PASS-JUMP      VALUE "Y".
              10 WS-HR-LOCK-FLAG      PIC X(1).
                 88 HR-LOCK-JUMP      VALUE "Y".

      * Baseline accumulators, one per data source and hour of day,
      * addressed directly: (source - 1) * 24 + hour + 1.
       01 WS-BL-TABLE.
           05 WS-BL-ENTRY OCCURS 1200 TIMES.
              10 WS-BL-PASS-COUNT     PIC 9(9) COMP-5.
              10 WS-BL-PASS-SUM       PIC 9(18) COMP-5.
              10 WS-BL-PASS-MAD-SUM   PIC 9(18) COMP-5.
              10 WS-BL-LOCK-COUNT     PIC 9(9) COMP-5.
              10 WS-BL-LOCK-SUM       PIC 9(18) COMP-5.
              10 WS-BL-LOCK-MAD-SUM   PIC 9(18) COMP-5.

      * One counter's interval difference.
       01 WS-CUR-VALUE                PIC 9(18) COMP-5.
       01 WS-PRV-VALUE                PIC 9(18) COMP-5.
       01 WS-DELTA                    PIC 9(18) COMP-5.

       01 WS-MEAN                     PIC 9(18) COMP-5.
       01 WS-MAD                      PIC 9(18) COMP-5.
       01 WS-DEV                      PIC S9(18) COMP-5.
       01 WS-ABS-DEV                  PIC 9(18) COMP-5.
       01 WS-JUDGE-VALUE              PIC 9(18) COMP-5.
       01 WS-JUDGE-COUNT              PIC 9(9) COMP-5.
       01 WS-JUDGE-SUM                PIC 9(18) COMP-5.
       01 WS-JUDGE-MAD-SUM            PIC 9(18) COMP-5.
       01 WS-JUMP                     PIC X(1).
           88 JUMPED                  VALUE "Y".

      * Newest-hour flags raised through the shared alert writer.
       01 WS-AL-SOURCE                PIC X(8) VALUE "MFCR119".
       01 WS-AL-METRIC                PIC X(20).
       01 WS-AL-KEY                   PIC X(20).
       01 WS-AL-ACTUAL                PIC 9(9) COMP-5.
       01 WS-AL-THRESHOLD             PIC 9(9) COMP-5.
       01 WS-AL-MESSAGE               PIC X(60).
       01 WS-ALERTS                   PIC 9(9) COMP-5 VALUE 0.

      * Epoch to "YYYY-MM-DD HH:MM:SS" through the shared renderer
      * (MFCURNDR).
       01 WS-RDR-FUNC                 PIC X(1) VALUE "D".
       01 WS-RDR-SECS                 PIC 9(9) COMP-5.
       01 WS-RDR-TEXT                 PIC X(20).
       01 WS-HOUR-TEXT                PIC X(16).

       01 WS-FLAG-TEXT                PIC X(20).
       01 WS-DISP-COUNT               PIC Z(8)9.
       01 WS-DISP-MSEC                PIC Z(10)9.
       01 WS-DISP-AVG-MS              PIC Z(6)9.999.
       01 WS-DISP-RLOCK-MSEC          PIC Z(10)9.
       01 WS-DISP-LOCKS               PIC Z(6)9.
       01 WS-DISP-NICKS               PIC Z(6)9.
       01 WS-DISP-NICK-MSEC           PIC Z(8)9.
       01 WS-DISP-HOURS               PIC Z(4)9.
       01 WS-DISP-FLAGGED             PIC Z(4)9.
       01 WS-DISP-ALERTS              PIC Z(4)9.

       01 WS-HDR1                     PIC X(132) VALUE
           "FEDERATED DATA SOURCE HOURLY PASSTHROUGH AND REMOTE LOCK TIM
      -    "E, FLAGGED AGAINST ROLLING BASELINE (MFCFEDHO)".
       01 WS-HDR2                     PIC X(132) VALUE
           "HOUR              PASSTHRUS      PASS-MS AVG-PASS-MS     RLO
      -    "CK-MS   RLOCKS    NICKS    NICK-MS  FLAG".
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-READ-PARMS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FIND-NEWEST
           PERFORM 2100-LOAD-HISTORY
           PERFORM 3000-BUILD-BASELINE
           PERFORM 4000-FLAG-HOURS
           PERFORM 5000-PRINT-SOURCES
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
                               WHEN "WINDOW-DAYS"
                                   MOVE MFC-THR-VALUE
                                       TO WS-WINDOW-DAYS
                               WHEN "BASELINE-DAYS"
                                   MOVE MFC-THR-VALUE
                                       TO WS-BASELINE-DAYS
                               WHEN "DEV-MULTIPLE"
                                   MOVE MFC-THR-VALUE
                                       TO WS-DEV-MULTIPLE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           IF WS-BASELINE-DAYS < WS-WINDOW-DAYS
               MOVE WS-WINDOW-DAYS TO WS-BASELINE-DAYS
           END-IF.

       1000-INITIALIZE.
           INITIALIZE WS-BL-TABLE
           OPEN EXTEND ALERT-FILE
           IF WS-AL-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      * The newest row fixes the printed window, the baseline span
      * and the hour that is alerted on, so the history is read once
      * for it first.
       2000-FIND-NEWEST.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT HIST-FILE
           IF WS-FH-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ HIST-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-FH-COLLECT-SECS > WS-NEWEST-SECS
                               MOVE MFC-FH-COLLECT-SECS
                                   TO WS-NEWEST-SECS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF
           COMPUTE WS-NEWEST-HOUR = WS-NEWEST-SECS / 3600
           IF WS-NEWEST-HOUR > WS-WINDOW-DAYS * 24
               COMPUTE WS-PRINT-FROM-HOUR =
                   WS-NEWEST-HOUR - WS-WINDOW-DAYS * 24 + 1
           END-IF
           IF WS-NEWEST-HOUR > WS-BASELINE-DAYS * 24
               COMPUTE WS-BASE-FROM-HOUR =
                   WS-NEWEST-HOUR - WS-BASELINE-DAYS * 24 + 1
           END-IF.

       2100-LOAD-HISTORY.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT HIST-FILE
           IF WS-FH-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ HIST-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 2200-TAKE-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT
               IF WS-HR-PASSTHRUS(WS-HR-IDX) > 0
                   COMPUTE WS-HR-AVG-PASS-USEC(WS-HR-IDX) =
                       WS-HR-PASS-MSEC(WS-HR-IDX) * 1000
                       / WS-HR-PASSTHRUS(WS-HR-IDX)
               END-IF
           END-PERFORM.

      * A data source's first row only sets the base; each later
      * row's differences go into the hour the interval ended in,
      * provided that hour is inside the baseline span.
       2200-TAKE-HISTORY-ROW.
           PERFORM 2300-FIND-SOURCE
           IF NOT KY-FOUND
               EXIT PARAGRAPH
           END-IF
           IF NOT SR-BASED(WS-SR-IDX)
               PERFORM 2600-KEEP-AS-BASE
               SET SR-BASED(WS-SR-IDX) TO TRUE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CUR-HOUR = MFC-FH-COLLECT-SECS / 3600
           IF WS-CUR-HOUR >= WS-BASE-FROM-HOUR
               PERFORM 2400-FIND-HOUR
               IF KY-FOUND
                   PERFORM 2500-ADD-DIFFERENCES
               END-IF
           END-IF
           PERFORM 2600-KEEP-AS-BASE.

       2300-FIND-SOURCE.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-SR-COUNT OR KY-FOUND
               IF WS-SR-DB-NAME(WS-SR-IDX) = MFC-FH-DB-NAME
                   AND WS-SR-DATASOURCE(WS-SR-IDX)
                       = MFC-FH-DATASOURCE-NAME
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-SR-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-SR-COUNT >= WS-MAX-SRCS
               DISPLAY "MFCR119: SOURCE TABLE FULL, NOT REPORTED "
                   MFC-FH-DATASOURCE-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SR-COUNT
           MOVE WS-SR-COUNT TO WS-SR-IDX
           INITIALIZE WS-SR-ENTRY(WS-SR-IDX)
           MOVE MFC-FH-DB-NAME TO WS-SR-DB-NAME(WS-SR-IDX)
           MOVE MFC-FH-DATASOURCE-NAME TO WS-SR-DATASOURCE(WS-SR-IDX)
           MOVE "N" TO WS-SR-BASED(WS-SR-IDX)
           SET KY-FOUND TO TRUE.

       2400-FIND-HOUR.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HR-IDX FROM WS-HR-COUNT BY -1
                   UNTIL WS-HR-IDX < 1 OR KY-FOUND
               IF WS-HR-SR-IDX(WS-HR-IDX) = WS-SR-IDX
                   AND WS-HR-HOUR(WS-HR-IDX) = WS-CUR-HOUR
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               ADD 1 TO WS-HR-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-HR-COUNT >= WS-MAX-HOURS
               DISPLAY "MFCR119: HOUR TABLE FULL, INTERVAL NOT "
                   "REPORTED " MFC-FH-DATASOURCE-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HR-COUNT
           MOVE WS-HR-COUNT TO WS-HR-IDX
           INITIALIZE WS-HR-ENTRY(WS-HR-IDX)
           MOVE WS-SR-IDX TO WS-HR-SR-IDX(WS-HR-IDX)
           MOVE WS-CUR-HOUR TO WS-HR-HOUR(WS-HR-IDX)
           MOVE "N" TO WS-HR-PASS-FLAG(WS-HR-IDX)
           MOVE "N" TO WS-HR-LOCK-FLAG(WS-HR-IDX)
           SET KY-FOUND TO TRUE.

      * REMOTE-LOCKS is a count held at the poll, not a counter -
      * the hour keeps its highest.
       2500-ADD-DIFFERENCES.
           MOVE MFC-FH-PASSTHRUS TO WS-CUR-VALUE
           MOVE WS-SR-PASSTHRUS(WS-SR-IDX) TO WS-PRV-VALUE
           PERFORM 2700-DIFFERENCE
           ADD WS-DELTA TO WS-HR-PASSTHRUS(WS-HR-IDX)
           MOVE MFC-FH-PASSTHRU-MSEC TO WS-CUR-VALUE
           MOVE WS-SR-PASS-MSEC(WS-SR-IDX) TO WS-PRV-VALUE
           PERFORM 2700-DIFFERENCE
           ADD WS-DELTA TO WS-HR-PASS-MSEC(WS-HR-IDX)
           MOVE MFC-FH-REMOTE-LOCK-MSEC TO WS-CUR-VALUE
           MOVE WS-SR-RLOCK-MSEC(WS-SR-IDX) TO WS-PRV-VALUE
           PERFORM 2700-DIFFERENCE
           ADD WS-DELTA TO WS-HR-RLOCK-MSEC(WS-HR-IDX)
           MOVE MFC-FH-CREATE-NICKNAME TO WS-CUR-VALUE
           MOVE WS-SR-NICKNAMES(WS-SR-IDX) TO WS-PRV-VALUE
           PERFORM 2700-DIFFERENCE
           ADD WS-DELTA TO WS-HR-NICKNAMES(WS-HR-IDX)
           MOVE MFC-FH-CREATE-NICKNAME-MSEC TO WS-CUR-VALUE
           MOVE WS-SR-NICK-MSEC(WS-SR-IDX) TO WS-PRV-VALUE
           PERFORM 2700-DIFFERENCE
           ADD WS-DELTA TO WS-HR-NICK-MSEC(WS-HR-IDX)
           IF MFC-FH-REMOTE-LOCKS > WS-HR-REMOTE-LOCKS(WS-HR-IDX)
               MOVE MFC-FH-REMOTE-LOCKS
                   TO WS-HR-REMOTE-LOCKS(WS-HR-IDX)
           END-IF.

       2600-KEEP-AS-BASE.
           MOVE MFC-FH-PASSTHRUS TO WS-SR-PASSTHRUS(WS-SR-IDX)
           MOVE MFC-FH-PASSTHRU-MSEC TO WS-SR-PASS-MSEC(WS-SR-IDX)
           MOVE MFC-FH-REMOTE-LOCK-MSEC TO WS-SR-RLOCK-MSEC(WS-SR-IDX)
           MOVE MFC-FH-CREATE-NICKNAME TO WS-SR-NICKNAMES(WS-SR-IDX)
           MOVE MFC-FH-CREATE-NICKNAME-MSEC
               TO WS-SR-NICK-MSEC(WS-SR-IDX).

       2700-DIFFERENCE.
           IF WS-CUR-VALUE < WS-PRV-VALUE
               MOVE WS-CUR-VALUE TO WS-DELTA
           ELSE
               COMPUTE WS-DELTA = WS-CUR-VALUE - WS-PRV-VALUE
           END-IF.

      * Two passes the MFCBLINE way: sums for the mean, then the
      * absolute deviations from it.
       3000-BUILD-BASELINE.
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT
               PERFORM 3100-LOCATE-BASELINE
               IF WS-HR-PASSTHRUS(WS-HR-IDX) > 0
                   ADD 1 TO WS-BL-PASS-COUNT(WS-BL-IDX)
                   ADD WS-HR-AVG-PASS-USEC(WS-HR-IDX)
                       TO WS-BL-PASS-SUM(WS-BL-IDX)
               END-IF
               ADD 1 TO WS-BL-LOCK-COUNT(WS-BL-IDX)
               ADD WS-HR-RLOCK-MSEC(WS-HR-IDX)
                   TO WS-BL-LOCK-SUM(WS-BL-IDX)
           END-PERFORM
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT
               PERFORM 3100-LOCATE-BASELINE
               IF WS-HR-PASSTHRUS(WS-HR-IDX) > 0
                   COMPUTE WS-MEAN = WS-BL-PASS-SUM(WS-BL-IDX)
                       / WS-BL-PASS-COUNT(WS-BL-IDX)
                   COMPUTE WS-DEV =
                       WS-HR-AVG-PASS-USEC(WS-HR-IDX) - WS-MEAN
                   PERFORM 3200-ABSOLUTE-DEVIATION
                   ADD WS-ABS-DEV TO WS-BL-PASS-MAD-SUM(WS-BL-IDX)
               END-IF
               COMPUTE WS-MEAN = WS-BL-LOCK-SUM(WS-BL-IDX)
                   / WS-BL-LOCK-COUNT(WS-BL-IDX)
               COMPUTE WS-DEV = WS-HR-RLOCK-MSEC(WS-HR-IDX) - WS-MEAN
               PERFORM 3200-ABSOLUTE-DEVIATION
               ADD WS-ABS-DEV TO WS-BL-LOCK-MAD-SUM(WS-BL-IDX)
           END-PERFORM.

       3100-LOCATE-BASELINE.
           COMPUTE WS-HOD = FUNCTION MOD(WS-HR-HOUR(WS-HR-IDX), 24)
           COMPUTE WS-BL-IDX =
               (WS-HR-SR-IDX(WS-HR-IDX) - 1) * 24 + WS-HOD + 1.

       3200-ABSOLUTE-DEVIATION.
           IF WS-DEV < 0
               COMPUTE WS-ABS-DEV = 0 - WS-DEV
           ELSE
               MOVE WS-DEV TO WS-ABS-DEV
           END-IF.

      * Only a rise is a jump; an hour quieter than its baseline is
      * not flagged. A baseline of one hour is no baseline.
       4000-FLAG-HOURS.
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT
               PERFORM 3100-LOCATE-BASELINE
               IF WS-HR-PASSTHRUS(WS-HR-IDX) > 0
                   AND WS-BL-PASS-COUNT(WS-BL-IDX) > 1
                   MOVE WS-HR-AVG-PASS-USEC(WS-HR-IDX)
                       TO WS-JUDGE-VALUE
                   MOVE WS-BL-PASS-COUNT(WS-BL-IDX) TO WS-JUDGE-COUNT
                   MOVE WS-BL-PASS-SUM(WS-BL-IDX) TO WS-JUDGE-SUM
                   MOVE WS-BL-PASS-MAD-SUM(WS-BL-IDX)
                       TO WS-JUDGE-MAD-SUM
                   PERFORM 4100-JUDGE
                   IF JUMPED
                       SET HR-PASS-JUMP(WS-HR-IDX) TO TRUE
                       IF WS-HR-HOUR(WS-HR-IDX) = WS-NEWEST-HOUR
                           MOVE "FED-PASSTHRU-JUMP" TO WS-AL-METRIC
                           PERFORM 4200-RAISE-ALERT
                       END-IF
                   END-IF
               END-IF
               IF WS-BL-LOCK-COUNT(WS-BL-IDX) > 1
                   MOVE WS-HR-RLOCK-MSEC(WS-HR-IDX) TO WS-JUDGE-VALUE
                   MOVE WS-BL-LOCK-COUNT(WS-BL-IDX) TO WS-JUDGE-COUNT
                   MOVE WS-BL-LOCK-SUM(WS-BL-IDX) TO WS-JUDGE-SUM
                   MOVE WS-BL-LOCK-MAD-SUM(WS-BL-IDX)
                       TO WS-JUDGE-MAD-SUM
                   PERFORM 4100-JUDGE
                   IF JUMPED
                       SET HR-LOCK-JUMP(WS-HR-IDX) TO TRUE
                       IF WS-HR-HOUR(WS-HR-IDX) = WS-NEWEST-HOUR
                           MOVE "FED-RLOCK-JUMP" TO WS-AL-METRIC
                           PERFORM 4200-RAISE-ALERT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       4100-JUDGE.
           MOVE "N" TO WS-JUMP
           COMPUTE WS-MEAN = WS-JUDGE-SUM / WS-JUDGE-COUNT
           COMPUTE WS-MAD = WS-JUDGE-MAD-SUM / WS-JUDGE-COUNT
           IF WS-MAD = 0
               MOVE 1 TO WS-MAD
           END-IF
           IF WS-JUDGE-VALUE > WS-MEAN
               IF WS-JUDGE-VALUE - WS-MEAN > WS-DEV-MULTIPLE * WS-MAD
                   SET JUMPED TO TRUE
               END-IF
           END-IF.

      * The judged value and the mean it was judged against (left
      * in WS-MEAN by 4100-JUDGE) go out as actual and threshold.
       4200-RAISE-ALERT.
           MOVE WS-HR-SR-IDX(WS-HR-IDX) TO WS-SR-IDX
           MOVE WS-SR-DATASOURCE(WS-SR-IDX) TO WS-AL-KEY
           MOVE WS-JUDGE-VALUE TO WS-AL-ACTUAL
           MOVE WS-MEAN TO WS-AL-THRESHOLD
           MOVE SPACES TO WS-AL-MESSAGE
           STRING "FEDERATED SOURCE SLOW VS BASELINE, DB "
               WS-SR-DB-NAME(WS-SR-IDX)
               DELIMITED BY SIZE INTO WS-AL-MESSAGE
           CALL "MFCUALRT" USING WS-AL-SOURCE WS-AL-METRIC WS-AL-KEY
               WS-AL-ACTUAL WS-AL-THRESHOLD
               WS-AL-MESSAGE MFC-ALERT-REC
           WRITE MFC-ALERT-REC
           ADD 1 TO WS-ALERTS.

       5000-PRINT-SOURCES.
           IF WS-SR-COUNT = 0
               MOVE "NO FEDERATED DATA SOURCE HISTORY IN MFCFEDHO"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-SR-COUNT
               PERFORM 5100-PRINT-ONE-SOURCE
           END-PERFORM
           MOVE WS-ALERTS TO WS-DISP-ALERTS
           MOVE SPACES TO REPORT-LINE
           STRING "ALERTS RAISED FOR THE NEWEST HOUR: " WS-DISP-ALERTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       5100-PRINT-ONE-SOURCE.
           MOVE 0 TO WS-SR-HOURS(WS-SR-IDX)
           MOVE 0 TO WS-SR-FLAGGED(WS-SR-IDX)
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT
               IF WS-HR-SR-IDX(WS-HR-IDX) = WS-SR-IDX
                   AND WS-HR-HOUR(WS-HR-IDX) >= WS-PRINT-FROM-HOUR
                   ADD 1 TO WS-SR-HOURS(WS-SR-IDX)
                   IF HR-PASS-JUMP(WS-HR-IDX)
                       OR HR-LOCK-JUMP(WS-HR-IDX)
                       ADD 1 TO WS-SR-FLAGGED(WS-SR-IDX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-SR-HOURS(WS-SR-IDX) TO WS-DISP-HOURS
           MOVE WS-SR-FLAGGED(WS-SR-IDX) TO WS-DISP-FLAGGED
           MOVE SPACES TO REPORT-LINE
           STRING "DATA SOURCE " WS-SR-DATASOURCE(WS-SR-IDX)
               "  DATABASE " WS-SR-DB-NAME(WS-SR-IDX)
               "  HOURS " WS-DISP-HOURS "  FLAGGED " WS-DISP-FLAGGED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SR-HOURS(WS-SR-IDX) = 0
               MOVE "     NO COMPLETE INTERVAL IN THE WINDOW"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HDR2 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT
               IF WS-HR-SR-IDX(WS-HR-IDX) = WS-SR-IDX
                   AND WS-HR-HOUR(WS-HR-IDX) >= WS-PRINT-FROM-HOUR
                   PERFORM 5200-PRINT-HOUR-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       5200-PRINT-HOUR-LINE.
           COMPUTE WS-RDR-SECS = WS-HR-HOUR(WS-HR-IDX) * 3600
           CALL "MFCURNDR" USING WS-RDR-FUNC WS-RDR-SECS WS-RDR-TEXT
           MOVE WS-RDR-TEXT(1:13) TO WS-HOUR-TEXT
           MOVE ":00" TO WS-HOUR-TEXT(14:3)
           MOVE SPACES TO WS-FLAG-TEXT
           IF HR-PASS-JUMP(WS-HR-IDX)
               MOVE "PASS-JUMP" TO WS-FLAG-TEXT
           END-IF
           IF HR-LOCK-JUMP(WS-HR-IDX)
               IF HR-PASS-JUMP(WS-HR-IDX)
                   MOVE "PASS-JUMP LOCK-JUMP" TO WS-FLAG-TEXT
               ELSE
                   MOVE "LOCK-JUMP" TO WS-FLAG-TEXT
               END-IF
           END-IF
           MOVE WS-HR-PASSTHRUS(WS-HR-IDX) TO WS-DISP-COUNT
           MOVE WS-HR-PASS-MSEC(WS-HR-IDX) TO WS-DISP-MSEC
           COMPUTE WS-DISP-AVG-MS =
               WS-HR-AVG-PASS-USEC(WS-HR-IDX) / 1000
           MOVE WS-HR-RLOCK-MSEC(WS-HR-IDX) TO WS-DISP-RLOCK-MSEC
           MOVE WS-HR-REMOTE-LOCKS(WS-HR-IDX) TO WS-DISP-LOCKS
           MOVE WS-HR-NICKNAMES(WS-HR-IDX) TO WS-DISP-NICKS
           MOVE WS-HR-NICK-MSEC(WS-HR-IDX) TO WS-DISP-NICK-MSEC
           MOVE SPACES TO REPORT-LINE
           STRING WS-HOUR-TEXT "  " WS-DISP-COUNT "  " WS-DISP-MSEC
               "  " WS-DISP-AVG-MS "  " WS-DISP-RLOCK-MSEC "  "
               WS-DISP-LOCKS "  " WS-DISP-NICKS "  "
               WS-DISP-NICK-MSEC "  " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE ALERT-FILE
           CLOSE REPORT-FILE.
