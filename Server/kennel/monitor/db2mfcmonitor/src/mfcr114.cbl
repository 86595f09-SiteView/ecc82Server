      ***********************************************************************
      *
      *  Source File Name = MFCR114.CBL
      *
      *  Function = DCS host response-time and network-time
      *             distribution report, per DCS database, hour by
      *             hour.
      *
      *             MFCR010 says which gateway connection maps to
      *             which host thread; this report says where the
      *             gateway's time goes. MFCCDCS appends one
      *             MFC-DCS-HIST-REC (mfcdcsh.cbl) per DCS database
      *             per run to MFCDCSHO. Its counters are cumulative
      *             since the last reset, so each row is set against
      *             the previous row for the same DCS database and
      *             the difference is the interval's (a counter that
      *             went down, or a changed reset time, means DB2 was
      *             reset and the new figure is the interval's own -
      *             the MFCCDELT convention). Intervals are summed
      *             into the clock hour they end in.
      *
      *             Three sections per DCS database:
      *               RESPONSE TIME  - statements per hour in each
      *                 elapsed-time bucket (1, 2, 4, 8, 16, 32, 100,
      *                 500 ms and over 500 ms; a host that reports
      *                 only the older scale shows its over-32-ms
      *                 count in the over-500 column) and the share
      *                 over 32 ms;
      *               HOST VS NETWORK - host response time summed
      *                 and per statement, kept apart from the
      *                 network time high and low water marks, and
      *                 the gateway communication errors with the
      *                 time of the last one;
      *               DATA SENT      - statements per hour in each
      *                 MAX-DATA-SENT-* volume bucket.
      *
      *             Hours are flagged against a rolling baseline
      *             built the MFCBLINE way - a mean and a mean
      *             absolute deviation, two passes - here per DCS
      *             database and hour of day, since the gateway's
      *             load follows the clock: an hour whose statements
      *             over 32 ms (UPPER-JUMP) or communication errors
      *             (COMM-JUMP) exceed the mean by more than
      *             DEV-MULTIPLE deviations is flagged. A flat history
      *             (deviation zero) is taken as one unit of spread,
      *             as MFCBLINE does.
      *
      *             Thresholds from the PARM file (MFCR114P,
      *             MFCTHR.CBL convention):
      *               WINDOW-DAYS    - days of hours printed, back
      *                 from the newest row (default 2).
      *               BASELINE-DAYS  - days of hours the baseline is
      *                 built over (default 28).
      *               DEV-MULTIPLE   - deviations above the mean that
      *                 flag an hour (default 3, MFCBLINE's default).
      *
      *             Table-and-sort in COBOL is this shop's norm (see
      *             MFCR009).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR114.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR114P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HIST-FILE ASSIGN TO "MFCDCSHO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DH-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR114O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  HIST-FILE
           RECORDING MODE IS F.
           COPY "mfcdcsh.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-DH-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".
       01 WS-RESET-SEEN               PIC X VALUE "N".
           88 RESET-SEEN              VALUE "Y".

       01 WS-WINDOW-DAYS              PIC 9(9) COMP-5 VALUE 2.
       01 WS-BASELINE-DAYS            PIC 9(9) COMP-5 VALUE 28.
       01 WS-DEV-MULTIPLE             PIC 9(9) COMP-5 VALUE 3.
       01 WS-NEWEST-SECS              PIC 9(9) COMP-5 VALUE 0.
       01 WS-PRINT-FROM-HOUR          PIC 9(9) COMP-5 VALUE 0.
       01 WS-BASE-FROM-HOUR           PIC 9(9) COMP-5 VALUE 0.
       01 WS-CUR-HOUR                 PIC 9(9) COMP-5.
       01 WS-HOD                      PIC 9(9) COMP-5.

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-BK                       PIC 9(9) COMP-5.
       01 WS-DB-IDX                   PIC 9(9) COMP-5.
       01 WS-HR-IDX                   PIC 9(9) COMP-5.
       01 WS-BL-IDX                   PIC 9(9) COMP-5.

      * Each DCS database seen, with its previous history row's
      * counters - the base the next row's differences are taken
      * from.
       01 WS-MAX-DBS                  PIC 9(9) COMP-5 VALUE 50.
       01 WS-DB-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-DB-TABLE.
           05 WS-DB-ENTRY OCCURS 50 TIMES.
              10 WS-DB-DCS-NAME       PIC X(20).
              10 WS-DB-HOST-NAME      PIC X(20).
              10 WS-DB-LAST-RESET     PIC 9(9) COMP-5.
              10 WS-DB-SQL-STMTS      PIC 9(9) COMP-5.
              10 WS-DB-HOST-USEC      PIC 9(18) COMP-5.
              10 WS-DB-COMM-ERRORS    PIC 9(9) COMP-5.
              10 WS-DB-TIME-BUCKET    PIC 9(9) COMP-5
                                       OCCURS 10 TIMES.
              10 WS-DB-SENT-BUCKET    PIC 9(9) COMP-5
                                       OCCURS 11 TIMES.
              10 WS-DB-BASED          PIC X(1).
                 88 DB-BASED          VALUE "Y".
              10 WS-DB-HOURS          PIC 9(9) COMP-5.
              10 WS-DB-FLAGGED        PIC 9(9) COMP-5.

      * One row per DCS database and clock hour (epoch / 3600) -
      * the summed interval differences that ended in that hour.
       01 WS-MAX-HOURS                PIC 9(9) COMP-5 VALUE 8000.
       01 WS-HR-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-HR-TABLE.
           05 WS-HR-ENTRY OCCURS 8000 TIMES.
              10 WS-HR-DB-IDX         PIC 9(9) COMP-5.
              10 WS-HR-HOUR           PIC 9(9) COMP-5.
              10 WS-HR-SQL-STMTS      PIC 9(9) COMP-5.
              10 WS-HR-HOST-USEC      PIC 9(18) COMP-5.
              10 WS-HR-COMM-ERRORS    PIC 9(9) COMP-5.
              10 WS-HR-COMM-ERR-SECS  PIC 9(9) COMP-5.
              10 WS-HR-NET-TOP        PIC 9(9) COMP-5.
              10 WS-HR-NET-BOTTOM     PIC 9(9) COMP-5.
              10 WS-HR-UPPER          PIC 9(9) COMP-5.
              10 WS-HR-TIME-BUCKET    PIC 9(9) COMP-5
                                       OCCURS 10 TIMES.
              10 WS-HR-SENT-BUCKET    PIC 9(9) COMP-5
                                       OCCURS 11 TIMES.
              10 WS-HR-UPPER-FLAG     PIC X(1).
                 88 HR-UPPER-JUMP     VALUE "Y".
              10 WS-HR-COMM-FLAG      PIC X(1).
                 88 HR-COMM-JUMP      VALUE "Y".

      * Baseline accumulators, one per DCS database and hour of
      * day, addressed directly: (database - 1) * 24 + hour + 1.
       01 WS-BL-TABLE.
           05 WS-BL-ENTRY OCCURS 1200 TIMES.
              10 WS-BL-COUNT          PIC 9(9) COMP-5.
              10 WS-BL-UPPER-SUM      PIC 9(18) COMP-5.
              10 WS-BL-COMM-SUM       PIC 9(18) COMP-5.
              10 WS-BL-UPPER-MAD-SUM  PIC 9(18) COMP-5.
              10 WS-BL-COMM-MAD-SUM   PIC 9(18) COMP-5.

      * One counter's interval difference.
       01 WS-CUR-VALUE                PIC 9(18) COMP-5.
       01 WS-PRV-VALUE                PIC 9(18) COMP-5.
       01 WS-DELTA                    PIC 9(18) COMP-5.

       01 WS-MEAN                     PIC 9(18) COMP-5.
       01 WS-MAD                      PIC 9(18) COMP-5.
       01 WS-DEV                      PIC S9(18) COMP-5.
       01 WS-ABS-DEV                  PIC 9(18) COMP-5.
       01 WS-JUDGE-VALUE              PIC 9(18) COMP-5.
       01 WS-JUDGE-SUM                PIC 9(18) COMP-5.
       01 WS-JUDGE-MAD-SUM            PIC 9(18) COMP-5.
       01 WS-JUMP                     PIC X(1).
           88 JUMPED                  VALUE "Y".

      * Epoch to "YYYY-MM-DD HH:MM:SS" through the shared renderer
      * (MFCURNDR).
       01 WS-RDR-FUNC                 PIC X(1) VALUE "D".
       01 WS-RDR-SECS                 PIC 9(9) COMP-5.
       01 WS-RDR-TEXT                 PIC X(20).
       01 WS-HOUR-TEXT                PIC X(16).
       01 WS-ERR-TEXT                 PIC X(19).

       01 WS-UPPER-PCT                PIC 9(9) COMP-5.
       01 WS-AVG-USEC                 PIC 9(18) COMP-5.
       01 WS-FLAG-TEXT                PIC X(10).
       01 WS-DISP-STMTS               PIC Z(9)9.
       01 WS-DISP-BUCKET              PIC Z(6)9.
       01 WS-DISP-PCT                 PIC ZZ9.
       01 WS-DISP-HOST-MS             PIC Z(11)9.
       01 WS-DISP-AVG-MS              PIC Z(6)9.999.
       01 WS-DISP-NET-TOP             PIC Z(9)9.
       01 WS-DISP-NET-BOTTOM          PIC Z(9)9.
       01 WS-DISP-ERRS                PIC Z(8)9.
       01 WS-DISP-HOURS               PIC Z(4)9.
       01 WS-DISP-FLAGGED             PIC Z(4)9.
       01 WS-BUCKET-LINE              PIC X(80).
       01 WS-BUCKET-POS               PIC 9(9) COMP-5.

       01 WS-HDR1                     PIC X(132) VALUE
           "DCS GATEWAY HOURLY DISTRIBUTION - HOST RESPONSE TIME VS NETW
      -    "ORK TIME, FLAGGED AGAINST ROLLING BASELINE (MFCDCSHO)".
      * Column headings of the three sections.
       01 WS-HDR-TIME                 PIC X(132) VALUE
           "HOUR              STATEMENTS     <=1     <=2     <=4     <=8
      -    "    <=16    <=32   <=100   <=500    >500  >32MS%  FLAG".
       01 WS-HDR-HOST                 PIC X(132) VALUE
           "HOUR              STATEMENTS       HOST-MS  AVG-HOST-MS  NET
      -    "-TOP-US  NET-BOT-US  COMM-ERRS  LAST-COMM-ERROR      FLAG".
       01 WS-HDR-SENT                 PIC X(132) VALUE
           "HOUR              STATEMENTS   <=128   <=256   <=512    <=1K
      -    "    <=2K    <=4K    <=8K   <=16K   <=32K   <=64K    >64K".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-READ-PARMS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FIND-NEWEST
           PERFORM 2100-LOAD-HISTORY
           PERFORM 3000-BUILD-BASELINE
           PERFORM 4000-FLAG-HOURS
           PERFORM 5000-PRINT-DATABASES
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
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      * The newest row fixes the printed window and the baseline
      * span, so the history is read once for it first.
       2000-FIND-NEWEST.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT HIST-FILE
           IF WS-DH-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ HIST-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-DH-COLLECT-SECS > WS-NEWEST-SECS
                               MOVE MFC-DH-COLLECT-SECS
                                   TO WS-NEWEST-SECS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF
           COMPUTE WS-CUR-HOUR = WS-NEWEST-SECS / 3600
           IF WS-CUR-HOUR > WS-WINDOW-DAYS * 24
               COMPUTE WS-PRINT-FROM-HOUR =
                   WS-CUR-HOUR - WS-WINDOW-DAYS * 24 + 1
           END-IF
           IF WS-CUR-HOUR > WS-BASELINE-DAYS * 24
               COMPUTE WS-BASE-FROM-HOUR =
                   WS-CUR-HOUR - WS-BASELINE-DAYS * 24 + 1
           END-IF.

       2100-LOAD-HISTORY.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT HIST-FILE
           IF WS-DH-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ HIST-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 2200-TAKE-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

      * A DCS database's first row only sets the base; each later
      * row's differences go into the hour the interval ended in,
      * provided that hour is inside the baseline span.
       2200-TAKE-HISTORY-ROW.
           PERFORM 2300-FIND-DATABASE
           IF NOT KY-FOUND
               EXIT PARAGRAPH
           END-IF
           IF NOT DB-BASED(WS-DB-IDX)
               PERFORM 2600-KEEP-AS-BASE
               SET DB-BASED(WS-DB-IDX) TO TRUE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CUR-HOUR = MFC-DH-COLLECT-SECS / 3600
           IF WS-CUR-HOUR >= WS-BASE-FROM-HOUR
               PERFORM 2400-FIND-HOUR
               IF KY-FOUND
                   PERFORM 2500-ADD-DIFFERENCES
               END-IF
           END-IF
           PERFORM 2600-KEEP-AS-BASE.

       2300-FIND-DATABASE.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-DB-IDX FROM 1 BY 1
                   UNTIL WS-DB-IDX > WS-DB-COUNT OR KY-FOUND
               IF WS-DB-DCS-NAME(WS-DB-IDX) = MFC-DH-DCS-DB-NAME
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-DB-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-DB-COUNT >= WS-MAX-DBS
               DISPLAY "MFCR114: DATABASE TABLE FULL, NOT REPORTED "
                   MFC-DH-DCS-DB-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DB-COUNT
           MOVE WS-DB-COUNT TO WS-DB-IDX
           INITIALIZE WS-DB-ENTRY(WS-DB-IDX)
           MOVE MFC-DH-DCS-DB-NAME TO WS-DB-DCS-NAME(WS-DB-IDX)
           MOVE "N" TO WS-DB-BASED(WS-DB-IDX)
           SET KY-FOUND TO TRUE.

       2400-FIND-HOUR.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HR-IDX FROM WS-HR-COUNT BY -1
                   UNTIL WS-HR-IDX < 1 OR KY-FOUND
               IF WS-HR-DB-IDX(WS-HR-IDX) = WS-DB-IDX
                   AND WS-HR-HOUR(WS-HR-IDX) = WS-CUR-HOUR
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               ADD 1 TO WS-HR-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-HR-COUNT >= WS-MAX-HOURS
               DISPLAY "MFCR114: HOUR TABLE FULL, INTERVAL NOT "
                   "REPORTED " MFC-DH-DCS-DB-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HR-COUNT
           MOVE WS-HR-COUNT TO WS-HR-IDX
           INITIALIZE WS-HR-ENTRY(WS-HR-IDX)
           MOVE WS-DB-IDX TO WS-HR-DB-IDX(WS-HR-IDX)
           MOVE WS-CUR-HOUR TO WS-HR-HOUR(WS-HR-IDX)
           MOVE "N" TO WS-HR-UPPER-FLAG(WS-HR-IDX)
           MOVE "N" TO WS-HR-COMM-FLAG(WS-HR-IDX)
           SET KY-FOUND TO TRUE.

      * The statements over 32 ms are the 100, 500 and over-500 ms
      * buckets, or the older scale's over-32-ms bucket where the
      * host reports nothing finer.
       2500-ADD-DIFFERENCES.
           MOVE "N" TO WS-RESET-SEEN
           IF MFC-DH-LAST-RESET-SECS NOT = WS-DB-LAST-RESET(WS-DB-IDX)
               SET RESET-SEEN TO TRUE
           END-IF
           MOVE MFC-DH-SQL-STMTS TO WS-CUR-VALUE
           MOVE WS-DB-SQL-STMTS(WS-DB-IDX) TO WS-PRV-VALUE
           PERFORM 2700-DIFFERENCE
           ADD WS-DELTA TO WS-HR-SQL-STMTS(WS-HR-IDX)
           MOVE MFC-DH-HOST-RESPONSE-USEC TO WS-CUR-VALUE
           MOVE WS-DB-HOST-USEC(WS-DB-IDX) TO WS-PRV-VALUE
           PERFORM 2700-DIFFERENCE
           ADD WS-DELTA TO WS-HR-HOST-USEC(WS-HR-IDX)
           MOVE MFC-DH-GW-COMM-ERRORS TO WS-CUR-VALUE
           MOVE WS-DB-COMM-ERRORS(WS-DB-IDX) TO WS-PRV-VALUE
           PERFORM 2700-DIFFERENCE
           ADD WS-DELTA TO WS-HR-COMM-ERRORS(WS-HR-IDX)
           PERFORM VARYING WS-BK FROM 1 BY 1 UNTIL WS-BK > 10
               MOVE MFC-DH-TIME-BUCKET(WS-BK) TO WS-CUR-VALUE
               MOVE WS-DB-TIME-BUCKET(WS-DB-IDX, WS-BK)
                   TO WS-PRV-VALUE
               PERFORM 2700-DIFFERENCE
               ADD WS-DELTA TO WS-HR-TIME-BUCKET(WS-HR-IDX, WS-BK)
           END-PERFORM
           PERFORM VARYING WS-BK FROM 1 BY 1 UNTIL WS-BK > 11
               MOVE MFC-DH-SENT-BUCKET(WS-BK) TO WS-CUR-VALUE
               MOVE WS-DB-SENT-BUCKET(WS-DB-IDX, WS-BK)
                   TO WS-PRV-VALUE
               PERFORM 2700-DIFFERENCE
               ADD WS-DELTA TO WS-HR-SENT-BUCKET(WS-HR-IDX, WS-BK)
           END-PERFORM
           IF MFC-DH-GW-COMM-ERROR-SECS >
                   WS-HR-COMM-ERR-SECS(WS-HR-IDX)
               MOVE MFC-DH-GW-COMM-ERROR-SECS
                   TO WS-HR-COMM-ERR-SECS(WS-HR-IDX)
           END-IF
           MOVE MFC-DH-NETWORK-TIME-TOP TO WS-HR-NET-TOP(WS-HR-IDX)
           MOVE MFC-DH-NETWORK-TIME-BOTTOM
               TO WS-HR-NET-BOTTOM(WS-HR-IDX)
           COMPUTE WS-HR-UPPER(WS-HR-IDX) =
               WS-HR-TIME-BUCKET(WS-HR-IDX, 7)
               + WS-HR-TIME-BUCKET(WS-HR-IDX, 8)
               + WS-HR-TIME-BUCKET(WS-HR-IDX, 9)
           IF WS-HR-UPPER(WS-HR-IDX) = 0
               MOVE WS-HR-TIME-BUCKET(WS-HR-IDX, 10)
                   TO WS-HR-UPPER(WS-HR-IDX)
           END-IF.

       2600-KEEP-AS-BASE.
           MOVE MFC-DH-HOST-DB-NAME TO WS-DB-HOST-NAME(WS-DB-IDX)
           MOVE MFC-DH-LAST-RESET-SECS TO WS-DB-LAST-RESET(WS-DB-IDX)
           MOVE MFC-DH-SQL-STMTS TO WS-DB-SQL-STMTS(WS-DB-IDX)
           MOVE MFC-DH-HOST-RESPONSE-USEC
               TO WS-DB-HOST-USEC(WS-DB-IDX)
           MOVE MFC-DH-GW-COMM-ERRORS TO WS-DB-COMM-ERRORS(WS-DB-IDX)
           PERFORM VARYING WS-BK FROM 1 BY 1 UNTIL WS-BK > 10
               MOVE MFC-DH-TIME-BUCKET(WS-BK)
                   TO WS-DB-TIME-BUCKET(WS-DB-IDX, WS-BK)
           END-PERFORM
           PERFORM VARYING WS-BK FROM 1 BY 1 UNTIL WS-BK > 11
               MOVE MFC-DH-SENT-BUCKET(WS-BK)
                   TO WS-DB-SENT-BUCKET(WS-DB-IDX, WS-BK)
           END-PERFORM.

       2700-DIFFERENCE.
           IF RESET-SEEN OR WS-CUR-VALUE < WS-PRV-VALUE
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
               ADD 1 TO WS-BL-COUNT(WS-BL-IDX)
               ADD WS-HR-UPPER(WS-HR-IDX)
                   TO WS-BL-UPPER-SUM(WS-BL-IDX)
               ADD WS-HR-COMM-ERRORS(WS-HR-IDX)
                   TO WS-BL-COMM-SUM(WS-BL-IDX)
           END-PERFORM
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT
               PERFORM 3100-LOCATE-BASELINE
               COMPUTE WS-MEAN = WS-BL-UPPER-SUM(WS-BL-IDX)
                   / WS-BL-COUNT(WS-BL-IDX)
               COMPUTE WS-DEV = WS-HR-UPPER(WS-HR-IDX) - WS-MEAN
               PERFORM 3200-ABSOLUTE-DEVIATION
               ADD WS-ABS-DEV TO WS-BL-UPPER-MAD-SUM(WS-BL-IDX)
               COMPUTE WS-MEAN = WS-BL-COMM-SUM(WS-BL-IDX)
                   / WS-BL-COUNT(WS-BL-IDX)
               COMPUTE WS-DEV = WS-HR-COMM-ERRORS(WS-HR-IDX) - WS-MEAN
               PERFORM 3200-ABSOLUTE-DEVIATION
               ADD WS-ABS-DEV TO WS-BL-COMM-MAD-SUM(WS-BL-IDX)
           END-PERFORM.

       3100-LOCATE-BASELINE.
           COMPUTE WS-HOD = FUNCTION MOD(WS-HR-HOUR(WS-HR-IDX), 24)
           COMPUTE WS-BL-IDX =
               (WS-HR-DB-IDX(WS-HR-IDX) - 1) * 24 + WS-HOD + 1.

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
               IF WS-BL-COUNT(WS-BL-IDX) > 1
                   MOVE WS-HR-UPPER(WS-HR-IDX) TO WS-JUDGE-VALUE
                   MOVE WS-BL-UPPER-SUM(WS-BL-IDX) TO WS-JUDGE-SUM
                   MOVE WS-BL-UPPER-MAD-SUM(WS-BL-IDX)
                       TO WS-JUDGE-MAD-SUM
                   PERFORM 4100-JUDGE
                   IF JUMPED
                       SET HR-UPPER-JUMP(WS-HR-IDX) TO TRUE
                   END-IF
                   MOVE WS-HR-COMM-ERRORS(WS-HR-IDX) TO WS-JUDGE-VALUE
                   MOVE WS-BL-COMM-SUM(WS-BL-IDX) TO WS-JUDGE-SUM
                   MOVE WS-BL-COMM-MAD-SUM(WS-BL-IDX)
                       TO WS-JUDGE-MAD-SUM
                   PERFORM 4100-JUDGE
                   IF JUMPED
                       SET HR-COMM-JUMP(WS-HR-IDX) TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       4100-JUDGE.
           MOVE "N" TO WS-JUMP
           COMPUTE WS-MEAN = WS-JUDGE-SUM / WS-BL-COUNT(WS-BL-IDX)
           COMPUTE WS-MAD = WS-JUDGE-MAD-SUM / WS-BL-COUNT(WS-BL-IDX)
           IF WS-MAD = 0
               MOVE 1 TO WS-MAD
           END-IF
           IF WS-JUDGE-VALUE > WS-MEAN
               IF WS-JUDGE-VALUE - WS-MEAN > WS-DEV-MULTIPLE * WS-MAD
                   SET JUMPED TO TRUE
               END-IF
           END-IF.

       5000-PRINT-DATABASES.
           IF WS-DB-COUNT = 0
               MOVE "NO DCS DATABASE HISTORY IN MFCDCSHO"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DB-IDX FROM 1 BY 1
                   UNTIL WS-DB-IDX > WS-DB-COUNT
               PERFORM 5100-PRINT-ONE-DATABASE
           END-PERFORM.

       5100-PRINT-ONE-DATABASE.
           MOVE 0 TO WS-DB-HOURS(WS-DB-IDX)
           MOVE 0 TO WS-DB-FLAGGED(WS-DB-IDX)
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT
               IF WS-HR-DB-IDX(WS-HR-IDX) = WS-DB-IDX
                   AND WS-HR-HOUR(WS-HR-IDX) >= WS-PRINT-FROM-HOUR
                   ADD 1 TO WS-DB-HOURS(WS-DB-IDX)
                   IF HR-UPPER-JUMP(WS-HR-IDX)
                       OR HR-COMM-JUMP(WS-HR-IDX)
                       ADD 1 TO WS-DB-FLAGGED(WS-DB-IDX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-DB-HOURS(WS-DB-IDX) TO WS-DISP-HOURS
           MOVE WS-DB-FLAGGED(WS-DB-IDX) TO WS-DISP-FLAGGED
           MOVE SPACES TO REPORT-LINE
           STRING "DCS DATABASE " WS-DB-DCS-NAME(WS-DB-IDX)
               "  HOST DATABASE " WS-DB-HOST-NAME(WS-DB-IDX)
               "  HOURS " WS-DISP-HOURS "  FLAGGED " WS-DISP-FLAGGED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DB-HOURS(WS-DB-IDX) = 0
               MOVE "     NO COMPLETE INTERVAL IN THE WINDOW"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HDR-TIME TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT
               IF WS-HR-DB-IDX(WS-HR-IDX) = WS-DB-IDX
                   AND WS-HR-HOUR(WS-HR-IDX) >= WS-PRINT-FROM-HOUR
                   PERFORM 5200-PRINT-TIME-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR-HOST TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT
               IF WS-HR-DB-IDX(WS-HR-IDX) = WS-DB-IDX
                   AND WS-HR-HOUR(WS-HR-IDX) >= WS-PRINT-FROM-HOUR
                   PERFORM 5300-PRINT-HOST-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR-SENT TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT
               IF WS-HR-DB-IDX(WS-HR-IDX) = WS-DB-IDX
                   AND WS-HR-HOUR(WS-HR-IDX) >= WS-PRINT-FROM-HOUR
                   PERFORM 5400-PRINT-SENT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       5150-HOUR-TEXT.
           COMPUTE WS-RDR-SECS = WS-HR-HOUR(WS-HR-IDX) * 3600
           CALL "MFCURNDR" USING WS-RDR-FUNC WS-RDR-SECS WS-RDR-TEXT
           MOVE WS-RDR-TEXT(1:13) TO WS-HOUR-TEXT
           MOVE ":00" TO WS-HOUR-TEXT(14:3)
           MOVE WS-HR-SQL-STMTS(WS-HR-IDX) TO WS-DISP-STMTS.

      * Older-scale hosts report only over-32-ms; that count is shown
      * in the over-500 column rather than lost.
       5200-PRINT-TIME-LINE.
           PERFORM 5150-HOUR-TEXT
           MOVE SPACES TO WS-BUCKET-LINE
           MOVE 1 TO WS-BUCKET-POS
           PERFORM VARYING WS-BK FROM 1 BY 1 UNTIL WS-BK > 9
               MOVE WS-HR-TIME-BUCKET(WS-HR-IDX, WS-BK)
                   TO WS-DISP-BUCKET
               IF WS-BK = 9
                   AND WS-HR-TIME-BUCKET(WS-HR-IDX, 7) = 0
                   AND WS-HR-TIME-BUCKET(WS-HR-IDX, 8) = 0
                   AND WS-HR-TIME-BUCKET(WS-HR-IDX, 9) = 0
                   MOVE WS-HR-TIME-BUCKET(WS-HR-IDX, 10)
                       TO WS-DISP-BUCKET
               END-IF
               MOVE WS-DISP-BUCKET
                   TO WS-BUCKET-LINE(WS-BUCKET-POS + 1:7)
               ADD 8 TO WS-BUCKET-POS
           END-PERFORM
           MOVE 0 TO WS-UPPER-PCT
           IF WS-HR-SQL-STMTS(WS-HR-IDX) > 0
               COMPUTE WS-UPPER-PCT = WS-HR-UPPER(WS-HR-IDX) * 100
                   / WS-HR-SQL-STMTS(WS-HR-IDX)
           END-IF
           IF WS-UPPER-PCT > 999
               MOVE 999 TO WS-UPPER-PCT
           END-IF
           MOVE WS-UPPER-PCT TO WS-DISP-PCT
           MOVE SPACES TO WS-FLAG-TEXT
           IF HR-UPPER-JUMP(WS-HR-IDX)
               MOVE "UPPER-JUMP" TO WS-FLAG-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-HOUR-TEXT "  " WS-DISP-STMTS
               WS-BUCKET-LINE(1:72) "     " WS-DISP-PCT "  "
               WS-FLAG-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       5300-PRINT-HOST-LINE.
           PERFORM 5150-HOUR-TEXT
           COMPUTE WS-DISP-HOST-MS = WS-HR-HOST-USEC(WS-HR-IDX) / 1000
           MOVE 0 TO WS-AVG-USEC
           IF WS-HR-SQL-STMTS(WS-HR-IDX) > 0
               COMPUTE WS-AVG-USEC = WS-HR-HOST-USEC(WS-HR-IDX)
                   / WS-HR-SQL-STMTS(WS-HR-IDX)
           END-IF
           COMPUTE WS-DISP-AVG-MS = WS-AVG-USEC / 1000
           MOVE WS-HR-COMM-ERRORS(WS-HR-IDX) TO WS-DISP-ERRS
           MOVE SPACES TO WS-ERR-TEXT
           IF WS-HR-COMM-ERR-SECS(WS-HR-IDX) > 0
               MOVE WS-HR-COMM-ERR-SECS(WS-HR-IDX) TO WS-RDR-SECS
               CALL "MFCURNDR" USING WS-RDR-FUNC WS-RDR-SECS
                   WS-RDR-TEXT
               MOVE WS-RDR-TEXT(1:19) TO WS-ERR-TEXT
           END-IF
           MOVE SPACES TO WS-FLAG-TEXT
           IF HR-COMM-JUMP(WS-HR-IDX)
               MOVE "COMM-JUMP" TO WS-FLAG-TEXT
           END-IF
           MOVE WS-HR-NET-TOP(WS-HR-IDX) TO WS-DISP-NET-TOP
           MOVE WS-HR-NET-BOTTOM(WS-HR-IDX) TO WS-DISP-NET-BOTTOM
           MOVE SPACES TO REPORT-LINE
           STRING WS-HOUR-TEXT "  " WS-DISP-STMTS "  "
               WS-DISP-HOST-MS "  " WS-DISP-AVG-MS "  "
               WS-DISP-NET-TOP "  " WS-DISP-NET-BOTTOM "  "
               WS-DISP-ERRS "  " WS-ERR-TEXT "  " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       5400-PRINT-SENT-LINE.
           PERFORM 5150-HOUR-TEXT
           MOVE SPACES TO WS-BUCKET-LINE
           MOVE 1 TO WS-BUCKET-POS
           PERFORM VARYING WS-BK FROM 1 BY 1 UNTIL WS-BK > 10
               MOVE WS-HR-SENT-BUCKET(WS-HR-IDX, WS-BK)
                   TO WS-DISP-BUCKET
               MOVE WS-DISP-BUCKET
                   TO WS-BUCKET-LINE(WS-BUCKET-POS + 1:7)
               ADD 8 TO WS-BUCKET-POS
           END-PERFORM
           MOVE WS-HR-SENT-BUCKET(WS-HR-IDX, 11) TO WS-DISP-BUCKET
           MOVE SPACES TO REPORT-LINE
           STRING WS-HOUR-TEXT "  " WS-DISP-STMTS
               WS-BUCKET-LINE " " WS-DISP-BUCKET
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE REPORT-FILE.
