      *                       PING-RED-AGE-SECS is RED, older than
      *                       PING-AMBER-AGE-SECS is AMBER, else
      *                       GREEN;
      *               BIZQ  - the newest MFCCPRBE run's business-
      *                       query probes (MFCPRBEO), worst probe
      *                       of that run: a FAIL or a row count out
      *                       of range is RED, a SLOW probe AMBER,
      *                       all OK GREEN; a run older than
      *                       PROBE-RED-AGE-SECS is RED, older than
      *                       PROBE-AMBER-AGE-SECS AMBER; a database
      *                       with no probe catalog shows dashes;
      *               ALERT - alerts on MFCALRTO keyed by the alias
      *                       inside ALERT-WINDOW-SECS: none GREEN,
      *                       under ALERT-RED-COUNT AMBER, else RED;
           SELECT PING-FILE ASSIGN TO "MFCPINGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.
           SELECT PROBE-FILE ASSIGN TO "MFCPRBEO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PB-STATUS.
           SELECT ALERT-FILE ASSIGN TO "MFCALRTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
       FD  CONS-PING-FILE
           RECORDING MODE IS F.
           COPY "mfclparq.cbl".
       FD  PROBE-FILE
           RECORDING MODE IS F.
           COPY "mfcprbh.cbl".
       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY "mfcalert.cbl".
           05 WS-CQ-DB-ALIAS          PIC X(20).
           05 WS-CQ-SQLCODE           PIC S9(9) COMP-5.
           05 WS-CQ-ELAPSED-MICROS    PIC 9(9) COMP-5.
       01 WS-PB-STATUS                PIC XX.
       01 WS-AL-STATUS                PIC XX.
       01 WS-HA-STATUS                PIC XX.
       01 WS-BK-STATUS                PIC XX.

       01 WS-PING-AMBER-AGE           PIC 9(9) COMP-5 VALUE 900.
       01 WS-PING-RED-AGE             PIC 9(9) COMP-5 VALUE 3600.
       01 WS-PROBE-AMBER-AGE          PIC 9(9) COMP-5 VALUE 1800.
       01 WS-PROBE-RED-AGE            PIC 9(9) COMP-5 VALUE 7200.
       01 WS-PROBE-ROW-RANK           PIC 9(1).
       01 WS-ALERT-WINDOW             PIC 9(9) COMP-5 VALUE 86400.
       01 WS-ALERT-RED-COUNT          PIC 9(9) COMP-5 VALUE 3.
       01 WS-BKUP-AMBER-DAYS          PIC 9(9) COMP-5 VALUE 2.
              10 WS-BD-PING-SECS      PIC 9(9) COMP-5.
              10 WS-BD-PING-SQLCODE   PIC S9(9) COMP-5.
              10 WS-BD-PING-SEEN      PIC X(1).
              10 WS-BD-PROBE-SECS     PIC 9(9) COMP-5.
              10 WS-BD-PROBE-WORST    PIC 9(1).
              10 WS-BD-PROBE-SEEN     PIC X(1).
              10 WS-BD-ALERT-HITS     PIC 9(9) COMP-5.
              10 WS-BD-HADR-SECS      PIC 9(9) COMP-5.
              10 WS-BD-HADR-SQLCODE   PIC S9(9) COMP-5.
              10 WS-BD-BKUP-SEEN      PIC X(1).
              10 WS-BD-BKUP-RANK      PIC 9(1).
              10 WS-BD-PING-RANK      PIC 9(1).
              10 WS-BD-PROBE-RANK     PIC 9(1).
              10 WS-BD-ALERT-RANK     PIC 9(1).
              10 WS-BD-HADR-RANK      PIC 9(1).
              10 WS-BD-OVERALL-RANK   PIC 9(1).
              10 WS-BD-PRINTED        PIC X(1).

       01 WS-LIGHT-PING               PIC X(5).
       01 WS-LIGHT-PROBE              PIC X(5).
       01 WS-LIGHT-ALERT              PIC X(5).
       01 WS-LIGHT-HADR               PIC X(5).
       01 WS-LIGHT-BKUP               PIC X(5).
       01 WS-HDR1                     PIC X(132) VALUE
           "MORNING HEALTH BOARD - ONE ROW PER DATABASE, WORST FIRST".
       01 WS-HDR2                     PIC X(132) VALUE
           "DATABASE              ENV TIER  PING   BIZQ   ALERT  HADR
      -    "BKUP   TBSP  OVERALL  OPEN-ALERTS".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-MASTER-ROWS
           PERFORM 3000-SCAN-PING-HISTORY
           PERFORM 3800-SCAN-PROBE-HISTORY
           PERFORM 4000-SCAN-ALERTS
           PERFORM 5000-SCAN-HADR
           PERFORM 5500-SCAN-BACKUPS
                               WHEN "PING-RED-AGE-SECS"
                                   MOVE MFC-THR-VALUE
                                       TO WS-PING-RED-AGE
                               WHEN "PROBE-AMBER-AGE-SECS"
                                   MOVE MFC-THR-VALUE
                                       TO WS-PROBE-AMBER-AGE
                               WHEN "PROBE-RED-AGE-SECS"
                                   MOVE MFC-THR-VALUE
                                       TO WS-PROBE-RED-AGE
                               WHEN "ALERT-WINDOW-SECS"
                                   MOVE MFC-THR-VALUE
                                       TO WS-ALERT-WINDOW
               MOVE 0 TO WS-BD-PING-SECS(WS-DB-COUNT)
               MOVE 0 TO WS-BD-PING-SQLCODE(WS-DB-COUNT)
               MOVE "N" TO WS-BD-PING-SEEN(WS-DB-COUNT)
               MOVE 0 TO WS-BD-PROBE-SECS(WS-DB-COUNT)
               MOVE 3 TO WS-BD-PROBE-WORST(WS-DB-COUNT)
               MOVE "N" TO WS-BD-PROBE-SEEN(WS-DB-COUNT)
               MOVE 0 TO WS-BD-ALERT-HITS(WS-DB-COUNT)
               MOVE 0 TO WS-BD-HADR-SECS(WS-DB-COUNT)
               MOVE 0 TO WS-BD-HADR-SQLCODE(WS-DB-COUNT)
               CLOSE CONS-PING-FILE
           END-IF.

      * Every probe row of one MFCCPRBE run carries the run's start
      * time, so a newer run replaces the alias's verdict and a row
      * of the same run can only make it worse.
       3800-SCAN-PROBE-HISTORY.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT PROBE-FILE
           IF WS-PB-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ PROBE-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 3850-NOTE-ONE-PROBE
                   END-READ
               END-PERFORM
               CLOSE PROBE-FILE
           END-IF.

       3850-NOTE-ONE-PROBE.
           EVALUATE TRUE
               WHEN MFC-PB-OK
                   MOVE 3 TO WS-PROBE-ROW-RANK
               WHEN MFC-PB-SLOW
                   MOVE 2 TO WS-PROBE-ROW-RANK
               WHEN OTHER
                   MOVE 1 TO WS-PROBE-ROW-RANK
           END-EVALUATE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DB-COUNT
               IF WS-BD-ALIAS(WS-IDX) = MFC-PB-DB-ALIAS
                   EVALUATE TRUE
                       WHEN MFC-PB-PROBE-SECS >
                               WS-BD-PROBE-SECS(WS-IDX)
                           OR WS-BD-PROBE-SEEN(WS-IDX) = "N"
                           MOVE MFC-PB-PROBE-SECS
                               TO WS-BD-PROBE-SECS(WS-IDX)
                           MOVE WS-PROBE-ROW-RANK
                               TO WS-BD-PROBE-WORST(WS-IDX)
                           MOVE "Y" TO WS-BD-PROBE-SEEN(WS-IDX)
                       WHEN MFC-PB-PROBE-SECS =
                               WS-BD-PROBE-SECS(WS-IDX)
                           AND WS-PROBE-ROW-RANK <
                               WS-BD-PROBE-WORST(WS-IDX)
                           MOVE WS-PROBE-ROW-RANK
                               TO WS-BD-PROBE-WORST(WS-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       4000-SCAN-ALERTS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT ALERT-FILE
                       MOVE 3 TO WS-BD-PING-RANK(WS-IDX)
               END-EVALUATE
           END-IF
           IF WS-BD-PROBE-SEEN(WS-IDX) = "N"
               MOVE 4 TO WS-BD-PROBE-RANK(WS-IDX)
           ELSE
               COMPUTE WS-AGE-SECS =
                   WS-CURRENT-EPOCH - WS-BD-PROBE-SECS(WS-IDX)
               EVALUATE TRUE
                   WHEN WS-AGE-SECS > WS-PROBE-RED-AGE
                       MOVE 1 TO WS-BD-PROBE-RANK(WS-IDX)
                   WHEN WS-AGE-SECS > WS-PROBE-AMBER-AGE
                       AND WS-BD-PROBE-WORST(WS-IDX) > 2
                       MOVE 2 TO WS-BD-PROBE-RANK(WS-IDX)
                   WHEN OTHER
                       MOVE WS-BD-PROBE-WORST(WS-IDX)
                           TO WS-BD-PROBE-RANK(WS-IDX)
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN WS-BD-ALERT-HITS(WS-IDX) = 0
                   MOVE 3 TO WS-BD-ALERT-RANK(WS-IDX)
               MOVE WS-BD-PING-RANK(WS-IDX)
                   TO WS-BD-OVERALL-RANK(WS-IDX)
           END-IF
           IF WS-BD-PROBE-RANK(WS-IDX) <
                   WS-BD-OVERALL-RANK(WS-IDX)
               MOVE WS-BD-PROBE-RANK(WS-IDX)
                   TO WS-BD-OVERALL-RANK(WS-IDX)
           END-IF
           IF WS-BD-ALERT-RANK(WS-IDX) <
                   WS-BD-OVERALL-RANK(WS-IDX)
               MOVE WS-BD-ALERT-RANK(WS-IDX)
           MOVE WS-BD-PING-RANK(WS-IDX) TO WS-JDX
           PERFORM 7200-RANK-TO-LIGHT
           MOVE WS-LIGHT-OVERALL TO WS-LIGHT-PING
           MOVE WS-BD-PROBE-RANK(WS-IDX) TO WS-JDX
           PERFORM 7200-RANK-TO-LIGHT
           MOVE WS-LIGHT-OVERALL TO WS-LIGHT-PROBE
           MOVE WS-BD-ALERT-RANK(WS-IDX) TO WS-JDX
           PERFORM 7200-RANK-TO-LIGHT
           MOVE WS-LIGHT-OVERALL TO WS-LIGHT-ALERT
           MOVE SPACES TO REPORT-LINE
           STRING WS-BD-ALIAS(WS-IDX) "  "
               WS-BD-ENV(WS-IDX) " T" WS-DISP-TIER "   "
               WS-LIGHT-PING "  " WS-LIGHT-PROBE "  "
               WS-LIGHT-ALERT "  "
               WS-LIGHT-HADR "  " WS-LIGHT-BKUP "  N/A   "
               WS-LIGHT-OVERALL "  " WS-DISP-HITS
               DELIMITED BY SIZE INTO REPORT-LINE
