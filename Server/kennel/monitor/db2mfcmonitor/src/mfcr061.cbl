      *             MFCALRTO. Shrinking or flat tablespaces report
      *             NO-RISK.
      *
      *             Every forecast is also written to MFCFCSTO
      *             (mfcfcst.cbl, overwritten each run) with the
      *             newest poll it was fitted to, its horizon and its
      *             at-risk flag, for the storage path actuator
      *             MFCCSTGA to act on.
      *
      *             Site holidays on the business calendar (MFCCALP,
      *             through MFCUCAL) are left out of the arithmetic: a
      *             poll taken on a holiday is not fitted, the span a
      *             rate is fitted over counts only non-holiday days,
      *             and the projection grows only on non-holiday days
      *             ahead, so a quiet holiday week neither flattens
      *             the trend nor delays the projected date.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR061.
           SELECT REPORT-FILE ASSIGN TO "MFCR061O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT FORECAST-FILE ASSIGN TO "MFCFCSTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TBSH-FILE
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       FD  FORECAST-FILE
           RECORDING MODE IS F.
           COPY "mfcfcst.cbl".
       WORKING-STORAGE SECTION.
       01 WS-CH-STATUS                PIC XX.
       01 WS-TR-STATUS                PIC XX.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-AL-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-FC-STATUS                PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-EOF-PARMS                PIC X VALUE "N".
       01 WS-DAYS-TO-FULL             PIC 9(9) COMP-5.
       01 WS-FULL-SECS                PIC 9(9) COMP-5.
       01 WS-LEAD-DAYS                PIC 9(9) COMP-5.
       01 WS-WORK-SPAN-SECS           PIC 9(9) COMP-5.
       01 WS-HOLIDAY-POLLS            PIC 9(9) COMP-5 VALUE 0.

      * Site holiday flag per epoch day, from the lookback start to a
      * year past today (WS-HD-BASE is the epoch day of entry one).
       COPY "mfccalq.cbl".
       01 WS-HD-BASE                  PIC 9(9) COMP-5.
       01 WS-HD-TODAY                 PIC 9(9) COMP-5.
       01 WS-HD-DAY                   PIC 9(9) COMP-5.
       01 WS-HD-LAST-DAY              PIC 9(9) COMP-5.
       01 WS-HD-SLOT                  PIC 9(9) COMP-5.
       01 WS-HD-WORK-DAYS             PIC 9(9) COMP-5.
       01 WS-HD-DAY-INT               PIC 9(9) COMP-5.
       01 WS-MAX-HD                   PIC 9(9) COMP-5 VALUE 1500.
       01 WS-HD-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-HD-TABLE.
           05 WS-HD-HOLIDAY           PIC X(1) OCCURS 1500 TIMES.

       01 WS-MAX-TBS                  PIC 9(9) COMP-5 VALUE 300.
       01 WS-TB-COUNT                 PIC 9(9) COMP-5 VALUE 0.
           END-IF
           COMPUTE WS-WINDOW-START =
               WS-CURRENT-EPOCH - (WS-LOOKBACK-DAYS * 86400)
           PERFORM 1100-LOAD-HOLIDAYS
           OPEN EXTEND ALERT-FILE
           IF WS-AL-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           OPEN OUTPUT FORECAST-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       1100-LOAD-HOLIDAYS.
           COMPUTE WS-HD-BASE = WS-WINDOW-START / 86400
           COMPUTE WS-HD-TODAY = WS-CURRENT-EPOCH / 86400
           COMPUTE WS-HD-COUNT = WS-HD-TODAY - WS-HD-BASE + 367
           IF WS-HD-COUNT > WS-MAX-HD
               MOVE WS-MAX-HD TO WS-HD-COUNT
           END-IF
           MOVE SPACES TO MFC-CQ-PERIOD-NAME
           PERFORM VARYING WS-HD-SLOT FROM 1 BY 1
                   UNTIL WS-HD-SLOT > WS-HD-COUNT
               COMPUTE WS-HD-DAY-INT =
                   WS-HD-BASE + WS-HD-SLOT - 1 + 134775
               COMPUTE MFC-CQ-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-HD-DAY-INT)
               CALL "MFCUCAL" USING MFC-CAL-QUERY
               MOVE MFC-CQ-HOLIDAY TO WS-HD-HOLIDAY(WS-HD-SLOT)
           END-PERFORM.

      * Holiday flag of epoch day WS-HD-DAY into WS-KY-FOUND; a day
      * outside the table is taken as an ordinary day.
       1200-IS-HOLIDAY.
           MOVE "N" TO WS-KY-FOUND
           IF WS-HD-DAY >= WS-HD-BASE
               COMPUTE WS-HD-SLOT = WS-HD-DAY - WS-HD-BASE + 1
               IF WS-HD-SLOT <= WS-HD-COUNT
                   MOVE WS-HD-HOLIDAY(WS-HD-SLOT) TO WS-KY-FOUND
               END-IF
           END-IF.

       2000-SWEEP-HISTORY.
           OPEN INPUT TBSH-FILE
           IF WS-CH-STATUS = "00"
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-CH-COLLECT-SECS >= WS-WINDOW-START
                               COMPUTE WS-HD-DAY =
                                   MFC-CH-COLLECT-SECS / 86400
                               PERFORM 1200-IS-HOLIDAY
                               IF KY-FOUND
                                   ADD 1 TO WS-HOLIDAY-POLLS
                               ELSE
                                   PERFORM 2100-TAKE-ONE-POLL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TBSH-FILE
               IF WS-HOLIDAY-POLLS > 0
                   MOVE WS-HOLIDAY-POLLS TO WS-DISP-DAYS
                   MOVE SPACES TO REPORT-LINE
                   STRING "POLLS ON SITE HOLIDAYS LEFT OUT: "
                       WS-DISP-DAYS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           ELSE
               MOVE "NO CAPACITY HISTORY AVAILABLE (MFCTBSHO)"
                   TO REPORT-LINE
           END-PERFORM.

       4100-FORECAST-ONE-TBS.
           MOVE WS-DEFAULT-LEAD TO WS-LEAD-DAYS
           MOVE 99999 TO WS-TB-DAYS-TO-FULL(WS-IDX)
           MOVE 0 TO WS-TB-RATE-CPD(WS-IDX)
           MOVE "N" TO WS-TB-AT-RISK(WS-IDX)
           COMPUTE WS-SPAN-SECS =
               WS-TB-LAST-SECS(WS-IDX) - WS-TB-FIRST-SECS(WS-IDX)
           PERFORM 4150-WORKING-SPAN
           IF WS-WORK-SPAN-SECS >= 86400
      * Hundredths of a percent per non-holiday day over the observed
      * span.
               COMPUTE WS-RATE-CPD =
                   ((WS-TB-LAST-FILL(WS-IDX)
                       - WS-TB-FIRST-FILL(WS-IDX)) * 100 * 86400)
                   / WS-WORK-SPAN-SECS
               MOVE WS-RATE-CPD TO WS-TB-RATE-CPD(WS-IDX)
               IF WS-RATE-CPD > 0
                   COMPUTE WS-DAYS-TO-FULL =
                       ((100 - WS-TB-LAST-FILL(WS-IDX)) * 100)
                       / WS-RATE-CPD
                   PERFORM 4160-CALENDAR-DAYS-TO-FULL
                   MOVE WS-DAYS-TO-FULL
                       TO WS-TB-DAYS-TO-FULL(WS-IDX)
                   PERFORM 4200-CHECK-LEAD-TIME
               END-IF
           END-IF
           PERFORM 4500-WRITE-FORECAST-ROW.

      * The span less a day for every holiday strictly between the
      * first and last fitted polls - neither of which is on one.
       4150-WORKING-SPAN.
           MOVE WS-SPAN-SECS TO WS-WORK-SPAN-SECS
           COMPUTE WS-HD-DAY = (WS-TB-FIRST-SECS(WS-IDX) / 86400) + 1
           COMPUTE WS-HD-LAST-DAY = WS-TB-LAST-SECS(WS-IDX) / 86400
           PERFORM UNTIL WS-HD-DAY >= WS-HD-LAST-DAY
               PERFORM 1200-IS-HOLIDAY
               IF KY-FOUND AND WS-WORK-SPAN-SECS >= 86400
                   SUBTRACT 86400 FROM WS-WORK-SPAN-SECS
               END-IF
               ADD 1 TO WS-HD-DAY
           END-PERFORM.

      * WS-DAYS-TO-FULL counts growing (non-holiday) days; walk the
      * calendar forward from today to turn it into calendar days.
       4160-CALENDAR-DAYS-TO-FULL.
           MOVE 0 TO WS-HD-WORK-DAYS
           MOVE WS-HD-TODAY TO WS-HD-DAY
           PERFORM UNTIL WS-HD-WORK-DAYS >= WS-DAYS-TO-FULL
               OR WS-HD-DAY - WS-HD-BASE + 1 >= WS-HD-COUNT
               ADD 1 TO WS-HD-DAY
               PERFORM 1200-IS-HOLIDAY
               IF NOT KY-FOUND
                   ADD 1 TO WS-HD-WORK-DAYS
               END-IF
           END-PERFORM
           COMPUTE WS-DAYS-TO-FULL = (WS-HD-DAY - WS-HD-TODAY)
               + (WS-DAYS-TO-FULL - WS-HD-WORK-DAYS).

       4200-CHECK-LEAD-TIME.
           MOVE WS-DEFAULT-LEAD TO WS-LEAD-DAYS
               WS-AL-MESSAGE MFC-ALERT-REC
           WRITE MFC-ALERT-REC.

       4500-WRITE-FORECAST-ROW.
           MOVE WS-CURRENT-EPOCH TO MFC-FC-RUN-SECS
           MOVE WS-TB-NAME(WS-IDX) TO MFC-FC-TB-NAME
           MOVE WS-TB-LAST-SECS(WS-IDX) TO MFC-FC-LAST-POLL-SECS
           MOVE WS-TB-LAST-FILL(WS-IDX) TO MFC-FC-FILL-PCT
           MOVE WS-TB-RATE-CPD(WS-IDX) TO MFC-FC-RATE-CPD
           MOVE WS-TB-DAYS-TO-FULL(WS-IDX) TO MFC-FC-DAYS-TO-FULL
           MOVE WS-LEAD-DAYS TO MFC-FC-LEAD-DAYS
           MOVE WS-TB-AT-RISK(WS-IDX) TO MFC-FC-AT-RISK
           WRITE MFC-TBS-FORECAST-REC.

       5000-PRINT-SOONEST-FIRST.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-TB-COUNT
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE FORECAST-FILE
           CLOSE ALERT-FILE
           CLOSE REPORT-FILE.
