      *             from is driven by measured idle time instead of
      *             folklore.
      *
      *             Every observed hour is also written, rated, to
      *             MFCHWRTO (mfchwrt.cbl) - QUIET for the hours
      *             printed, BUSY for an hour scoring at or over
      *             BUSY-PCT (150) percent of the database's mean
      *             observed score - for the look-ahead maintenance
      *             collision checker MFCR125 to test projected work
      *             against.
      *
      *             Snapshot rows taken on a site holiday (business
      *             calendar MFCCALP, through MFCUCAL) are left out of
      *             the profile - a holiday Monday would otherwise
      *             pass for a quiet Monday - though they still carry
      *             the cumulative row counter forward, so the first
      *             row after the holiday is differenced against it
      *             and not against the day before.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR084.
           SELECT DBSS-FILE ASSIGN TO "MFCDBSSO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.
           SELECT RATING-FILE ASSIGN TO "MFCHWRTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HW-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR084O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  DBSS-FILE
           RECORDING MODE IS F.
           COPY "mfcdbss.cbl".
       FD  RATING-FILE
           RECORDING MODE IS F.
           COPY "mfchwrt.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-DS-STATUS                PIC XX.
       01 WS-HW-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-DS                   PIC X VALUE "N".
           88 EOF-DS                  VALUE "Y".
           88 KY-FOUND                VALUE "Y".

       01 WS-QUIETEST-COUNT           PIC 9(9) COMP-5 VALUE 5.
       01 WS-BUSY-PCT                 PIC 9(9) COMP-5 VALUE 150.
       01 WS-MEAN-SCORE               PIC 9(18) COMP-5.
       01 WS-SCORE-SUM                PIC 9(18) COMP-5.
       01 WS-OBSERVED                 PIC 9(9) COMP-5.
       01 WS-BUSY-HOURS               PIC 9(9) COMP-5.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-KDX                      PIC 9(9) COMP-5.
       01 WS-BEST-BUCKET              PIC 9(9) COMP-5.
       01 WS-BEST-SCORE               PIC 9(18) COMP-5.
       01 WS-AVG-CONNS                PIC 9(9) COMP-5.
       01 WS-HOLIDAY-ROWS             PIC 9(9) COMP-5 VALUE 0.

      * Business calendar answer for the epoch day last asked about;
      * snapshot rows come in time order, so one call per day.
       COPY "mfccalq.cbl".
       01 WS-CAL-EPOCH-DAY            PIC 9(9) COMP-5 VALUE 0.
       01 WS-CAL-DAY-INT              PIC 9(9) COMP-5.
       01 WS-CAL-HOLIDAY              PIC X VALUE "N".
           88 CAL-HOLIDAY             VALUE "Y".

      * Hour-of-week profile per database, plus the carried prior
      * cumulative row counter for the differencing.

       1000-INITIALIZE.
           OPEN INPUT DBSS-FILE
           OPEN OUTPUT RATING-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
                   NOT AT END
                       PERFORM 2100-PROFILE-ONE-ROW
               END-READ
           END-PERFORM
           IF WS-HOLIDAY-ROWS > 0
               MOVE WS-HOLIDAY-ROWS TO WS-DISP-OBS
               MOVE SPACES TO REPORT-LINE
               STRING "SNAPSHOT ROWS ON SITE HOLIDAYS LEFT OUT: "
                   WS-DISP-OBS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Epoch day zero was a Thursday, so day-of-week is
      * (days + 4) mod 7 with Sunday as slot zero.
                   MOVE MFC-DS-DB-NAME TO WS-DB-NAME(WS-HIT-IDX)
               END-IF
           END-IF
           IF WS-HIT-IDX >= 1
               PERFORM 2200-CHECK-HOLIDAY
           END-IF
           IF WS-HIT-IDX >= 1
               COMPUTE WS-DAY-NUM =
                   FUNCTION MOD((MFC-DS-COLLECT-SECS / 86400) + 4 7)
               COMPUTE WS-ROWS-TOTAL =
                   MFC-DS-ROWS-SELECTED + MFC-DS-ROWS-INSERTED
                   + MFC-DS-ROWS-UPDATED + MFC-DS-ROWS-DELETED
               IF CAL-HOLIDAY
                   ADD 1 TO WS-HOLIDAY-ROWS
               ELSE
                   ADD 1 TO WS-BK-OBS(WS-HIT-IDX WS-BUCKET)
                   ADD MFC-DS-APPLS-CUR-CONS
                       TO WS-BK-CONNS(WS-HIT-IDX WS-BUCKET)
               END-IF
               IF WS-DB-PREV-SECS(WS-HIT-IDX) > 0
                   AND NOT CAL-HOLIDAY
                   COMPUTE WS-ROWS-DELTA =
                       WS-ROWS-TOTAL - WS-DB-PREV-ROWS(WS-HIT-IDX)
                   IF WS-ROWS-DELTA > 0
               MOVE WS-ROWS-TOTAL TO WS-DB-PREV-ROWS(WS-HIT-IDX)
           END-IF.

       2200-CHECK-HOLIDAY.
           COMPUTE WS-CAL-DAY-INT = MFC-DS-COLLECT-SECS / 86400
           IF WS-CAL-DAY-INT NOT = WS-CAL-EPOCH-DAY
               MOVE WS-CAL-DAY-INT TO WS-CAL-EPOCH-DAY
               COMPUTE WS-CAL-DAY-INT = WS-CAL-EPOCH-DAY + 134775
               COMPUTE MFC-CQ-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-INT)
               MOVE SPACES TO MFC-CQ-PERIOD-NAME
               CALL "MFCUCAL" USING MFC-CAL-QUERY
               MOVE MFC-CQ-HOLIDAY TO WS-CAL-HOLIDAY
           END-IF.

       3000-PRINT-QUIET-WINDOWS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DB-COUNT
                   PERFORM 3300-PRINT-ONE-BUCKET
               END-IF
           END-PERFORM
           PERFORM 3500-WRITE-RATINGS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Score of bucket WS-JDX of database WS-IDX into WS-SCORE, the
      * same weighting 3200 ranks by.
       3400-SCORE-BUCKET.
           COMPUTE WS-SCORE =
               (WS-BK-CONNS(WS-IDX WS-JDX) * 1000
                / WS-BK-OBS(WS-IDX WS-JDX))
               + (WS-BK-ROWS(WS-IDX WS-JDX)
                  / WS-BK-OBS(WS-IDX WS-JDX)).

      * One rating record per observed hour; the quiet hours are the
      * ones 3200 picked, busy is measured against the database's own
      * mean so a big and a small database are each rated on their
      * own scale.
       3500-WRITE-RATINGS.
           MOVE 0 TO WS-SCORE-SUM
           MOVE 0 TO WS-OBSERVED
           MOVE 0 TO WS-BUSY-HOURS
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > 168
               IF WS-BK-OBS(WS-IDX WS-JDX) > 0
                   PERFORM 3400-SCORE-BUCKET
                   ADD WS-SCORE TO WS-SCORE-SUM
                   ADD 1 TO WS-OBSERVED
               END-IF
           END-PERFORM
           IF WS-OBSERVED = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MEAN-SCORE = WS-SCORE-SUM / WS-OBSERVED
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > 168
               IF WS-BK-OBS(WS-IDX WS-JDX) > 0
                   PERFORM 3400-SCORE-BUCKET
                   MOVE WS-DB-NAME(WS-IDX) TO MFC-HW-DB-NAME
                   MOVE WS-JDX TO MFC-HW-BUCKET
                   MOVE WS-BK-OBS(WS-IDX WS-JDX)
                       TO MFC-HW-OBSERVATIONS
                   MOVE WS-SCORE TO MFC-HW-SCORE
                   MOVE SPACES TO MFC-HW-RATING
                   IF WS-BK-PICKED(WS-IDX WS-JDX) = "Y"
                       SET MFC-HW-QUIET TO TRUE
                   ELSE
                       IF WS-MEAN-SCORE > 0
                           AND WS-SCORE * 100
                               >= WS-MEAN-SCORE * WS-BUSY-PCT
                           SET MFC-HW-BUSY TO TRUE
                           ADD 1 TO WS-BUSY-HOURS
                       END-IF
                   END-IF
                   WRITE MFC-HOUR-RATING-REC
               END-IF
           END-PERFORM
           MOVE WS-BUSY-HOURS TO WS-DISP-OBS
           MOVE SPACES TO REPORT-LINE
           STRING "    BUSY HOURS (AT OR OVER 150% OF MEAN SCORE): "
               WS-DISP-OBS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE DBSS-FILE
           CLOSE RATING-FILE
           CLOSE REPORT-FILE.
