      ***********************************************************************
      *
      *  Source File Name = MFCR097.CBL
      *
      *  Function = DB2 health-monitor versus shop alert disagreement
      *             report.
      *
      *             Two judges look at every database and nobody ever
      *             compared them: DB2's own health monitor (captured
      *             by MFCCHLTH on MFCHLTHO) and this shop's alert
      *             state master (MFCALSTI, carried run to run by
      *             MFCALMGR). For every alias this program takes
      *             DB2's verdict as the worst alert state on the
      *             newest MFCCHLTH run for that database - current
      *             indicators and roll-up rows, history entries
      *             ignored - and this shop's verdict as the count of
      *             open or acknowledged alerts keyed on the alias.
      *
      *             Two lists are printed:
      *
      *               DB2 ALARM / SHOP SILENT - DB2 says ALARM (state
      *                   4) on at least one indicator and the alert
      *                   master holds nothing for the alias; the
      *                   alarmed indicator id is named so the DBA can
      *                   decide whether a shop threshold is missing;
      *               SHOP PAGING / DB2 NORMAL - the master holds open
      *                   alerts while DB2's worst state is NORMAL,
      *                   with the metric of the first open alert, so
      *                   a noisy or mis-set shop threshold stands out.
      *
      *             Aliases come off the database master (MFCDBMI) plus
      *             any further database the health history names; a
      *             database DB2 has never reported on is left out of
      *             both lists, since there is no verdict to compare.
      *             Counts of agreeing and disagreeing aliases close
      *             the report.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR097.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-IN-FILE ASSIGN TO "MFCDBMI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MI-STATUS.
           SELECT HEALTH-HIST-FILE ASSIGN TO "MFCHLTHO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HH-STATUS.
           SELECT STATE-FILE ASSIGN TO "MFCALSTI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR097O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-IN-FILE
           RECORDING MODE IS F.
           COPY "mfcdbm.cbl".
       FD  HEALTH-HIST-FILE
           RECORDING MODE IS F.
           COPY "mfchlth.cbl".
       FD  STATE-FILE
           RECORDING MODE IS F.
           COPY "mfcalst.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-MI-STATUS                PIC XX.
       01 WS-HH-STATUS                PIC XX.
       01 WS-AS-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".
      * Vendor SQLM-HI-ALERT-STATE-* codes the history carries.
       COPY "sqlmonct.cbl".

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-FIND-ALIAS               PIC X(20).
       01 WS-DB2-ONLY-COUNT           PIC 9(9) COMP-5 VALUE 0.
       01 WS-SHOP-ONLY-COUNT          PIC 9(9) COMP-5 VALUE 0.
       01 WS-AGREE-COUNT              PIC 9(9) COMP-5 VALUE 0.

      * One entry per alias: DB2's worst state on its newest health
      * run, and this shop's open alerts for it.
       01 WS-MAX-ALIASES              PIC 9(9) COMP-5 VALUE 500.
       01 WS-AL-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-ALIAS-TABLE.
           05 WS-AL-ENTRY OCCURS 500 TIMES.
              10 WS-AL-ALIAS          PIC X(20).
              10 WS-AL-HLTH-SECS      PIC 9(9) COMP-5.
              10 WS-AL-WORST-STATE    PIC 9(4) COMP-5.
              10 WS-AL-WORST-HI-ID    PIC 9(9) COMP-5.
              10 WS-AL-WORST-OBJ      PIC X(20).
              10 WS-AL-OPEN-COUNT     PIC 9(9) COMP-5.
              10 WS-AL-FIRST-METRIC   PIC X(20).

       01 WS-DISP-HI-ID               PIC Z(8)9.
       01 WS-DISP-COUNT               PIC Z(8)9.

       01 WS-HDR1                     PIC X(132) VALUE
           "DB2 HEALTH MONITOR VERSUS SHOP ALERT STATE BY DATABASE".
       01 WS-HDR-DB2                  PIC X(132) VALUE
           "DB2 ALARM / SHOP SILENT      DATABASE              HI-ID
      -    "     OBJECT".
       01 WS-HDR-SHOP                 PIC X(132) VALUE
           "SHOP PAGING / DB2 NORMAL     DATABASE              OPEN
      -    "      FIRST-OPEN-METRIC".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-MASTER
           PERFORM 3000-LOAD-HEALTH
           PERFORM 4000-LOAD-ALERT-STATE
           PERFORM 5000-REPORT-DB2-ONLY
           PERFORM 6000-REPORT-SHOP-ONLY
           PERFORM 7000-REPORT-TOTALS
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       2000-LOAD-MASTER.
           OPEN INPUT MASTER-IN-FILE
           IF WS-MI-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ MASTER-IN-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           MOVE MFC-DM-DB-ALIAS TO WS-FIND-ALIAS
                           PERFORM 2100-FIND-OR-ADD-ALIAS
                   END-READ
               END-PERFORM
               CLOSE MASTER-IN-FILE
           END-IF.

      * Leaves WS-JDX on WS-FIND-ALIAS's entry, adding it the first
      * time; KY-FOUND is off only when the table is full.
       2100-FIND-OR-ADD-ALIAS.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-AL-COUNT OR KY-FOUND
               IF WS-AL-ALIAS(WS-JDX) = WS-FIND-ALIAS
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-JDX
               EXIT PARAGRAPH
           END-IF
           IF WS-AL-COUNT >= WS-MAX-ALIASES
               DISPLAY "MFCR097: ALIAS TABLE FULL, SKIPPED "
                   WS-FIND-ALIAS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AL-COUNT
           MOVE WS-AL-COUNT TO WS-JDX
           MOVE WS-FIND-ALIAS TO WS-AL-ALIAS(WS-JDX)
           MOVE 0 TO WS-AL-HLTH-SECS(WS-JDX)
           MOVE 0 TO WS-AL-WORST-STATE(WS-JDX)
           MOVE 0 TO WS-AL-WORST-HI-ID(WS-JDX)
           MOVE SPACES TO WS-AL-WORST-OBJ(WS-JDX)
           MOVE 0 TO WS-AL-OPEN-COUNT(WS-JDX)
           MOVE SPACES TO WS-AL-FIRST-METRIC(WS-JDX)
           SET KY-FOUND TO TRUE.

       3000-LOAD-HEALTH.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT HEALTH-HIST-FILE
           IF WS-HH-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ HEALTH-HIST-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-HH-ROW-KIND NOT = "H"
                               PERFORM 3100-NOTE-ONE-VERDICT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HEALTH-HIST-FILE
           ELSE
               MOVE "NO HEALTH HISTORY AVAILABLE (MFCHLTHO)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * A newer run replaces the database's verdict outright; within
      * the same run the worst state wins.
       3100-NOTE-ONE-VERDICT.
           MOVE MFC-HH-DB-NAME TO WS-FIND-ALIAS
           PERFORM 2100-FIND-OR-ADD-ALIAS
           IF NOT KY-FOUND
               EXIT PARAGRAPH
           END-IF
           IF MFC-HH-COLLECT-SECS > WS-AL-HLTH-SECS(WS-JDX)
               MOVE MFC-HH-COLLECT-SECS TO WS-AL-HLTH-SECS(WS-JDX)
               MOVE 0 TO WS-AL-WORST-STATE(WS-JDX)
               MOVE 0 TO WS-AL-WORST-HI-ID(WS-JDX)
               MOVE SPACES TO WS-AL-WORST-OBJ(WS-JDX)
           END-IF
           IF MFC-HH-COLLECT-SECS = WS-AL-HLTH-SECS(WS-JDX)
               AND MFC-HH-ALERT-STATE > WS-AL-WORST-STATE(WS-JDX)
               AND MFC-HH-ALERT-STATE <= SQLM-HI-ALERT-STATE-ALARM
               MOVE MFC-HH-ALERT-STATE TO WS-AL-WORST-STATE(WS-JDX)
               MOVE MFC-HH-HI-ID TO WS-AL-WORST-HI-ID(WS-JDX)
               MOVE MFC-HH-OBJ-NAME TO WS-AL-WORST-OBJ(WS-JDX)
           END-IF.

       4000-LOAD-ALERT-STATE.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT STATE-FILE
           IF WS-AS-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ STATE-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 4100-NOTE-ONE-ALERT
                   END-READ
               END-PERFORM
               CLOSE STATE-FILE
           END-IF.

      * Only aliases already known count - an alert keyed on a table
      * space or an application is not a database verdict.
       4100-NOTE-ONE-ALERT.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-AL-COUNT
               IF WS-AL-ALIAS(WS-JDX) = MFC-AS-KEY
                   IF WS-AL-OPEN-COUNT(WS-JDX) = 0
                       MOVE MFC-AS-METRIC
                           TO WS-AL-FIRST-METRIC(WS-JDX)
                   END-IF
                   ADD 1 TO WS-AL-OPEN-COUNT(WS-JDX)
               END-IF
           END-PERFORM.

       5000-REPORT-DB2-ONLY.
           MOVE WS-HDR-DB2 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AL-COUNT
               IF WS-AL-HLTH-SECS(WS-IDX) > 0
                   AND WS-AL-WORST-STATE(WS-IDX)
                       = SQLM-HI-ALERT-STATE-ALARM
                   AND WS-AL-OPEN-COUNT(WS-IDX) = 0
                   ADD 1 TO WS-DB2-ONLY-COUNT
                   MOVE WS-AL-WORST-HI-ID(WS-IDX) TO WS-DISP-HI-ID
                   MOVE SPACES TO REPORT-LINE
                   STRING "                             "
                       WS-AL-ALIAS(WS-IDX) "  " WS-DISP-HI-ID
                       "  " WS-AL-WORST-OBJ(WS-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       6000-REPORT-SHOP-ONLY.
           MOVE WS-HDR-SHOP TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AL-COUNT
               IF WS-AL-HLTH-SECS(WS-IDX) > 0
                   AND WS-AL-WORST-STATE(WS-IDX)
                       = SQLM-HI-ALERT-STATE-NORMAL
                   AND WS-AL-OPEN-COUNT(WS-IDX) > 0
                   ADD 1 TO WS-SHOP-ONLY-COUNT
                   MOVE WS-AL-OPEN-COUNT(WS-IDX) TO WS-DISP-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "                             "
                       WS-AL-ALIAS(WS-IDX) "  " WS-DISP-COUNT
                       "  " WS-AL-FIRST-METRIC(WS-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       7000-REPORT-TOTALS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AL-COUNT
               IF WS-AL-HLTH-SECS(WS-IDX) > 0
                   ADD 1 TO WS-AGREE-COUNT
               END-IF
           END-PERFORM
           SUBTRACT WS-DB2-ONLY-COUNT FROM WS-AGREE-COUNT
           SUBTRACT WS-SHOP-ONLY-COUNT FROM WS-AGREE-COUNT
           MOVE WS-AGREE-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ALIASES NOT IN DISAGREEMENT:  " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DB2-ONLY-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "DB2 ALARM / SHOP SILENT:      " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SHOP-ONLY-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "SHOP PAGING / DB2 NORMAL:     " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE REPORT-FILE.
