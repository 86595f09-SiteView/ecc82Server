      ***********************************************************************
      *
      *  Source File Name = MFCR103.CBL
      *
      *  Function = Monthly planned versus unplanned downtime per
      *             database, by owning team.
      *
      *             MFCCSTRT records a verdict on every instance
      *             restart it sees - planned when the change journal
      *             or the maintenance calendar explains it, unplanned
      *             when nothing does - on each database row of the
      *             detecting run on MFCSTRTO (mfcdbst.cbl). This
      *             program, run with the MFCR103C month window (the
      *             MFCR092 control-card shape):
      *
      *               - takes every database row with a verdict whose
      *                 DB2START-SECS falls in the window;
      *               - sums planned and unplanned restarts and
      *                 downtime minutes (a part minute counts as a
      *                 minute) per database;
      *               - groups the databases under the owning team
      *                 off MFCDBMF; an alias not on the master is
      *                 listed under (UNMAPPED);
      *               - prints team subtotals and a grand total to
      *                 MFCR103O.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR103.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "MFCR103C"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MC-STATUS.
           SELECT HIST-FILE ASSIGN TO "MFCSTRTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MFCDBMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MFC-DM-DB-ALIAS
               FILE STATUS IS WS-DM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR103O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01 AV-CONTROL-REC.
           05 AC-PERIOD-START         PIC 9(9).
           05 AC-PERIOD-END           PIC 9(9).
       FD  HIST-FILE
           RECORDING MODE IS F.
           COPY "mfcdbst.cbl".
       FD  MASTER-FILE.
           COPY "mfcdbm.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-MC-STATUS                PIC XX.
       01 WS-ST-STATUS                PIC XX.
       01 WS-DM-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".
       01 WS-MASTER-AVAIL             PIC X VALUE "N".
           88 MASTER-AVAIL            VALUE "Y".
       01 WS-CANNOT-RUN               PIC X VALUE "N".
           88 CANNOT-RUN              VALUE "Y".
       01 WS-SWAPPED                  PIC X VALUE "N".
           88 SWAPPED                 VALUE "Y".

      * Per-database month totals, sorted team then alias to print.
       01 WS-MAX-DBS                  PIC 9(9) COMP-5 VALUE 500.
       01 WS-DB-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-DB-TABLE.
           05 WS-DB-ENTRY OCCURS 500 TIMES.
              10 WS-DB-TEAM           PIC X(20).
              10 WS-DB-ALIAS          PIC X(20).
              10 WS-DB-PLAN-COUNT     PIC 9(9) COMP-5.
              10 WS-DB-PLAN-MINS      PIC 9(9) COMP-5.
              10 WS-DB-UNPL-COUNT     PIC 9(9) COMP-5.
              10 WS-DB-UNPL-MINS      PIC 9(9) COMP-5.
       01 WS-DB-SWAP.
           05 FILLER                  PIC X(40).
           05 FILLER                  PIC X(16).

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.
       01 WS-NEXT-IDX                 PIC 9(9) COMP-5.
       01 WS-MINUTES                  PIC 9(9) COMP-5.
       01 WS-CUR-TEAM                 PIC X(20).

       01 WS-TOTALS.
           05 WS-TM-PLAN-COUNT        PIC 9(9) COMP-5.
           05 WS-TM-PLAN-MINS         PIC 9(9) COMP-5.
           05 WS-TM-UNPL-COUNT        PIC 9(9) COMP-5.
           05 WS-TM-UNPL-MINS         PIC 9(9) COMP-5.
           05 WS-GT-PLAN-COUNT        PIC 9(9) COMP-5.
           05 WS-GT-PLAN-MINS         PIC 9(9) COMP-5.
           05 WS-GT-UNPL-COUNT        PIC 9(9) COMP-5.
           05 WS-GT-UNPL-MINS         PIC 9(9) COMP-5.

       01 WS-DISP-PC                  PIC Z(5)9.
       01 WS-DISP-PM                  PIC Z(8)9.
       01 WS-DISP-UC                  PIC Z(5)9.
       01 WS-DISP-UM                  PIC Z(8)9.
       01 WS-LABEL                    PIC X(20).
       01 WS-NAME                     PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT CANNOT-RUN
               PERFORM 2000-SUM-RESTARTS
               PERFORM 3000-SORT-DATABASES
               PERFORM 4000-PRINT-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT CONTROL-FILE
           IF WS-MC-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       SET CANNOT-RUN TO TRUE
                       MOVE "MFCR103: EMPTY CONTROL CARD MFCR103C"
                           TO REPORT-LINE
                       WRITE REPORT-LINE
               END-READ
               CLOSE CONTROL-FILE
           ELSE
               SET CANNOT-RUN TO TRUE
               MOVE "MFCR103: CANNOT OPEN MFCR103C" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF NOT CANNOT-RUN
               OPEN INPUT MASTER-FILE
               IF WS-DM-STATUS = "00"
                   SET MASTER-AVAIL TO TRUE
               END-IF
               MOVE "PLANNED VS UNPLANNED DOWNTIME BY OWNING TEAM"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * The instance row ("*DBM*") carries the same verdict as its
      * databases; only the database rows are counted.
       2000-SUM-RESTARTS.
           OPEN INPUT HIST-FILE
           IF WS-ST-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ HIST-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-ST-DB-NAME NOT = "*DBM*"
                               AND (MFC-ST-PLANNED
                                    OR MFC-ST-UNPLANNED)
                               AND MFC-ST-DB2START-SECS
                                   >= AC-PERIOD-START
                               AND MFC-ST-DB2START-SECS
                                   < AC-PERIOD-END
                               PERFORM 2100-SUM-ONE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           ELSE
               MOVE "MFCR103: NO RESTART HISTORY ON MFCSTRTO"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2100-SUM-ONE-ROW.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-DB-COUNT OR KY-FOUND
               IF WS-DB-ALIAS(WS-HIT-IDX) = MFC-ST-DB-NAME
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-HIT-IDX
           ELSE
               IF WS-DB-COUNT >= WS-MAX-DBS
                   MOVE 0 TO WS-HIT-IDX
               ELSE
                   ADD 1 TO WS-DB-COUNT
                   MOVE WS-DB-COUNT TO WS-HIT-IDX
                   PERFORM 2200-NEW-DATABASE
               END-IF
           END-IF
           IF WS-HIT-IDX >= 1
               COMPUTE WS-MINUTES = (MFC-ST-DOWN-SECS + 59) / 60
               IF MFC-ST-PLANNED
                   ADD 1 TO WS-DB-PLAN-COUNT(WS-HIT-IDX)
                   ADD WS-MINUTES TO WS-DB-PLAN-MINS(WS-HIT-IDX)
               ELSE
                   ADD 1 TO WS-DB-UNPL-COUNT(WS-HIT-IDX)
                   ADD WS-MINUTES TO WS-DB-UNPL-MINS(WS-HIT-IDX)
               END-IF
           END-IF.

       2200-NEW-DATABASE.
           MOVE MFC-ST-DB-NAME TO WS-DB-ALIAS(WS-HIT-IDX)
           MOVE "(UNMAPPED)" TO WS-DB-TEAM(WS-HIT-IDX)
           MOVE 0 TO WS-DB-PLAN-COUNT(WS-HIT-IDX)
           MOVE 0 TO WS-DB-PLAN-MINS(WS-HIT-IDX)
           MOVE 0 TO WS-DB-UNPL-COUNT(WS-HIT-IDX)
           MOVE 0 TO WS-DB-UNPL-MINS(WS-HIT-IDX)
           IF MASTER-AVAIL
               MOVE MFC-ST-DB-NAME TO MFC-DM-DB-ALIAS
               READ MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO MFC-DM-OWNING-TEAM
               END-READ
               IF MFC-DM-OWNING-TEAM NOT = SPACES
                   MOVE MFC-DM-OWNING-TEAM TO WS-DB-TEAM(WS-HIT-IDX)
               END-IF
           END-IF.

       3000-SORT-DATABASES.
           SET SWAPPED TO TRUE
           PERFORM UNTIL NOT SWAPPED
               MOVE "N" TO WS-SWAPPED
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX >= WS-DB-COUNT
                   COMPUTE WS-NEXT-IDX = WS-IDX + 1
                   IF WS-DB-TEAM(WS-IDX) > WS-DB-TEAM(WS-NEXT-IDX)
                       OR (WS-DB-TEAM(WS-IDX) =
                           WS-DB-TEAM(WS-NEXT-IDX)
                       AND WS-DB-ALIAS(WS-IDX) >
                           WS-DB-ALIAS(WS-NEXT-IDX))
                       MOVE WS-DB-ENTRY(WS-IDX) TO WS-DB-SWAP
                       MOVE WS-DB-ENTRY(WS-NEXT-IDX)
                           TO WS-DB-ENTRY(WS-IDX)
                       MOVE WS-DB-SWAP TO WS-DB-ENTRY(WS-NEXT-IDX)
                       SET SWAPPED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       4000-PRINT-REPORT.
           MOVE SPACES TO REPORT-LINE
           STRING "MONTH WINDOW " AC-PERIOD-START " TO "
               AC-PERIOD-END DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TEAM                 DATABASE             PLANNED
      -        "   PLAN-MINS  UNPLANNED  UNPL-MINS" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DB-COUNT = 0
               MOVE "NO RESTARTS IN THE MONTH WINDOW" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-TOTALS
           MOVE WS-DB-TEAM(1) TO WS-CUR-TEAM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DB-COUNT
               IF WS-DB-TEAM(WS-IDX) NOT = WS-CUR-TEAM
                   PERFORM 4200-PRINT-TEAM-TOTAL
                   MOVE WS-DB-TEAM(WS-IDX) TO WS-CUR-TEAM
               END-IF
               PERFORM 4100-PRINT-DATABASE
           END-PERFORM
           PERFORM 4200-PRINT-TEAM-TOTAL
           MOVE "** GRAND TOTAL **" TO WS-LABEL
           MOVE SPACES TO WS-NAME
           MOVE WS-GT-PLAN-COUNT TO WS-DISP-PC
           MOVE WS-GT-PLAN-MINS TO WS-DISP-PM
           MOVE WS-GT-UNPL-COUNT TO WS-DISP-UC
           MOVE WS-GT-UNPL-MINS TO WS-DISP-UM
           PERFORM 4300-WRITE-LINE.

       4100-PRINT-DATABASE.
           ADD WS-DB-PLAN-COUNT(WS-IDX) TO WS-TM-PLAN-COUNT
           ADD WS-DB-PLAN-MINS(WS-IDX) TO WS-TM-PLAN-MINS
           ADD WS-DB-UNPL-COUNT(WS-IDX) TO WS-TM-UNPL-COUNT
           ADD WS-DB-UNPL-MINS(WS-IDX) TO WS-TM-UNPL-MINS
           MOVE WS-DB-TEAM(WS-IDX) TO WS-LABEL
           MOVE WS-DB-ALIAS(WS-IDX) TO WS-NAME
           MOVE WS-DB-PLAN-COUNT(WS-IDX) TO WS-DISP-PC
           MOVE WS-DB-PLAN-MINS(WS-IDX) TO WS-DISP-PM
           MOVE WS-DB-UNPL-COUNT(WS-IDX) TO WS-DISP-UC
           MOVE WS-DB-UNPL-MINS(WS-IDX) TO WS-DISP-UM
           PERFORM 4300-WRITE-LINE.

       4200-PRINT-TEAM-TOTAL.
           MOVE WS-CUR-TEAM TO WS-LABEL
           MOVE "  TEAM TOTAL" TO WS-NAME
           MOVE WS-TM-PLAN-COUNT TO WS-DISP-PC
           MOVE WS-TM-PLAN-MINS TO WS-DISP-PM
           MOVE WS-TM-UNPL-COUNT TO WS-DISP-UC
           MOVE WS-TM-UNPL-MINS TO WS-DISP-UM
           PERFORM 4300-WRITE-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-TM-PLAN-COUNT TO WS-GT-PLAN-COUNT
           ADD WS-TM-PLAN-MINS TO WS-GT-PLAN-MINS
           ADD WS-TM-UNPL-COUNT TO WS-GT-UNPL-COUNT
           ADD WS-TM-UNPL-MINS TO WS-GT-UNPL-MINS
           MOVE 0 TO WS-TM-PLAN-COUNT
           MOVE 0 TO WS-TM-PLAN-MINS
           MOVE 0 TO WS-TM-UNPL-COUNT
           MOVE 0 TO WS-TM-UNPL-MINS.

       4300-WRITE-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING WS-LABEL " " WS-NAME " " WS-DISP-PC "  "
               WS-DISP-PM "     " WS-DISP-UC "  " WS-DISP-UM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           IF MASTER-AVAIL
               CLOSE MASTER-FILE
           END-IF
           CLOSE REPORT-FILE.
