      ***********************************************************************
      *
      *  Source File Name = MFCR121.CBL
      *
      *  Function = Event monitor activation and flush report, so a
      *             gap in event coverage is explained rather than
      *             suspected.
      *
      *             Reads MFCEVACO (mfcevac.cbl), where the shared
      *             stream header check MFCUEVHD records every monitor
      *             activation it finds ahead of the event collectors
      *             and every stream it refused. Rows detected within
      *             the last DAYS days are printed per collector and
      *             stream, in the order they were found:
      *
      *               - an activation with its start time, the
      *                 monitor's EVMON-ACTIVATES and EVMON-FLUSHES
      *                 counters as the stream reported them, the
      *                 flushes and the hours since the collector's
      *                 previous activation in the window, and NEW when
      *                 it opened a stream the collector had never read
      *                 (the monitor was re-created or its file
      *                 replaced, so the counters start again);
      *               - a refused stream, with the reason that went to
      *                 MFCERRLG - nothing was collected from it.
      *
      *             Each collector closes with its counts of
      *             activations, new streams and refusals, and the
      *             monitor's counters as last reported.
      *
      *             Thresholds from the PARM file (MFCR121P,
      *             MFCTHR.CBL convention):
      *               DAYS           - window looked back over (default
      *                 30).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR121.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR121P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACTIVATION-FILE ASSIGN TO "MFCEVACO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EA-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR121O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  ACTIVATION-FILE
           RECORDING MODE IS F.
           COPY "mfcevac.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-EA-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".
       01 WS-HAVE-PREV                PIC X VALUE "N".
           88 HAVE-PREV               VALUE "Y".

       01 WS-DAYS                     PIC 9(9) COMP-5 VALUE 30.
       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-CUTOFF-SECS              PIC 9(9) COMP-5 VALUE 0.

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-CL-IDX                   PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.

      * The window's rows, in file order.
       01 WS-MAX-ROWS                 PIC 9(9) COMP-5 VALUE 2000.
       01 WS-RW-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-ROW-TABLE.
           05 WS-RW-ENTRY OCCURS 2000 TIMES.
              10 WS-RW-DETECT-SECS    PIC 9(9) COMP-5.
              10 WS-RW-PROGRAM        PIC X(8).
              10 WS-RW-STREAM         PIC X(8).
              10 WS-RW-KIND           PIC X(1).
              10 WS-RW-MONITOR-NAME   PIC X(20).
              10 WS-RW-START-SECS     PIC 9(9) COMP-5.
              10 WS-RW-ACTIVATES      PIC 9(9) COMP-5.
              10 WS-RW-FLUSHES        PIC 9(9) COMP-5.
              10 WS-RW-NEW-STREAM     PIC X(1).
              10 WS-RW-REASON         PIC X(40).

      * One entry per collector and stream, first seen first.
       01 WS-MAX-COLLECTORS           PIC 9(9) COMP-5 VALUE 50.
       01 WS-CL-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 50 TIMES.
              10 WS-CL-PROGRAM        PIC X(8).
              10 WS-CL-STREAM         PIC X(8).

      * Running figures for the collector being printed.
       01 WS-CUR-MONITOR-NAME         PIC X(20).
       01 WS-CUR-ACTIVATIONS          PIC 9(9) COMP-5.
       01 WS-CUR-NEW-STREAMS          PIC 9(9) COMP-5.
       01 WS-CUR-REFUSED              PIC 9(9) COMP-5.
       01 WS-CUR-ACTIVATES            PIC 9(9) COMP-5.
       01 WS-CUR-FLUSHES              PIC 9(9) COMP-5.
       01 WS-PREV-START-SECS          PIC 9(9) COMP-5.
       01 WS-PREV-FLUSHES             PIC 9(9) COMP-5.
       01 WS-FLUSHES-SINCE            PIC 9(9) COMP-5.
       01 WS-HOURS-SINCE              PIC 9(9) COMP-5.
       01 WS-TOTAL-REFUSED            PIC 9(9) COMP-5 VALUE 0.

      * Epoch to "YYYY-MM-DD HH:MM:SS" through the shared renderer
      * (MFCURNDR).
       01 WS-RDR-FUNC                 PIC X(1) VALUE "D".
       01 WS-RDR-SECS                 PIC 9(9) COMP-5.
       01 WS-RDR-TEXT                 PIC X(20).
       01 WS-DETECT-TEXT              PIC X(20).

       01 WS-DISP-KIND                PIC X(8).
       01 WS-DISP-ACTIVATES           PIC Z(8)9.
       01 WS-DISP-FLUSHES             PIC Z(8)9.
       01 WS-DISP-FLUSH-SINCE         PIC X(7).
       01 WS-DISP-HRS-SINCE           PIC X(7).
       01 WS-DISP-SINCE-N             PIC Z(6)9.
       01 WS-DISP-NEW                 PIC X(3).
       01 WS-DISP-NOTE                PIC X(40).
       01 WS-DISP-COUNT               PIC Z(5)9.
       01 WS-DISP-COUNT-2             PIC Z(5)9.
       01 WS-DISP-COUNT-3             PIC Z(5)9.

       01 WS-HDR1                     PIC X(132) VALUE
           "MFCR121 - EVENT MONITOR ACTIVATIONS, FLUSHES AND REFUSED STR
      -    "EAMS".
       01 WS-HDR2                     PIC X(132) VALUE
           "                                                 ---- EVMON 
      -    "COUNTERS ---- SINCE PREV -".
       01 WS-HDR3                     PIC X(132) VALUE
           "DETECTED            MONITOR START       KIND     ACTIVATES  
      -    " FLUSHES FLUSHES   HOURS NEW NOTE".
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-READ-PARMS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ACTIVATIONS
           PERFORM 3000-PRINT-REPORT
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
                               WHEN "DAYS"
                                   MOVE MFC-THR-VALUE TO WS-DAYS
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

       1000-INITIALIZE.
           CALL "MFCUTIME" USING WS-NOW-SECS
           IF WS-NOW-SECS > WS-DAYS * 86400
               COMPUTE WS-CUTOFF-SECS = WS-NOW-SECS - WS-DAYS * 86400
           END-IF
           OPEN OUTPUT REPORT-FILE.

       2000-LOAD-ACTIVATIONS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT ACTIVATION-FILE
           IF WS-EA-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ ACTIVATION-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-EA-DETECT-SECS >= WS-CUTOFF-SECS
                               PERFORM 2100-TAKE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTIVATION-FILE
           END-IF.

       2100-TAKE-ROW.
           IF WS-RW-COUNT >= WS-MAX-ROWS
               DISPLAY "MFCR121: ROW TABLE FULL, NOT SHOWN "
                   MFC-EA-PROGRAM " " MFC-EA-START-SECS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-CL-COUNT OR KY-FOUND
               IF WS-CL-PROGRAM(WS-HIT-IDX) = MFC-EA-PROGRAM
                   AND WS-CL-STREAM(WS-HIT-IDX) = MFC-EA-STREAM
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT KY-FOUND
               IF WS-CL-COUNT >= WS-MAX-COLLECTORS
                   DISPLAY "MFCR121: COLLECTOR TABLE FULL, NOT SHOWN "
                       MFC-EA-PROGRAM " " MFC-EA-STREAM
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CL-COUNT
               MOVE MFC-EA-PROGRAM TO WS-CL-PROGRAM(WS-CL-COUNT)
               MOVE MFC-EA-STREAM TO WS-CL-STREAM(WS-CL-COUNT)
           END-IF
           ADD 1 TO WS-RW-COUNT
           MOVE MFC-EA-DETECT-SECS TO WS-RW-DETECT-SECS(WS-RW-COUNT)
           MOVE MFC-EA-PROGRAM TO WS-RW-PROGRAM(WS-RW-COUNT)
           MOVE MFC-EA-STREAM TO WS-RW-STREAM(WS-RW-COUNT)
           MOVE MFC-EA-KIND TO WS-RW-KIND(WS-RW-COUNT)
           MOVE MFC-EA-MONITOR-NAME TO WS-RW-MONITOR-NAME(WS-RW-COUNT)
           MOVE MFC-EA-START-SECS TO WS-RW-START-SECS(WS-RW-COUNT)
           MOVE MFC-EA-ACTIVATES TO WS-RW-ACTIVATES(WS-RW-COUNT)
           MOVE MFC-EA-FLUSHES TO WS-RW-FLUSHES(WS-RW-COUNT)
           MOVE MFC-EA-NEW-STREAM TO WS-RW-NEW-STREAM(WS-RW-COUNT)
           MOVE MFC-EA-REASON TO WS-RW-REASON(WS-RW-COUNT).

       3000-PRINT-REPORT.
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CL-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "NO ACTIVATIONS OR REFUSED STREAMS IN THE WINDOW"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               PERFORM 3100-PRINT-COLLECTOR
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CL-COUNT TO WS-DISP-COUNT
           MOVE WS-TOTAL-REFUSED TO WS-DISP-COUNT-2
           MOVE SPACES TO REPORT-LINE
           STRING "COLLECTORS SHOWN: " WS-DISP-COUNT
               "   STREAMS REFUSED: " WS-DISP-COUNT-2
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       3100-PRINT-COLLECTOR.
           MOVE SPACES TO WS-CUR-MONITOR-NAME
           MOVE 0 TO WS-CUR-ACTIVATIONS
           MOVE 0 TO WS-CUR-NEW-STREAMS
           MOVE 0 TO WS-CUR-REFUSED
           MOVE 0 TO WS-CUR-ACTIVATES
           MOVE 0 TO WS-CUR-FLUSHES
           MOVE "N" TO WS-HAVE-PREV
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RW-COUNT
               IF WS-RW-PROGRAM(WS-IDX) = WS-CL-PROGRAM(WS-CL-IDX)
                   AND WS-RW-STREAM(WS-IDX) = WS-CL-STREAM(WS-CL-IDX)
                   AND WS-RW-MONITOR-NAME(WS-IDX) NOT = SPACES
                   MOVE WS-RW-MONITOR-NAME(WS-IDX)
                       TO WS-CUR-MONITOR-NAME
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "COLLECTOR " WS-CL-PROGRAM(WS-CL-IDX)
               "  STREAM " WS-CL-STREAM(WS-CL-IDX)
               "  EVENT MONITOR " WS-CUR-MONITOR-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR3 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RW-COUNT
               IF WS-RW-PROGRAM(WS-IDX) = WS-CL-PROGRAM(WS-CL-IDX)
                   AND WS-RW-STREAM(WS-IDX) = WS-CL-STREAM(WS-CL-IDX)
                   PERFORM 3200-PRINT-ROW
               END-IF
           END-PERFORM
           MOVE WS-CUR-ACTIVATIONS TO WS-DISP-COUNT
           MOVE WS-CUR-NEW-STREAMS TO WS-DISP-COUNT-2
           MOVE WS-CUR-REFUSED TO WS-DISP-COUNT-3
           MOVE WS-CUR-ACTIVATES TO WS-DISP-ACTIVATES
           MOVE WS-CUR-FLUSHES TO WS-DISP-FLUSHES
           MOVE SPACES TO REPORT-LINE
           STRING "  ACTIVATIONS: " WS-DISP-COUNT
               "  NEW STREAMS: " WS-DISP-COUNT-2
               "  REFUSED: " WS-DISP-COUNT-3
               "  LAST EVMON-ACTIVATES: " WS-DISP-ACTIVATES
               "  EVMON-FLUSHES: " WS-DISP-FLUSHES
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Flushes and hours are measured from the previous activation
      * in the window; a re-created monitor's counters start again,
      * so a counter lower than last time is itself the figure.
       3200-PRINT-ROW.
           MOVE WS-RW-DETECT-SECS(WS-IDX) TO WS-RDR-SECS
           CALL "MFCURNDR" USING WS-RDR-FUNC WS-RDR-SECS WS-RDR-TEXT
           MOVE WS-RDR-TEXT TO WS-DETECT-TEXT
           MOVE SPACES TO WS-RDR-TEXT
           MOVE "      -" TO WS-DISP-FLUSH-SINCE
           MOVE "      -" TO WS-DISP-HRS-SINCE
           MOVE SPACES TO WS-DISP-NEW
           MOVE 0 TO WS-DISP-ACTIVATES
           MOVE 0 TO WS-DISP-FLUSHES
           IF WS-RW-KIND(WS-IDX) = "R"
               MOVE "REFUSED" TO WS-DISP-KIND
               MOVE WS-RW-REASON(WS-IDX) TO WS-DISP-NOTE
               ADD 1 TO WS-CUR-REFUSED
               ADD 1 TO WS-TOTAL-REFUSED
           ELSE
               MOVE "ACTIVATE" TO WS-DISP-KIND
               MOVE SPACES TO WS-DISP-NOTE
               MOVE WS-RW-START-SECS(WS-IDX) TO WS-RDR-SECS
               CALL "MFCURNDR" USING WS-RDR-FUNC WS-RDR-SECS
                   WS-RDR-TEXT
               MOVE WS-RW-ACTIVATES(WS-IDX) TO WS-DISP-ACTIVATES
               MOVE WS-RW-FLUSHES(WS-IDX) TO WS-DISP-FLUSHES
               IF WS-RW-NEW-STREAM(WS-IDX) = "Y"
                   MOVE "NEW" TO WS-DISP-NEW
                   MOVE "MONITOR RE-CREATED - COUNTERS RESTART"
                       TO WS-DISP-NOTE
                   ADD 1 TO WS-CUR-NEW-STREAMS
               END-IF
               IF HAVE-PREV
                   IF WS-RW-FLUSHES(WS-IDX) >= WS-PREV-FLUSHES
                       COMPUTE WS-FLUSHES-SINCE =
                           WS-RW-FLUSHES(WS-IDX) - WS-PREV-FLUSHES
                   ELSE
                       MOVE WS-RW-FLUSHES(WS-IDX) TO WS-FLUSHES-SINCE
                   END-IF
                   MOVE WS-FLUSHES-SINCE TO WS-DISP-SINCE-N
                   MOVE WS-DISP-SINCE-N TO WS-DISP-FLUSH-SINCE
                   IF WS-RW-START-SECS(WS-IDX) > WS-PREV-START-SECS
                       COMPUTE WS-HOURS-SINCE =
                           (WS-RW-START-SECS(WS-IDX)
                           - WS-PREV-START-SECS) / 3600
                   ELSE
                       MOVE 0 TO WS-HOURS-SINCE
                   END-IF
                   MOVE WS-HOURS-SINCE TO WS-DISP-SINCE-N
                   MOVE WS-DISP-SINCE-N TO WS-DISP-HRS-SINCE
               END-IF
               SET HAVE-PREV TO TRUE
               MOVE WS-RW-START-SECS(WS-IDX) TO WS-PREV-START-SECS
               MOVE WS-RW-FLUSHES(WS-IDX) TO WS-PREV-FLUSHES
               MOVE WS-RW-ACTIVATES(WS-IDX) TO WS-CUR-ACTIVATES
               MOVE WS-RW-FLUSHES(WS-IDX) TO WS-CUR-FLUSHES
               ADD 1 TO WS-CUR-ACTIVATIONS
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-DETECT-TEXT(1:19) " " WS-RDR-TEXT(1:19) " "
               WS-DISP-KIND " " WS-DISP-ACTIVATES " "
               WS-DISP-FLUSHES " " WS-DISP-FLUSH-SINCE " "
               WS-DISP-HRS-SINCE " " WS-DISP-NEW " " WS-DISP-NOTE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE REPORT-FILE.
