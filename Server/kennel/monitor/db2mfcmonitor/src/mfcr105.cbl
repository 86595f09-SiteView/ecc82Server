      ***********************************************************************
      *
      *  Source File Name = MFCR105.CBL
      *
      *  Function = Table space rebalance progress report and alert.
      *
      *             Reads the rebalance history MFCCRBAL builds
      *             (MFCRBALO) oldest first and follows each rebalance
      *             - one database, table space and rebalancer start
      *             time - across its polls, the MFCR099 treatment of
      *             in-flight reorgs. Every poll where extents
      *             processed moved gives a throughput in extents per
      *             hour; every poll where it did not extends the
      *             rebalance's stall run. A RESTART-SECS that changed
      *             from one poll to the next is a rebalancer restart
      *             and is counted; a counter that went backwards
      *             starts the rate afresh.
      *
      *             Rebalances seen on the newest run are listed with
      *             direction, priority, extents processed and
      *             remaining, percent done, extents per hour, minutes
      *             to completion and the estimated completion time
      *             (MFCURNDR "D"), restarts and the stall run.
      *
      *             Two alert kinds go to MFCALRTO through MFCUALRT:
      *             REBAL-RESTARTED when the restart time moved at the
      *             newest poll (actual is the rebalance's restart
      *             count), and REBAL-STALLED when extents processed
      *             has not moved for STALL-POLLS polls (PARM file
      *             MFCR105P, MFCTHR.CBL convention, default 3).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR105.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR105P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REBALANCE-FILE ASSIGN TO "MFCRBALO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RB-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR105O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ALERT-FILE ASSIGN TO "MFCALRTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  REBALANCE-FILE
           RECORDING MODE IS F.
           COPY "mfcrbal.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY "mfcalert.cbl".
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-RB-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-AL-STATUS                PIC XX.
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".
      * Vendor SQLM-TABLESPACE-*-REBAL mode codes the history carries
      * as numbers.
       COPY "sqlmonct.cbl".

       01 WS-STALL-POLLS              PIC 9(9) COMP-5 VALUE 3.
       01 WS-NEWEST-SECS              PIC 9(9) COMP-5 VALUE 0.

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-POLL-SECS                PIC 9(9) COMP-5.
       01 WS-TOTAL-EXT                PIC 9(18) COMP-5.
       01 WS-ETA-SECS                 PIC 9(9) COMP-5.
       01 WS-FINISH-SECS              PIC 9(9) COMP-5.
       01 WS-HAVE-ETA                 PIC X VALUE "N".
           88 HAVE-ETA                VALUE "Y".
       01 WS-PCT-DONE                 PIC 9(5)V9(2).
       01 WS-MODE-TEXT                PIC X(3).
       01 WS-FLAGS                    PIC X(10).

      * One entry per rebalance seen on the history: the newest
      * poll, the rate taken at the last poll that moved, the
      * current run of polls that did not, and the restarts seen.
       01 WS-MAX-REBALS               PIC 9(9) COMP-5 VALUE 300.
       01 WS-RB-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-REBAL-TABLE.
           05 WS-RB-ENTRY OCCURS 300 TIMES.
              10 WS-RB-DB-NAME        PIC X(20).
              10 WS-RB-TBSP-NAME      PIC X(20).
              10 WS-RB-START-SECS     PIC 9(9) COMP-5.
              10 WS-RB-LAST-SECS      PIC 9(9) COMP-5.
              10 WS-RB-MODE           PIC 9(4) COMP-5.
              10 WS-RB-PRIORITY       PIC 9(4) COMP-5.
              10 WS-RB-PROCESSED      PIC 9(18) COMP-5.
              10 WS-RB-REMAINING      PIC 9(18) COMP-5.
              10 WS-RB-RESTART-SECS   PIC 9(9) COMP-5.
              10 WS-RB-RATE-HR        PIC 9(18) COMP-5.
              10 WS-RB-STILL-RUN      PIC 9(9) COMP-5.
              10 WS-RB-RESTARTS       PIC 9(9) COMP-5.
              10 WS-RB-RESTART-AT     PIC 9(9) COMP-5.

       01 WS-DISP-PRIO                PIC ZZZ9.
       01 WS-DISP-DONE                PIC Z(9)9.
       01 WS-DISP-LEFT                PIC Z(9)9.
       01 WS-DISP-PCT                 PIC ZZ9.99.
       01 WS-DISP-RATE                PIC Z(7)9.
       01 WS-DISP-ETA-EDIT            PIC Z(6)9.
       01 WS-DISP-ETA                 PIC X(7).
       01 WS-DISP-RESTARTS            PIC ZZ9.
       01 WS-DISP-STILL               PIC ZZZZ9.
       01 WS-RDR-FUNC                 PIC X(1).
       01 WS-RDR-SECS                 PIC 9(9) COMP-5.
       01 WS-FINISH-TEXT              PIC X(20).

       01 WS-AL-SOURCE                PIC X(8)  VALUE "MFCR105".
       01 WS-AL-METRIC                PIC X(20).
       01 WS-AL-KEY                   PIC X(20).
       01 WS-AL-ACTUAL                PIC 9(9) COMP-5.
       01 WS-AL-THRESHOLD             PIC 9(9) COMP-5.
       01 WS-AL-MESSAGE               PIC X(60).

       01 WS-HDR1                     PIC X(132) VALUE
           "TABLESPACE REBALANCES IN PROGRESS - THROUGHPUT AND ESTIMATED
      -    " COMPLETION".
       01 WS-HDR2.
           05 FILLER                  PIC X(42) VALUE
               "DATABASE             TABLESPACE".
           05 FILLER                  PIC X(90) VALUE
               "DIR PRIO   EXT-DONE   EXT-LEFT    PCT  EXT/HOUR ETA-MIN
      -        " EST-COMPLETE     RST STILL FLAG".
      * Suite shed mode (MFCUSHED/MFCSHEDM): when the collectors
      * are sampling, the reader must know the input was thinned.
       01 WS-SHED-MODE                PIC X(1) VALUE "N".
       01 WS-SHED-SAMPLE-N            PIC 9(4) VALUE 1.
       01 WS-SHED-BANNER              PIC X(132) VALUE
           "*** SAMPLED - SUITE IN SHED MODE, INPUT THINNED TO
      -    " EVERY NTH RECORD ***".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-LOAD-REBALANCE-HISTORY
           PERFORM 4000-REPORT-REBALANCES
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           IF MFC-THR-NAME = "STALL-POLLS"
                               MOVE MFC-THR-VALUE TO WS-STALL-POLLS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND ALERT-FILE
           IF WS-AL-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR2 TO REPORT-LINE
           WRITE REPORT-LINE
           CALL "MFCUSHED" USING WS-SHED-MODE WS-SHED-SAMPLE-N
           IF WS-SHED-MODE = "S"
               MOVE WS-SHED-BANNER TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3000-LOAD-REBALANCE-HISTORY.
           OPEN INPUT REBALANCE-FILE
           IF WS-RB-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ REBALANCE-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 3100-NOTE-ONE-POLL
                   END-READ
               END-PERFORM
               CLOSE REBALANCE-FILE
           ELSE
               MOVE "NO REBALANCE HISTORY AVAILABLE (MFCRBALO)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * History is appended oldest first, so each row read is the
      * newest so far for its rebalance.
       3100-NOTE-ONE-POLL.
           IF MFC-RB-COLLECT-SECS > WS-NEWEST-SECS
               MOVE MFC-RB-COLLECT-SECS TO WS-NEWEST-SECS
           END-IF
           PERFORM 3200-FIND-REBALANCE
           IF NOT KY-FOUND
               EXIT PARAGRAPH
           END-IF
           IF MFC-RB-COLLECT-SECS > WS-RB-LAST-SECS(WS-JDX)
               AND WS-RB-LAST-SECS(WS-JDX) > 0
               IF MFC-RB-RESTART-SECS NOT = WS-RB-RESTART-SECS(WS-JDX)
                   AND MFC-RB-RESTART-SECS > 0
                   ADD 1 TO WS-RB-RESTARTS(WS-JDX)
                   MOVE MFC-RB-COLLECT-SECS TO WS-RB-RESTART-AT(WS-JDX)
               END-IF
               EVALUATE TRUE
                   WHEN MFC-RB-EXT-PROCESSED
                           > WS-RB-PROCESSED(WS-JDX)
                       COMPUTE WS-POLL-SECS = MFC-RB-COLLECT-SECS
                           - WS-RB-LAST-SECS(WS-JDX)
                       COMPUTE WS-RB-RATE-HR(WS-JDX) =
                           (MFC-RB-EXT-PROCESSED
                            - WS-RB-PROCESSED(WS-JDX)) * 3600
                           / WS-POLL-SECS
                       MOVE 0 TO WS-RB-STILL-RUN(WS-JDX)
                   WHEN MFC-RB-EXT-PROCESSED
                           < WS-RB-PROCESSED(WS-JDX)
                       MOVE 0 TO WS-RB-RATE-HR(WS-JDX)
                       MOVE 0 TO WS-RB-STILL-RUN(WS-JDX)
                   WHEN OTHER
                       ADD 1 TO WS-RB-STILL-RUN(WS-JDX)
               END-EVALUATE
           END-IF
           MOVE MFC-RB-COLLECT-SECS TO WS-RB-LAST-SECS(WS-JDX)
           MOVE MFC-RB-MODE TO WS-RB-MODE(WS-JDX)
           MOVE MFC-RB-PRIORITY TO WS-RB-PRIORITY(WS-JDX)
           MOVE MFC-RB-EXT-PROCESSED TO WS-RB-PROCESSED(WS-JDX)
           MOVE MFC-RB-EXT-REMAINING TO WS-RB-REMAINING(WS-JDX)
           MOVE MFC-RB-RESTART-SECS TO WS-RB-RESTART-SECS(WS-JDX).

      * Leaves WS-JDX on the rebalance's entry, adding it the first
      * time it is seen.
       3200-FIND-REBALANCE.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-RB-COUNT OR KY-FOUND
               IF WS-RB-DB-NAME(WS-JDX) = MFC-RB-DB-NAME
                   AND WS-RB-TBSP-NAME(WS-JDX) = MFC-RB-TBSP-NAME
                   AND WS-RB-START-SECS(WS-JDX) = MFC-RB-START-SECS
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-JDX
               EXIT PARAGRAPH
           END-IF
           IF WS-RB-COUNT >= WS-MAX-REBALS
               DISPLAY "MFCR105: REBALANCE TABLE FULL, SKIPPED "
                   MFC-RB-TBSP-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RB-COUNT
           MOVE WS-RB-COUNT TO WS-JDX
           MOVE MFC-RB-DB-NAME TO WS-RB-DB-NAME(WS-JDX)
           MOVE MFC-RB-TBSP-NAME TO WS-RB-TBSP-NAME(WS-JDX)
           MOVE MFC-RB-START-SECS TO WS-RB-START-SECS(WS-JDX)
           MOVE 0 TO WS-RB-LAST-SECS(WS-JDX)
           MOVE 0 TO WS-RB-RATE-HR(WS-JDX)
           MOVE 0 TO WS-RB-STILL-RUN(WS-JDX)
           MOVE 0 TO WS-RB-RESTARTS(WS-JDX)
           MOVE 0 TO WS-RB-RESTART-AT(WS-JDX)
           SET KY-FOUND TO TRUE.

       4000-REPORT-REBALANCES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RB-COUNT
               IF WS-RB-LAST-SECS(WS-IDX) = WS-NEWEST-SECS
                   PERFORM 4100-REPORT-ONE-REBALANCE
               END-IF
           END-PERFORM.

       4100-REPORT-ONE-REBALANCE.
           MOVE SPACES TO WS-FLAGS
           COMPUTE WS-TOTAL-EXT = WS-RB-PROCESSED(WS-IDX)
               + WS-RB-REMAINING(WS-IDX)
           IF WS-TOTAL-EXT > 0
               COMPUTE WS-PCT-DONE ROUNDED =
                   WS-RB-PROCESSED(WS-IDX) * 100 / WS-TOTAL-EXT
           ELSE
               MOVE 0 TO WS-PCT-DONE
           END-IF
           MOVE "N" TO WS-HAVE-ETA
           IF WS-RB-RATE-HR(WS-IDX) > 0
               COMPUTE WS-ETA-SECS =
                   WS-RB-REMAINING(WS-IDX) * 3600
                   / WS-RB-RATE-HR(WS-IDX)
                   ON SIZE ERROR
                       MOVE 999999999 TO WS-ETA-SECS
               END-COMPUTE
               SET HAVE-ETA TO TRUE
               COMPUTE WS-FINISH-SECS = WS-RB-LAST-SECS(WS-IDX)
                   + WS-ETA-SECS
                   ON SIZE ERROR
                       MOVE 999999999 TO WS-FINISH-SECS
               END-COMPUTE
           END-IF
           IF WS-RB-RESTART-AT(WS-IDX) = WS-NEWEST-SECS
               MOVE "RESTARTED" TO WS-FLAGS
               PERFORM 5000-WRITE-RESTART-ALERT
           END-IF
           IF WS-RB-STILL-RUN(WS-IDX) >= WS-STALL-POLLS
               MOVE "STALLED" TO WS-FLAGS
               PERFORM 5100-WRITE-STALL-ALERT
           END-IF
           PERFORM 4300-PRINT-ONE-REBALANCE.

       4300-PRINT-ONE-REBALANCE.
           EVALUATE WS-RB-MODE(WS-IDX)
               WHEN SQLM-TABLESPACE-FWD-REBAL
                   MOVE "FWD" TO WS-MODE-TEXT
               WHEN SQLM-TABLESPACE-REV-REBAL
                   MOVE "REV" TO WS-MODE-TEXT
               WHEN OTHER
                   MOVE "???" TO WS-MODE-TEXT
           END-EVALUATE
           MOVE WS-RB-PRIORITY(WS-IDX) TO WS-DISP-PRIO
           MOVE WS-RB-PROCESSED(WS-IDX) TO WS-DISP-DONE
           MOVE WS-RB-REMAINING(WS-IDX) TO WS-DISP-LEFT
           MOVE WS-PCT-DONE TO WS-DISP-PCT
           MOVE WS-RB-RATE-HR(WS-IDX) TO WS-DISP-RATE
           IF HAVE-ETA
               COMPUTE WS-DISP-ETA-EDIT = WS-ETA-SECS / 60
               MOVE WS-DISP-ETA-EDIT TO WS-DISP-ETA
               MOVE "D" TO WS-RDR-FUNC
               MOVE WS-FINISH-SECS TO WS-RDR-SECS
               CALL "MFCURNDR" USING WS-RDR-FUNC WS-RDR-SECS
                   WS-FINISH-TEXT
           ELSE
               MOVE "     --" TO WS-DISP-ETA
               MOVE "   --" TO WS-FINISH-TEXT
           END-IF
           MOVE WS-RB-RESTARTS(WS-IDX) TO WS-DISP-RESTARTS
           MOVE WS-RB-STILL-RUN(WS-IDX) TO WS-DISP-STILL
           MOVE SPACES TO REPORT-LINE
           STRING WS-RB-DB-NAME(WS-IDX) " " WS-RB-TBSP-NAME(WS-IDX) " "
               WS-MODE-TEXT " " WS-DISP-PRIO " " WS-DISP-DONE " "
               WS-DISP-LEFT " " WS-DISP-PCT "  " WS-DISP-RATE " "
               WS-DISP-ETA " " WS-FINISH-TEXT(1:16) " "
               WS-DISP-RESTARTS " " WS-DISP-STILL " " WS-FLAGS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       5000-WRITE-RESTART-ALERT.
           MOVE "REBAL-RESTARTED" TO WS-AL-METRIC
           MOVE WS-RB-TBSP-NAME(WS-IDX) TO WS-AL-KEY
           MOVE WS-RB-RESTARTS(WS-IDX) TO WS-AL-ACTUAL
           MOVE 0 TO WS-AL-THRESHOLD
           MOVE SPACES TO WS-AL-MESSAGE
           STRING "REBALANCE OF " DELIMITED BY SIZE
               WS-RB-TBSP-NAME(WS-IDX) DELIMITED BY SPACE
               " ON " DELIMITED BY SIZE
               WS-RB-DB-NAME(WS-IDX) DELIMITED BY SPACE
               " RESTARTED" DELIMITED BY SIZE
               INTO WS-AL-MESSAGE
           CALL "MFCUALRT" USING WS-AL-SOURCE WS-AL-METRIC WS-AL-KEY
               WS-AL-ACTUAL WS-AL-THRESHOLD
               WS-AL-MESSAGE MFC-ALERT-REC
           WRITE MFC-ALERT-REC.

       5100-WRITE-STALL-ALERT.
           MOVE "REBAL-STALLED" TO WS-AL-METRIC
           MOVE WS-RB-TBSP-NAME(WS-IDX) TO WS-AL-KEY
           MOVE WS-RB-STILL-RUN(WS-IDX) TO WS-AL-ACTUAL
           MOVE WS-STALL-POLLS TO WS-AL-THRESHOLD
           MOVE SPACES TO WS-AL-MESSAGE
           STRING "REBALANCE OF " DELIMITED BY SIZE
               WS-RB-TBSP-NAME(WS-IDX) DELIMITED BY SPACE
               " ON " DELIMITED BY SIZE
               WS-RB-DB-NAME(WS-IDX) DELIMITED BY SPACE
               " NOT MOVING" DELIMITED BY SIZE
               INTO WS-AL-MESSAGE
           CALL "MFCUALRT" USING WS-AL-SOURCE WS-AL-METRIC WS-AL-KEY
               WS-AL-ACTUAL WS-AL-THRESHOLD
               WS-AL-MESSAGE MFC-ALERT-REC
           WRITE MFC-ALERT-REC.

       9000-TERMINATE.
           CLOSE REPORT-FILE
           CLOSE ALERT-FILE.
