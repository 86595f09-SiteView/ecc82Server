      ***********************************************************************
      *
      *  Source File Name = MFCR122.CBL
      *
      *  Function = Shared snapshot capture report - how far one
      *             sweep's captures were shared between the snapshot
      *             collectors, and every snapshot that reached a
      *             collector truncated.
      *
      *             Reads MFCSNCPO (mfcsncp.cbl), where the capture
      *             service MFCUSNAP records each capture it took, each
      *             time it handed one to a later collector instead,
      *             each failed capture, each capture that overflowed
      *             its space and each collector walk that stopped at
      *             its element limit. Rows from the last DAYS days:
      *
      *               - per collector, the captures taken for it, the
      *                 shared captures it was handed, failures,
      *                 overflows and walk limits;
      *               - every truncated snapshot, with the estimate
      *                 db2GetSnapshotSize gave and the space the
      *                 capture had; an overflowed capture shows how
      *                 many collector walks it fed (each one short),
      *                 a walk limit how many elements were walked
      *                 before the rest were dropped;
      *               - totals: API calls issued, requests served,
      *                 calls saved by sharing.
      *
      *             A capture that overflows again and again wants a
      *             larger PAD-PCT on MFCSNAPP; a walk limit wants the
      *             collector's WS-MAX-OCC raised.
      *
      *             Thresholds from the PARM file (MFCR122P,
      *             MFCTHR.CBL convention):
      *               DAYS           - window looked back over (default
      *                 7).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR122.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR122P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CAPTURE-LOG-FILE ASSIGN TO "MFCSNCPO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR122O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  CAPTURE-LOG-FILE
           RECORDING MODE IS F.
           COPY "mfcsncp.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-SN-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".

       01 WS-DAYS                     PIC 9(9) COMP-5 VALUE 7.
       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-CUTOFF-SECS              PIC 9(9) COMP-5 VALUE 0.

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.

      * One entry per collector, first seen first.
       01 WS-MAX-SOURCES              PIC 9(9) COMP-5 VALUE 100.
       01 WS-SC-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-SOURCE-TABLE.
           05 WS-SC-ENTRY OCCURS 100 TIMES.
              10 WS-SC-SOURCE         PIC X(8).
              10 WS-SC-CAPTURED       PIC 9(9) COMP-5.
              10 WS-SC-SHARED         PIC 9(9) COMP-5.
              10 WS-SC-FAILED         PIC 9(9) COMP-5.
              10 WS-SC-OVERFLOW       PIC 9(9) COMP-5.
              10 WS-SC-WALK-LIMIT     PIC 9(9) COMP-5.

      * Overflow and walk-limit rows, in file order; an overflow's
      * walker count is filled in on a second pass.
       01 WS-MAX-TRUNC                PIC 9(9) COMP-5 VALUE 500.
       01 WS-TR-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-TRUNC-TABLE.
           05 WS-TR-ENTRY OCCURS 500 TIMES.
              10 WS-TR-EVENT-SECS     PIC 9(9) COMP-5.
              10 WS-TR-CAPTURE-SECS   PIC 9(9) COMP-5.
              10 WS-TR-SOURCE         PIC X(8).
              10 WS-TR-KIND           PIC X(1).
              10 WS-TR-NODE           PIC S9(9) COMP-5.
              10 WS-TR-CLASS          PIC 9(9) COMP-5.
              10 WS-TR-ESTIMATE       PIC 9(9) COMP-5.
              10 WS-TR-BUFFER         PIC 9(9) COMP-5.
              10 WS-TR-ELEMENTS       PIC 9(9) COMP-5.
              10 WS-TR-WALKERS        PIC 9(9) COMP-5.

       01 WS-TOTAL-CAPTURED           PIC 9(9) COMP-5 VALUE 0.
       01 WS-TOTAL-SHARED             PIC 9(9) COMP-5 VALUE 0.
       01 WS-TOTAL-FAILED             PIC 9(9) COMP-5 VALUE 0.
       01 WS-TOTAL-OVERFLOW           PIC 9(9) COMP-5 VALUE 0.
       01 WS-TOTAL-WALK-LIMIT         PIC 9(9) COMP-5 VALUE 0.
       01 WS-TOTAL-CALLS              PIC 9(9) COMP-5 VALUE 0.
       01 WS-TOTAL-SERVED             PIC 9(9) COMP-5 VALUE 0.
       01 WS-SAVED-PCT                PIC 9(3) VALUE 0.

      * Epoch to "YYYY-MM-DD HH:MM:SS" through the shared renderer
      * (MFCURNDR).
       01 WS-RDR-FUNC                 PIC X(1) VALUE "D".
       01 WS-RDR-SECS                 PIC 9(9) COMP-5.
       01 WS-RDR-TEXT                 PIC X(20).
       01 WS-EVENT-TEXT               PIC X(20).

       01 WS-DISP-NODE                PIC -(4)9.
       01 WS-DISP-CLASS               PIC Z(4)9.
       01 WS-DISP-BYTES               PIC Z(9)9.
       01 WS-DISP-BYTES-2             PIC Z(9)9.
       01 WS-DISP-ELEMENTS            PIC X(8).
       01 WS-DISP-ELEM-N              PIC Z(7)9.
       01 WS-DISP-WALKERS             PIC X(7).
       01 WS-DISP-WALK-N              PIC Z(6)9.
       01 WS-DISP-NOTE                PIC X(32).
       01 WS-DISP-COUNT               PIC Z(8)9.
       01 WS-DISP-COUNT-2             PIC Z(8)9.
       01 WS-DISP-COUNT-3             PIC Z(8)9.
       01 WS-DISP-COUNT-4             PIC Z(8)9.
       01 WS-DISP-COUNT-5             PIC Z(8)9.
       01 WS-DISP-PCT                 PIC ZZ9.

       01 WS-HDR1                     PIC X(132) VALUE
           "MFCR122 - SHARED SNAPSHOT CAPTURES AND TRUNCATED SNAPSHOTS".
       01 WS-HDR2                     PIC X(132) VALUE
           "CAPTURE USE BY COLLECTOR".
       01 WS-HDR3                     PIC X(132) VALUE
           "SOURCE   CAPTURED    SHARED    FAILED  OVERFLOW  WALK-LIM".
       01 WS-HDR4                     PIC X(132) VALUE
           "TRUNCATED SNAPSHOTS".
       01 WS-HDR5                     PIC X(132) VALUE
           "DETECTED            CAPTURED            SOURCE    NODE CLASS
      -    "   ESTIMATE     BUFFER ELEMENTS WALKERS NOTE".
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-READ-PARMS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CAPTURE-LOG
           PERFORM 2500-COUNT-WALKERS
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

       2000-LOAD-CAPTURE-LOG.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT CAPTURE-LOG-FILE
           IF WS-SN-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ CAPTURE-LOG-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-SN-EVENT-SECS >= WS-CUTOFF-SECS
                               PERFORM 2100-TAKE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAPTURE-LOG-FILE
           END-IF.

       2100-TAKE-ROW.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SC-COUNT OR KY-FOUND
               IF WS-SC-SOURCE(WS-IDX) = MFC-SN-SOURCE
                   SET KY-FOUND TO TRUE
                   MOVE WS-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM
           IF NOT KY-FOUND
               IF WS-SC-COUNT >= WS-MAX-SOURCES
                   DISPLAY "MFCR122: COLLECTOR TABLE FULL, NOT SHOWN "
                       MFC-SN-SOURCE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SC-COUNT
               MOVE WS-SC-COUNT TO WS-HIT-IDX
               MOVE MFC-SN-SOURCE TO WS-SC-SOURCE(WS-HIT-IDX)
               MOVE 0 TO WS-SC-CAPTURED(WS-HIT-IDX)
               MOVE 0 TO WS-SC-SHARED(WS-HIT-IDX)
               MOVE 0 TO WS-SC-FAILED(WS-HIT-IDX)
               MOVE 0 TO WS-SC-OVERFLOW(WS-HIT-IDX)
               MOVE 0 TO WS-SC-WALK-LIMIT(WS-HIT-IDX)
           END-IF
           EVALUATE TRUE
               WHEN MFC-SN-CAPTURED
                   ADD 1 TO WS-SC-CAPTURED(WS-HIT-IDX)
                   ADD 1 TO WS-TOTAL-CAPTURED
               WHEN MFC-SN-SHARED
                   ADD 1 TO WS-SC-SHARED(WS-HIT-IDX)
                   ADD 1 TO WS-TOTAL-SHARED
               WHEN MFC-SN-FAILED
                   ADD 1 TO WS-SC-FAILED(WS-HIT-IDX)
                   ADD 1 TO WS-TOTAL-FAILED
               WHEN MFC-SN-OVERFLOW
                   ADD 1 TO WS-SC-OVERFLOW(WS-HIT-IDX)
                   ADD 1 TO WS-TOTAL-OVERFLOW
                   PERFORM 2200-TAKE-TRUNCATION
               WHEN MFC-SN-WALK-LIMIT
                   ADD 1 TO WS-SC-WALK-LIMIT(WS-HIT-IDX)
                   ADD 1 TO WS-TOTAL-WALK-LIMIT
                   PERFORM 2200-TAKE-TRUNCATION
           END-EVALUATE.

       2200-TAKE-TRUNCATION.
           IF WS-TR-COUNT >= WS-MAX-TRUNC
               DISPLAY "MFCR122: TRUNCATION TABLE FULL, NOT SHOWN "
                   MFC-SN-SOURCE " " MFC-SN-EVENT-SECS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TR-COUNT
           MOVE MFC-SN-EVENT-SECS TO WS-TR-EVENT-SECS(WS-TR-COUNT)
           MOVE MFC-SN-CAPTURE-SECS TO WS-TR-CAPTURE-SECS(WS-TR-COUNT)
           MOVE MFC-SN-SOURCE TO WS-TR-SOURCE(WS-TR-COUNT)
           MOVE MFC-SN-KIND TO WS-TR-KIND(WS-TR-COUNT)
           MOVE MFC-SN-NODE-NUMBER TO WS-TR-NODE(WS-TR-COUNT)
           MOVE MFC-SN-CLASS TO WS-TR-CLASS(WS-TR-COUNT)
           MOVE MFC-SN-ESTIMATE-BYTES TO WS-TR-ESTIMATE(WS-TR-COUNT)
           MOVE MFC-SN-BUFFER-BYTES TO WS-TR-BUFFER(WS-TR-COUNT)
           MOVE MFC-SN-ELEMENTS TO WS-TR-ELEMENTS(WS-TR-COUNT)
           MOVE 0 TO WS-TR-WALKERS(WS-TR-COUNT).

      * Every collector that was handed an overflowed capture - the
      * one it was taken for and each one it was shared with - walked
      * a short snapshot; the capture, share rows carry its time,
      * partition and class.
       2500-COUNT-WALKERS.
           IF WS-TOTAL-OVERFLOW = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT CAPTURE-LOG-FILE
           IF WS-SN-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ CAPTURE-LOG-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-SN-EVENT-SECS >= WS-CUTOFF-SECS
                               AND (MFC-SN-CAPTURED OR MFC-SN-SHARED)
                               PERFORM 2600-MATCH-WALKER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAPTURE-LOG-FILE
           END-IF.

       2600-MATCH-WALKER.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TR-COUNT
               IF WS-TR-KIND(WS-IDX) = "O"
                   AND WS-TR-CAPTURE-SECS(WS-IDX) = MFC-SN-CAPTURE-SECS
                   AND WS-TR-NODE(WS-IDX) = MFC-SN-NODE-NUMBER
                   AND WS-TR-CLASS(WS-IDX) = MFC-SN-CLASS
                   ADD 1 TO WS-TR-WALKERS(WS-IDX)
               END-IF
           END-PERFORM.

       3000-PRINT-REPORT.
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SC-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "NO SNAPSHOT CAPTURES RECORDED IN THE WINDOW"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 3100-PRINT-COLLECTORS
               PERFORM 3300-PRINT-TRUNCATIONS
           END-IF
           PERFORM 3500-PRINT-TOTALS.

       3100-PRINT-COLLECTORS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR3 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SC-COUNT
               MOVE WS-SC-CAPTURED(WS-IDX) TO WS-DISP-COUNT
               MOVE WS-SC-SHARED(WS-IDX) TO WS-DISP-COUNT-2
               MOVE WS-SC-FAILED(WS-IDX) TO WS-DISP-COUNT-3
               MOVE WS-SC-OVERFLOW(WS-IDX) TO WS-DISP-COUNT-4
               MOVE WS-SC-WALK-LIMIT(WS-IDX) TO WS-DISP-COUNT-5
               MOVE SPACES TO REPORT-LINE
               STRING WS-SC-SOURCE(WS-IDX) WS-DISP-COUNT " "
                   WS-DISP-COUNT-2 " " WS-DISP-COUNT-3 " "
                   WS-DISP-COUNT-4 " " WS-DISP-COUNT-5
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       3300-PRINT-TRUNCATIONS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR4 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TR-COUNT = 0
               MOVE "NONE - EVERY SNAPSHOT WALKED WAS WHOLE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HDR5 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TR-COUNT
               PERFORM 3400-PRINT-TRUNCATION
           END-PERFORM.

       3400-PRINT-TRUNCATION.
           MOVE WS-TR-EVENT-SECS(WS-IDX) TO WS-RDR-SECS
           CALL "MFCURNDR" USING WS-RDR-FUNC WS-RDR-SECS WS-RDR-TEXT
           MOVE WS-RDR-TEXT TO WS-EVENT-TEXT
           MOVE WS-TR-CAPTURE-SECS(WS-IDX) TO WS-RDR-SECS
           CALL "MFCURNDR" USING WS-RDR-FUNC WS-RDR-SECS WS-RDR-TEXT
           MOVE WS-TR-NODE(WS-IDX) TO WS-DISP-NODE
           MOVE WS-TR-CLASS(WS-IDX) TO WS-DISP-CLASS
           MOVE WS-TR-ESTIMATE(WS-IDX) TO WS-DISP-BYTES
           MOVE WS-TR-BUFFER(WS-IDX) TO WS-DISP-BYTES-2
           IF WS-TR-KIND(WS-IDX) = "O"
               MOVE "       -" TO WS-DISP-ELEMENTS
               MOVE WS-TR-WALKERS(WS-IDX) TO WS-DISP-WALK-N
               MOVE WS-DISP-WALK-N TO WS-DISP-WALKERS
               MOVE "CAPTURE OVERFLOWED ITS BUFFER"
                   TO WS-DISP-NOTE
           ELSE
               MOVE WS-TR-ELEMENTS(WS-IDX) TO WS-DISP-ELEM-N
               MOVE WS-DISP-ELEM-N TO WS-DISP-ELEMENTS
               MOVE "      -" TO WS-DISP-WALKERS
               MOVE "WALK STOPPED AT ELEMENT LIMIT"
                   TO WS-DISP-NOTE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-EVENT-TEXT(1:19) " " WS-RDR-TEXT(1:19) " "
               WS-TR-SOURCE(WS-IDX) " " WS-DISP-NODE " "
               WS-DISP-CLASS " " WS-DISP-BYTES " " WS-DISP-BYTES-2 " "
               WS-DISP-ELEMENTS " " WS-DISP-WALKERS " " WS-DISP-NOTE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Every capture row and every failed attempt was an API call;
      * every capture and share row was a collector served.
       3500-PRINT-TOTALS.
           COMPUTE WS-TOTAL-CALLS = WS-TOTAL-CAPTURED + WS-TOTAL-FAILED
           COMPUTE WS-TOTAL-SERVED =
               WS-TOTAL-CAPTURED + WS-TOTAL-SHARED
           IF WS-TOTAL-SERVED > 0
               COMPUTE WS-SAVED-PCT =
                   (WS-TOTAL-SHARED * 100) / WS-TOTAL-SERVED
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-CALLS TO WS-DISP-COUNT
           MOVE WS-TOTAL-SERVED TO WS-DISP-COUNT-2
           MOVE WS-TOTAL-SHARED TO WS-DISP-COUNT-3
           MOVE WS-SAVED-PCT TO WS-DISP-PCT
           MOVE SPACES TO REPORT-LINE
           STRING "SNAPSHOT API CALLS: " WS-DISP-COUNT
               "   COLLECTOR REQUESTS SERVED: " WS-DISP-COUNT-2
               "   SAVED BY SHARING: " WS-DISP-COUNT-3
               " (" WS-DISP-PCT "%)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-OVERFLOW TO WS-DISP-COUNT
           MOVE WS-TOTAL-WALK-LIMIT TO WS-DISP-COUNT-2
           MOVE WS-TOTAL-FAILED TO WS-DISP-COUNT-3
           MOVE SPACES TO REPORT-LINE
           STRING "OVERFLOWED CAPTURES: " WS-DISP-COUNT
               "   WALKS AT ELEMENT LIMIT: " WS-DISP-COUNT-2
               "   FAILED CAPTURES: " WS-DISP-COUNT-3
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE REPORT-FILE.
