      ***********************************************************************
      *
      *  Source File Name = MFCR134.CBL
      *
      *  Function = Storage volume I/O latency and shared-volume
      *             hotspot report.
      *
      *             Joins the container-to-volume map MFCVMAPS
      *             (mfcvcmp.cbl, built by MFCCVOLM) to the table space
      *             I/O history MFCTSIOO (mfctsio.cbl, MFCCTSIO) by
      *             database and table space, and to the storage
      *             team's inventory MFCVOLI for array and capacity.
      *
      *             A table space's I/O is the difference between its
      *             last two polls - the counters since activation
      *             when it has only one, or went backwards across a
      *             restart - taken only when its last poll is its
      *             database's newest, so a dropped table space does
      *             not linger. DB2 stripes a table space across its
      *             containers, so its reads, writes and their times
      *             are shared out over its containers evenly and each
      *             volume is charged for the containers it carries.
      *             A table space doing HOT-IO-PCT (default 10) percent
      *             or more of all the I/O is hot.
      *
      *             Three sections go to MFCR134O:
      *               - per volume: containers, databases, table spaces
      *                 and hot table spaces on it, reads and writes
      *                 with their average milliseconds, flagged SLOW
      *                 when either average reaches SLOW-IO-MS
      *                 (default 20);
      *               - the shared volumes - carrying HOT-TBSP-MIN
      *                 (default 2) or more hot table spaces, or
      *                 containers of SHARED-DB-MIN (default 2) or more
      *                 databases - each with the table spaces on it;
      *               - every container whose path matches no volume
      *                 on the inventory.
      *             Limits come from MFCR134P (MFCTHR.CBL convention).
      *
      *             Return code 4 when there is a shared volume or an
      *             unmapped container; 12 when there is no map.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR134.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR134P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT VOLUME-FILE ASSIGN TO "MFCVOLI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VI-STATUS.
           SELECT MAP-FILE ASSIGN TO "MFCVMAPS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VC-STATUS.
           SELECT TBSP-IO-FILE ASSIGN TO "MFCTSIOO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TI-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR134O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  VOLUME-FILE
           RECORDING MODE IS F.
           COPY "mfcvoli.cbl".
       FD  MAP-FILE
           RECORDING MODE IS F.
           COPY "mfcvcmp.cbl".
       FD  TBSP-IO-FILE
           RECORDING MODE IS F.
           COPY "mfctsio.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-VI-STATUS                PIC XX.
       01 WS-VC-STATUS                PIC XX.
       01 WS-TI-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".
       01 WS-CANNOT-RUN               PIC X VALUE "N".
           88 CANNOT-RUN              VALUE "Y".

       01 WS-HOT-IO-PCT               PIC 9(9) COMP-5 VALUE 10.
       01 WS-SLOW-IO-MS               PIC 9(9) COMP-5 VALUE 20.
       01 WS-HOT-TBSP-MIN             PIC 9(9) COMP-5 VALUE 2.
       01 WS-SHARED-DB-MIN            PIC 9(9) COMP-5 VALUE 2.

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-KDX                      PIC 9(9) COMP-5.
       01 WS-TOTAL-OPS                PIC 9(18) COMP-5 VALUE 0.
       01 WS-SHARE-OPS                PIC 9(18) COMP-5.
       01 WS-AVG-MS                   PIC 9(7)V9(2).
       01 WS-SHARED-COUNT             PIC 9(9) COMP-5 VALUE 0.
       01 WS-UNMAPPED-COUNT           PIC 9(9) COMP-5 VALUE 0.
       01 WS-VOL-LISTED               PIC 9(9) COMP-5 VALUE 0.
       01 WS-FLAGS                    PIC X(24).

      * Volumes off the inventory (one entry per volume id, however
      * many mount points it has), plus any the map names that the
      * inventory has since lost; what is charged to each.
       01 WS-MAX-VOLUMES              PIC 9(9) COMP-5 VALUE 1000.
       01 WS-VL-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-VOLUME-TABLE.
           05 WS-VL-ENTRY OCCURS 1000 TIMES.
              10 WS-VL-VOLUME-ID      PIC X(20).
              10 WS-VL-ARRAY          PIC X(20).
              10 WS-VL-CAPACITY-GB    PIC 9(9) COMP-5.
              10 WS-VL-CONTAINERS     PIC 9(9) COMP-5.
              10 WS-VL-DBS            PIC 9(9) COMP-5.
              10 WS-VL-TBSPS          PIC 9(9) COMP-5.
              10 WS-VL-HOT            PIC 9(9) COMP-5.
              10 WS-VL-READS          PIC 9(18) COMP-5.
              10 WS-VL-READ-TIME      PIC 9(18) COMP-5.
              10 WS-VL-WRITES         PIC 9(18) COMP-5.
              10 WS-VL-WRITE-TIME     PIC 9(18) COMP-5.
              10 WS-VL-SHARED         PIC X(1).

      * The map; NEW-DB / NEW-TBSP mark the first container of a
      * database / table space on its volume.
       01 WS-MAX-MAP                  PIC 9(9) COMP-5 VALUE 5000.
       01 WS-MP-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-MAP-TABLE.
           05 WS-MP-ENTRY OCCURS 5000 TIMES.
              10 WS-MP-DB-NAME        PIC X(20).
              10 WS-MP-TBSP-NAME      PIC X(20).
              10 WS-MP-CONTAINER-NAME PIC X(64).
              10 WS-MP-VOL-IDX        PIC 9(9) COMP-5.
              10 WS-MP-TIO-IDX        PIC 9(9) COMP-5.
              10 WS-MP-NEW-DB         PIC X(1).
              10 WS-MP-NEW-TBSP       PIC X(1).

      * Table space I/O: the last two polls of each, then what the
      * interval between them did.
       01 WS-MAX-TBSPS                PIC 9(9) COMP-5 VALUE 2000.
       01 WS-TO-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-TBSP-IO-TABLE.
           05 WS-TO-ENTRY OCCURS 2000 TIMES.
              10 WS-TO-DB-NAME        PIC X(20).
              10 WS-TO-TBSP-NAME      PIC X(20).
              10 WS-TO-LAST-SECS      PIC 9(9) COMP-5.
              10 WS-TO-HAVE-PREV      PIC X(1).
              10 WS-TO-LAST.
                 15 WS-TO-LAST-CTR    PIC 9(18) COMP-5 OCCURS 8.
              10 WS-TO-PREV.
                 15 WS-TO-PREV-CTR    PIC 9(18) COMP-5 OCCURS 8.
              10 WS-TO-DELTA.
                 15 WS-TO-DELTA-CTR   PIC 9(18) COMP-5 OCCURS 8.
              10 WS-TO-OPS            PIC 9(18) COMP-5.
              10 WS-TO-CONTAINERS     PIC 9(9) COMP-5.
              10 WS-TO-CURRENT        PIC X(1).
              10 WS-TO-HOT            PIC X(1).
      * The eight counters of one poll, in WS-TO-*-CTR order.
       01 WS-POLL-CTRS.
           05 WS-PC-POOL-READS        PIC 9(18) COMP-5.
           05 WS-PC-POOL-WRITES       PIC 9(18) COMP-5.
           05 WS-PC-POOL-READ-TIME    PIC 9(18) COMP-5.
           05 WS-PC-POOL-WRITE-TIME   PIC 9(18) COMP-5.
           05 WS-PC-DIRECT-READS      PIC 9(18) COMP-5.
           05 WS-PC-DIRECT-WRITES     PIC 9(18) COMP-5.
           05 WS-PC-DIRECT-READ-TIME  PIC 9(18) COMP-5.
           05 WS-PC-DIRECT-WRITE-TIME PIC 9(18) COMP-5.
       01 WS-POLL-CTRS-R REDEFINES WS-POLL-CTRS.
           05 WS-PC-CTR               PIC 9(18) COMP-5 OCCURS 8.
      * Newest poll per database.
       01 WS-DN-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-DB-NEWEST-TABLE.
           05 WS-DN-ENTRY OCCURS 100 TIMES.
              10 WS-DN-DB-NAME        PIC X(20).
              10 WS-DN-NEWEST-SECS    PIC 9(9) COMP-5.

       01 WS-DISP-CAP                 PIC Z(5)9.
       01 WS-DISP-CONT                PIC ZZZ9.
       01 WS-DISP-DBS                 PIC ZZ9.
       01 WS-DISP-TBSPS               PIC ZZZ9.
       01 WS-DISP-HOT                 PIC ZZ9.
       01 WS-DISP-READS               PIC Z(10)9.
       01 WS-DISP-WRITES              PIC Z(10)9.
       01 WS-DISP-OPS                 PIC Z(10)9.
       01 WS-DISP-RD-MS               PIC Z(4)9.99.
       01 WS-DISP-WR-MS               PIC Z(4)9.99.
       01 WS-DISP-COUNT               PIC Z(6)9.
       01 WS-DISP-PCT                 PIC ZZ9.
       01 WS-DISP-LEAD                PIC 9(4) COMP-5.
       01 WS-HOT-MARK                 PIC X(3).

      * Suite shed mode (MFCUSHED/MFCSHEDM): when the collectors
      * are sampling, the reader must know the input was thinned.
       01 WS-SHED-MODE                PIC X(1) VALUE "N".
       01 WS-SHED-SAMPLE-N            PIC 9(4) VALUE 1.
       01 WS-SHED-BANNER              PIC X(132) VALUE
           "*** SAMPLED - SUITE IN SHED MODE, INPUT THINNED TO
      -    " EVERY NTH RECORD ***".

       01 WS-HDR1                     PIC X(132) VALUE
           "MFCR134 - STORAGE VOLUME I/O LATENCY AND SHARED-VOLUME HOTSP
      -    "OTS".
       01 WS-HDR2                     PIC X(132) VALUE
           "I/O IS EACH TABLE SPACE'S LAST MFCCTSIO INTERVAL (SINCE ACTI
      -    "VATION WITH ONE POLL), SHARED OVER ITS CONTAINERS".
       01 WS-COLS1.
           05 FILLER                  PIC X(43) VALUE
               "VOLUME               ARRAY          CAP-GB ".
           05 FILLER                  PIC X(89) VALUE
               "CONT DBS TBSP HOT       READS    RD-MS      WRITES    WR
      -        "-MS FLAGS".
       01 WS-COLS2                    PIC X(132) VALUE
           "    DATABASE             TABLE SPACE          CONT         I
      -    "/O   HOT".
       01 WS-COLS3                    PIC X(132) VALUE
           "DATABASE             TABLE SPACE          CONTAINER".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-VOLUMES
           PERFORM 2500-LOAD-MAP
           IF NOT CANNOT-RUN
               PERFORM 3000-LOAD-TBSP-IO
               PERFORM 3500-MARK-HOT-TBSPS
               PERFORM 4000-CHARGE-VOLUMES
               PERFORM 5000-REPORT-VOLUMES
               PERFORM 6000-REPORT-SHARED
               PERFORM 7000-REPORT-UNMAPPED
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           EVALUATE MFC-THR-NAME
                               WHEN "HOT-IO-PCT"
                                   MOVE MFC-THR-VALUE TO WS-HOT-IO-PCT
                               WHEN "SLOW-IO-MS"
                                   MOVE MFC-THR-VALUE TO WS-SLOW-IO-MS
                               WHEN "HOT-TBSP-MIN"
                                   MOVE MFC-THR-VALUE
                                       TO WS-HOT-TBSP-MIN
                               WHEN "SHARED-DB-MIN"
                                   MOVE MFC-THR-VALUE
                                       TO WS-SHARED-DB-MIN
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR2 TO REPORT-LINE
           WRITE REPORT-LINE
           CALL "MFCUSHED" USING WS-SHED-MODE WS-SHED-SAMPLE-N
           IF WS-SHED-MODE = "S"
               MOVE WS-SHED-BANNER TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2000-LOAD-VOLUMES.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT VOLUME-FILE
           IF WS-VI-STATUS NOT = "00"
               MOVE "NO VOLUME INVENTORY (MFCVOLI) - CAPACITY NOT SHOWN"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ VOLUME-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       IF MFC-VI-VOLUME-ID NOT = SPACES
                           MOVE MFC-VI-VOLUME-ID TO MFC-VC-VOLUME-ID
                           MOVE MFC-VI-ARRAY TO MFC-VC-ARRAY
                           PERFORM 2100-FIND-VOLUME
                           IF WS-JDX > 0
                               MOVE MFC-VI-CAPACITY-GB
                                   TO WS-VL-CAPACITY-GB(WS-JDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VOLUME-FILE.

      * Leaves WS-JDX on MFC-VC-VOLUME-ID's entry, adding it the
      * first time it is seen; 0 when the table is full.
       2100-FIND-VOLUME.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-VL-COUNT OR KY-FOUND
               IF WS-VL-VOLUME-ID(WS-JDX) = MFC-VC-VOLUME-ID
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-JDX
               EXIT PARAGRAPH
           END-IF
           IF WS-VL-COUNT >= WS-MAX-VOLUMES
               MOVE 0 TO WS-JDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VL-COUNT
           MOVE WS-VL-COUNT TO WS-JDX
           INITIALIZE WS-VL-ENTRY(WS-JDX)
           MOVE MFC-VC-VOLUME-ID TO WS-VL-VOLUME-ID(WS-JDX)
           MOVE MFC-VC-ARRAY TO WS-VL-ARRAY(WS-JDX)
           MOVE "N" TO WS-VL-SHARED(WS-JDX).

       2500-LOAD-MAP.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT MAP-FILE
           IF WS-VC-STATUS NOT = "00"
               MOVE "NO CONTAINER-TO-VOLUME MAP (MFCVMAPS) - RUN MFCCVOL
      -            "M" TO REPORT-LINE
               WRITE REPORT-LINE
               SET CANNOT-RUN TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ MAP-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       PERFORM 2600-NOTE-MAP-ROW
               END-READ
           END-PERFORM
           CLOSE MAP-FILE.

       2600-NOTE-MAP-ROW.
           IF WS-MP-COUNT >= WS-MAX-MAP
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MP-COUNT
           MOVE MFC-VC-DB-NAME TO WS-MP-DB-NAME(WS-MP-COUNT)
           MOVE MFC-VC-TBSP-NAME TO WS-MP-TBSP-NAME(WS-MP-COUNT)
           MOVE MFC-VC-CONTAINER-NAME
               TO WS-MP-CONTAINER-NAME(WS-MP-COUNT)
           MOVE 0 TO WS-MP-VOL-IDX(WS-MP-COUNT)
           MOVE 0 TO WS-MP-TIO-IDX(WS-MP-COUNT)
           MOVE "N" TO WS-MP-NEW-DB(WS-MP-COUNT)
           MOVE "N" TO WS-MP-NEW-TBSP(WS-MP-COUNT)
           IF MFC-VC-VOLUME-ID = SPACES
               ADD 1 TO WS-UNMAPPED-COUNT
           ELSE
               PERFORM 2100-FIND-VOLUME
               MOVE WS-JDX TO WS-MP-VOL-IDX(WS-MP-COUNT)
           END-IF.

      ***********************************************************************
      * Table space I/O off the history, oldest first.
      ***********************************************************************
       3000-LOAD-TBSP-IO.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT TBSP-IO-FILE
           IF WS-TI-STATUS NOT = "00"
               MOVE "NO TABLE SPACE I/O HISTORY (MFCTSIOO) - LATENCY NOT
      -            " AVAILABLE" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ TBSP-IO-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       PERFORM 3100-NOTE-ONE-POLL
               END-READ
           END-PERFORM
           CLOSE TBSP-IO-FILE
           PERFORM 3300-WORK-INTERVALS.

       3100-NOTE-ONE-POLL.
           PERFORM 3150-NOTE-DB-NEWEST
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-TO-COUNT OR KY-FOUND
               IF WS-TO-DB-NAME(WS-JDX) = MFC-TI-DB-NAME
                   AND WS-TO-TBSP-NAME(WS-JDX) = MFC-TI-TBSP-NAME
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-JDX
               MOVE WS-TO-LAST(WS-JDX) TO WS-TO-PREV(WS-JDX)
               MOVE "Y" TO WS-TO-HAVE-PREV(WS-JDX)
           ELSE
               IF WS-TO-COUNT >= WS-MAX-TBSPS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TO-COUNT
               MOVE WS-TO-COUNT TO WS-JDX
               INITIALIZE WS-TO-ENTRY(WS-JDX)
               MOVE MFC-TI-DB-NAME TO WS-TO-DB-NAME(WS-JDX)
               MOVE MFC-TI-TBSP-NAME TO WS-TO-TBSP-NAME(WS-JDX)
               MOVE "N" TO WS-TO-HAVE-PREV(WS-JDX)
           END-IF
           MOVE MFC-TI-COLLECT-SECS TO WS-TO-LAST-SECS(WS-JDX)
           MOVE MFC-TI-POOL-READS TO WS-PC-POOL-READS
           MOVE MFC-TI-POOL-WRITES TO WS-PC-POOL-WRITES
           MOVE MFC-TI-POOL-READ-TIME TO WS-PC-POOL-READ-TIME
           MOVE MFC-TI-POOL-WRITE-TIME TO WS-PC-POOL-WRITE-TIME
           MOVE MFC-TI-DIRECT-READS TO WS-PC-DIRECT-READS
           MOVE MFC-TI-DIRECT-WRITES TO WS-PC-DIRECT-WRITES
           MOVE MFC-TI-DIRECT-READ-TIME TO WS-PC-DIRECT-READ-TIME
           MOVE MFC-TI-DIRECT-WRITE-TIME TO WS-PC-DIRECT-WRITE-TIME
           MOVE WS-POLL-CTRS TO WS-TO-LAST(WS-JDX).

       3150-NOTE-DB-NEWEST.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-DN-COUNT OR KY-FOUND
               IF WS-DN-DB-NAME(WS-KDX) = MFC-TI-DB-NAME
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-KDX
           ELSE
               IF WS-DN-COUNT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DN-COUNT
               MOVE WS-DN-COUNT TO WS-KDX
               MOVE MFC-TI-DB-NAME TO WS-DN-DB-NAME(WS-KDX)
               MOVE 0 TO WS-DN-NEWEST-SECS(WS-KDX)
           END-IF
           IF MFC-TI-COLLECT-SECS > WS-DN-NEWEST-SECS(WS-KDX)
               MOVE MFC-TI-COLLECT-SECS TO WS-DN-NEWEST-SECS(WS-KDX)
           END-IF.

      * Interval = last poll less the one before; any counter going
      * backwards means a restart between them, and the last poll's
      * counters since activation stand instead.
       3300-WORK-INTERVALS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TO-COUNT
               MOVE "N" TO WS-TO-CURRENT(WS-IDX)
               PERFORM VARYING WS-KDX FROM 1 BY 1
                       UNTIL WS-KDX > WS-DN-COUNT
                   IF WS-DN-DB-NAME(WS-KDX) = WS-TO-DB-NAME(WS-IDX)
                       AND WS-DN-NEWEST-SECS(WS-KDX)
                           = WS-TO-LAST-SECS(WS-IDX)
                       MOVE "Y" TO WS-TO-CURRENT(WS-IDX)
                   END-IF
               END-PERFORM
               MOVE WS-TO-LAST(WS-IDX) TO WS-TO-DELTA(WS-IDX)
               IF WS-TO-HAVE-PREV(WS-IDX) = "Y"
                   MOVE "Y" TO WS-KY-FOUND
                   PERFORM VARYING WS-KDX FROM 1 BY 1 UNTIL WS-KDX > 8
                       IF WS-TO-LAST-CTR(WS-IDX WS-KDX)
                           < WS-TO-PREV-CTR(WS-IDX WS-KDX)
                           MOVE "N" TO WS-KY-FOUND
                       END-IF
                   END-PERFORM
                   IF KY-FOUND
                       PERFORM VARYING WS-KDX FROM 1 BY 1
                               UNTIL WS-KDX > 8
                           COMPUTE WS-TO-DELTA-CTR(WS-IDX WS-KDX) =
                               WS-TO-LAST-CTR(WS-IDX WS-KDX)
                               - WS-TO-PREV-CTR(WS-IDX WS-KDX)
                       END-PERFORM
                   END-IF
               END-IF
               COMPUTE WS-TO-OPS(WS-IDX) =
                   WS-TO-DELTA-CTR(WS-IDX 1) + WS-TO-DELTA-CTR(WS-IDX 2)
                   + WS-TO-DELTA-CTR(WS-IDX 5)
                   + WS-TO-DELTA-CTR(WS-IDX 6)
               IF WS-TO-CURRENT(WS-IDX) = "Y"
                   ADD WS-TO-OPS(WS-IDX) TO WS-TOTAL-OPS
               END-IF
           END-PERFORM.

      * Hot: a current table space doing HOT-IO-PCT of all the I/O.
       3500-MARK-HOT-TBSPS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TO-COUNT
               MOVE "N" TO WS-TO-HOT(WS-IDX)
               IF WS-TO-CURRENT(WS-IDX) = "Y"
                   AND WS-TO-OPS(WS-IDX) > 0
                   AND WS-TO-OPS(WS-IDX) * 100
                       >= WS-TOTAL-OPS * WS-HOT-IO-PCT
                   MOVE "Y" TO WS-TO-HOT(WS-IDX)
               END-IF
           END-PERFORM.

      ***********************************************************************
      * Join the map to the I/O, count what is on each volume and
      * charge each volume its containers' shares.
      ***********************************************************************
       4000-CHARGE-VOLUMES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MP-COUNT
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-TO-COUNT
                           OR WS-MP-TIO-IDX(WS-IDX) > 0
                   IF WS-TO-CURRENT(WS-JDX) = "Y"
                       AND WS-TO-DB-NAME(WS-JDX)
                           = WS-MP-DB-NAME(WS-IDX)
                       AND WS-TO-TBSP-NAME(WS-JDX)
                           = WS-MP-TBSP-NAME(WS-IDX)
                       MOVE WS-JDX TO WS-MP-TIO-IDX(WS-IDX)
                       ADD 1 TO WS-TO-CONTAINERS(WS-JDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MP-COUNT
               IF WS-MP-VOL-IDX(WS-IDX) > 0
                   PERFORM 4100-CHARGE-ONE-CONTAINER
               END-IF
           END-PERFORM.

       4100-CHARGE-ONE-CONTAINER.
           MOVE WS-MP-VOL-IDX(WS-IDX) TO WS-JDX
           ADD 1 TO WS-VL-CONTAINERS(WS-JDX)
           MOVE "Y" TO WS-MP-NEW-DB(WS-IDX)
           MOVE "Y" TO WS-MP-NEW-TBSP(WS-IDX)
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX >= WS-IDX
               IF WS-MP-VOL-IDX(WS-KDX) = WS-JDX
                   AND WS-MP-DB-NAME(WS-KDX) = WS-MP-DB-NAME(WS-IDX)
                   MOVE "N" TO WS-MP-NEW-DB(WS-IDX)
                   IF WS-MP-TBSP-NAME(WS-KDX)
                       = WS-MP-TBSP-NAME(WS-IDX)
                       MOVE "N" TO WS-MP-NEW-TBSP(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MP-NEW-DB(WS-IDX) = "Y"
               ADD 1 TO WS-VL-DBS(WS-JDX)
           END-IF
           MOVE WS-MP-TIO-IDX(WS-IDX) TO WS-KDX
           IF WS-MP-NEW-TBSP(WS-IDX) = "Y"
               ADD 1 TO WS-VL-TBSPS(WS-JDX)
               IF WS-KDX > 0
                   IF WS-TO-HOT(WS-KDX) = "Y"
                       ADD 1 TO WS-VL-HOT(WS-JDX)
                   END-IF
               END-IF
           END-IF
           IF WS-KDX = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VL-READS(WS-JDX) ROUNDED = WS-VL-READS(WS-JDX)
               + (WS-TO-DELTA-CTR(WS-KDX 1) + WS-TO-DELTA-CTR(WS-KDX 5))
               / WS-TO-CONTAINERS(WS-KDX)
           COMPUTE WS-VL-READ-TIME(WS-JDX) ROUNDED =
               WS-VL-READ-TIME(WS-JDX)
               + (WS-TO-DELTA-CTR(WS-KDX 3) + WS-TO-DELTA-CTR(WS-KDX 7))
               / WS-TO-CONTAINERS(WS-KDX)
           COMPUTE WS-VL-WRITES(WS-JDX) ROUNDED = WS-VL-WRITES(WS-JDX)
               + (WS-TO-DELTA-CTR(WS-KDX 2) + WS-TO-DELTA-CTR(WS-KDX 6))
               / WS-TO-CONTAINERS(WS-KDX)
           COMPUTE WS-VL-WRITE-TIME(WS-JDX) ROUNDED =
               WS-VL-WRITE-TIME(WS-JDX)
               + (WS-TO-DELTA-CTR(WS-KDX 4) + WS-TO-DELTA-CTR(WS-KDX 8))
               / WS-TO-CONTAINERS(WS-KDX).

      ***********************************************************************
      * Section 1 - every volume carrying a container.
      ***********************************************************************
       5000-REPORT-VOLUMES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "I/O LATENCY BY VOLUME" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLS1 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-VL-COUNT
               IF WS-VL-CONTAINERS(WS-JDX) > 0
                   PERFORM 5100-PRINT-ONE-VOLUME
               END-IF
           END-PERFORM
           IF WS-VOL-LISTED = 0
               MOVE "  NO CONTAINER IS ON A KNOWN VOLUME"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       5100-PRINT-ONE-VOLUME.
           ADD 1 TO WS-VOL-LISTED
           MOVE SPACES TO WS-FLAGS
           MOVE WS-VL-CAPACITY-GB(WS-JDX) TO WS-DISP-CAP
           MOVE WS-VL-CONTAINERS(WS-JDX) TO WS-DISP-CONT
           MOVE WS-VL-DBS(WS-JDX) TO WS-DISP-DBS
           MOVE WS-VL-TBSPS(WS-JDX) TO WS-DISP-TBSPS
           MOVE WS-VL-HOT(WS-JDX) TO WS-DISP-HOT
           MOVE WS-VL-READS(WS-JDX) TO WS-DISP-READS
           MOVE WS-VL-WRITES(WS-JDX) TO WS-DISP-WRITES
           IF WS-VL-READS(WS-JDX) > 0
               COMPUTE WS-AVG-MS ROUNDED = WS-VL-READ-TIME(WS-JDX)
                   / WS-VL-READS(WS-JDX)
               MOVE WS-AVG-MS TO WS-DISP-RD-MS
               IF WS-AVG-MS >= WS-SLOW-IO-MS
                   MOVE "SLOW" TO WS-FLAGS
               END-IF
           ELSE
               MOVE 0 TO WS-DISP-RD-MS
           END-IF
           IF WS-VL-WRITES(WS-JDX) > 0
               COMPUTE WS-AVG-MS ROUNDED = WS-VL-WRITE-TIME(WS-JDX)
                   / WS-VL-WRITES(WS-JDX)
               MOVE WS-AVG-MS TO WS-DISP-WR-MS
               IF WS-AVG-MS >= WS-SLOW-IO-MS
                   MOVE "SLOW" TO WS-FLAGS
               END-IF
           ELSE
               MOVE 0 TO WS-DISP-WR-MS
           END-IF
           IF WS-VL-HOT(WS-JDX) >= WS-HOT-TBSP-MIN
               OR WS-VL-DBS(WS-JDX) >= WS-SHARED-DB-MIN
               MOVE "Y" TO WS-VL-SHARED(WS-JDX)
               ADD 1 TO WS-SHARED-COUNT
               IF WS-FLAGS = SPACES
                   MOVE "SHARED" TO WS-FLAGS
               ELSE
                   MOVE "SLOW SHARED" TO WS-FLAGS
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-VL-VOLUME-ID(WS-JDX) " "
               WS-VL-ARRAY(WS-JDX)(1:14) " " WS-DISP-CAP " "
               WS-DISP-CONT " " WS-DISP-DBS " " WS-DISP-TBSPS " "
               WS-DISP-HOT " " WS-DISP-READS " " WS-DISP-RD-MS " "
               WS-DISP-WRITES " " WS-DISP-WR-MS " " WS-FLAGS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      ***********************************************************************
      * Section 2 - the shared volumes and what is on them.
      ***********************************************************************
       6000-REPORT-SHARED.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HOT-IO-PCT TO WS-DISP-PCT
           MOVE 0 TO WS-DISP-LEAD
           INSPECT WS-DISP-PCT TALLYING WS-DISP-LEAD FOR LEADING SPACE
           MOVE SPACES TO REPORT-LINE
           STRING "SHARED VOLUMES - SEVERAL HOT TABLE SPACES ("
               WS-DISP-PCT(WS-DISP-LEAD + 1:)
               "% OF I/O OR MORE) OR SEVERAL DATABASES"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SHARED-COUNT = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-VL-COUNT
               IF WS-VL-SHARED(WS-JDX) = "Y"
                   PERFORM 6100-PRINT-ONE-SHARED
               END-IF
           END-PERFORM.

       6100-PRINT-ONE-SHARED.
           MOVE WS-VL-HOT(WS-JDX) TO WS-DISP-HOT
           MOVE WS-VL-DBS(WS-JDX) TO WS-DISP-DBS
           MOVE SPACES TO REPORT-LINE
           STRING "  VOLUME " WS-VL-VOLUME-ID(WS-JDX) " ARRAY "
               WS-VL-ARRAY(WS-JDX) " HOT TABLE SPACES " WS-DISP-HOT
               "  DATABASES " WS-DISP-DBS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLS2 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MP-COUNT
               IF WS-MP-VOL-IDX(WS-IDX) = WS-JDX
                   AND WS-MP-NEW-TBSP(WS-IDX) = "Y"
                   PERFORM 6200-PRINT-ONE-TBSP
               END-IF
           END-PERFORM.

      * Containers of the table space on this volume, and what the
      * table space as a whole did.
       6200-PRINT-ONE-TBSP.
           MOVE 0 TO WS-SHARE-OPS
           PERFORM VARYING WS-KDX FROM WS-IDX BY 1
                   UNTIL WS-KDX > WS-MP-COUNT
               IF WS-MP-VOL-IDX(WS-KDX) = WS-JDX
                   AND WS-MP-DB-NAME(WS-KDX) = WS-MP-DB-NAME(WS-IDX)
                   AND WS-MP-TBSP-NAME(WS-KDX)
                       = WS-MP-TBSP-NAME(WS-IDX)
                   ADD 1 TO WS-SHARE-OPS
               END-IF
           END-PERFORM
           MOVE WS-SHARE-OPS TO WS-DISP-CONT
           MOVE SPACES TO WS-HOT-MARK
           MOVE 0 TO WS-DISP-OPS
           MOVE WS-MP-TIO-IDX(WS-IDX) TO WS-KDX
           IF WS-KDX > 0
               MOVE WS-TO-OPS(WS-KDX) TO WS-DISP-OPS
               IF WS-TO-HOT(WS-KDX) = "Y"
                   MOVE "HOT" TO WS-HOT-MARK
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "    " WS-MP-DB-NAME(WS-IDX) " "
               WS-MP-TBSP-NAME(WS-IDX) " " WS-DISP-CONT " "
               WS-DISP-OPS "   " WS-HOT-MARK
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      ***********************************************************************
      * Section 3 - containers on no known volume.
      ***********************************************************************
       7000-REPORT-UNMAPPED.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONTAINERS WHOSE PATH MATCHES NO KNOWN VOLUME"
               TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-UNMAPPED-COUNT = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COLS3 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MP-COUNT
               IF WS-MP-VOL-IDX(WS-IDX) = 0
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-MP-DB-NAME(WS-IDX) " "
                       WS-MP-TBSP-NAME(WS-IDX) " "
                       WS-MP-CONTAINER-NAME(WS-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       9000-TERMINATE.
           IF NOT CANNOT-RUN
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-VOL-LISTED TO WS-DISP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "VOLUMES CARRYING CONTAINERS: " WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-SHARED-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "SHARED VOLUMES:              " WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-UNMAPPED-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "CONTAINERS ON NO VOLUME:     " WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           EVALUATE TRUE
               WHEN CANNOT-RUN
                   MOVE 12 TO RETURN-CODE
               WHEN WS-SHARED-COUNT > 0 OR WS-UNMAPPED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
