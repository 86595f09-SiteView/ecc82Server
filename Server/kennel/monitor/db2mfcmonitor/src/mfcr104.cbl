      ***********************************************************************
      *
      *  Source File Name = MFCR104.CBL
      *
      *  Function = Automatic-storage and auto-resize ceiling report.
      *
      *             MFCR061 projects days-until-full off fill percent,
      *             which says nothing about an automatic-storage or
      *             auto-resize table space: it looks half empty right
      *             up to the moment it cannot grow. This report works
      *             off MFCCASTG's history (MFCASTGO/mfcastg.cbl, and
      *             the newest storage path rows on MFCSPTHO/
      *             mfcspth.cbl) and flags three ceilings:
      *
      *               RESIZE-FAILED - the table space's last automatic
      *                 resize failed (TBSP-RESIZE-FAILED alert);
      *               NEAR-MAXSIZE  - an auto-resize table space is
      *                 within NEAR-MAX-INCREMENTS increments of its
      *                 MAXSIZE, the increment being the fixed size or
      *                 the percentage of the current size
      *                 (TBSP-NEAR-MAXSIZE alert);
      *               OVERCOMMITTED - a storage path whose free space
      *                 (MFCSPFRP/mfcspfr.cbl, the storage team's
      *                 extract) lasts fewer than PATH-MIN-DAYS at the
      *                 combined growth of the automatic-storage table
      *                 spaces striping over it, across every database
      *                 sharing the path (SPATH-OVERCOMMITTED alert).
      *
      *             Growth is bytes per day between the oldest and
      *             newest rows inside GROWTH-LOOKBACK-DAYS; a table
      *             space's growth is spread evenly over its database's
      *             storage paths. A path with no free-space entry is
      *             listed with its growth and FREE NOT KNOWN.
      *             Parameters come from MFCR104P (MFCTHR.CBL
      *             convention): NEAR-MAX-INCREMENTS (default 3),
      *             GROWTH-LOOKBACK-DAYS (default 7), PATH-MIN-DAYS
      *             (default 30).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR104.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASTG-FILE ASSIGN TO "MFCASTGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AS-STATUS.
           SELECT PATH-FILE ASSIGN TO "MFCSPTHO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SP-STATUS.
           SELECT FREE-FILE ASSIGN TO "MFCSPFRP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PF-STATUS.
           SELECT PARM-FILE ASSIGN TO "MFCR104P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ALERT-FILE ASSIGN TO "MFCALRTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR104O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ASTG-FILE
           RECORDING MODE IS F.
           COPY "mfcastg.cbl".
       FD  PATH-FILE
           RECORDING MODE IS F.
           COPY "mfcspth.cbl".
       FD  FREE-FILE
           RECORDING MODE IS F.
           COPY "mfcspfr.cbl".
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY "mfcalert.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-AS-STATUS                PIC XX.
       01 WS-SP-STATUS                PIC XX.
       01 WS-PF-STATUS                PIC XX.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-AL-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".

       01 WS-NEAR-MAX-INCS            PIC 9(9) COMP-5 VALUE 3.
       01 WS-LOOKBACK-DAYS            PIC 9(9) COMP-5 VALUE 7.
       01 WS-PATH-MIN-DAYS            PIC 9(9) COMP-5 VALUE 30.
       01 WS-CURRENT-EPOCH            PIC 9(9) COMP-5.
       01 WS-WINDOW-START             PIC 9(9) COMP-5.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.
       01 WS-DB-IDX                   PIC 9(9) COMP-5.
       01 WS-PA-IDX                   PIC 9(9) COMP-5.
       01 WS-SPAN-SECS                PIC 9(9) COMP-5.
       01 WS-INCR-BYTES               PIC 9(18) COMP-5.
       01 WS-SHARE-BPD                PIC 9(18) COMP-5.
       01 WS-DAYS-LEFT                PIC 9(9) COMP-5.
       01 WS-PATH-LEN                 PIC 9(9) COMP-5.
       01 WS-TRAIL-SPACES             PIC 9(9) COMP-5.
       01 WS-KEY-START                PIC 9(9) COMP-5.

      * Table spaces seen inside the lookback, newest settings kept.
       01 WS-MAX-TBS                  PIC 9(9) COMP-5 VALUE 500.
       01 WS-TB-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-TBS-TABLE.
           05 WS-TB-ENTRY OCCURS 500 TIMES.
              10 WS-TB-DB-NAME        PIC X(20).
              10 WS-TB-NAME           PIC X(20).
              10 WS-TB-FIRST-SECS     PIC 9(9) COMP-5.
              10 WS-TB-FIRST-SIZE     PIC 9(18) COMP-5.
              10 WS-TB-LAST-SECS      PIC 9(9) COMP-5.
              10 WS-TB-LAST-SIZE      PIC 9(18) COMP-5.
              10 WS-TB-USE-AS         PIC 9(4) COMP-5.
              10 WS-TB-AUTO-RESIZE    PIC 9(4) COMP-5.
              10 WS-TB-RESIZE-FAIL    PIC 9(4) COMP-5.
              10 WS-TB-INCR-PCT       PIC 9(4) COMP-5.
              10 WS-TB-MAX-SIZE       PIC 9(18) COMP-5.
              10 WS-TB-INCR-SIZE      PIC 9(18) COMP-5.
              10 WS-TB-GROWTH-BPD     PIC 9(18) COMP-5.
              10 WS-TB-INCS-LEFT      PIC 9(9) COMP-5.

      * Databases with the collect time of their newest path rows.
       01 WS-MAX-DBS                  PIC 9(9) COMP-5 VALUE 100.
       01 WS-DB-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-DB-TABLE.
           05 WS-DB-ENTRY OCCURS 100 TIMES.
              10 WS-DB-NAME           PIC X(20).
              10 WS-DB-NEWEST-SECS    PIC 9(9) COMP-5.
              10 WS-DB-PATH-COUNT     PIC 9(9) COMP-5.

      * Distinct storage paths across the estate.
       01 WS-MAX-PATHS                PIC 9(9) COMP-5 VALUE 300.
       01 WS-PA-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-PATH-TABLE.
           05 WS-PA-ENTRY OCCURS 300 TIMES.
              10 WS-PA-NAME           PIC X(190).
              10 WS-PA-FREE-KNOWN     PIC X(1).
              10 WS-PA-FREE-MB        PIC 9(9) COMP-5.
              10 WS-PA-DB-COUNT       PIC 9(9) COMP-5.
              10 WS-PA-TBSP-COUNT     PIC 9(9) COMP-5.
              10 WS-PA-GROWTH-BPD     PIC 9(18) COMP-5.

      * Which database uses which path (newest rows only).
       01 WS-MAX-USES                 PIC 9(9) COMP-5 VALUE 600.
       01 WS-US-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-USE-TABLE.
           05 WS-US-ENTRY OCCURS 600 TIMES.
              10 WS-US-DB-IDX         PIC 9(9) COMP-5.
              10 WS-US-PA-IDX         PIC 9(9) COMP-5.

       01 WS-FLAG                     PIC X(14).
       01 WS-AL-SOURCE                PIC X(8)  VALUE "MFCR104".
       01 WS-AL-METRIC                PIC X(20).
       01 WS-AL-KEY                   PIC X(20).
       01 WS-AL-ACTUAL                PIC 9(9) COMP-5.
       01 WS-AL-THRESHOLD             PIC 9(9) COMP-5.
       01 WS-AL-MESSAGE               PIC X(60).

       01 WS-DISP-CUR-MB              PIC Z(8)9.
       01 WS-DISP-MAX-MB              PIC Z(8)9.
       01 WS-DISP-INC-MB              PIC Z(6)9.
       01 WS-DISP-INCS                PIC Z(5)9.
       01 WS-DISP-GROW-MB             PIC Z(6)9.
       01 WS-DISP-FREE-MB             PIC Z(8)9.
       01 WS-DISP-DAYS                PIC Z(5)9.
       01 WS-DISP-DBS                 PIC ZZ9.
       01 WS-DISP-TBS                 PIC ZZZ9.
       01 WS-AS-TEXT                  PIC X(3).
       01 WS-AR-TEXT                  PIC X(3).
       01 WS-INCS-TEXT                PIC X(6).
       01 WS-DAYS-TEXT                PIC X(14).

       01 WS-HDR1                     PIC X(132) VALUE
           "AUTOMATIC STORAGE AND AUTO-RESIZE CEILINGS (MFCASTGO)".
       01 WS-HDR2.
           05 FILLER                  PIC X(21) VALUE "DATABASE".
           05 FILLER                  PIC X(21) VALUE "TABLESPACE".
           05 FILLER                  PIC X(90) VALUE
               "AS  AR     CUR-MB    MAX-MB  INC-MB INCS-LEFT GROW-MB/DA
      -        "Y  FLAG".
       01 WS-HDR3.
           05 FILLER                  PIC X(61) VALUE "STORAGE PATH".
           05 FILLER                  PIC X(71) VALUE
               "DBS TBSP GROW-MB/DAY   FREE-MB       DAYS-LEFT  FLAG".
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
           PERFORM 2000-SWEEP-HISTORY
           PERFORM 3000-LOAD-PATHS
           PERFORM 4000-LOAD-FREE-SPACE
           PERFORM 5000-JUDGE-TABLESPACES
           PERFORM 6000-JUDGE-PATHS
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           CALL "MFCUTIME" USING WS-CURRENT-EPOCH
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           EVALUATE MFC-THR-NAME
                               WHEN "NEAR-MAX-INCREMENTS"
                                   MOVE MFC-THR-VALUE
                                       TO WS-NEAR-MAX-INCS
                               WHEN "GROWTH-LOOKBACK-DAYS"
                                   MOVE MFC-THR-VALUE
                                       TO WS-LOOKBACK-DAYS
                               WHEN "PATH-MIN-DAYS"
                                   MOVE MFC-THR-VALUE
                                       TO WS-PATH-MIN-DAYS
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           COMPUTE WS-WINDOW-START =
               WS-CURRENT-EPOCH - (WS-LOOKBACK-DAYS * 86400)
           OPEN EXTEND ALERT-FILE
           IF WS-AL-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
           CALL "MFCUSHED" USING WS-SHED-MODE WS-SHED-SAMPLE-N
           IF WS-SHED-MODE = "S"
               MOVE WS-SHED-BANNER TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       2000-SWEEP-HISTORY.
           OPEN INPUT ASTG-FILE
           IF WS-AS-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ ASTG-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-AS-COLLECT-SECS >= WS-WINDOW-START
                               PERFORM 2100-TAKE-ONE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASTG-FILE
           ELSE
               MOVE "NO AUTO-STORAGE HISTORY AVAILABLE (MFCASTGO)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2100-TAKE-ONE-ROW.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-TB-COUNT OR KY-FOUND
               IF WS-TB-DB-NAME(WS-HIT-IDX) = MFC-AS-DB-NAME
                   AND WS-TB-NAME(WS-HIT-IDX) = MFC-AS-TBSP-NAME
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-HIT-IDX
           ELSE
               IF WS-TB-COUNT >= WS-MAX-TBS
                   DISPLAY "MFCR104: TABLESPACE TABLE FULL, SKIPPED "
                       MFC-AS-TBSP-NAME
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TB-COUNT
               MOVE WS-TB-COUNT TO WS-HIT-IDX
               MOVE MFC-AS-DB-NAME TO WS-TB-DB-NAME(WS-HIT-IDX)
               MOVE MFC-AS-TBSP-NAME TO WS-TB-NAME(WS-HIT-IDX)
               MOVE MFC-AS-COLLECT-SECS TO WS-TB-FIRST-SECS(WS-HIT-IDX)
               MOVE MFC-AS-CURRENT-SIZE TO WS-TB-FIRST-SIZE(WS-HIT-IDX)
               MOVE 0 TO WS-TB-LAST-SECS(WS-HIT-IDX)
           END-IF
           IF MFC-AS-COLLECT-SECS < WS-TB-FIRST-SECS(WS-HIT-IDX)
               MOVE MFC-AS-COLLECT-SECS TO WS-TB-FIRST-SECS(WS-HIT-IDX)
               MOVE MFC-AS-CURRENT-SIZE TO WS-TB-FIRST-SIZE(WS-HIT-IDX)
           END-IF
           IF MFC-AS-COLLECT-SECS >= WS-TB-LAST-SECS(WS-HIT-IDX)
               MOVE MFC-AS-COLLECT-SECS TO WS-TB-LAST-SECS(WS-HIT-IDX)
               MOVE MFC-AS-CURRENT-SIZE TO WS-TB-LAST-SIZE(WS-HIT-IDX)
               MOVE MFC-AS-USE-AUTO-STORAGE
                   TO WS-TB-USE-AS(WS-HIT-IDX)
               MOVE MFC-AS-AUTO-RESIZE
                   TO WS-TB-AUTO-RESIZE(WS-HIT-IDX)
               MOVE MFC-AS-LAST-RESIZE-FAIL
                   TO WS-TB-RESIZE-FAIL(WS-HIT-IDX)
               MOVE MFC-AS-INCR-PCT TO WS-TB-INCR-PCT(WS-HIT-IDX)
               MOVE MFC-AS-MAX-SIZE TO WS-TB-MAX-SIZE(WS-HIT-IDX)
               MOVE MFC-AS-INCR-SIZE TO WS-TB-INCR-SIZE(WS-HIT-IDX)
           END-IF.

      * Two passes: the first finds each database's newest path
      * rows, the second keeps only those, so a path dropped from a
      * database stops counting against it.
       3000-LOAD-PATHS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT PATH-FILE
           IF WS-SP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ PATH-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       PERFORM 3100-NOTE-DB-NEWEST
               END-READ
           END-PERFORM
           CLOSE PATH-FILE
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT PATH-FILE
           PERFORM UNTIL EOF-IN
               READ PATH-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       PERFORM 3200-TAKE-NEWEST-PATH
               END-READ
           END-PERFORM
           CLOSE PATH-FILE.

       3100-NOTE-DB-NEWEST.
           PERFORM 3150-FIND-DB
           IF WS-DB-IDX = 0
               IF WS-DB-COUNT >= WS-MAX-DBS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DB-COUNT
               MOVE WS-DB-COUNT TO WS-DB-IDX
               MOVE MFC-SP-DB-NAME TO WS-DB-NAME(WS-DB-IDX)
               MOVE 0 TO WS-DB-NEWEST-SECS(WS-DB-IDX)
               MOVE 0 TO WS-DB-PATH-COUNT(WS-DB-IDX)
           END-IF
           IF MFC-SP-COLLECT-SECS > WS-DB-NEWEST-SECS(WS-DB-IDX)
               MOVE MFC-SP-COLLECT-SECS TO WS-DB-NEWEST-SECS(WS-DB-IDX)
           END-IF.

       3150-FIND-DB.
           MOVE 0 TO WS-DB-IDX
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-DB-COUNT OR WS-DB-IDX > 0
               IF WS-DB-NAME(WS-JDX) = MFC-SP-DB-NAME
                   MOVE WS-JDX TO WS-DB-IDX
               END-IF
           END-PERFORM.

       3200-TAKE-NEWEST-PATH.
           PERFORM 3150-FIND-DB
           IF WS-DB-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF MFC-SP-COLLECT-SECS NOT = WS-DB-NEWEST-SECS(WS-DB-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PA-IDX
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-PA-COUNT OR WS-PA-IDX > 0
               IF WS-PA-NAME(WS-JDX) = MFC-SP-PATH-NAME
                   MOVE WS-JDX TO WS-PA-IDX
               END-IF
           END-PERFORM
           IF WS-PA-IDX = 0
               IF WS-PA-COUNT >= WS-MAX-PATHS
                   DISPLAY "MFCR104: PATH TABLE FULL, SKIPPED "
                       MFC-SP-PATH-NAME(1:60)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PA-COUNT
               MOVE WS-PA-COUNT TO WS-PA-IDX
               MOVE MFC-SP-PATH-NAME TO WS-PA-NAME(WS-PA-IDX)
               MOVE "N" TO WS-PA-FREE-KNOWN(WS-PA-IDX)
               MOVE 0 TO WS-PA-FREE-MB(WS-PA-IDX)
               MOVE 0 TO WS-PA-DB-COUNT(WS-PA-IDX)
               MOVE 0 TO WS-PA-TBSP-COUNT(WS-PA-IDX)
               MOVE 0 TO WS-PA-GROWTH-BPD(WS-PA-IDX)
           END-IF
           IF WS-US-COUNT < WS-MAX-USES
               ADD 1 TO WS-US-COUNT
               MOVE WS-DB-IDX TO WS-US-DB-IDX(WS-US-COUNT)
               MOVE WS-PA-IDX TO WS-US-PA-IDX(WS-US-COUNT)
               ADD 1 TO WS-DB-PATH-COUNT(WS-DB-IDX)
               ADD 1 TO WS-PA-DB-COUNT(WS-PA-IDX)
           END-IF.

       4000-LOAD-FREE-SPACE.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT FREE-FILE
           IF WS-PF-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ FREE-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM VARYING WS-JDX FROM 1 BY 1
                                   UNTIL WS-JDX > WS-PA-COUNT
                               IF WS-PA-NAME(WS-JDX) =
                                       MFC-PF-PATH-NAME
                                   MOVE "Y"
                                       TO WS-PA-FREE-KNOWN(WS-JDX)
                                   MOVE MFC-PF-FREE-MB
                                       TO WS-PA-FREE-MB(WS-JDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE FREE-FILE
           END-IF.

      * Only automatic-storage or auto-resize table spaces are
      * listed; the rest are MFCR061's business.
       5000-JUDGE-TABLESPACES.
           MOVE WS-HDR2 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TB-COUNT
               PERFORM 5100-GROWTH-RATE
               IF WS-TB-USE-AS(WS-IDX) = 1
                   OR WS-TB-AUTO-RESIZE(WS-IDX) = 1
                   PERFORM 5200-JUDGE-ONE-TBSP
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      * Bytes per day between the oldest and newest rows; a table
      * space that shrank or was seen once has no growth.
       5100-GROWTH-RATE.
           MOVE 0 TO WS-TB-GROWTH-BPD(WS-IDX)
           COMPUTE WS-SPAN-SECS =
               WS-TB-LAST-SECS(WS-IDX) - WS-TB-FIRST-SECS(WS-IDX)
           IF WS-SPAN-SECS > 0
               AND WS-TB-LAST-SIZE(WS-IDX) > WS-TB-FIRST-SIZE(WS-IDX)
               COMPUTE WS-TB-GROWTH-BPD(WS-IDX) =
                   ((WS-TB-LAST-SIZE(WS-IDX)
                       - WS-TB-FIRST-SIZE(WS-IDX)) * 86400)
                   / WS-SPAN-SECS
           END-IF.

       5200-JUDGE-ONE-TBSP.
           MOVE SPACES TO WS-FLAG
           MOVE 99999 TO WS-TB-INCS-LEFT(WS-IDX)
           IF WS-TB-INCR-SIZE(WS-IDX) > 0
               MOVE WS-TB-INCR-SIZE(WS-IDX) TO WS-INCR-BYTES
           ELSE
               COMPUTE WS-INCR-BYTES = WS-TB-LAST-SIZE(WS-IDX)
                   * WS-TB-INCR-PCT(WS-IDX) / 100
           END-IF
           IF WS-TB-AUTO-RESIZE(WS-IDX) = 1
               AND WS-TB-MAX-SIZE(WS-IDX) > 0
               IF WS-TB-LAST-SIZE(WS-IDX) >= WS-TB-MAX-SIZE(WS-IDX)
                   MOVE 0 TO WS-TB-INCS-LEFT(WS-IDX)
               ELSE
                   IF WS-INCR-BYTES > 0
                       COMPUTE WS-TB-INCS-LEFT(WS-IDX) =
                           (WS-TB-MAX-SIZE(WS-IDX)
                               - WS-TB-LAST-SIZE(WS-IDX))
                           / WS-INCR-BYTES
                   END-IF
               END-IF
           END-IF
           IF WS-TB-INCS-LEFT(WS-IDX) <= WS-NEAR-MAX-INCS
               MOVE "NEAR-MAXSIZE" TO WS-FLAG
               MOVE "TBSP-NEAR-MAXSIZE" TO WS-AL-METRIC
               MOVE WS-TB-INCS-LEFT(WS-IDX) TO WS-AL-ACTUAL
               MOVE WS-NEAR-MAX-INCS TO WS-AL-THRESHOLD
               MOVE "AUTO-RESIZE TABLESPACE NEAR ITS MAXSIZE"
                   TO WS-AL-MESSAGE
               MOVE WS-TB-NAME(WS-IDX) TO WS-AL-KEY
               PERFORM 8000-WRITE-ALERT
           END-IF
           IF WS-TB-RESIZE-FAIL(WS-IDX) = 1
               MOVE "RESIZE-FAILED" TO WS-FLAG
               MOVE "TBSP-RESIZE-FAILED" TO WS-AL-METRIC
               MOVE 1 TO WS-AL-ACTUAL
               MOVE 0 TO WS-AL-THRESHOLD
               MOVE "LAST AUTOMATIC RESIZE OF TABLESPACE FAILED"
                   TO WS-AL-MESSAGE
               MOVE WS-TB-NAME(WS-IDX) TO WS-AL-KEY
               PERFORM 8000-WRITE-ALERT
           END-IF
           PERFORM 5300-PRINT-ONE-TBSP.

       5300-PRINT-ONE-TBSP.
           IF WS-TB-USE-AS(WS-IDX) = 1
               MOVE "YES" TO WS-AS-TEXT
           ELSE
               MOVE "NO" TO WS-AS-TEXT
           END-IF
           IF WS-TB-AUTO-RESIZE(WS-IDX) = 1
               MOVE "YES" TO WS-AR-TEXT
           ELSE
               MOVE "NO" TO WS-AR-TEXT
           END-IF
           COMPUTE WS-DISP-CUR-MB = WS-TB-LAST-SIZE(WS-IDX) / 1048576
           COMPUTE WS-DISP-MAX-MB = WS-TB-MAX-SIZE(WS-IDX) / 1048576
           COMPUTE WS-DISP-INC-MB = WS-INCR-BYTES / 1048576
           COMPUTE WS-DISP-GROW-MB =
               WS-TB-GROWTH-BPD(WS-IDX) / 1048576
           IF WS-TB-INCS-LEFT(WS-IDX) = 99999
               MOVE "   N/A" TO WS-INCS-TEXT
           ELSE
               MOVE WS-TB-INCS-LEFT(WS-IDX) TO WS-DISP-INCS
               MOVE WS-DISP-INCS TO WS-INCS-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-TB-DB-NAME(WS-IDX) " " WS-TB-NAME(WS-IDX) " "
               WS-AS-TEXT " " WS-AR-TEXT " " WS-DISP-CUR-MB " "
               WS-DISP-MAX-MB " " WS-DISP-INC-MB "    "
               WS-INCS-TEXT "     " WS-DISP-GROW-MB "  " WS-FLAG
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Each automatic-storage table space stripes over all of its
      * database's paths, so each path takes an even share of its
      * growth.
       6000-JUDGE-PATHS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TB-COUNT
               IF WS-TB-USE-AS(WS-IDX) = 1
                   PERFORM 6100-SPREAD-GROWTH
               END-IF
           END-PERFORM
           MOVE WS-HDR3 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-PA-COUNT = 0
               MOVE "NO STORAGE PATHS ON MFCSPTHO" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                   UNTIL WS-PA-IDX > WS-PA-COUNT
               PERFORM 6200-JUDGE-ONE-PATH
           END-PERFORM.

       6100-SPREAD-GROWTH.
           MOVE 0 TO WS-DB-IDX
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-DB-COUNT OR WS-DB-IDX > 0
               IF WS-DB-NAME(WS-JDX) = WS-TB-DB-NAME(WS-IDX)
                   MOVE WS-JDX TO WS-DB-IDX
               END-IF
           END-PERFORM
           IF WS-DB-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-DB-PATH-COUNT(WS-DB-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SHARE-BPD = WS-TB-GROWTH-BPD(WS-IDX)
               / WS-DB-PATH-COUNT(WS-DB-IDX)
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-US-COUNT
               IF WS-US-DB-IDX(WS-JDX) = WS-DB-IDX
                   MOVE WS-US-PA-IDX(WS-JDX) TO WS-HIT-IDX
                   ADD WS-SHARE-BPD TO WS-PA-GROWTH-BPD(WS-HIT-IDX)
                   ADD 1 TO WS-PA-TBSP-COUNT(WS-HIT-IDX)
               END-IF
           END-PERFORM.

       6200-JUDGE-ONE-PATH.
           MOVE SPACES TO WS-FLAG
           MOVE SPACES TO WS-DAYS-TEXT
           MOVE WS-PA-DB-COUNT(WS-PA-IDX) TO WS-DISP-DBS
           MOVE WS-PA-TBSP-COUNT(WS-PA-IDX) TO WS-DISP-TBS
           COMPUTE WS-DISP-GROW-MB =
               WS-PA-GROWTH-BPD(WS-PA-IDX) / 1048576
           MOVE WS-PA-FREE-MB(WS-PA-IDX) TO WS-DISP-FREE-MB
           IF WS-PA-FREE-KNOWN(WS-PA-IDX) NOT = "Y"
               MOVE "FREE NOT KNOWN" TO WS-DAYS-TEXT
           ELSE
               IF WS-PA-GROWTH-BPD(WS-PA-IDX) = 0
                   MOVE "     NO GROWTH" TO WS-DAYS-TEXT
               ELSE
                   COMPUTE WS-DAYS-LEFT =
                       (WS-PA-FREE-MB(WS-PA-IDX) * 1048576)
                       / WS-PA-GROWTH-BPD(WS-PA-IDX)
                   MOVE WS-DAYS-LEFT TO WS-DISP-DAYS
                   MOVE WS-DISP-DAYS TO WS-DAYS-TEXT
                   IF WS-DAYS-LEFT < WS-PATH-MIN-DAYS
                       MOVE "OVERCOMMITTED" TO WS-FLAG
                       PERFORM 6300-PATH-ALERT
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-PA-NAME(WS-PA-IDX)(1:60) " " WS-DISP-DBS " "
               WS-DISP-TBS "     " WS-DISP-GROW-MB " "
               WS-DISP-FREE-MB "  " WS-DAYS-TEXT "  " WS-FLAG
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * The alert key is the tail of the path - the part that tells
      * one mount point from the next.
       6300-PATH-ALERT.
           MOVE 0 TO WS-TRAIL-SPACES
           INSPECT FUNCTION REVERSE(WS-PA-NAME(WS-PA-IDX))
               TALLYING WS-TRAIL-SPACES FOR LEADING SPACES
           COMPUTE WS-PATH-LEN = 190 - WS-TRAIL-SPACES
           IF WS-PATH-LEN > 20
               COMPUTE WS-KEY-START = WS-PATH-LEN - 19
           ELSE
               MOVE 1 TO WS-KEY-START
           END-IF
           MOVE WS-PA-NAME(WS-PA-IDX)(WS-KEY-START:20) TO WS-AL-KEY
           MOVE "SPATH-OVERCOMMITTED" TO WS-AL-METRIC
           MOVE WS-DAYS-LEFT TO WS-AL-ACTUAL
           MOVE WS-PATH-MIN-DAYS TO WS-AL-THRESHOLD
           MOVE "STORAGE PATH FULL INSIDE PATH-MIN-DAYS AT THIS GROWTH"
               TO WS-AL-MESSAGE
           PERFORM 8000-WRITE-ALERT.

       8000-WRITE-ALERT.
           CALL "MFCUALRT" USING WS-AL-SOURCE WS-AL-METRIC WS-AL-KEY
               WS-AL-ACTUAL WS-AL-THRESHOLD
               WS-AL-MESSAGE MFC-ALERT-REC
           WRITE MFC-ALERT-REC.

       9000-TERMINATE.
           CLOSE ALERT-FILE
           CLOSE REPORT-FILE.
