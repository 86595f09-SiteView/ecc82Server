      ***********************************************************************
      *
      *  Source File Name = MFCR098.CBL
      *
      *  Function = Memory pool near-ceiling report and alert.
      *
      *             Reads the memory pool history MFCCMEMP builds
      *             (MFCMEMPO) and takes the newest run: every pool of
      *             every database (and of the instance, "*DBM*") is
      *             ranked by its high-water mark as a percentage of
      *             its ceiling - POOL-CONFIG-SIZE, or POOL-MAX-SIZE
      *             when DB2 reports no configured size - worst first.
      *
      *             Next to each row is the configuration parameter
      *             that sizes the pool and its value off the newest
      *             MFCCCFG capture (MFCCFGO), so the DBA reading a
      *             lock-manager pool at 97% sees LOCKLIST and what it
      *             is set to on the same line. The pool-to-parameter
      *             map is the table below; database-manager
      *             parameters (MON-HEAP-SZ, SHEAPTHRES) are looked up
      *             under the "*DBM*" pseudo-alias, and a pool no
      *             watched parameter governs prints blank.
      *
      *             WATERMARK-PCT in the PARM file (MFCR098P,
      *             MFCTHR.CBL convention, default 90) raises an
      *             MFCUALRT row on MFCALRTO for every pool whose
      *             high-water mark reaches that share of its ceiling,
      *             ahead of the SQL0954 / SQL0912 it would otherwise
      *             end in.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR098.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR098P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MEMPOOL-HIST-FILE ASSIGN TO "MFCMEMPO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MP-STATUS.
           SELECT CFG-HIST-FILE ASSIGN TO "MFCCFGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CF-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR098O"
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
       FD  MEMPOOL-HIST-FILE
           RECORDING MODE IS F.
           COPY "mfcmemp.cbl".
       FD  CFG-HIST-FILE
           RECORDING MODE IS F.
           COPY "mfccfgh.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY "mfcalert.cbl".
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-MP-STATUS                PIC XX.
       01 WS-CF-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-AL-STATUS                PIC XX.
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".

       01 WS-WATERMARK-PCT            PIC 9(9) COMP-5 VALUE 90.
       01 WS-NEWEST-SECS              PIC 9(9) COMP-5 VALUE 0.
       01 WS-DBM-ALIAS                PIC X(20) VALUE "*DBM*".

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-RANK                     PIC 9(9) COMP-5.
       01 WS-CEILING                  PIC 9(18) COMP-5.

      * Pool id (the vendor SQLM-HEAP-* code, 1-18) to a short name,
      * the configuration parameter that sizes it, and whether that
      * parameter is database (D) or database-manager (M) scope.
       01 WS-POOL-MAP-VALUES.
           05 FILLER                  PIC X(33) VALUE
               "APPLICATION APPLHEAPSZ          D".
           05 FILLER                  PIC X(33) VALUE
               "DATABASE    DBHEAP              D".
           05 FILLER                  PIC X(33) VALUE
               "APPL-CONTROL                     ".
           05 FILLER                  PIC X(33) VALUE
               "LOCK-MGR    LOCKLIST            D".
           05 FILLER                  PIC X(33) VALUE
               "UTILITY     UTIL-HEAP-SZ        D".
           05 FILLER                  PIC X(33) VALUE
               "STATISTICS  STAT-HEAP-SZ        D".
           05 FILLER                  PIC X(33) VALUE
               "PKG-CACHE   PCKCACHESZ          D".
           05 FILLER                  PIC X(33) VALUE
               "CAT-CACHE   CATALOGCACHE-SZ     D".
           05 FILLER                  PIC X(33) VALUE
               "DFM                              ".
           05 FILLER                  PIC X(33) VALUE
               "QUERY                            ".
           05 FILLER                  PIC X(33) VALUE
               "MONITOR     MON-HEAP-SZ         M".
           05 FILLER                  PIC X(33) VALUE
               "STATEMENT   STMTHEAP            D".
           05 FILLER                  PIC X(33) VALUE
               "FCMBP                            ".
           05 FILLER                  PIC X(33) VALUE
               "IMPORT-POOL                      ".
           05 FILLER                  PIC X(33) VALUE
               "OTHER                            ".
           05 FILLER                  PIC X(33) VALUE
               "BUFFERPOOL  BUFFPAGE            D".
           05 FILLER                  PIC X(33) VALUE
               "APP-GROUP                        ".
           05 FILLER                  PIC X(33) VALUE
               "SHARED-SORT SHEAPTHRES          M".
       01 WS-POOL-MAP-R REDEFINES WS-POOL-MAP-VALUES.
           05 WS-PM-ENTRY OCCURS 18 TIMES.
              10 WS-PM-NAME           PIC X(12).
              10 WS-PM-PARAM          PIC X(20).
              10 WS-PM-SCOPE          PIC X(1).

      * The newest run's pools, with the governing parameter's
      * newest configured value filled in from MFCCFGO.
       01 WS-MAX-POOLS                PIC 9(9) COMP-5 VALUE 1000.
       01 WS-PL-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-POOL-TABLE.
           05 WS-PL-ENTRY OCCURS 1000 TIMES.
              10 WS-PL-DB-NAME        PIC X(20).
              10 WS-PL-POOL-NAME      PIC X(12).
              10 WS-PL-PARAM          PIC X(20).
              10 WS-PL-CFG-ALIAS      PIC X(20).
              10 WS-PL-CUR-SIZE       PIC 9(18) COMP-5.
              10 WS-PL-WATERMARK      PIC 9(18) COMP-5.
              10 WS-PL-CEILING        PIC 9(18) COMP-5.
              10 WS-PL-PCT            PIC 9(5)V9(2).
              10 WS-PL-CFG-SECS       PIC 9(9) COMP-5.
              10 WS-PL-CFG-VALUE      PIC S9(9) COMP-5.
       01 WS-PL-SWAP.
           05 FILLER                  PIC X(20).
           05 FILLER                  PIC X(12).
           05 FILLER                  PIC X(20).
           05 FILLER                  PIC X(20).
           05 FILLER                  PIC 9(18) COMP-5.
           05 FILLER                  PIC 9(18) COMP-5.
           05 FILLER                  PIC 9(18) COMP-5.
           05 FILLER                  PIC 9(5)V9(2).
           05 FILLER                  PIC 9(9) COMP-5.
           05 FILLER                  PIC S9(9) COMP-5.

       01 WS-PCT-WHOLE                PIC 9(9) COMP-5.

       01 WS-DISP-RANK                PIC ZZZ9.
       01 WS-DISP-CUR                 PIC Z(12)9.
       01 WS-DISP-WMARK               PIC Z(12)9.
       01 WS-DISP-CEIL                PIC Z(12)9.
       01 WS-DISP-PCT                 PIC ZZZZ9.99.
       01 WS-DISP-CFG                 PIC -(9)9.
       01 WS-DISP-PCT-WHOLE           PIC ZZ9.

       01 WS-AL-SOURCE                PIC X(8)  VALUE "MFCR098".
       01 WS-AL-METRIC                PIC X(20) VALUE
           "MEMPOOL-WMARK-PCT".
       01 WS-AL-KEY                   PIC X(20).
       01 WS-AL-MESSAGE               PIC X(60).

       01 WS-HDR1                     PIC X(132) VALUE
           "MEMORY POOL HIGH-WATER MARK AGAINST CEILING (NEWEST RUN,
      -    " WORST FIRST)".
       01 WS-HDR2                     PIC X(132) VALUE
           "RANK DATABASE             POOL              CUR-SIZE     WAT
      -    "ERMARK       CEILING PCT-CEIL  PARAMETER             CFG-VAL
      -    "UE".
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
           PERFORM 2000-FIND-NEWEST-RUN
           PERFORM 3000-LOAD-NEWEST-POOLS
           PERFORM 4000-TAKE-CFG-VALUES
           PERFORM 5000-SORT-POOLS
           PERFORM 6000-PRINT-POOLS
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           IF MFC-THR-NAME = "WATERMARK-PCT"
                               MOVE MFC-THR-VALUE
                                   TO WS-WATERMARK-PCT
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

       2000-FIND-NEWEST-RUN.
           OPEN INPUT MEMPOOL-HIST-FILE
           IF WS-MP-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ MEMPOOL-HIST-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-MP-COLLECT-SECS > WS-NEWEST-SECS
                               MOVE MFC-MP-COLLECT-SECS
                                   TO WS-NEWEST-SECS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMPOOL-HIST-FILE
           ELSE
               MOVE "NO MEMORY POOL HISTORY AVAILABLE (MFCMEMPO)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3000-LOAD-NEWEST-POOLS.
           IF WS-NEWEST-SECS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT MEMPOOL-HIST-FILE
           PERFORM UNTIL EOF-IN
               READ MEMPOOL-HIST-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       IF MFC-MP-COLLECT-SECS = WS-NEWEST-SECS
                           PERFORM 3100-LOAD-ONE-POOL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMPOOL-HIST-FILE.

       3100-LOAD-ONE-POOL.
           IF WS-PL-COUNT >= WS-MAX-POOLS
               DISPLAY "MFCR098: POOL TABLE FULL, POOL SKIPPED "
                   MFC-MP-DB-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PL-COUNT
           MOVE MFC-MP-DB-NAME TO WS-PL-DB-NAME(WS-PL-COUNT)
           MOVE MFC-MP-CUR-SIZE TO WS-PL-CUR-SIZE(WS-PL-COUNT)
           MOVE MFC-MP-WATERMARK TO WS-PL-WATERMARK(WS-PL-COUNT)
           MOVE SPACES TO WS-PL-PARAM(WS-PL-COUNT)
           MOVE SPACES TO WS-PL-CFG-ALIAS(WS-PL-COUNT)
           MOVE 0 TO WS-PL-CFG-SECS(WS-PL-COUNT)
           MOVE 0 TO WS-PL-CFG-VALUE(WS-PL-COUNT)
           IF MFC-MP-POOL-ID >= 1 AND MFC-MP-POOL-ID <= 18
               MOVE WS-PM-NAME(MFC-MP-POOL-ID)
                   TO WS-PL-POOL-NAME(WS-PL-COUNT)
               MOVE WS-PM-PARAM(MFC-MP-POOL-ID)
                   TO WS-PL-PARAM(WS-PL-COUNT)
               IF WS-PM-SCOPE(MFC-MP-POOL-ID) = "M"
                   MOVE WS-DBM-ALIAS TO WS-PL-CFG-ALIAS(WS-PL-COUNT)
               ELSE
                   MOVE MFC-MP-DB-NAME
                       TO WS-PL-CFG-ALIAS(WS-PL-COUNT)
               END-IF
           ELSE
               MOVE "UNKNOWN" TO WS-PL-POOL-NAME(WS-PL-COUNT)
           END-IF
           IF MFC-MP-CONFIG-SIZE > 0
               MOVE MFC-MP-CONFIG-SIZE TO WS-CEILING
           ELSE
               MOVE MFC-MP-MAX-SIZE TO WS-CEILING
           END-IF
           MOVE WS-CEILING TO WS-PL-CEILING(WS-PL-COUNT)
           IF WS-CEILING = 0
               MOVE 0 TO WS-PL-PCT(WS-PL-COUNT)
           ELSE
               COMPUTE WS-PL-PCT(WS-PL-COUNT) ROUNDED =
                   (MFC-MP-WATERMARK * 100) / WS-CEILING
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-PL-PCT(WS-PL-COUNT)
               END-COMPUTE
           END-IF.

      * One pass over the configuration history; the newest row for
      * a pool's parameter and alias wins.
       4000-TAKE-CFG-VALUES.
           IF WS-PL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT CFG-HIST-FILE
           IF WS-CF-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ CFG-HIST-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 4100-NOTE-ONE-CFG
                   END-READ
               END-PERFORM
               CLOSE CFG-HIST-FILE
           END-IF.

       4100-NOTE-ONE-CFG.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PL-COUNT
               IF WS-PL-PARAM(WS-IDX) NOT = SPACES
                   AND WS-PL-PARAM(WS-IDX) = MFC-CF-PARAM-NAME
                   AND WS-PL-CFG-ALIAS(WS-IDX) = MFC-CF-DB-ALIAS
                   AND MFC-CF-COLLECT-SECS >= WS-PL-CFG-SECS(WS-IDX)
                   MOVE MFC-CF-COLLECT-SECS TO WS-PL-CFG-SECS(WS-IDX)
                   MOVE MFC-CF-VALUE TO WS-PL-CFG-VALUE(WS-IDX)
               END-IF
           END-PERFORM.

       5000-SORT-POOLS.
           IF WS-PL-COUNT > 1
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-PL-COUNT - 1
                   PERFORM VARYING WS-JDX FROM 1 BY 1
                           UNTIL WS-JDX > WS-PL-COUNT - WS-IDX
                       IF WS-PL-PCT(WS-JDX) < WS-PL-PCT(WS-JDX + 1)
                           MOVE WS-PL-ENTRY(WS-JDX) TO WS-PL-SWAP
                           MOVE WS-PL-ENTRY(WS-JDX + 1)
                               TO WS-PL-ENTRY(WS-JDX)
                           MOVE WS-PL-SWAP TO WS-PL-ENTRY(WS-JDX + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       6000-PRINT-POOLS.
           MOVE 0 TO WS-RANK
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PL-COUNT
               ADD 1 TO WS-RANK
               PERFORM 6100-PRINT-ONE-POOL
               MOVE WS-PL-PCT(WS-IDX) TO WS-PCT-WHOLE
               IF WS-PL-CEILING(WS-IDX) > 0
                   AND WS-PCT-WHOLE >= WS-WATERMARK-PCT
                   PERFORM 7000-WRITE-POOL-ALERT
               END-IF
           END-PERFORM.

       6100-PRINT-ONE-POOL.
           MOVE WS-RANK TO WS-DISP-RANK
           MOVE WS-PL-CUR-SIZE(WS-IDX) TO WS-DISP-CUR
           MOVE WS-PL-WATERMARK(WS-IDX) TO WS-DISP-WMARK
           MOVE WS-PL-CEILING(WS-IDX) TO WS-DISP-CEIL
           MOVE WS-PL-PCT(WS-IDX) TO WS-DISP-PCT
           MOVE SPACES TO REPORT-LINE
           IF WS-PL-CFG-SECS(WS-IDX) > 0
               MOVE WS-PL-CFG-VALUE(WS-IDX) TO WS-DISP-CFG
               STRING WS-DISP-RANK " " WS-PL-DB-NAME(WS-IDX) " "
                   WS-PL-POOL-NAME(WS-IDX) " " WS-DISP-CUR " "
                   WS-DISP-WMARK " " WS-DISP-CEIL " " WS-DISP-PCT
                   "  " WS-PL-PARAM(WS-IDX) " " WS-DISP-CFG
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING WS-DISP-RANK " " WS-PL-DB-NAME(WS-IDX) " "
                   WS-PL-POOL-NAME(WS-IDX) " " WS-DISP-CUR " "
                   WS-DISP-WMARK " " WS-DISP-CEIL " " WS-DISP-PCT
                   "  " WS-PL-PARAM(WS-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

      * The message names the parameter to change, so the alert is
      * actionable without opening this report.
       7000-WRITE-POOL-ALERT.
           MOVE WS-PL-DB-NAME(WS-IDX) TO WS-AL-KEY
           MOVE WS-PCT-WHOLE TO WS-DISP-PCT-WHOLE
           MOVE SPACES TO WS-AL-MESSAGE
           IF WS-PL-PARAM(WS-IDX) = SPACES
               STRING "POOL " WS-PL-POOL-NAME(WS-IDX) " AT "
                   WS-DISP-PCT-WHOLE "% OF CEILING"
                   DELIMITED BY SIZE INTO WS-AL-MESSAGE
           ELSE
               STRING "POOL " WS-PL-POOL-NAME(WS-IDX) " AT "
                   WS-DISP-PCT-WHOLE "% - REVIEW "
                   WS-PL-PARAM(WS-IDX)
                   DELIMITED BY SIZE INTO WS-AL-MESSAGE
           END-IF
           CALL "MFCUALRT" USING WS-AL-SOURCE WS-AL-METRIC WS-AL-KEY
               WS-PCT-WHOLE WS-WATERMARK-PCT
               WS-AL-MESSAGE MFC-ALERT-REC
           WRITE MFC-ALERT-REC.

       9000-TERMINATE.
           CLOSE REPORT-FILE
           CLOSE ALERT-FILE.
