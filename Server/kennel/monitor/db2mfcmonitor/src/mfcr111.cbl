      ***********************************************************************
      *
      *  Source File Name = MFCR111.CBL
      *
      *  Function = Optimizer misestimate report - statement
      *             fingerprints ranked by how far the optimizer's
      *             estimate sits from what the statement measured.
      *
      *             When a query goes bad the first question is
      *             whether the optimizer guessed wrong. Both
      *             statement extracts now carry the estimates next
      *             to the measured cost: MFCSTMTO (MFCCSTMT, one row
      *             per execution, elapsed/CPU/rows read) and MFCDSQLO
      *             (MFCCDSQL, one row per cached statement, totals
      *             over its executions). Every row with a cost
      *             estimate and a statement text is fingerprinted
      *             through MFCUFPRT, the MFCCFPRT grouping, and
      *             summed per fingerprint.
      *
      *             A timeron is not a unit of time, so the estimate
      *             is judged against this workload's own average:
      *             the microseconds per timeron over every row read
      *             (elapsed, and CPU over the rows that carry CPU)
      *             turns each fingerprint's estimated cost into an
      *             expected elapsed and CPU; rows read per execution
      *             is set against the cardinality estimate directly.
      *             Each measure gives a factor - measured over
      *             expected, or expected over measured when the
      *             statement came in under, so both directions rank
      *             alike - and the largest of the three is the
      *             fingerprint's OFF-BY. UNDER-EST means the
      *             statement cost more than the optimizer expected,
      *             the usual signature of bad statistics.
      *
      *             Each fingerprint is then joined to the runstats
      *             history (MFCRSTSH, MFCCRSTS): every table in that
      *             history whose name (qualified, or the part after
      *             the schema) appears as a whole word in the
      *             normalized text, for the same database where the
      *             statement row named one, prints with its last
      *             successful refresh, its age and its row growth
      *             since. A table is judged STALE when its last
      *             refresh attempt failed, or its age or growth has
      *             reached the thresholds below; the fingerprint's
      *             verdict is STALE STATS LIKELY when any of its
      *             tables is, STATS CURRENT when all are fresh, and
      *             NO RUNSTATS HISTORY when none matched.
      *
      *             Thresholds from the PARM file (MFCR111P,
      *             MFCTHR.CBL convention):
      *               MIN-OFF-BY     - fingerprints off by less than
      *                 this factor are not printed (default 2).
      *               STALE-AGE-DAYS - days since the last refresh
      *                 at which a table is judged stale (default 7).
      *               STALE-GROWTH-PCT - row growth since the last
      *                 refresh at which a table is judged stale
      *                 (default 10).
      *
      *             Event-origin statement rows carry no estimate and
      *             are left out. Table-and-sort in COBOL is this
      *             shop's norm (see MFCR009).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR111.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR111P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT STMT-FILE ASSIGN TO "MFCSTMTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.
           SELECT DYNSQL-FILE ASSIGN TO "MFCDSQLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.
           SELECT RSTS-HIST-FILE ASSIGN TO "MFCRSTSH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RH-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR111O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  STMT-FILE
           RECORDING MODE IS F.
           COPY "mfcstmt.cbl".
       FD  DYNSQL-FILE
           RECORDING MODE IS F.
           COPY "mfcdsql.cbl".
       FD  RSTS-HIST-FILE
           RECORDING MODE IS F.
           COPY "mfcrstsh.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-ST-STATUS                PIC XX.
       01 WS-DC-STATUS                PIC XX.
       01 WS-RH-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".

       01 WS-MIN-OFF-BY               PIC 9(9) COMP-5 VALUE 2.
       01 WS-STALE-AGE-DAYS           PIC 9(9) COMP-5 VALUE 7.
       01 WS-STALE-GROWTH-PCT         PIC 9(9) COMP-5 VALUE 10.

       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.
       01 WS-TB-IDX                   PIC 9(9) COMP-5.
       01 WS-SWAP-IDX                 PIC 9(9) COMP-5.
       01 WS-PRINTED                  PIC 9(9) COMP-5 VALUE 0.

      * One row's contribution, whichever extract it came from.
       01 WS-WORK-TEXT                PIC X(256).
       01 WS-NORMALIZED               PIC X(256).
       01 WS-FINGERPRINT              PIC X(16).
       01 WS-ROW-DB-NAME              PIC X(20).
       01 WS-ROW-EXECS                PIC 9(18) COMP-5.
       01 WS-ROW-EST-COST             PIC 9(18) COMP-5.
       01 WS-ROW-EST-CARD             PIC 9(18) COMP-5.
       01 WS-ROW-ELAPSED-USEC         PIC 9(18) COMP-5.
       01 WS-ROW-ROWS-READ            PIC 9(18) COMP-5.
       01 WS-ROW-HAS-CPU              PIC X(1).
           88 ROW-HAS-CPU             VALUE "Y".
       01 WS-ROW-CPU-USEC             PIC 9(18) COMP-5.

      * Per-fingerprint sums; the cost estimates are weighted by
      * executions so a cached entry counts as often as it ran.
       01 WS-MAX-FPS                  PIC 9(9) COMP-5 VALUE 500.
       01 WS-FP-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-FP-TABLE.
           05 WS-FP-ENTRY OCCURS 500 TIMES.
              10 WS-FP-FINGERPRINT    PIC X(16).
              10 WS-FP-NORM-TEXT      PIC X(256).
              10 WS-FP-DB-NAME        PIC X(20).
              10 WS-FP-EXECS          PIC 9(18) COMP-5.
              10 WS-FP-EST-COST       PIC 9(18) COMP-5.
              10 WS-FP-EST-CARD       PIC 9(18) COMP-5.
              10 WS-FP-ELAPSED-USEC   PIC 9(18) COMP-5.
              10 WS-FP-ROWS-READ      PIC 9(18) COMP-5.
              10 WS-FP-CPU-EST-COST   PIC 9(18) COMP-5.
              10 WS-FP-CPU-USEC       PIC 9(18) COMP-5.
              10 WS-FP-OFF-BY         PIC 9(7)V9(2).
              10 WS-FP-MEASURE        PIC X(7).
              10 WS-FP-DIRECTION      PIC X(9).
       01 WS-RANK-TABLE.
           05 WS-RANK-IDX OCCURS 500 TIMES PIC 9(9) COMP-5.

      * Workload-wide totals the timeron calibration is taken from.
       01 WS-ALL-EST-COST             PIC 9(18) COMP-5 VALUE 0.
       01 WS-ALL-ELAPSED-USEC         PIC 9(18) COMP-5 VALUE 0.
       01 WS-ALL-CPU-EST-COST         PIC 9(18) COMP-5 VALUE 0.
       01 WS-ALL-CPU-USEC             PIC 9(18) COMP-5 VALUE 0.
       01 WS-ELAPSED-PER-TIMERON      PIC 9(9)V9(6) VALUE 0.
       01 WS-CPU-PER-TIMERON          PIC 9(9)V9(6) VALUE 0.

       01 WS-EXPECTED                 PIC 9(15)V9(4).
       01 WS-MEASURED                 PIC 9(15)V9(4).
       01 WS-FACTOR                   PIC 9(7)V9(2).
       01 WS-FACTOR-DIR               PIC X(9).

      * Newest runstats history row per database/table, with the
      * time of the last refresh that ran and succeeded.
       01 WS-MAX-TABLES               PIC 9(9) COMP-5 VALUE 500.
       01 WS-TB-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-TB-TABLE.
           05 WS-TB-ENTRY OCCURS 500 TIMES.
              10 WS-TB-DB-ALIAS       PIC X(20).
              10 WS-TB-NAME           PIC X(128).
              10 WS-TB-NAME-LEN       PIC 9(9) COMP-5.
              10 WS-TB-BASE-POS       PIC 9(9) COMP-5.
              10 WS-TB-LAST-SECS      PIC 9(9) COMP-5.
              10 WS-TB-AGE-DAYS       PIC 9(9) COMP-5.
              10 WS-TB-GROWTH-PCT     PIC 9(5) COMP-5.
              10 WS-TB-WAS-STALE      PIC X(1).
              10 WS-TB-SUCCESS        PIC X(1).
              10 WS-TB-REFRESH-SECS   PIC 9(9) COMP-5.

      * Whole-word search of a name in the normalized text.
       01 WS-NAME                     PIC X(128).
       01 WS-NAME-LEN                 PIC 9(9) COMP-5.
       01 WS-POS                      PIC 9(9) COMP-5.
       01 WS-LAST-POS                 PIC 9(9) COMP-5.
       01 WS-AFTER-POS                PIC 9(9) COMP-5.
       01 WS-CH                       PIC X(1).
           88 IDENT-CHAR              VALUE "A" THRU "Z"
                                            "0" THRU "9" "_".
       01 WS-NAME-FOUND               PIC X(1).
           88 NAME-FOUND              VALUE "Y".

      * One table's judgement.
       01 WS-TB-MATCHES               PIC 9(9) COMP-5.
       01 WS-TB-STALE-COUNT           PIC 9(9) COMP-5.
       01 WS-CUR-AGE-DAYS             PIC 9(9) COMP-5.
       01 WS-CUR-GROWTH-PCT           PIC 9(9) COMP-5.
       01 WS-TB-JUDGEMENT             PIC X(14).
       01 WS-VERDICT                  PIC X(19).
       01 WS-MAX-TABLE-LINES          PIC 9(9) COMP-5 VALUE 8.

      * Epoch to "YYYY-MM-DD HH:MM:SS" through the shared renderer
      * (MFCURNDR).
       01 WS-RDR-FUNC                 PIC X(1) VALUE "D".
       01 WS-RDR-SECS                 PIC 9(9) COMP-5.
       01 WS-RDR-TEXT                 PIC X(20).

       01 WS-DISP-RANK                PIC ZZ9.
       01 WS-DISP-EXECS               PIC Z(10)9.
       01 WS-DISP-OFF-BY              PIC Z(6)9.99.
       01 WS-DISP-COST                PIC Z(10)9.
       01 WS-DISP-ELAPSED             PIC Z(12)9.
       01 WS-DISP-CPU                 PIC Z(12)9.
       01 WS-DISP-CARD                PIC Z(10)9.
       01 WS-DISP-ROWS                PIC Z(10)9.
       01 WS-DISP-AGE                 PIC ZZZ9.
       01 WS-DISP-GROWTH              PIC ZZZZ9.
       01 WS-PER-EXEC                 PIC 9(18) COMP-5.

       01 WS-HDR1                     PIC X(132) VALUE
           "OPTIMIZER MISESTIMATE REPORT - FINGERPRINTS RANKED BY ESTIMA
      -    "TE VS MEASURED COST (MFCSTMTO/MFCDSQLO, RUNSTATS MFCRSTSH)".
       01 WS-HDR2                     PIC X(132) VALUE
           "RNK  FINGERPRINT      DATABASE              EXECUTIONS      
      -    "OFF-BY MEASURE DIRECTION RUNSTATS VERDICT".
       01 WS-TEXT-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 TL-STMT-TEXT             PIC X(120).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-READ-PARMS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-STATEMENTS
           PERFORM 2500-LOAD-CACHED-STATEMENTS
           PERFORM 3000-LOAD-RUNSTATS-HISTORY
           PERFORM 4000-SCORE-FINGERPRINTS
           PERFORM 5000-RANK-AND-PRINT
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
                               WHEN "MIN-OFF-BY"
                                   MOVE MFC-THR-VALUE
                                       TO WS-MIN-OFF-BY
                               WHEN "STALE-AGE-DAYS"
                                   MOVE MFC-THR-VALUE
                                       TO WS-STALE-AGE-DAYS
                               WHEN "STALE-GROWTH-PCT"
                                   MOVE MFC-THR-VALUE
                                       TO WS-STALE-GROWTH-PCT
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

       1000-INITIALIZE.
           CALL "MFCUTIME" USING WS-NOW-SECS
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      * One execution per row; only snapshot rows carry estimates.
       2000-LOAD-STATEMENTS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT STMT-FILE
           IF WS-ST-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ STMT-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-ST-QUERY-COST-EST > 0
                               AND MFC-ST-STMT-TEXT NOT = SPACES
                               PERFORM 2100-TAKE-STMT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STMT-FILE
           END-IF.

       2100-TAKE-STMT-ROW.
           MOVE MFC-ST-STMT-TEXT TO WS-WORK-TEXT
           MOVE MFC-ST-DB-NAME TO WS-ROW-DB-NAME
           MOVE 1 TO WS-ROW-EXECS
           MOVE MFC-ST-QUERY-COST-EST TO WS-ROW-EST-COST
           MOVE MFC-ST-QUERY-CARD-EST TO WS-ROW-EST-CARD
           COMPUTE WS-ROW-ELAPSED-USEC =
               MFC-ST-ELAPSED-SECS * 1000000 + MFC-ST-ELAPSED-MICROSEC
           MOVE MFC-ST-ROWS-READ TO WS-ROW-ROWS-READ
           MOVE "Y" TO WS-ROW-HAS-CPU
           COMPUTE WS-ROW-CPU-USEC =
               MFC-ST-CPU-SECS * 1000000 + MFC-ST-CPU-MICROSEC
           PERFORM 2800-NOTE-IN-FINGERPRINT.

      * A cache entry's counters are totals over its executions;
      * the per-section estimates are weighted up to match.
       2500-LOAD-CACHED-STATEMENTS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT DYNSQL-FILE
           IF WS-DC-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ DYNSQL-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-DC-QUERY-COST-EST > 0
                               AND MFC-DC-NUM-EXECUTIONS > 0
                               AND MFC-DC-STMT-TEXT NOT = SPACES
                               PERFORM 2600-TAKE-DYNSQL-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DYNSQL-FILE
           END-IF.

       2600-TAKE-DYNSQL-ROW.
           MOVE MFC-DC-STMT-TEXT TO WS-WORK-TEXT
           MOVE MFC-DC-DB-NAME TO WS-ROW-DB-NAME
           MOVE MFC-DC-NUM-EXECUTIONS TO WS-ROW-EXECS
           COMPUTE WS-ROW-EST-COST =
               MFC-DC-QUERY-COST-EST * MFC-DC-NUM-EXECUTIONS
               ON SIZE ERROR
                   MOVE 999999999999999999 TO WS-ROW-EST-COST
           END-COMPUTE
           COMPUTE WS-ROW-EST-CARD =
               MFC-DC-QUERY-CARD-EST * MFC-DC-NUM-EXECUTIONS
               ON SIZE ERROR
                   MOVE 999999999999999999 TO WS-ROW-EST-CARD
           END-COMPUTE
           MOVE MFC-DC-TOTAL-EXEC-USEC TO WS-ROW-ELAPSED-USEC
           MOVE MFC-DC-ROWS-READ TO WS-ROW-ROWS-READ
           MOVE "N" TO WS-ROW-HAS-CPU
           MOVE 0 TO WS-ROW-CPU-USEC
           PERFORM 2800-NOTE-IN-FINGERPRINT.

       2800-NOTE-IN-FINGERPRINT.
           CALL "MFCUFPRT" USING WS-WORK-TEXT WS-NORMALIZED
               WS-FINGERPRINT
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-FP-COUNT OR KY-FOUND
               IF WS-FP-FINGERPRINT(WS-HIT-IDX) = WS-FINGERPRINT
                   AND WS-FP-DB-NAME(WS-HIT-IDX) = WS-ROW-DB-NAME
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-HIT-IDX
           ELSE
               IF WS-FP-COUNT >= WS-MAX-FPS
                   DISPLAY "MFCR111: FINGERPRINT TABLE FULL, NOT "
                       "RANKED " WS-FINGERPRINT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FP-COUNT
               MOVE WS-FP-COUNT TO WS-HIT-IDX
               INITIALIZE WS-FP-ENTRY(WS-HIT-IDX)
               MOVE WS-FINGERPRINT TO WS-FP-FINGERPRINT(WS-HIT-IDX)
               MOVE WS-NORMALIZED TO WS-FP-NORM-TEXT(WS-HIT-IDX)
               MOVE WS-ROW-DB-NAME TO WS-FP-DB-NAME(WS-HIT-IDX)
           END-IF
           ADD WS-ROW-EXECS TO WS-FP-EXECS(WS-HIT-IDX)
           ADD WS-ROW-EST-COST TO WS-FP-EST-COST(WS-HIT-IDX)
           ADD WS-ROW-EST-CARD TO WS-FP-EST-CARD(WS-HIT-IDX)
           ADD WS-ROW-ELAPSED-USEC TO WS-FP-ELAPSED-USEC(WS-HIT-IDX)
           ADD WS-ROW-ROWS-READ TO WS-FP-ROWS-READ(WS-HIT-IDX)
           ADD WS-ROW-EST-COST TO WS-ALL-EST-COST
           ADD WS-ROW-ELAPSED-USEC TO WS-ALL-ELAPSED-USEC
           IF ROW-HAS-CPU
               ADD WS-ROW-EST-COST TO WS-FP-CPU-EST-COST(WS-HIT-IDX)
               ADD WS-ROW-CPU-USEC TO WS-FP-CPU-USEC(WS-HIT-IDX)
               ADD WS-ROW-EST-COST TO WS-ALL-CPU-EST-COST
               ADD WS-ROW-CPU-USEC TO WS-ALL-CPU-USEC
           END-IF.

      * Keep the newest row per database/table; the refresh time is
      * the newest row where a stale table was refreshed cleanly.
       3000-LOAD-RUNSTATS-HISTORY.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT RSTS-HIST-FILE
           IF WS-RH-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ RSTS-HIST-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 3100-TAKE-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE RSTS-HIST-FILE
           END-IF.

       3100-TAKE-HISTORY-ROW.
           MOVE MFC-RH-TABLE-NAME TO WS-NAME
           INSPECT WS-NAME CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX > WS-TB-COUNT OR KY-FOUND
               IF WS-TB-DB-ALIAS(WS-TB-IDX) = MFC-RH-DB-ALIAS
                   AND WS-TB-NAME(WS-TB-IDX) = WS-NAME
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-TB-IDX
           ELSE
               IF WS-TB-COUNT >= WS-MAX-TABLES
                   DISPLAY "MFCR111: TABLE HISTORY FULL, NOT JOINED "
                       MFC-RH-TABLE-NAME(1:40)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TB-COUNT
               MOVE WS-TB-COUNT TO WS-TB-IDX
               MOVE MFC-RH-DB-ALIAS TO WS-TB-DB-ALIAS(WS-TB-IDX)
               MOVE WS-NAME TO WS-TB-NAME(WS-TB-IDX)
               PERFORM 3200-MEASURE-TABLE-NAME
               MOVE 0 TO WS-TB-LAST-SECS(WS-TB-IDX)
               MOVE 0 TO WS-TB-REFRESH-SECS(WS-TB-IDX)
           END-IF
           IF MFC-RH-TIMESTAMP-SECS >= WS-TB-LAST-SECS(WS-TB-IDX)
               MOVE MFC-RH-TIMESTAMP-SECS
                   TO WS-TB-LAST-SECS(WS-TB-IDX)
               MOVE MFC-RH-AGE-DAYS TO WS-TB-AGE-DAYS(WS-TB-IDX)
               MOVE MFC-RH-GROWTH-PCT TO WS-TB-GROWTH-PCT(WS-TB-IDX)
               MOVE MFC-RH-WAS-STALE TO WS-TB-WAS-STALE(WS-TB-IDX)
               MOVE MFC-RH-SUCCESS TO WS-TB-SUCCESS(WS-TB-IDX)
           END-IF
           IF MFC-RH-STALE AND MFC-RH-OK
               AND MFC-RH-TIMESTAMP-SECS >
                   WS-TB-REFRESH-SECS(WS-TB-IDX)
               MOVE MFC-RH-TIMESTAMP-SECS
                   TO WS-TB-REFRESH-SECS(WS-TB-IDX)
           END-IF.

      * Name length, and where the unqualified name starts (one past
      * the last period, or 1 for an unqualified name).
       3200-MEASURE-TABLE-NAME.
           MOVE 128 TO WS-NAME-LEN
           PERFORM UNTIL WS-NAME-LEN = 0
                   OR WS-NAME(WS-NAME-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-NAME-LEN
           END-PERFORM
           MOVE WS-NAME-LEN TO WS-TB-NAME-LEN(WS-TB-IDX)
           MOVE 1 TO WS-TB-BASE-POS(WS-TB-IDX)
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-NAME-LEN
               IF WS-NAME(WS-POS:1) = "."
                   COMPUTE WS-TB-BASE-POS(WS-TB-IDX) = WS-POS + 1
               END-IF
           END-PERFORM.

       4000-SCORE-FINGERPRINTS.
           IF WS-ALL-EST-COST > 0
               COMPUTE WS-ELAPSED-PER-TIMERON ROUNDED =
                   WS-ALL-ELAPSED-USEC / WS-ALL-EST-COST
                   ON SIZE ERROR
                       MOVE 999999999.999999 TO WS-ELAPSED-PER-TIMERON
               END-COMPUTE
           END-IF
           IF WS-ALL-CPU-EST-COST > 0
               COMPUTE WS-CPU-PER-TIMERON ROUNDED =
                   WS-ALL-CPU-USEC / WS-ALL-CPU-EST-COST
                   ON SIZE ERROR
                       MOVE 999999999.999999 TO WS-CPU-PER-TIMERON
               END-COMPUTE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-FP-COUNT
               PERFORM 4100-SCORE-ONE
               MOVE WS-IDX TO WS-RANK-IDX(WS-IDX)
           END-PERFORM.

      * Three factors, the largest one wins.
       4100-SCORE-ONE.
           MOVE 0 TO WS-FP-OFF-BY(WS-IDX)
           MOVE SPACES TO WS-FP-MEASURE(WS-IDX)
           MOVE SPACES TO WS-FP-DIRECTION(WS-IDX)
           IF WS-ELAPSED-PER-TIMERON > 0
               COMPUTE WS-EXPECTED = WS-FP-EST-COST(WS-IDX)
                   * WS-ELAPSED-PER-TIMERON
                   ON SIZE ERROR
                       MOVE 999999999999999 TO WS-EXPECTED
               END-COMPUTE
               MOVE WS-FP-ELAPSED-USEC(WS-IDX) TO WS-MEASURED
               PERFORM 4200-COMPUTE-FACTOR
               IF WS-FACTOR > WS-FP-OFF-BY(WS-IDX)
                   MOVE WS-FACTOR TO WS-FP-OFF-BY(WS-IDX)
                   MOVE "ELAPSED" TO WS-FP-MEASURE(WS-IDX)
                   MOVE WS-FACTOR-DIR TO WS-FP-DIRECTION(WS-IDX)
               END-IF
           END-IF
           IF WS-CPU-PER-TIMERON > 0
               AND WS-FP-CPU-EST-COST(WS-IDX) > 0
               COMPUTE WS-EXPECTED = WS-FP-CPU-EST-COST(WS-IDX)
                   * WS-CPU-PER-TIMERON
                   ON SIZE ERROR
                       MOVE 999999999999999 TO WS-EXPECTED
               END-COMPUTE
               MOVE WS-FP-CPU-USEC(WS-IDX) TO WS-MEASURED
               PERFORM 4200-COMPUTE-FACTOR
               IF WS-FACTOR > WS-FP-OFF-BY(WS-IDX)
                   MOVE WS-FACTOR TO WS-FP-OFF-BY(WS-IDX)
                   MOVE "CPU" TO WS-FP-MEASURE(WS-IDX)
                   MOVE WS-FACTOR-DIR TO WS-FP-DIRECTION(WS-IDX)
               END-IF
           END-IF
           MOVE WS-FP-EST-CARD(WS-IDX) TO WS-EXPECTED
           MOVE WS-FP-ROWS-READ(WS-IDX) TO WS-MEASURED
           PERFORM 4200-COMPUTE-FACTOR
           IF WS-FACTOR > WS-FP-OFF-BY(WS-IDX)
               MOVE WS-FACTOR TO WS-FP-OFF-BY(WS-IDX)
               MOVE "ROWS" TO WS-FP-MEASURE(WS-IDX)
               MOVE WS-FACTOR-DIR TO WS-FP-DIRECTION(WS-IDX)
           END-IF.

      * Larger over smaller; a zero side counts as one unit so an
      * estimate of nothing still ranks against what was measured.
       4200-COMPUTE-FACTOR.
           IF WS-EXPECTED < 1
               MOVE 1 TO WS-EXPECTED
           END-IF
           IF WS-MEASURED < 1
               MOVE 1 TO WS-MEASURED
           END-IF
           IF WS-MEASURED >= WS-EXPECTED
               MOVE "UNDER-EST" TO WS-FACTOR-DIR
               COMPUTE WS-FACTOR ROUNDED = WS-MEASURED / WS-EXPECTED
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-FACTOR
               END-COMPUTE
           ELSE
               MOVE "OVER-EST" TO WS-FACTOR-DIR
               COMPUTE WS-FACTOR ROUNDED = WS-EXPECTED / WS-MEASURED
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-FACTOR
               END-COMPUTE
           END-IF.

       5000-RANK-AND-PRINT.
           IF WS-FP-COUNT > 1
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-FP-COUNT - 1
                   PERFORM VARYING WS-JDX FROM 1 BY 1
                           UNTIL WS-JDX > WS-FP-COUNT - WS-IDX
                       IF WS-FP-OFF-BY(WS-RANK-IDX(WS-JDX)) <
                               WS-FP-OFF-BY(WS-RANK-IDX(WS-JDX + 1))
                           MOVE WS-RANK-IDX(WS-JDX) TO WS-SWAP-IDX
                           MOVE WS-RANK-IDX(WS-JDX + 1)
                               TO WS-RANK-IDX(WS-JDX)
                           MOVE WS-SWAP-IDX TO WS-RANK-IDX(WS-JDX + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-FP-COUNT
               MOVE WS-RANK-IDX(WS-JDX) TO WS-IDX
               IF WS-FP-OFF-BY(WS-IDX) >= WS-MIN-OFF-BY
                   PERFORM 5100-PRINT-ONE
               END-IF
           END-PERFORM
           IF WS-PRINTED = 0
               MOVE "NO FINGERPRINT OFF BY MIN-OFF-BY OR MORE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Heading line, per-execution figures, the normalized text,
      * then one line per runstats table the text touches.
       5100-PRINT-ONE.
           ADD 1 TO WS-PRINTED
           PERFORM 5200-JUDGE-TABLES
           MOVE WS-PRINTED TO WS-DISP-RANK
           MOVE WS-FP-EXECS(WS-IDX) TO WS-DISP-EXECS
           MOVE WS-FP-OFF-BY(WS-IDX) TO WS-DISP-OFF-BY
           MOVE SPACES TO REPORT-LINE
           STRING WS-DISP-RANK "  " WS-FP-FINGERPRINT(WS-IDX) " "
               WS-FP-DB-NAME(WS-IDX) " " WS-DISP-EXECS " "
               WS-DISP-OFF-BY "X " WS-FP-MEASURE(WS-IDX) " "
               WS-FP-DIRECTION(WS-IDX) " " WS-VERDICT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-PER-EXEC =
               WS-FP-EST-COST(WS-IDX) / WS-FP-EXECS(WS-IDX)
           MOVE WS-PER-EXEC TO WS-DISP-COST
           COMPUTE WS-PER-EXEC =
               WS-FP-ELAPSED-USEC(WS-IDX) / WS-FP-EXECS(WS-IDX)
           MOVE WS-PER-EXEC TO WS-DISP-ELAPSED
           COMPUTE WS-PER-EXEC =
               WS-FP-EST-CARD(WS-IDX) / WS-FP-EXECS(WS-IDX)
           MOVE WS-PER-EXEC TO WS-DISP-CARD
           COMPUTE WS-PER-EXEC =
               WS-FP-ROWS-READ(WS-IDX) / WS-FP-EXECS(WS-IDX)
           MOVE WS-PER-EXEC TO WS-DISP-ROWS
           MOVE SPACES TO REPORT-LINE
           STRING "     PER EXECUTION: EST-COST " WS-DISP-COST
               " TIMERONS  ELAPSED " WS-DISP-ELAPSED
               " USEC  EST-ROWS " WS-DISP-CARD
               "  ROWS-READ " WS-DISP-ROWS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FP-CPU-USEC(WS-IDX) > 0
               MOVE WS-FP-CPU-USEC(WS-IDX) TO WS-DISP-CPU
               MOVE SPACES TO REPORT-LINE
               STRING "     CPU USEC (SNAPSHOT EXECUTIONS) "
                   WS-DISP-CPU
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-FP-NORM-TEXT(WS-IDX)(1:120) TO TL-STMT-TEXT
           MOVE WS-TEXT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-TB-MATCHES
           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX > WS-TB-COUNT
               PERFORM 5300-MATCH-TABLE
               IF NAME-FOUND
                   ADD 1 TO WS-TB-MATCHES
                   IF WS-TB-MATCHES <= WS-MAX-TABLE-LINES
                       PERFORM 5500-PRINT-TABLE-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TB-MATCHES > WS-MAX-TABLE-LINES
               MOVE SPACES TO REPORT-LINE
               STRING "     ... MORE TABLES MATCHED THAN SHOWN"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       5200-JUDGE-TABLES.
           MOVE 0 TO WS-TB-MATCHES
           MOVE 0 TO WS-TB-STALE-COUNT
           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX > WS-TB-COUNT
               PERFORM 5300-MATCH-TABLE
               IF NAME-FOUND
                   ADD 1 TO WS-TB-MATCHES
                   PERFORM 5400-JUDGE-ONE-TABLE
                   IF WS-TB-JUDGEMENT NOT = "FRESH"
                       ADD 1 TO WS-TB-STALE-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-TB-MATCHES = 0
                   MOVE "NO RUNSTATS HISTORY" TO WS-VERDICT
               WHEN WS-TB-STALE-COUNT > 0
                   MOVE "STALE STATS LIKELY" TO WS-VERDICT
               WHEN OTHER
                   MOVE "STATS CURRENT" TO WS-VERDICT
           END-EVALUATE.

      * Same database when the statement row named one, and the
      * qualified name or the bare table name as a whole word.
       5300-MATCH-TABLE.
           MOVE "N" TO WS-NAME-FOUND
           IF WS-FP-DB-NAME(WS-IDX) NOT = SPACES
               AND WS-FP-DB-NAME(WS-IDX) NOT =
                   WS-TB-DB-ALIAS(WS-TB-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-TB-NAME-LEN(WS-TB-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TB-NAME(WS-TB-IDX) TO WS-NAME
           MOVE WS-TB-NAME-LEN(WS-TB-IDX) TO WS-NAME-LEN
           PERFORM 5350-FIND-NAME-IN-TEXT
           IF NOT NAME-FOUND
               AND WS-TB-BASE-POS(WS-TB-IDX) > 1
               AND WS-TB-BASE-POS(WS-TB-IDX) <=
                   WS-TB-NAME-LEN(WS-TB-IDX)
               MOVE SPACES TO WS-NAME
               COMPUTE WS-NAME-LEN = WS-TB-NAME-LEN(WS-TB-IDX)
                   - WS-TB-BASE-POS(WS-TB-IDX) + 1
               MOVE WS-TB-NAME(WS-TB-IDX)
                   (WS-TB-BASE-POS(WS-TB-IDX):WS-NAME-LEN)
                   TO WS-NAME
               PERFORM 5350-FIND-NAME-IN-TEXT
           END-IF.

       5350-FIND-NAME-IN-TEXT.
           MOVE "N" TO WS-NAME-FOUND
           IF WS-NAME-LEN > 256
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LAST-POS = 256 - WS-NAME-LEN + 1
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-LAST-POS OR NAME-FOUND
               IF WS-FP-NORM-TEXT(WS-IDX)(WS-POS:WS-NAME-LEN)
                       = WS-NAME(1:WS-NAME-LEN)
                   SET NAME-FOUND TO TRUE
                   IF WS-POS > 1
                       MOVE WS-FP-NORM-TEXT(WS-IDX)(WS-POS - 1:1)
                           TO WS-CH
                       IF IDENT-CHAR
                           MOVE "N" TO WS-NAME-FOUND
                       END-IF
                   END-IF
                   COMPUTE WS-AFTER-POS = WS-POS + WS-NAME-LEN
                   IF WS-AFTER-POS <= 256
                       MOVE WS-FP-NORM-TEXT(WS-IDX)(WS-AFTER-POS:1)
                           TO WS-CH
                       IF IDENT-CHAR
                           MOVE "N" TO WS-NAME-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Age is counted from the last clean refresh when the history
      * has one; growth restarts at zero when the newest row is that
      * refresh.
       5400-JUDGE-ONE-TABLE.
           IF WS-TB-REFRESH-SECS(WS-TB-IDX) > 0
               COMPUTE WS-CUR-AGE-DAYS =
                   (WS-NOW-SECS - WS-TB-REFRESH-SECS(WS-TB-IDX))
                   / 86400
           ELSE
               COMPUTE WS-CUR-AGE-DAYS = WS-TB-AGE-DAYS(WS-TB-IDX)
                   + (WS-NOW-SECS - WS-TB-LAST-SECS(WS-TB-IDX))
                   / 86400
           END-IF
           IF WS-TB-WAS-STALE(WS-TB-IDX) = "Y"
               AND WS-TB-SUCCESS(WS-TB-IDX) = "Y"
               MOVE 0 TO WS-CUR-GROWTH-PCT
           ELSE
               MOVE WS-TB-GROWTH-PCT(WS-TB-IDX) TO WS-CUR-GROWTH-PCT
           END-IF
           EVALUATE TRUE
               WHEN WS-TB-WAS-STALE(WS-TB-IDX) = "Y"
                   AND WS-TB-SUCCESS(WS-TB-IDX) NOT = "Y"
                   MOVE "REFRESH FAILED" TO WS-TB-JUDGEMENT
               WHEN WS-CUR-AGE-DAYS >= WS-STALE-AGE-DAYS
                   MOVE "STALE-AGE" TO WS-TB-JUDGEMENT
               WHEN WS-CUR-GROWTH-PCT >= WS-STALE-GROWTH-PCT
                   MOVE "STALE-GROWTH" TO WS-TB-JUDGEMENT
               WHEN OTHER
                   MOVE "FRESH" TO WS-TB-JUDGEMENT
           END-EVALUATE.

       5500-PRINT-TABLE-LINE.
           PERFORM 5400-JUDGE-ONE-TABLE
           IF WS-TB-REFRESH-SECS(WS-TB-IDX) > 0
               MOVE WS-TB-REFRESH-SECS(WS-TB-IDX) TO WS-RDR-SECS
               CALL "MFCURNDR" USING WS-RDR-FUNC WS-RDR-SECS
                   WS-RDR-TEXT
           ELSE
               MOVE "NOT IN HISTORY" TO WS-RDR-TEXT
           END-IF
           MOVE WS-CUR-AGE-DAYS TO WS-DISP-AGE
           MOVE WS-CUR-GROWTH-PCT TO WS-DISP-GROWTH
           MOVE SPACES TO REPORT-LINE
           STRING "     TABLE " WS-TB-NAME(WS-TB-IDX)(1:40)
               " REFRESHED " WS-RDR-TEXT
               " AGE " WS-DISP-AGE " DAYS  GROWTH " WS-DISP-GROWTH
               "%  " WS-TB-JUDGEMENT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE REPORT-FILE.
