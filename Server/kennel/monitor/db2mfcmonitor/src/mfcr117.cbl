      ***********************************************************************
      *
      *  Source File Name = MFCR117.CBL
      *
      *  Function = Out-of-window DDL and bind activity detector.
      *
      *             Production schema changes go through change
      *             control; DDL or a bind run by hand is found out
      *             about when something breaks. The database
      *             snapshot's DDL-SQL-STMTS and BINDS-PRECOMPILES
      *             counters are a cheap tripwire: MFCCDBSS keeps them
      *             per database, MFCCAPPL per application, and
      *             MFCCDELT turns both into interval deltas on
      *             MFCDELTO - DBSS-DDL-STMTS / DBSS-BINDS per database
      *             and node, APFR-DDL-STMTS / APFR-BINDS per APPL-ID.
      *
      *             Every database interval in the last LOOKBACK-HOURS
      *             (back from the newest such delta) where either
      *             counter moved is listed, with the applications
      *             responsible: each APPL-ID whose own DDL or bind
      *             delta overlaps the interval on the same database,
      *             named with its application name and AUTH-ID from
      *             the MFCAPFRO rows. The activity is then checked
      *             against change control:
      *
      *               WINDOW   - a maintenance window on MFCMWINP for
      *                          the database or "*ALL*" overlaps the
      *                          interval;
      *               JOURNAL  - an MFCCCJLO change-journal entry for
      *                          the database falls inside it.
      *
      *             GRACE-MINS is allowed either side of the interval
      *             for both, since the poll times and the change's
      *             own timestamps come from different clocks.
      *
      *             Anything not covered is appended to the
      *             unauthorized-change file MFCUCHGO (mfcuchg.cbl),
      *             one row per responsible application, and raised
      *             as one UNAUTH-CHANGE alert per interval on MFCALRTO
      *             through MFCUALRT - key the database, actual the
      *             DDL and bind statements together. MFCALRTE pages a
      *             tier-1 database's UNAUTH-CHANGE whatever MFCSEVP
      *             says; the tier printed here is the same database
      *             master (MFCDBMF) lookup. An interval already on
      *             MFCUCHGO from an earlier run is listed but neither
      *             written nor alerted again, so the detector can be
      *             rerun over the same lookback.
      *
      *             Thresholds from the PARM file (MFCR117P,
      *             MFCTHR.CBL convention):
      *               LOOKBACK-HOURS - how far back intervals are
      *                 examined (default 24).
      *               GRACE-MINS     - slack either side of the
      *                 interval (default 15).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR117.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR117P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DELTA-FILE ASSIGN TO "MFCDELTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DL-STATUS.
           SELECT APFR-FILE ASSIGN TO "MFCAPFRO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AF-STATUS.
           SELECT WINDOW-FILE ASSIGN TO "MFCMWINP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MW-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MFCCCJLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CJ-STATUS.
           SELECT UCHG-FILE ASSIGN TO "MFCUCHGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UC-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MFCDBMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MFC-DM-DB-ALIAS
               FILE STATUS IS WS-DM-STATUS.
           SELECT ALERT-FILE ASSIGN TO "MFCALRTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR117O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  DELTA-FILE
           RECORDING MODE IS F.
           COPY "mfcdelt.cbl".
       FD  APFR-FILE
           RECORDING MODE IS F.
           COPY "mfcapfr.cbl".
       FD  WINDOW-FILE
           RECORDING MODE IS F.
           COPY "mfcmwin.cbl".
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY "mfcccj.cbl".
       FD  UCHG-FILE
           RECORDING MODE IS F.
           COPY "mfcuchg.cbl".
       FD  MASTER-FILE.
           COPY "mfcdbm.cbl".
       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY "mfcalert.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-DL-STATUS                PIC XX.
       01 WS-AF-STATUS                PIC XX.
       01 WS-MW-STATUS                PIC XX.
       01 WS-CJ-STATUS                PIC XX.
       01 WS-UC-STATUS                PIC XX.
       01 WS-DM-STATUS                PIC XX.
       01 WS-AL-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".
       01 WS-MASTER-AVAIL             PIC X VALUE "N".
           88 MASTER-AVAIL            VALUE "Y".

       01 WS-LOOKBACK-HOURS           PIC 9(9) COMP-5 VALUE 24.
       01 WS-GRACE-MINS               PIC 9(9) COMP-5 VALUE 15.
       01 WS-GRACE-SECS               PIC 9(9) COMP-5.
       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-NEWEST-SECS              PIC 9(9) COMP-5 VALUE 0.
       01 WS-CUTOFF-SECS              PIC 9(9) COMP-5 VALUE 0.
      * Application deltas and journal entries are kept from a day
      * before the cutoff, so activity that straddles it still
      * matches.
       01 WS-EARLY-SECS               PIC 9(9) COMP-5 VALUE 0.
       01 WS-START-SECS               PIC 9(9) COMP-5.

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.
       01 WS-IV-IDX                   PIC 9(9) COMP-5.
       01 WS-APPLS-NAMED              PIC 9(9) COMP-5.

      * Each APPL-ID's application name, AUTH-ID and database, the
      * newest MFCAPFRO row winning.
       01 WS-MAX-CONNS                PIC 9(9) COMP-5 VALUE 5000.
       01 WS-CN-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-CN-TABLE.
           05 WS-CN-ENTRY OCCURS 5000 TIMES.
              10 WS-CN-APPL-ID        PIC X(32).
              10 WS-CN-SECS           PIC 9(9) COMP-5.
              10 WS-CN-APPL-NAME      PIC X(20).
              10 WS-CN-AUTH-ID        PIC X(20).
              10 WS-CN-DB-NAME        PIC X(20).

      * Maintenance windows (MFCMWINP) and change-journal entries
      * (MFCCCJLO) that could cover the lookback.
       01 WS-MAX-WINDOWS              PIC 9(9) COMP-5 VALUE 500.
       01 WS-MW-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-MW-TABLE.
           05 WS-MW-ENTRY OCCURS 500 TIMES.
              10 WS-MW-ALIAS          PIC X(20).
              10 WS-MW-START          PIC 9(9) COMP-5.
              10 WS-MW-END            PIC 9(9) COMP-5.
              10 WS-MW-REASON         PIC X(40).
       01 WS-MAX-JOURNAL              PIC 9(9) COMP-5 VALUE 5000.
       01 WS-CJ-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-CJ-TABLE.
           05 WS-CJ-ENTRY OCCURS 5000 TIMES.
              10 WS-CJ-ALIAS          PIC X(20).
              10 WS-CJ-SECS           PIC 9(9) COMP-5.
              10 WS-CJ-PROGRAM        PIC X(8).
              10 WS-CJ-ACTION         PIC X(12).

      * Intervals already on MFCUCHGO from an earlier run.
       01 WS-MAX-RECORDED             PIC 9(9) COMP-5 VALUE 1000.
       01 WS-RC-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-RC-TABLE.
           05 WS-RC-ENTRY OCCURS 1000 TIMES.
              10 WS-RC-DB-NAME        PIC X(20).
              10 WS-RC-NODE           PIC S9(4) COMP-5.
              10 WS-RC-END            PIC 9(9) COMP-5.

      * Database intervals where DDL or binds moved, and each
      * application's own DDL/bind intervals.
       01 WS-MAX-INTERVALS            PIC 9(9) COMP-5 VALUE 500.
       01 WS-IV-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-IV-TABLE.
           05 WS-IV-ENTRY OCCURS 500 TIMES.
              10 WS-IV-DB-NAME        PIC X(20).
              10 WS-IV-NODE           PIC S9(4) COMP-5.
              10 WS-IV-START          PIC 9(9) COMP-5.
              10 WS-IV-END            PIC 9(9) COMP-5.
              10 WS-IV-DDL            PIC 9(9) COMP-5.
              10 WS-IV-BINDS          PIC 9(9) COMP-5.
       01 WS-MAX-APPL-DELTAS          PIC 9(9) COMP-5 VALUE 2000.
       01 WS-AD-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-AD-TABLE.
           05 WS-AD-ENTRY OCCURS 2000 TIMES.
              10 WS-AD-APPL-ID        PIC X(32).
              10 WS-AD-START          PIC 9(9) COMP-5.
              10 WS-AD-END            PIC 9(9) COMP-5.
              10 WS-AD-DDL            PIC 9(9) COMP-5.
              10 WS-AD-BINDS          PIC 9(9) COMP-5.

      * The interval being judged.
       01 WS-COVER                    PIC X(1).
           88 COVER-WINDOW            VALUE "W".
           88 COVER-JOURNAL           VALUE "J".
           88 COVER-NONE              VALUE "N".
       01 WS-COVER-TEXT               PIC X(40).
       01 WS-ALREADY                  PIC X(1).
           88 ALREADY-RECORDED        VALUE "Y".
       01 WS-CUR-TIER                 PIC 9(9) COMP-5.
       01 WS-CN-IDX                   PIC 9(9) COMP-5.

       01 WS-CNT-INTERVALS            PIC 9(9) COMP-5 VALUE 0.
       01 WS-CNT-WINDOW               PIC 9(9) COMP-5 VALUE 0.
       01 WS-CNT-JOURNAL              PIC 9(9) COMP-5 VALUE 0.
       01 WS-CNT-UNCOVERED            PIC 9(9) COMP-5 VALUE 0.
       01 WS-CNT-NEW                  PIC 9(9) COMP-5 VALUE 0.
       01 WS-CNT-TIER1                PIC 9(9) COMP-5 VALUE 0.

       01 WS-AL-SOURCE                PIC X(8) VALUE "MFCR117".
       01 WS-AL-METRIC                PIC X(20) VALUE "UNAUTH-CHANGE".
       01 WS-AL-KEY                   PIC X(20).
       01 WS-AL-ACTUAL                PIC 9(9) COMP-5.
       01 WS-AL-THRESHOLD             PIC 9(9) COMP-5 VALUE 0.
       01 WS-AL-MESSAGE               PIC X(60) VALUE
           "DDL/BIND ACTIVITY WITH NO MAINTENANCE WINDOW OR JOURNAL".

      * Epoch to "YYYY-MM-DD HH:MM:SS" through the shared renderer
      * (MFCURNDR).
       01 WS-RDR-FUNC                 PIC X(1) VALUE "D".
       01 WS-RDR-SECS                 PIC 9(9) COMP-5.
       01 WS-RDR-TEXT                 PIC X(20).
       01 WS-FROM-TEXT                PIC X(20).
       01 WS-TO-TEXT                  PIC X(20).

       01 WS-DISP-NODE                PIC -(4)9.
       01 WS-DISP-DDL                 PIC Z(8)9.
       01 WS-DISP-BINDS               PIC Z(8)9.
       01 WS-DISP-TIER                PIC 9.
       01 WS-DISP-COUNT               PIC Z(5)9.

       01 WS-HDR1                     PIC X(132) VALUE
           "MFCR117 - OUT-OF-WINDOW DDL AND BIND ACTIVITY".
       01 WS-HDR2                     PIC X(132) VALUE
           "DATABASE             NODE  FROM                TO           
      -    "             DDL     BINDS TIER  COVERED BY".
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-READ-PARMS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FIND-NEWEST
           PERFORM 2100-LOAD-DELTAS
           PERFORM 2300-LOAD-CONNECTIONS
           PERFORM 2500-LOAD-WINDOWS
           PERFORM 2600-LOAD-JOURNAL
           PERFORM 2700-LOAD-RECORDED
           PERFORM 3000-JUDGE-INTERVALS
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
                               WHEN "LOOKBACK-HOURS"
                                   MOVE MFC-THR-VALUE
                                       TO WS-LOOKBACK-HOURS
                               WHEN "GRACE-MINS"
                                   MOVE MFC-THR-VALUE
                                       TO WS-GRACE-MINS
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           COMPUTE WS-GRACE-SECS = WS-GRACE-MINS * 60.

       1000-INITIALIZE.
           CALL "MFCUTIME" USING WS-NOW-SECS
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND ALERT-FILE
           IF WS-AL-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-DM-STATUS = "00"
               SET MASTER-AVAIL TO TRUE
           END-IF
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      * The lookback runs back from the newest DDL/bind delta, not
      * from the clock, so a late MFCCDELT run loses nothing.
       2000-FIND-NEWEST.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT DELTA-FILE
           IF WS-DL-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ DELTA-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF (MFC-DL-METRIC = "DBSS-DDL-STMTS"
                               OR MFC-DL-METRIC = "DBSS-BINDS")
                               AND MFC-DL-COLLECT-SECS
                                   > WS-NEWEST-SECS
                               MOVE MFC-DL-COLLECT-SECS
                                   TO WS-NEWEST-SECS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELTA-FILE
           END-IF
           IF WS-NEWEST-SECS > WS-LOOKBACK-HOURS * 3600
               COMPUTE WS-CUTOFF-SECS =
                   WS-NEWEST-SECS - WS-LOOKBACK-HOURS * 3600
           END-IF
           IF WS-CUTOFF-SECS > 86400
               COMPUTE WS-EARLY-SECS = WS-CUTOFF-SECS - 86400
           END-IF.

       2100-LOAD-DELTAS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT DELTA-FILE
           IF WS-DL-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ DELTA-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-DL-DELTA-VALUE > 0
                               PERFORM 2150-TAKE-DELTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELTA-FILE
           END-IF.

       2150-TAKE-DELTA.
           MOVE 0 TO WS-START-SECS
           IF MFC-DL-COLLECT-SECS > MFC-DL-INTERVAL-SECS
               COMPUTE WS-START-SECS =
                   MFC-DL-COLLECT-SECS - MFC-DL-INTERVAL-SECS
           END-IF
           EVALUATE MFC-DL-METRIC
               WHEN "DBSS-DDL-STMTS"
               WHEN "DBSS-BINDS"
                   IF MFC-DL-COLLECT-SECS > WS-CUTOFF-SECS
                       PERFORM 2200-TAKE-DB-DELTA
                   END-IF
               WHEN "APFR-DDL-STMTS"
               WHEN "APFR-BINDS"
                   IF MFC-DL-COLLECT-SECS > WS-EARLY-SECS
                       PERFORM 2250-TAKE-APPL-DELTA
                   END-IF
           END-EVALUATE.

      * DDL and binds of the same database, node and poll are one
      * interval.
       2200-TAKE-DB-DELTA.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-IV-COUNT OR KY-FOUND
               IF WS-IV-DB-NAME(WS-HIT-IDX) = MFC-DL-KEY(1:20)
                   AND WS-IV-NODE(WS-HIT-IDX) = MFC-DL-NODE-NUMBER
                   AND WS-IV-END(WS-HIT-IDX) = MFC-DL-COLLECT-SECS
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-HIT-IDX
           ELSE
               IF WS-IV-COUNT >= WS-MAX-INTERVALS
                   DISPLAY "MFCR117: INTERVAL TABLE FULL, NOT JUDGED "
                       MFC-DL-KEY(1:20)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-IV-COUNT
               MOVE WS-IV-COUNT TO WS-HIT-IDX
               MOVE MFC-DL-KEY(1:20) TO WS-IV-DB-NAME(WS-HIT-IDX)
               MOVE MFC-DL-NODE-NUMBER TO WS-IV-NODE(WS-HIT-IDX)
               MOVE WS-START-SECS TO WS-IV-START(WS-HIT-IDX)
               MOVE MFC-DL-COLLECT-SECS TO WS-IV-END(WS-HIT-IDX)
               MOVE 0 TO WS-IV-DDL(WS-HIT-IDX)
               MOVE 0 TO WS-IV-BINDS(WS-HIT-IDX)
           END-IF
           IF MFC-DL-METRIC = "DBSS-DDL-STMTS"
               ADD MFC-DL-DELTA-VALUE TO WS-IV-DDL(WS-HIT-IDX)
           ELSE
               ADD MFC-DL-DELTA-VALUE TO WS-IV-BINDS(WS-HIT-IDX)
           END-IF.

       2250-TAKE-APPL-DELTA.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-AD-COUNT OR KY-FOUND
               IF WS-AD-APPL-ID(WS-HIT-IDX) = MFC-DL-KEY
                   AND WS-AD-END(WS-HIT-IDX) = MFC-DL-COLLECT-SECS
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-HIT-IDX
           ELSE
               IF WS-AD-COUNT >= WS-MAX-APPL-DELTAS
                   DISPLAY "MFCR117: APPLICATION TABLE FULL, NOT "
                       "NAMED " MFC-DL-KEY
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AD-COUNT
               MOVE WS-AD-COUNT TO WS-HIT-IDX
               MOVE MFC-DL-KEY TO WS-AD-APPL-ID(WS-HIT-IDX)
               MOVE WS-START-SECS TO WS-AD-START(WS-HIT-IDX)
               MOVE MFC-DL-COLLECT-SECS TO WS-AD-END(WS-HIT-IDX)
               MOVE 0 TO WS-AD-DDL(WS-HIT-IDX)
               MOVE 0 TO WS-AD-BINDS(WS-HIT-IDX)
           END-IF
           IF MFC-DL-METRIC = "APFR-DDL-STMTS"
               ADD MFC-DL-DELTA-VALUE TO WS-AD-DDL(WS-HIT-IDX)
           ELSE
               ADD MFC-DL-DELTA-VALUE TO WS-AD-BINDS(WS-HIT-IDX)
           END-IF.

       2300-LOAD-CONNECTIONS.
           IF WS-AD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT APFR-FILE
           IF WS-AF-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ APFR-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-AF-COLLECT-SECS > WS-EARLY-SECS
                               PERFORM 2400-TAKE-CONNECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APFR-FILE
           END-IF.

       2400-TAKE-CONNECTION.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-CN-COUNT OR KY-FOUND
               IF WS-CN-APPL-ID(WS-HIT-IDX) = MFC-AF-APPL-ID
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-HIT-IDX
               IF MFC-AF-COLLECT-SECS < WS-CN-SECS(WS-HIT-IDX)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-CN-COUNT >= WS-MAX-CONNS
                   DISPLAY "MFCR117: CONNECTION TABLE FULL, NOT "
                       "NAMED " MFC-AF-APPL-ID
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CN-COUNT
               MOVE WS-CN-COUNT TO WS-HIT-IDX
               MOVE MFC-AF-APPL-ID TO WS-CN-APPL-ID(WS-HIT-IDX)
           END-IF
           MOVE MFC-AF-COLLECT-SECS TO WS-CN-SECS(WS-HIT-IDX)
           MOVE MFC-AF-APPL-NAME TO WS-CN-APPL-NAME(WS-HIT-IDX)
           MOVE MFC-AF-AUTH-ID TO WS-CN-AUTH-ID(WS-HIT-IDX)
           MOVE MFC-AF-DB-NAME TO WS-CN-DB-NAME(WS-HIT-IDX).

       2500-LOAD-WINDOWS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT WINDOW-FILE
           IF WS-MW-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ WINDOW-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-MW-END-SECS + WS-GRACE-SECS
                                   > WS-EARLY-SECS
                               AND WS-MW-COUNT < WS-MAX-WINDOWS
                               ADD 1 TO WS-MW-COUNT
                               MOVE MFC-MW-DB-ALIAS
                                   TO WS-MW-ALIAS(WS-MW-COUNT)
                               MOVE MFC-MW-START-SECS
                                   TO WS-MW-START(WS-MW-COUNT)
                               MOVE MFC-MW-END-SECS
                                   TO WS-MW-END(WS-MW-COUNT)
                               MOVE MFC-MW-REASON
                                   TO WS-MW-REASON(WS-MW-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WINDOW-FILE
           END-IF.

       2600-LOAD-JOURNAL.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT JOURNAL-FILE
           IF WS-CJ-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ JOURNAL-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-CJ-ACTION-SECS + WS-GRACE-SECS
                                   > WS-EARLY-SECS
                               PERFORM 2650-TAKE-JOURNAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       2650-TAKE-JOURNAL.
           IF WS-CJ-COUNT >= WS-MAX-JOURNAL
               DISPLAY "MFCR117: JOURNAL TABLE FULL, ENTRY IGNORED "
                   MFC-CJ-DB-ALIAS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CJ-COUNT
           MOVE MFC-CJ-DB-ALIAS TO WS-CJ-ALIAS(WS-CJ-COUNT)
           MOVE MFC-CJ-ACTION-SECS TO WS-CJ-SECS(WS-CJ-COUNT)
           MOVE MFC-CJ-PROGRAM TO WS-CJ-PROGRAM(WS-CJ-COUNT)
           MOVE MFC-CJ-ACTION TO WS-CJ-ACTION(WS-CJ-COUNT).

       2700-LOAD-RECORDED.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT UCHG-FILE
           IF WS-UC-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ UCHG-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-UC-END-SECS > WS-CUTOFF-SECS
                               AND WS-RC-COUNT < WS-MAX-RECORDED
                               ADD 1 TO WS-RC-COUNT
                               MOVE MFC-UC-DB-NAME
                                   TO WS-RC-DB-NAME(WS-RC-COUNT)
                               MOVE MFC-UC-NODE-NUMBER
                                   TO WS-RC-NODE(WS-RC-COUNT)
                               MOVE MFC-UC-END-SECS
                                   TO WS-RC-END(WS-RC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UCHG-FILE
           END-IF
           OPEN EXTEND UCHG-FILE
           IF WS-UC-STATUS = "35"
               OPEN OUTPUT UCHG-FILE
           END-IF.

       3000-JUDGE-INTERVALS.
           MOVE WS-HDR2 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
                   UNTIL WS-IV-IDX > WS-IV-COUNT
               ADD 1 TO WS-CNT-INTERVALS
               PERFORM 3100-CHECK-COVER
               PERFORM 3300-LOOKUP-TIER
               PERFORM 3400-PRINT-INTERVAL
               PERFORM 3500-NAME-APPLICATIONS
               IF COVER-NONE AND NOT ALREADY-RECORDED
                   PERFORM 3700-RAISE-ALERT
               END-IF
           END-PERFORM
           IF WS-IV-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "NO DDL OR BIND ACTIVITY IN THE LOOKBACK"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 3900-PRINT-SUMMARY.

      * A window wins over a journal entry; either one covers.
       3100-CHECK-COVER.
           SET COVER-NONE TO TRUE
           MOVE "*** NONE - UNAUTHORIZED ***" TO WS-COVER-TEXT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MW-COUNT OR COVER-WINDOW
               IF (WS-MW-ALIAS(WS-IDX) = WS-IV-DB-NAME(WS-IV-IDX)
                   OR WS-MW-ALIAS(WS-IDX) = "*ALL*")
                   AND WS-MW-START(WS-IDX)
                       <= WS-IV-END(WS-IV-IDX) + WS-GRACE-SECS
                   AND WS-MW-END(WS-IDX) + WS-GRACE-SECS
                       >= WS-IV-START(WS-IV-IDX)
                   SET COVER-WINDOW TO TRUE
                   MOVE SPACES TO WS-COVER-TEXT
                   STRING "WINDOW " WS-MW-REASON(WS-IDX)
                       DELIMITED BY SIZE INTO WS-COVER-TEXT
               END-IF
           END-PERFORM
           IF COVER-WINDOW
               ADD 1 TO WS-CNT-WINDOW
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CJ-COUNT OR COVER-JOURNAL
               IF WS-CJ-ALIAS(WS-IDX) = WS-IV-DB-NAME(WS-IV-IDX)
                   AND WS-CJ-SECS(WS-IDX) + WS-GRACE-SECS
                       >= WS-IV-START(WS-IV-IDX)
                   AND WS-CJ-SECS(WS-IDX)
                       <= WS-IV-END(WS-IV-IDX) + WS-GRACE-SECS
                   SET COVER-JOURNAL TO TRUE
                   MOVE SPACES TO WS-COVER-TEXT
                   STRING "JOURNAL " WS-CJ-PROGRAM(WS-IDX) " "
                       WS-CJ-ACTION(WS-IDX)
                       DELIMITED BY SIZE INTO WS-COVER-TEXT
               END-IF
           END-PERFORM
           IF COVER-JOURNAL
               ADD 1 TO WS-CNT-JOURNAL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CNT-UNCOVERED
           MOVE "N" TO WS-ALREADY
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RC-COUNT OR ALREADY-RECORDED
               IF WS-RC-DB-NAME(WS-IDX) = WS-IV-DB-NAME(WS-IV-IDX)
                   AND WS-RC-NODE(WS-IDX) = WS-IV-NODE(WS-IV-IDX)
                   AND WS-RC-END(WS-IDX) = WS-IV-END(WS-IV-IDX)
                   SET ALREADY-RECORDED TO TRUE
                   MOVE "NONE - RECORDED ON AN EARLIER RUN"
                       TO WS-COVER-TEXT
               END-IF
           END-PERFORM
           IF NOT ALREADY-RECORDED
               ADD 1 TO WS-CNT-NEW
           END-IF.

      * Criticality from the database master (MFCDBMF, loaded by
      * MFCCDBML); a database it does not know is tier 0.
       3300-LOOKUP-TIER.
           MOVE 0 TO WS-CUR-TIER
           IF MASTER-AVAIL
               MOVE WS-IV-DB-NAME(WS-IV-IDX) TO MFC-DM-DB-ALIAS
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MFC-DM-CRIT-TIER TO WS-CUR-TIER
               END-READ
           END-IF
           IF COVER-NONE AND NOT ALREADY-RECORDED
               AND WS-CUR-TIER = 1
               ADD 1 TO WS-CNT-TIER1
           END-IF.

       3400-PRINT-INTERVAL.
           MOVE WS-IV-START(WS-IV-IDX) TO WS-RDR-SECS
           CALL "MFCURNDR" USING WS-RDR-FUNC WS-RDR-SECS WS-RDR-TEXT
           MOVE WS-RDR-TEXT TO WS-FROM-TEXT
           MOVE WS-IV-END(WS-IV-IDX) TO WS-RDR-SECS
           CALL "MFCURNDR" USING WS-RDR-FUNC WS-RDR-SECS WS-RDR-TEXT
           MOVE WS-RDR-TEXT TO WS-TO-TEXT
           MOVE WS-IV-NODE(WS-IV-IDX) TO WS-DISP-NODE
           MOVE WS-IV-DDL(WS-IV-IDX) TO WS-DISP-DDL
           MOVE WS-IV-BINDS(WS-IV-IDX) TO WS-DISP-BINDS
           MOVE WS-CUR-TIER TO WS-DISP-TIER
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-IV-DB-NAME(WS-IV-IDX) " " WS-DISP-NODE " "
               WS-FROM-TEXT(1:19) " " WS-TO-TEXT(1:19) " "
               WS-DISP-DDL " " WS-DISP-BINDS "    " WS-DISP-TIER
               "  " WS-COVER-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Every application on the same database whose own DDL or
      * bind interval overlaps this one.
       3500-NAME-APPLICATIONS.
           MOVE 0 TO WS-APPLS-NAMED
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-AD-COUNT
               IF WS-AD-START(WS-JDX) < WS-IV-END(WS-IV-IDX)
                   AND WS-AD-END(WS-JDX) > WS-IV-START(WS-IV-IDX)
                   PERFORM 3550-FIND-CONNECTION
                   IF KY-FOUND
                       IF WS-CN-DB-NAME(WS-CN-IDX)
                               = WS-IV-DB-NAME(WS-IV-IDX)
                           ADD 1 TO WS-APPLS-NAMED
                           PERFORM 3600-PRINT-APPLICATION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-APPLS-NAMED = 0
               MOVE SPACES TO REPORT-LINE
               STRING "      (NOT IDENTIFIED - THE CONNECTION CAME AND "
                   "WENT BETWEEN POLLS)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF COVER-NONE AND NOT ALREADY-RECORDED
                   PERFORM 3650-FILL-UCHG-INTERVAL
                   MOVE SPACES TO MFC-UC-APPL-ID
                   MOVE "(NOT IDENTIFIED)" TO MFC-UC-APPL-NAME
                   MOVE SPACES TO MFC-UC-AUTH-ID
                   MOVE 0 TO MFC-UC-APPL-DDL-STMTS
                   MOVE 0 TO MFC-UC-APPL-BINDS
                   WRITE MFC-UNAUTH-CHANGE-REC
               END-IF
           END-IF.

       3550-FIND-CONNECTION.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
                   UNTIL WS-CN-IDX > WS-CN-COUNT OR KY-FOUND
               IF WS-CN-APPL-ID(WS-CN-IDX) = WS-AD-APPL-ID(WS-JDX)
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-CN-IDX
           END-IF.

       3600-PRINT-APPLICATION.
           MOVE WS-AD-DDL(WS-JDX) TO WS-DISP-DDL
           MOVE WS-AD-BINDS(WS-JDX) TO WS-DISP-BINDS
           MOVE SPACES TO REPORT-LINE
           STRING "      APPL " WS-CN-APPL-NAME(WS-CN-IDX)
               " AUTH " WS-CN-AUTH-ID(WS-CN-IDX) " "
               WS-AD-APPL-ID(WS-JDX) " DDL " WS-DISP-DDL
               " BINDS " WS-DISP-BINDS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF COVER-NONE AND NOT ALREADY-RECORDED
               PERFORM 3650-FILL-UCHG-INTERVAL
               MOVE WS-AD-APPL-ID(WS-JDX) TO MFC-UC-APPL-ID
               MOVE WS-CN-APPL-NAME(WS-CN-IDX) TO MFC-UC-APPL-NAME
               MOVE WS-CN-AUTH-ID(WS-CN-IDX) TO MFC-UC-AUTH-ID
               MOVE WS-AD-DDL(WS-JDX) TO MFC-UC-APPL-DDL-STMTS
               MOVE WS-AD-BINDS(WS-JDX) TO MFC-UC-APPL-BINDS
               WRITE MFC-UNAUTH-CHANGE-REC
           END-IF.

       3650-FILL-UCHG-INTERVAL.
           MOVE WS-NOW-SECS TO MFC-UC-DETECT-SECS
           MOVE WS-IV-DB-NAME(WS-IV-IDX) TO MFC-UC-DB-NAME
           MOVE WS-IV-NODE(WS-IV-IDX) TO MFC-UC-NODE-NUMBER
           MOVE WS-IV-START(WS-IV-IDX) TO MFC-UC-START-SECS
           MOVE WS-IV-END(WS-IV-IDX) TO MFC-UC-END-SECS
           MOVE WS-IV-DDL(WS-IV-IDX) TO MFC-UC-DB-DDL-STMTS
           MOVE WS-IV-BINDS(WS-IV-IDX) TO MFC-UC-DB-BINDS
           MOVE WS-CUR-TIER TO MFC-UC-CRIT-TIER.

       3700-RAISE-ALERT.
           MOVE WS-IV-DB-NAME(WS-IV-IDX) TO WS-AL-KEY
           COMPUTE WS-AL-ACTUAL = WS-IV-DDL(WS-IV-IDX)
               + WS-IV-BINDS(WS-IV-IDX)
           CALL "MFCUALRT" USING WS-AL-SOURCE WS-AL-METRIC WS-AL-KEY
               WS-AL-ACTUAL WS-AL-THRESHOLD
               WS-AL-MESSAGE MFC-ALERT-REC
           WRITE MFC-ALERT-REC.

       3900-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CNT-INTERVALS TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "INTERVALS WITH DDL OR BINDS:        " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CNT-WINDOW TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  COVERED BY A MAINTENANCE WINDOW:  " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CNT-JOURNAL TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  COVERED BY A JOURNAL ENTRY:       " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CNT-UNCOVERED TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  NOT COVERED:                      " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CNT-NEW TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "    NEW ON MFCUCHGO AND ALERTED:    " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CNT-TIER1 TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "    OF THEM ON TIER-1 DATABASES:    " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           IF MASTER-AVAIL
               CLOSE MASTER-FILE
           END-IF
           CLOSE UCHG-FILE
           CLOSE ALERT-FILE
           CLOSE REPORT-FILE.
