      ***********************************************************************
      *
      *  Source File Name = MFCR131.CBL
      *
      *  Function = Client driver currency and connection-source
      *             compliance report, run weekly.
      *
      *             MFCCWLD records each connection's CLIENT-PRDID and
      *             CLIENT-PROTOCOL on MFCWLDO (mfcwldo.cbl) but only
      *             MFCR027 read them, and only to check workload
      *             classes. This report judges every connection on
      *             the snapshot against the driver policy MFCDRVP
      *             (mfcdrvp.cbl): a client product's level below its
      *             minimum supported level, or a connection over a
      *             deprecated protocol, is out of policy. A product
      *             with no minimum on the policy is counted as NO
      *             POLICY and not judged on level.
      *
      *             Out-of-policy connections are listed once per
      *             application name, workload class, owning team,
      *             client product level and protocol, with the
      *             connection count and the reason. The owning team is
      *             the AUTH-ID's team on the chargeback mapping
      *             worklist MFCAUTMP (mfcautm.cbl), else the owning
      *             team of the connection's database on MFCDBMF, else
      *             (UNMAPPED).
      *
      *             Each run appends its counts to MFCDRVTO
      *             (mfcdrvt.cbl) and the report closes with the
      *             non-compliant count for the last TREND-WEEKS weeks
      *             (MFCR131P, MFCTHR.CBL convention, default 12) and
      *             the movement on the week before - the latest run of
      *             each Monday-to-Sunday week stands for it.
      *
      *             The listing goes to MFCR131O. Return code 4 when
      *             any connection is out of policy; 12 when there is
      *             no MFCWLDO or no MFCDRVP to judge against.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR131.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR131P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT POLICY-FILE ASSIGN TO "MFCDRVP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DV-STATUS.
           SELECT WORKLOAD-FILE ASSIGN TO "MFCWLDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.
           SELECT MAP-FILE ASSIGN TO "MFCAUTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AM-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MFCDBMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MFC-DM-DB-ALIAS
               FILE STATUS IS WS-DM-STATUS.
           SELECT TREND-FILE ASSIGN TO "MFCDRVTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DW-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR131O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  POLICY-FILE
           RECORDING MODE IS F.
           COPY "mfcdrvp.cbl".
       FD  WORKLOAD-FILE
           RECORDING MODE IS F.
           COPY "mfcwldo.cbl".
       FD  MAP-FILE
           RECORDING MODE IS F.
           COPY "mfcautm.cbl".
       FD  MASTER-FILE.
           COPY "mfcdbm.cbl".
       FD  TREND-FILE
           RECORDING MODE IS F.
           COPY "mfcdrvt.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-EPOCH-OFFSET-DAYS        PIC 9(9) COMP-5 VALUE 134775.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-DV-STATUS                PIC XX.
       01 WS-WO-STATUS                PIC XX.
       01 WS-AM-STATUS                PIC XX.
       01 WS-DM-STATUS                PIC XX.
       01 WS-DW-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".
       01 WS-MASTER-AVAIL             PIC X VALUE "N".
           88 MASTER-AVAIL            VALUE "Y".
       01 WS-CANNOT-RUN               PIC X VALUE "N".
           88 CANNOT-RUN              VALUE "Y".
       01 WS-BELOW-SW                 PIC X VALUE "N".
           88 IS-BELOW-MINIMUM        VALUE "Y".
       01 WS-DEPRECATED-SW            PIC X VALUE "N".
           88 IS-DEPRECATED           VALUE "Y".
       01 WS-POLICY-SW                PIC X VALUE "N".
           88 HAS-POLICY              VALUE "Y".

      * Parameters (MFCR131P).
       01 WS-TREND-WEEKS              PIC 9(9) COMP-5 VALUE 12.

       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-DAY-NUM                  PIC 9(9) COMP-5.
       01 WS-DAY-WORK                 PIC 9(9) COMP-5.
       01 WS-DAY-QUOT                 PIC 9(9) COMP-5.
       01 WS-DAY-REM                  PIC 9(9) COMP-5.
       01 WS-DAY-INT                  PIC 9(9) COMP-5.
       01 WS-WEEK-START               PIC 9(8).
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.
       01 WS-FIRST-WK                 PIC 9(9) COMP-5.
       01 WS-CUR-TEAM                 PIC X(20).
       01 WS-CUR-PRODUCT              PIC X(3).
       01 WS-CUR-LEVEL                PIC X(5).
       01 WS-MIN-LEVEL                PIC X(5).
       01 WS-REASON                   PIC X(40).
       01 WS-REASON-PTR               PIC 9(4) COMP-5.
       01 WS-PROTO-TEXT               PIC X(30).

      * This run's counts.
       01 WS-CONNECTIONS              PIC 9(9) COMP-5 VALUE 0.
       01 WS-NON-COMPLIANT            PIC 9(9) COMP-5 VALUE 0.
       01 WS-BELOW-MINIMUM            PIC 9(9) COMP-5 VALUE 0.
       01 WS-DEPRECATED-PROTO         PIC 9(9) COMP-5 VALUE 0.
       01 WS-NO-POLICY                PIC 9(9) COMP-5 VALUE 0.

      * Driver policy.
       01 WS-MAX-LEVELS               PIC 9(9) COMP-5 VALUE 100.
       01 WS-LV-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-LEVEL-TABLE.
           05 WS-LV-ENTRY OCCURS 100 TIMES.
              10 WS-LV-PRODUCT        PIC X(3).
              10 WS-LV-MIN-LEVEL      PIC X(5).
       01 WS-MAX-PROTOS               PIC 9(9) COMP-5 VALUE 20.
       01 WS-PX-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-PROTO-TABLE.
           05 WS-PX-ENTRY OCCURS 20 TIMES.
              10 WS-PX-PROTOCOL       PIC 9(4) COMP-5.
              10 WS-PX-DESCRIPTION    PIC X(30).

      * AUTH-ID to owning team (MFCAUTMP).
       01 WS-MAX-MAPS                 PIC 9(9) COMP-5 VALUE 1000.
       01 WS-MP-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-MAP-TABLE.
           05 WS-MP-ENTRY OCCURS 1000 TIMES.
              10 WS-MP-AUTH-ID        PIC X(20).
              10 WS-MP-TEAM           PIC X(20).

      * Out-of-policy rows for the listing.
       01 WS-MAX-ROWS                 PIC 9(9) COMP-5 VALUE 500.
       01 WS-RW-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-ROW-TABLE.
           05 WS-RW-ENTRY OCCURS 500 TIMES.
              10 WS-RW-APPL-NAME      PIC X(20).
              10 WS-RW-CLASS          PIC X(10).
              10 WS-RW-TEAM           PIC X(20).
              10 WS-RW-PRDID          PIC X(8).
              10 WS-RW-PROTOCOL       PIC 9(4) COMP-5.
              10 WS-RW-CONNS          PIC 9(9) COMP-5.
              10 WS-RW-REASON         PIC X(40).

      * Weekly trend, oldest first; the latest run of a week stands.
       01 WS-MAX-WEEKS                PIC 9(9) COMP-5 VALUE 104.
       01 WS-WK-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-WEEK-TABLE.
           05 WS-WK-ENTRY OCCURS 104 TIMES.
              10 WS-WK-START          PIC 9(8).
              10 WS-WK-CONNECTIONS    PIC 9(9) COMP-5.
              10 WS-WK-NON-COMPLIANT  PIC 9(9) COMP-5.
              10 WS-WK-BELOW          PIC 9(9) COMP-5.
              10 WS-WK-DEPRECATED     PIC 9(9) COMP-5.
       01 WS-MOVE                     PIC S9(9) COMP-5.

       01 WS-DISP-NUM                 PIC Z(8)9.
       01 WS-DISP-CONNS               PIC Z(5)9.
       01 WS-DISP-PROTO               PIC Z(3)9.
       01 WS-DISP-MOVE                PIC -(7)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-POLICY
           IF NOT CANNOT-RUN
               PERFORM 2000-LOAD-TEAM-MAPPING
               PERFORM 3000-JUDGE-CONNECTIONS
           END-IF
           IF NOT CANNOT-RUN
               PERFORM 4000-LIST-OUT-OF-POLICY
               PERFORM 5000-LOAD-TREND
               PERFORM 5500-APPEND-THIS-RUN
               PERFORM 6000-LIST-TREND
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
                           IF MFC-THR-NAME = "TREND-WEEKS"
                               MOVE MFC-THR-VALUE TO WS-TREND-WEEKS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           CALL "MFCUTIME" USING WS-NOW-SECS
      * Day 4 of the epoch (1970-01-05) was a Monday; step back to
      * the Monday that starts this run's week.
           COMPUTE WS-DAY-NUM = WS-NOW-SECS / 86400
           SUBTRACT 4 FROM WS-DAY-NUM GIVING WS-DAY-WORK
           DIVIDE WS-DAY-WORK BY 7 GIVING WS-DAY-QUOT
               REMAINDER WS-DAY-REM
           COMPUTE WS-DAY-INT =
               WS-DAY-NUM - WS-DAY-REM + WS-EPOCH-OFFSET-DAYS
           COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "MFCR131 - CLIENT DRIVER COMPLIANCE, WEEK OF "
               WS-WEEK-START
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT MASTER-FILE
           IF WS-DM-STATUS = "00"
               SET MASTER-AVAIL TO TRUE
           END-IF.

       1500-LOAD-POLICY.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT POLICY-FILE
           IF WS-DV-STATUS NOT = "00"
               MOVE SPACES TO REPORT-LINE
               STRING "NO DRIVER POLICY MFCDRVP - NOTHING TO JUDGE "
                   "AGAINST"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               SET CANNOT-RUN TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ POLICY-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       PERFORM 1600-KEEP-POLICY-ENTRY
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE.

       1600-KEEP-POLICY-ENTRY.
           EVALUATE TRUE
               WHEN MFC-DV-IS-MIN-LEVEL
                   IF WS-LV-COUNT < WS-MAX-LEVELS
                       ADD 1 TO WS-LV-COUNT
                       MOVE MFC-DV-CLIENT-PRODUCT
                           TO WS-LV-PRODUCT(WS-LV-COUNT)
                       MOVE MFC-DV-MIN-LEVEL
                           TO WS-LV-MIN-LEVEL(WS-LV-COUNT)
                   ELSE
                       DISPLAY "MFCR131: LEVEL POLICY TABLE FULL, "
                           "ENTRY IGNORED " MFC-DV-CLIENT-PRODUCT
                   END-IF
               WHEN MFC-DV-IS-DEPRECATED
                   IF WS-PX-COUNT < WS-MAX-PROTOS
                       ADD 1 TO WS-PX-COUNT
                       MOVE MFC-DV-PROTOCOL
                           TO WS-PX-PROTOCOL(WS-PX-COUNT)
                       MOVE MFC-DV-DESCRIPTION
                           TO WS-PX-DESCRIPTION(WS-PX-COUNT)
                   ELSE
                       DISPLAY "MFCR131: PROTOCOL POLICY TABLE FULL, "
                           "ENTRY IGNORED " MFC-DV-DESCRIPTION
                   END-IF
               WHEN OTHER
                   DISPLAY "MFCR131: UNKNOWN POLICY ENTRY TYPE "
                       MFC-DV-ENTRY-TYPE " IGNORED"
           END-EVALUATE.

       2000-LOAD-TEAM-MAPPING.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT MAP-FILE
           IF WS-AM-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ MAP-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF WS-MP-COUNT < WS-MAX-MAPS
                               ADD 1 TO WS-MP-COUNT
                               MOVE MFC-AM-AUTH-ID
                                   TO WS-MP-AUTH-ID(WS-MP-COUNT)
                               MOVE MFC-AM-OWNING-TEAM
                                   TO WS-MP-TEAM(WS-MP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAP-FILE
           END-IF.

      ***********************************************************************
      * Judge each connection on the snapshot.
      ***********************************************************************
       3000-JUDGE-CONNECTIONS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT WORKLOAD-FILE
           IF WS-WO-STATUS NOT = "00"
               MOVE SPACES TO REPORT-LINE
               STRING "NO WORKLOAD EXTRACT MFCWLDO"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               SET CANNOT-RUN TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ WORKLOAD-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       PERFORM 3100-JUDGE-ONE-CONNECTION
               END-READ
           END-PERFORM
           CLOSE WORKLOAD-FILE.

       3100-JUDGE-ONE-CONNECTION.
           ADD 1 TO WS-CONNECTIONS
           MOVE "N" TO WS-BELOW-SW
           MOVE "N" TO WS-DEPRECATED-SW
           MOVE "N" TO WS-POLICY-SW
           MOVE MFC-WO-CLIENT-PRDID(1:3) TO WS-CUR-PRODUCT
           MOVE MFC-WO-CLIENT-PRDID(4:5) TO WS-CUR-LEVEL
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LV-COUNT OR HAS-POLICY
               IF WS-LV-PRODUCT(WS-IDX) = WS-CUR-PRODUCT
                   SET HAS-POLICY TO TRUE
                   MOVE WS-LV-MIN-LEVEL(WS-IDX) TO WS-MIN-LEVEL
                   IF WS-CUR-LEVEL < WS-MIN-LEVEL
                       SET IS-BELOW-MINIMUM TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT HAS-POLICY
               ADD 1 TO WS-NO-POLICY
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PX-COUNT OR IS-DEPRECATED
               IF WS-PX-PROTOCOL(WS-IDX) = MFC-WO-CLIENT-PROTOCOL
                   SET IS-DEPRECATED TO TRUE
                   MOVE WS-PX-DESCRIPTION(WS-IDX) TO WS-PROTO-TEXT
               END-IF
           END-PERFORM
           IF NOT IS-BELOW-MINIMUM AND NOT IS-DEPRECATED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NON-COMPLIANT
           MOVE SPACES TO WS-REASON
           MOVE 1 TO WS-REASON-PTR
           IF IS-BELOW-MINIMUM
               ADD 1 TO WS-BELOW-MINIMUM
               STRING "BELOW " WS-CUR-PRODUCT WS-MIN-LEVEL " "
                   DELIMITED BY SIZE
                   INTO WS-REASON WITH POINTER WS-REASON-PTR
           END-IF
           IF IS-DEPRECATED
               ADD 1 TO WS-DEPRECATED-PROTO
               STRING "PROTOCOL " DELIMITED BY SIZE
                   WS-PROTO-TEXT DELIMITED BY "  "
                   INTO WS-REASON WITH POINTER WS-REASON-PTR
           END-IF
           PERFORM 3200-RESOLVE-TEAM
           PERFORM 3300-ADD-TO-ROW.

      * AUTH-ID's team on MFCAUTMP, else the database's on MFCDBMF.
       3200-RESOLVE-TEAM.
           MOVE "(UNMAPPED)" TO WS-CUR-TEAM
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MP-COUNT OR KY-FOUND
               IF WS-MP-AUTH-ID(WS-IDX) = MFC-WO-AUTH-ID
                   SET KY-FOUND TO TRUE
                   MOVE WS-MP-TEAM(WS-IDX) TO WS-CUR-TEAM
               END-IF
           END-PERFORM
           IF KY-FOUND OR NOT MASTER-AVAIL
               EXIT PARAGRAPH
           END-IF
           IF MFC-WO-DB-NAME NOT = SPACES
               MOVE MFC-WO-DB-NAME TO MFC-DM-DB-ALIAS
               READ MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE MFC-DM-OWNING-TEAM TO WS-CUR-TEAM
               END-READ
           END-IF.

       3300-ADD-TO-ROW.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-RW-COUNT OR KY-FOUND
               IF WS-RW-APPL-NAME(WS-HIT-IDX) = MFC-WO-APPL-NAME
                   AND WS-RW-CLASS(WS-HIT-IDX)
                       = MFC-WO-WORKLOAD-CLASS
                   AND WS-RW-TEAM(WS-HIT-IDX) = WS-CUR-TEAM
                   AND WS-RW-PRDID(WS-HIT-IDX)
                       = MFC-WO-CLIENT-PRDID(1:8)
                   AND WS-RW-PROTOCOL(WS-HIT-IDX)
                       = MFC-WO-CLIENT-PROTOCOL
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-HIT-IDX
               ADD 1 TO WS-RW-CONNS(WS-HIT-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-RW-COUNT >= WS-MAX-ROWS
               DISPLAY "MFCR131: LISTING TABLE FULL, NOT LISTED "
                   MFC-WO-APPL-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RW-COUNT
           MOVE MFC-WO-APPL-NAME TO WS-RW-APPL-NAME(WS-RW-COUNT)
           MOVE MFC-WO-WORKLOAD-CLASS TO WS-RW-CLASS(WS-RW-COUNT)
           MOVE WS-CUR-TEAM TO WS-RW-TEAM(WS-RW-COUNT)
           MOVE MFC-WO-CLIENT-PRDID(1:8) TO WS-RW-PRDID(WS-RW-COUNT)
           MOVE MFC-WO-CLIENT-PROTOCOL TO WS-RW-PROTOCOL(WS-RW-COUNT)
           MOVE 1 TO WS-RW-CONNS(WS-RW-COUNT)
           MOVE WS-REASON TO WS-RW-REASON(WS-RW-COUNT).

       4000-LIST-OUT-OF-POLICY.
           MOVE SPACES TO REPORT-LINE
           STRING "APPLICATION          CLASS      "
               "OWNING TEAM          PRDID    PROTO  CONNS REASON"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RW-COUNT
               MOVE WS-RW-PROTOCOL(WS-IDX) TO WS-DISP-PROTO
               MOVE WS-RW-CONNS(WS-IDX) TO WS-DISP-CONNS
               MOVE SPACES TO REPORT-LINE
               STRING WS-RW-APPL-NAME(WS-IDX) " "
                   WS-RW-CLASS(WS-IDX) " "
                   WS-RW-TEAM(WS-IDX) " "
                   WS-RW-PRDID(WS-IDX) "  "
                   WS-DISP-PROTO " "
                   WS-DISP-CONNS " "
                   WS-RW-REASON(WS-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CONNECTIONS TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "CONNECTIONS             " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NON-COMPLIANT TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "OUT OF POLICY           " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BELOW-MINIMUM TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "  DRIVER BELOW MINIMUM  " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DEPRECATED-PROTO TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "  DEPRECATED PROTOCOL   " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NO-POLICY TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "PRODUCT WITH NO POLICY  " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      ***********************************************************************
      * Week-by-week trend off MFCDRVTO.
      ***********************************************************************
       5000-LOAD-TREND.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT TREND-FILE
           IF WS-DW-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ TREND-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 5100-FOLD-TREND-ROW
                   END-READ
               END-PERFORM
               CLOSE TREND-FILE
           END-IF.

      * A row for the week already last on the table replaces it;
      * a full table drops its oldest week.
       5100-FOLD-TREND-ROW.
           IF WS-WK-COUNT > 0
               IF WS-WK-START(WS-WK-COUNT) = MFC-DW-WEEK-START
                   SUBTRACT 1 FROM WS-WK-COUNT
               END-IF
           END-IF
           IF WS-WK-COUNT >= WS-MAX-WEEKS
               PERFORM VARYING WS-IDX FROM 2 BY 1
                       UNTIL WS-IDX > WS-WK-COUNT
                   MOVE WS-WK-ENTRY(WS-IDX) TO WS-WK-ENTRY(WS-IDX - 1)
               END-PERFORM
               SUBTRACT 1 FROM WS-WK-COUNT
           END-IF
           ADD 1 TO WS-WK-COUNT
           MOVE MFC-DW-WEEK-START TO WS-WK-START(WS-WK-COUNT)
           MOVE MFC-DW-CONNECTIONS TO WS-WK-CONNECTIONS(WS-WK-COUNT)
           MOVE MFC-DW-NON-COMPLIANT
               TO WS-WK-NON-COMPLIANT(WS-WK-COUNT)
           MOVE MFC-DW-BELOW-MINIMUM TO WS-WK-BELOW(WS-WK-COUNT)
           MOVE MFC-DW-DEPRECATED-PROTO
               TO WS-WK-DEPRECATED(WS-WK-COUNT).

       5500-APPEND-THIS-RUN.
           MOVE WS-NOW-SECS TO MFC-DW-RUN-SECS
           MOVE WS-WEEK-START TO MFC-DW-WEEK-START
           MOVE WS-CONNECTIONS TO MFC-DW-CONNECTIONS
           MOVE WS-NON-COMPLIANT TO MFC-DW-NON-COMPLIANT
           MOVE WS-BELOW-MINIMUM TO MFC-DW-BELOW-MINIMUM
           MOVE WS-DEPRECATED-PROTO TO MFC-DW-DEPRECATED-PROTO
           MOVE WS-NO-POLICY TO MFC-DW-NO-POLICY
           MOVE WS-RW-COUNT TO MFC-DW-APPLICATIONS
           PERFORM 5100-FOLD-TREND-ROW
           OPEN EXTEND TREND-FILE
           IF WS-DW-STATUS = "35"
               OPEN OUTPUT TREND-FILE
           END-IF
           WRITE MFC-DRIVER-TREND-REC
           CLOSE TREND-FILE.

       6000-LIST-TREND.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "WEEK OF   CONNECTIONS OUT-OF-POLICY  BELOW-MIN "
               "DEPRECATED   MOVEMENT"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-WK-COUNT > WS-TREND-WEEKS
               COMPUTE WS-FIRST-WK = WS-WK-COUNT - WS-TREND-WEEKS + 1
           ELSE
               MOVE 1 TO WS-FIRST-WK
           END-IF
           PERFORM VARYING WS-IDX FROM WS-FIRST-WK BY 1
                   UNTIL WS-IDX > WS-WK-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING WS-WK-START(WS-IDX) " "
                   DELIMITED BY SIZE INTO REPORT-LINE
               MOVE WS-WK-CONNECTIONS(WS-IDX) TO WS-DISP-NUM
               MOVE WS-DISP-NUM TO REPORT-LINE(13:9)
               MOVE WS-WK-NON-COMPLIANT(WS-IDX) TO WS-DISP-NUM
               MOVE WS-DISP-NUM TO REPORT-LINE(27:9)
               MOVE WS-WK-BELOW(WS-IDX) TO WS-DISP-NUM
               MOVE WS-DISP-NUM TO REPORT-LINE(38:9)
               MOVE WS-WK-DEPRECATED(WS-IDX) TO WS-DISP-NUM
               MOVE WS-DISP-NUM TO REPORT-LINE(49:9)
               IF WS-IDX > 1
                   COMPUTE WS-MOVE = WS-WK-NON-COMPLIANT(WS-IDX)
                       - WS-WK-NON-COMPLIANT(WS-IDX - 1)
                   MOVE WS-MOVE TO WS-DISP-MOVE
                   MOVE WS-DISP-MOVE TO REPORT-LINE(61:8)
               END-IF
               WRITE REPORT-LINE
           END-PERFORM.

       9000-TERMINATE.
           CLOSE REPORT-FILE
           IF MASTER-AVAIL
               CLOSE MASTER-FILE
           END-IF
           EVALUATE TRUE
               WHEN CANNOT-RUN
                   MOVE 12 TO RETURN-CODE
               WHEN WS-NON-COMPLIANT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
