      ***********************************************************************
      *
      *  Source File Name = MFCR102.CBL
      *
      *  Function = DB2 server version and fix-pack currency report
      *             across the estate.
      *
      *             Reads the server identity history MFCCSVID builds
      *             (MFCSVIDO, mfcsvid.cbl): per instance - instance
      *             name plus node name - the newest and the previous
      *             run's product id, version and SERVICE-LEVEL, and
      *             which databases the instance carried on its newest
      *             run. The database master (MFCDBMI) gives each of
      *             those databases an environment and tier, and the
      *             site minimum-level policy (MFCVPOLP, mfcvpol.cbl)
      *             gives each environment/tier a minimum level. An
      *             instance must meet the strictest minimum among its
      *             databases; an instance with no database on its
      *             newest run is held to the "*"/0 policy line.
      *
      *             Printed in three parts:
      *               the inventory - every instance with its level,
      *                 its required level and a status of OK,
      *                 BELOW-MIN, CHANGED (level differs from the
      *                 previous run) or NO-POLICY;
      *               the level changes since the previous run, old
      *                 and new level side by side;
      *               HADR partners (MFC-DM-HADR-PARTNER) whose
      *                 instances run different levels - a takeover
      *                 onto a back-level standby is the surprise
      *                 this report exists to prevent.
      *
      *             Levels are judged on their numbers, not their text:
      *             "DB2 v11.5.10.0" is split into version, release,
      *             modification and fix pack (11 5 10 0) and compared
      *             part by part, so fix pack 10 ranks above fix pack 9.
      *
      *             An instance below its minimum gets an MFCUALRT row
      *             (SVR-BELOW-MIN-LEVEL) on MFCALRTO, as does each
      *             mismatched HADR pair (HADR-LEVEL-MISMATCH).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR102.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-IN-FILE ASSIGN TO "MFCDBMI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MI-STATUS.
           SELECT POLICY-FILE ASSIGN TO "MFCVPOLP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VP-STATUS.
           SELECT SERVER-ID-HIST-FILE ASSIGN TO "MFCSVIDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SV-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR102O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ALERT-FILE ASSIGN TO "MFCALRTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-IN-FILE
           RECORDING MODE IS F.
           COPY "mfcdbm.cbl".
       FD  POLICY-FILE
           RECORDING MODE IS F.
           COPY "mfcvpol.cbl".
       FD  SERVER-ID-HIST-FILE
           RECORDING MODE IS F.
           COPY "mfcsvid.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY "mfcalert.cbl".
       WORKING-STORAGE SECTION.
       01 WS-MI-STATUS                PIC XX.
       01 WS-VP-STATUS                PIC XX.
       01 WS-SV-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-AL-STATUS                PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-KDX                      PIC 9(9) COMP-5.
       01 WS-PDX                      PIC 9(9) COMP-5.
       01 WS-DBM-ALIAS                PIC X(20) VALUE "*DBM*".
       01 WS-CUR-INST-KEY             PIC X(40).
       01 WS-PRINTED                  PIC 9(9) COMP-5.

      * Database master, loaded once.
       01 WS-MAX-MASTER               PIC 9(9) COMP-5 VALUE 500.
       01 WS-MS-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-MASTER-TABLE.
           05 WS-MS-ENTRY OCCURS 500 TIMES.
              10 WS-MS-ALIAS          PIC X(20).
              10 WS-MS-ENVIRONMENT    PIC X(4).
              10 WS-MS-TIER           PIC 9(9) COMP-5.
              10 WS-MS-PARTNER        PIC X(20).

      * Site minimum-level policy, loaded once.
       01 WS-MAX-POLICY               PIC 9(9) COMP-5 VALUE 100.
       01 WS-PO-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-POLICY-TABLE.
           05 WS-PO-ENTRY OCCURS 100 TIMES.
              10 WS-PO-ENVIRONMENT    PIC X(4).
              10 WS-PO-TIER           PIC 9(9) COMP-5.
              10 WS-PO-MIN-VERSION    PIC 9(9) COMP-5.
              10 WS-PO-MIN-LEVEL      PIC X(20).
              10 WS-PO-MIN-PARTS.
                 15 WS-PO-MIN-PART    PIC 9(9) COMP-5 OCCURS 4 TIMES.

      * One entry per instance (instance name + node name): the
      * newest and previous run's identity and the level it must
      * meet.
       01 WS-MAX-INSTS                PIC 9(9) COMP-5 VALUE 200.
       01 WS-IN-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-INST-TABLE.
           05 WS-IN-ENTRY OCCURS 200 TIMES.
              10 WS-IN-KEY.
                 15 WS-IN-NAME        PIC X(20).
                 15 WS-IN-NNAME       PIC X(20).
              10 WS-IN-LAST-SECS      PIC 9(9) COMP-5.
              10 WS-IN-PRDID          PIC X(20).
              10 WS-IN-VERSION        PIC 9(9) COMP-5.
              10 WS-IN-LEVEL          PIC X(20).
              10 WS-IN-LEVEL-PARTS.
                 15 WS-IN-LEVEL-PART  PIC 9(9) COMP-5 OCCURS 4 TIMES.
              10 WS-IN-PREV-SECS      PIC 9(9) COMP-5.
              10 WS-IN-PREV-PRDID     PIC X(20).
              10 WS-IN-PREV-VERSION   PIC 9(9) COMP-5.
              10 WS-IN-PREV-LEVEL     PIC X(20).
              10 WS-IN-REQ-FOUND      PIC X.
              10 WS-IN-REQ-VERSION    PIC 9(9) COMP-5.
              10 WS-IN-REQ-LEVEL      PIC X(20).
              10 WS-IN-REQ-PARTS.
                 15 WS-IN-REQ-PART    PIC 9(9) COMP-5 OCCURS 4 TIMES.

      * Which instance each database was on as of its newest row.
       01 WS-MAX-DBS                  PIC 9(9) COMP-5 VALUE 500.
       01 WS-DB-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-DB-TABLE.
           05 WS-DB-ENTRY OCCURS 500 TIMES.
              10 WS-DB-NAME           PIC X(20).
              10 WS-DB-INST-KEY       PIC X(40).
              10 WS-DB-SECS           PIC 9(9) COMP-5.

      * Policy lookup work fields: the environment/tier asked for,
      * the best line found and how specific it was.
       01 WS-LK-ENVIRONMENT           PIC X(4).
       01 WS-LK-TIER                  PIC 9(9) COMP-5.
       01 WS-LK-HIT                   PIC 9(9) COMP-5.
       01 WS-LK-SCORE                 PIC S9(4) COMP-5.
       01 WS-LK-BEST                  PIC S9(4) COMP-5.

      * A SERVICE-LEVEL split into its numbers (4500), and two
      * split levels compared part by part (4400): WS-CMP-RESULT
      * is "<", "=" or ">" for A against B.
       01 WS-SPL-TEXT                 PIC X(20).
       01 WS-SPL-POS                  PIC 9(4) COMP-5.
       01 WS-SPL-PART-NO              PIC 9(4) COMP-5.
       01 WS-SPL-CHAR                 PIC X.
       01 WS-SPL-DIGIT REDEFINES WS-SPL-CHAR
                                      PIC 9.
       01 WS-SPL-PREV                 PIC X.
       01 WS-SPL-STARTED              PIC X VALUE "N".
           88 SPL-STARTED             VALUE "Y".
       01 WS-SPL-PARTS.
           05 WS-SPL-PART             PIC 9(9) COMP-5 OCCURS 4 TIMES.
       01 WS-CMP-A.
           05 WS-CMP-A-PART           PIC 9(9) COMP-5 OCCURS 4 TIMES.
       01 WS-CMP-B.
           05 WS-CMP-B-PART           PIC 9(9) COMP-5 OCCURS 4 TIMES.
       01 WS-CMP-IDX                  PIC 9(4) COMP-5.
       01 WS-CMP-RESULT               PIC X.

       01 WS-BELOW-MIN                PIC X VALUE "N".
           88 BELOW-MIN               VALUE "Y".
       01 WS-LEVEL-CHANGED            PIC X VALUE "N".
           88 LEVEL-CHANGED           VALUE "Y".
       01 WS-PAIR-A                   PIC 9(9) COMP-5.
       01 WS-PAIR-B                   PIC 9(9) COMP-5.
       01 WS-SKIP-PAIR                PIC X VALUE "N".
           88 SKIP-PAIR               VALUE "Y".
       01 WS-STATUS-TEXT              PIC X(20).
       01 WS-REQ-TEXT                 PIC X(20).

       01 WS-DISP-VER                 PIC ZZZZ9.
       01 WS-DISP-VER2                PIC ZZZZ9.

       01 WS-AL-SOURCE                PIC X(8)  VALUE "MFCR102".
       01 WS-AL-METRIC-BELOW          PIC X(20) VALUE
           "SVR-BELOW-MIN-LEVEL".
       01 WS-AL-METRIC-PAIR           PIC X(20) VALUE
           "HADR-LEVEL-MISMATCH".
       01 WS-AL-KEY                   PIC X(20).
       01 WS-AL-ACTUAL                PIC 9(9) COMP-5.
       01 WS-AL-THRESHOLD             PIC 9(9) COMP-5.
       01 WS-AL-MESSAGE               PIC X(60).

       01 WS-HDR1                     PIC X(132) VALUE
           "DB2 SERVER VERSION / FIX-PACK CURRENCY BY INSTANCE (NEWEST R
      -    "UN)".
       01 WS-HDR2                     PIC X(132) VALUE
           "INSTANCE             NODE         PRDID      VER   SERVICE-L
      -    "EVEL        REQUIRED-LEVEL       STATUS".
       01 WS-HDR3                     PIC X(132) VALUE
           "LEVEL CHANGES SINCE THE PREVIOUS RUN".
       01 WS-HDR4                     PIC X(132) VALUE
           "HADR PARTNERS AT DIFFERENT LEVELS".
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
           PERFORM 2000-LOAD-MASTER
           PERFORM 2500-LOAD-POLICY
           PERFORM 3000-LOAD-IDENTITY-HISTORY
           PERFORM 4000-SET-REQUIRED-LEVELS
           PERFORM 5000-PRINT-INVENTORY
           PERFORM 6000-PRINT-CHANGES
           PERFORM 7000-PRINT-HADR-MISMATCH
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
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

       2000-LOAD-MASTER.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT MASTER-IN-FILE
           IF WS-MI-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ MASTER-IN-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 2100-LOAD-ONE-MASTER
                   END-READ
               END-PERFORM
               CLOSE MASTER-IN-FILE
           END-IF.

       2100-LOAD-ONE-MASTER.
           IF WS-MS-COUNT < WS-MAX-MASTER
               ADD 1 TO WS-MS-COUNT
               MOVE MFC-DM-DB-ALIAS TO WS-MS-ALIAS(WS-MS-COUNT)
               MOVE MFC-DM-ENVIRONMENT
                   TO WS-MS-ENVIRONMENT(WS-MS-COUNT)
               MOVE MFC-DM-CRIT-TIER TO WS-MS-TIER(WS-MS-COUNT)
               MOVE MFC-DM-HADR-PARTNER
                   TO WS-MS-PARTNER(WS-MS-COUNT)
           ELSE
               DISPLAY "MFCR102: MASTER TABLE FULL, ALIAS SKIPPED "
                   MFC-DM-DB-ALIAS
           END-IF.

       2500-LOAD-POLICY.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT POLICY-FILE
           IF WS-VP-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ POLICY-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 2600-LOAD-ONE-POLICY
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
           ELSE
               MOVE "NO MINIMUM-LEVEL POLICY (MFCVPOLP) - LEVELS ARE LI
      -            "STED, NOT JUDGED" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2600-LOAD-ONE-POLICY.
           IF WS-PO-COUNT < WS-MAX-POLICY
               ADD 1 TO WS-PO-COUNT
               MOVE MFC-VP-ENVIRONMENT
                   TO WS-PO-ENVIRONMENT(WS-PO-COUNT)
               MOVE MFC-VP-CRIT-TIER TO WS-PO-TIER(WS-PO-COUNT)
               MOVE MFC-VP-MIN-VERSION
                   TO WS-PO-MIN-VERSION(WS-PO-COUNT)
               MOVE MFC-VP-MIN-LEVEL TO WS-PO-MIN-LEVEL(WS-PO-COUNT)
               MOVE MFC-VP-MIN-LEVEL TO WS-SPL-TEXT
               PERFORM 4500-SPLIT-LEVEL
               MOVE WS-SPL-PARTS TO WS-PO-MIN-PARTS(WS-PO-COUNT)
           ELSE
               DISPLAY "MFCR102: POLICY TABLE FULL, LINE SKIPPED "
                   MFC-VP-ENVIRONMENT
           END-IF.

       3000-LOAD-IDENTITY-HISTORY.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT SERVER-ID-HIST-FILE
           IF WS-SV-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ SERVER-ID-HIST-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           MOVE MFC-SV-INSTANCE-NAME
                               TO WS-CUR-INST-KEY(1:20)
                           MOVE MFC-SV-NNAME TO WS-CUR-INST-KEY(21:20)
                           IF MFC-SV-DB-NAME = WS-DBM-ALIAS
                               PERFORM 3100-NOTE-INSTANCE-ROW
                           ELSE
                               PERFORM 3300-NOTE-DATABASE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERVER-ID-HIST-FILE
           ELSE
               MOVE "NO SERVER IDENTITY HISTORY AVAILABLE (MFCSVIDO)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * History is appended oldest first, so a later run's row
      * shifts the newest identity to previous.
       3100-NOTE-INSTANCE-ROW.
           PERFORM 3200-FIND-INSTANCE
           IF NOT KY-FOUND
               EXIT PARAGRAPH
           END-IF
           IF MFC-SV-COLLECT-SECS <= WS-IN-LAST-SECS(WS-JDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-LAST-SECS(WS-JDX) TO WS-IN-PREV-SECS(WS-JDX)
           MOVE WS-IN-PRDID(WS-JDX) TO WS-IN-PREV-PRDID(WS-JDX)
           MOVE WS-IN-VERSION(WS-JDX) TO WS-IN-PREV-VERSION(WS-JDX)
           MOVE WS-IN-LEVEL(WS-JDX) TO WS-IN-PREV-LEVEL(WS-JDX)
           MOVE MFC-SV-COLLECT-SECS TO WS-IN-LAST-SECS(WS-JDX)
           MOVE MFC-SV-PRDID TO WS-IN-PRDID(WS-JDX)
           MOVE MFC-SV-VERSION TO WS-IN-VERSION(WS-JDX)
           MOVE MFC-SV-SERVICE-LEVEL TO WS-IN-LEVEL(WS-JDX)
           MOVE MFC-SV-SERVICE-LEVEL TO WS-SPL-TEXT
           PERFORM 4500-SPLIT-LEVEL
           MOVE WS-SPL-PARTS TO WS-IN-LEVEL-PARTS(WS-JDX).

      * Leaves WS-JDX on the instance's entry, adding it the first
      * time it is seen.
       3200-FIND-INSTANCE.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-IN-COUNT OR KY-FOUND
               IF WS-IN-KEY(WS-JDX) = WS-CUR-INST-KEY
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-JDX
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-COUNT >= WS-MAX-INSTS
               DISPLAY "MFCR102: INSTANCE TABLE FULL, SKIPPED "
                   MFC-SV-INSTANCE-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IN-COUNT
           MOVE WS-IN-COUNT TO WS-JDX
           MOVE WS-CUR-INST-KEY TO WS-IN-KEY(WS-JDX)
           MOVE 0 TO WS-IN-LAST-SECS(WS-JDX)
           MOVE SPACES TO WS-IN-PRDID(WS-JDX)
           MOVE 0 TO WS-IN-VERSION(WS-JDX)
           MOVE SPACES TO WS-IN-LEVEL(WS-JDX)
           INITIALIZE WS-IN-LEVEL-PARTS(WS-JDX)
           MOVE 0 TO WS-IN-PREV-SECS(WS-JDX)
           MOVE SPACES TO WS-IN-PREV-PRDID(WS-JDX)
           MOVE 0 TO WS-IN-PREV-VERSION(WS-JDX)
           MOVE SPACES TO WS-IN-PREV-LEVEL(WS-JDX)
           MOVE "N" TO WS-IN-REQ-FOUND(WS-JDX)
           MOVE 0 TO WS-IN-REQ-VERSION(WS-JDX)
           MOVE SPACES TO WS-IN-REQ-LEVEL(WS-JDX)
           INITIALIZE WS-IN-REQ-PARTS(WS-JDX)
           SET KY-FOUND TO TRUE.

      * A database that moved instance (a restore elsewhere, a
      * takeover) is counted against the newest one only.
       3300-NOTE-DATABASE-ROW.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-DB-COUNT OR KY-FOUND
               IF WS-DB-NAME(WS-KDX) = MFC-SV-DB-NAME
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-KDX
           ELSE
               IF WS-DB-COUNT >= WS-MAX-DBS
                   DISPLAY "MFCR102: DATABASE TABLE FULL, SKIPPED "
                       MFC-SV-DB-NAME
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DB-COUNT
               MOVE WS-DB-COUNT TO WS-KDX
               MOVE MFC-SV-DB-NAME TO WS-DB-NAME(WS-KDX)
               MOVE 0 TO WS-DB-SECS(WS-KDX)
           END-IF
           IF MFC-SV-COLLECT-SECS >= WS-DB-SECS(WS-KDX)
               MOVE MFC-SV-COLLECT-SECS TO WS-DB-SECS(WS-KDX)
               MOVE WS-CUR-INST-KEY TO WS-DB-INST-KEY(WS-KDX)
           END-IF.

      * The strictest minimum among the instance's databases; none
      * on the master (or none at all) falls to the "*"/0 line.
       4000-SET-REQUIRED-LEVELS.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-IN-COUNT
               PERFORM VARYING WS-KDX FROM 1 BY 1
                       UNTIL WS-KDX > WS-DB-COUNT
                   IF WS-DB-INST-KEY(WS-KDX) = WS-IN-KEY(WS-JDX)
                       PERFORM 4100-APPLY-DATABASE-POLICY
                   END-IF
               END-PERFORM
               IF WS-IN-REQ-FOUND(WS-JDX) NOT = "Y"
                   MOVE SPACES TO WS-LK-ENVIRONMENT
                   MOVE 0 TO WS-LK-TIER
                   PERFORM 4200-LOOKUP-POLICY
                   PERFORM 4300-TAKE-STRICTER
               END-IF
           END-PERFORM.

       4100-APPLY-DATABASE-POLICY.
           MOVE SPACES TO WS-LK-ENVIRONMENT
           MOVE 0 TO WS-LK-TIER
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MS-COUNT
               IF WS-MS-ALIAS(WS-IDX) = WS-DB-NAME(WS-KDX)
                   MOVE WS-MS-ENVIRONMENT(WS-IDX) TO WS-LK-ENVIRONMENT
                   MOVE WS-MS-TIER(WS-IDX) TO WS-LK-TIER
               END-IF
           END-PERFORM
           PERFORM 4200-LOOKUP-POLICY
           PERFORM 4300-TAKE-STRICTER.

      * Most specific matching line: environment and tier (3),
      * environment alone (2), tier alone (1), "*"/0 (0). Leaves
      * WS-LK-HIT zero when no line matches.
       4200-LOOKUP-POLICY.
           MOVE 0 TO WS-LK-HIT
           MOVE -1 TO WS-LK-BEST
           PERFORM VARYING WS-PDX FROM 1 BY 1
                   UNTIL WS-PDX > WS-PO-COUNT
               MOVE -1 TO WS-LK-SCORE
               IF (WS-PO-ENVIRONMENT(WS-PDX) = WS-LK-ENVIRONMENT
                       AND WS-LK-ENVIRONMENT NOT = SPACES)
                   OR WS-PO-ENVIRONMENT(WS-PDX) = "*"
                   IF WS-PO-TIER(WS-PDX) = WS-LK-TIER
                       AND WS-LK-TIER NOT = 0
                       MOVE 1 TO WS-LK-SCORE
                   END-IF
                   IF WS-PO-TIER(WS-PDX) = 0
                       MOVE 0 TO WS-LK-SCORE
                   END-IF
                   IF WS-LK-SCORE >= 0
                       AND WS-PO-ENVIRONMENT(WS-PDX) NOT = "*"
                       ADD 2 TO WS-LK-SCORE
                   END-IF
               END-IF
               IF WS-LK-SCORE > WS-LK-BEST
                   MOVE WS-LK-SCORE TO WS-LK-BEST
                   MOVE WS-PDX TO WS-LK-HIT
               END-IF
           END-PERFORM.

       4300-TAKE-STRICTER.
           IF WS-LK-HIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PO-MIN-PARTS(WS-LK-HIT) TO WS-CMP-A
           MOVE WS-IN-REQ-PARTS(WS-JDX) TO WS-CMP-B
           PERFORM 4400-COMPARE-LEVELS
           IF WS-IN-REQ-FOUND(WS-JDX) NOT = "Y"
               OR WS-PO-MIN-VERSION(WS-LK-HIT)
                   > WS-IN-REQ-VERSION(WS-JDX)
               OR (WS-PO-MIN-VERSION(WS-LK-HIT)
                   = WS-IN-REQ-VERSION(WS-JDX)
                   AND WS-CMP-RESULT = ">")
               MOVE "Y" TO WS-IN-REQ-FOUND(WS-JDX)
               MOVE WS-PO-MIN-VERSION(WS-LK-HIT)
                   TO WS-IN-REQ-VERSION(WS-JDX)
               MOVE WS-PO-MIN-LEVEL(WS-LK-HIT)
                   TO WS-IN-REQ-LEVEL(WS-JDX)
               MOVE WS-PO-MIN-PARTS(WS-LK-HIT)
                   TO WS-IN-REQ-PARTS(WS-JDX)
           END-IF.

       4400-COMPARE-LEVELS.
           MOVE "=" TO WS-CMP-RESULT
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > 4 OR WS-CMP-RESULT NOT = "="
               IF WS-CMP-A-PART(WS-CMP-IDX) < WS-CMP-B-PART(WS-CMP-IDX)
                   MOVE "<" TO WS-CMP-RESULT
               END-IF
               IF WS-CMP-A-PART(WS-CMP-IDX) > WS-CMP-B-PART(WS-CMP-IDX)
                   MOVE ">" TO WS-CMP-RESULT
               END-IF
           END-PERFORM.

      * The numbers start at the first digit that opens a word or
      * follows a "v" ("DB2 v11.5.9.0", "v10.5.0.11", "11.1.4.6"),
      * so the 2 of "DB2" is not taken; dots separate the parts
      * and anything else ends them. A missing part is zero.
       4500-SPLIT-LEVEL.
           INITIALIZE WS-SPL-PARTS
           MOVE "N" TO WS-SPL-STARTED
           MOVE 1 TO WS-SPL-PART-NO
           MOVE SPACE TO WS-SPL-PREV
           PERFORM VARYING WS-SPL-POS FROM 1 BY 1
                   UNTIL WS-SPL-POS > 20 OR WS-SPL-PART-NO > 4
               MOVE WS-SPL-TEXT(WS-SPL-POS:1) TO WS-SPL-CHAR
               EVALUATE TRUE
                   WHEN WS-SPL-CHAR IS NUMERIC
                       AND (SPL-STARTED OR WS-SPL-PREV = SPACE
                           OR WS-SPL-PREV = "v" OR WS-SPL-PREV = "V")
                       SET SPL-STARTED TO TRUE
                       IF WS-SPL-PART(WS-SPL-PART-NO) < 100000000
                           COMPUTE WS-SPL-PART(WS-SPL-PART-NO) =
                               WS-SPL-PART(WS-SPL-PART-NO) * 10
                               + WS-SPL-DIGIT
                       END-IF
                   WHEN SPL-STARTED AND WS-SPL-CHAR = "."
                       ADD 1 TO WS-SPL-PART-NO
                   WHEN SPL-STARTED
                       MOVE 5 TO WS-SPL-PART-NO
               END-EVALUATE
               MOVE WS-SPL-CHAR TO WS-SPL-PREV
           END-PERFORM.

       5000-PRINT-INVENTORY.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-IN-COUNT
               PERFORM 5100-PRINT-ONE-INSTANCE
           END-PERFORM.

       5100-PRINT-ONE-INSTANCE.
           MOVE "N" TO WS-BELOW-MIN
           MOVE "N" TO WS-LEVEL-CHANGED
           IF WS-IN-REQ-FOUND(WS-JDX) = "Y"
               MOVE WS-IN-LEVEL-PARTS(WS-JDX) TO WS-CMP-A
               MOVE WS-IN-REQ-PARTS(WS-JDX) TO WS-CMP-B
               PERFORM 4400-COMPARE-LEVELS
               IF WS-IN-VERSION(WS-JDX) < WS-IN-REQ-VERSION(WS-JDX)
                   OR (WS-IN-VERSION(WS-JDX)
                       = WS-IN-REQ-VERSION(WS-JDX)
                       AND WS-CMP-RESULT = "<")
                   SET BELOW-MIN TO TRUE
               END-IF
               MOVE WS-IN-REQ-LEVEL(WS-JDX) TO WS-REQ-TEXT
           ELSE
               MOVE "(NO POLICY)" TO WS-REQ-TEXT
           END-IF
           PERFORM 5200-CHECK-CHANGED
           MOVE SPACES TO WS-STATUS-TEXT
           EVALUATE TRUE
               WHEN WS-IN-REQ-FOUND(WS-JDX) NOT = "Y"
                   MOVE "NO-POLICY" TO WS-STATUS-TEXT
               WHEN BELOW-MIN
                   MOVE "BELOW-MIN" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "OK" TO WS-STATUS-TEXT
           END-EVALUATE
           IF LEVEL-CHANGED
               MOVE "CHANGED" TO WS-STATUS-TEXT(11:7)
           END-IF
           MOVE WS-IN-VERSION(WS-JDX) TO WS-DISP-VER
           MOVE SPACES TO REPORT-LINE
           STRING WS-IN-NAME(WS-JDX) " " WS-IN-NNAME(WS-JDX)(1:12)
               " " WS-IN-PRDID(WS-JDX)(1:10) " " WS-DISP-VER " "
               WS-IN-LEVEL(WS-JDX) " " WS-REQ-TEXT " "
               WS-STATUS-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF BELOW-MIN
               PERFORM 5300-WRITE-BELOW-ALERT
           END-IF.

       5200-CHECK-CHANGED.
           IF WS-IN-PREV-SECS(WS-JDX) > 0
               AND (WS-IN-PRDID(WS-JDX) NOT = WS-IN-PREV-PRDID(WS-JDX)
                   OR WS-IN-VERSION(WS-JDX)
                       NOT = WS-IN-PREV-VERSION(WS-JDX)
                   OR WS-IN-LEVEL(WS-JDX)
                       NOT = WS-IN-PREV-LEVEL(WS-JDX))
               SET LEVEL-CHANGED TO TRUE
           END-IF.

       5300-WRITE-BELOW-ALERT.
           MOVE WS-IN-NAME(WS-JDX) TO WS-AL-KEY
           MOVE WS-IN-VERSION(WS-JDX) TO WS-AL-ACTUAL
           MOVE WS-IN-REQ-VERSION(WS-JDX) TO WS-AL-THRESHOLD
           MOVE SPACES TO WS-AL-MESSAGE
           STRING "INSTANCE AT " DELIMITED BY SIZE
               WS-IN-LEVEL(WS-JDX) DELIMITED BY "  "
               " - SITE MINIMUM " DELIMITED BY SIZE
               WS-IN-REQ-LEVEL(WS-JDX) DELIMITED BY "  "
               INTO WS-AL-MESSAGE
           CALL "MFCUALRT" USING WS-AL-SOURCE WS-AL-METRIC-BELOW
               WS-AL-KEY WS-AL-ACTUAL WS-AL-THRESHOLD
               WS-AL-MESSAGE MFC-ALERT-REC
           WRITE MFC-ALERT-REC.

       6000-PRINT-CHANGES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-PRINTED
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-IN-COUNT
               MOVE "N" TO WS-LEVEL-CHANGED
               PERFORM 5200-CHECK-CHANGED
               IF LEVEL-CHANGED
                   ADD 1 TO WS-PRINTED
                   MOVE WS-IN-PREV-VERSION(WS-JDX) TO WS-DISP-VER
                   MOVE WS-IN-VERSION(WS-JDX) TO WS-DISP-VER2
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-IN-NAME(WS-JDX) " "
                       WS-IN-NNAME(WS-JDX)(1:12) " WAS "
                       WS-IN-PREV-PRDID(WS-JDX)(1:10) " "
                       WS-DISP-VER " " WS-IN-PREV-LEVEL(WS-JDX)
                       " NOW " WS-IN-PRDID(WS-JDX)(1:10) " "
                       WS-DISP-VER2 " " WS-IN-LEVEL(WS-JDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-PRINTED = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Each pair is printed once: when both sides name each other
      * on the master, only from the alias that sorts first.
       7000-PRINT-HADR-MISMATCH.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR4 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-PRINTED
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MS-COUNT
               IF WS-MS-PARTNER(WS-IDX) NOT = SPACES
                   PERFORM 7100-CHECK-ONE-PAIR
               END-IF
           END-PERFORM
           IF WS-PRINTED = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       7100-CHECK-ONE-PAIR.
           MOVE "N" TO WS-SKIP-PAIR
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-MS-COUNT
               IF WS-MS-ALIAS(WS-KDX) = WS-MS-PARTNER(WS-IDX)
                   AND WS-MS-PARTNER(WS-KDX) = WS-MS-ALIAS(WS-IDX)
                   AND WS-MS-ALIAS(WS-KDX) < WS-MS-ALIAS(WS-IDX)
                   SET SKIP-PAIR TO TRUE
               END-IF
           END-PERFORM
           IF SKIP-PAIR
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PAIR-A
           MOVE 0 TO WS-PAIR-B
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-DB-COUNT
               IF WS-DB-NAME(WS-KDX) = WS-MS-ALIAS(WS-IDX)
                   MOVE WS-DB-INST-KEY(WS-KDX) TO WS-CUR-INST-KEY
                   PERFORM 7200-INSTANCE-INDEX
                   MOVE WS-JDX TO WS-PAIR-A
               END-IF
               IF WS-DB-NAME(WS-KDX) = WS-MS-PARTNER(WS-IDX)
                   MOVE WS-DB-INST-KEY(WS-KDX) TO WS-CUR-INST-KEY
                   PERFORM 7200-INSTANCE-INDEX
                   MOVE WS-JDX TO WS-PAIR-B
               END-IF
           END-PERFORM
           IF WS-PAIR-A = 0 OR WS-PAIR-B = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-PRDID(WS-PAIR-A) = WS-IN-PRDID(WS-PAIR-B)
               AND WS-IN-VERSION(WS-PAIR-A)
                   = WS-IN-VERSION(WS-PAIR-B)
               AND WS-IN-LEVEL(WS-PAIR-A) = WS-IN-LEVEL(WS-PAIR-B)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRINTED
           MOVE WS-IN-VERSION(WS-PAIR-A) TO WS-DISP-VER
           MOVE WS-IN-VERSION(WS-PAIR-B) TO WS-DISP-VER2
           MOVE SPACES TO REPORT-LINE
           STRING WS-MS-ALIAS(WS-IDX) " ("
               WS-MS-ENVIRONMENT(WS-IDX) ") " WS-DISP-VER " "
               WS-IN-LEVEL(WS-PAIR-A) " VS PARTNER "
               WS-MS-PARTNER(WS-IDX) " " WS-DISP-VER2 " "
               WS-IN-LEVEL(WS-PAIR-B)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MS-ALIAS(WS-IDX) TO WS-AL-KEY
           MOVE WS-IN-VERSION(WS-PAIR-A) TO WS-AL-ACTUAL
           MOVE WS-IN-VERSION(WS-PAIR-B) TO WS-AL-THRESHOLD
           MOVE SPACES TO WS-AL-MESSAGE
           STRING "HADR PARTNER " DELIMITED BY SIZE
               WS-MS-PARTNER(WS-IDX) DELIMITED BY SPACE
               " RUNS A DIFFERENT DB2 LEVEL" DELIMITED BY SIZE
               INTO WS-AL-MESSAGE
           CALL "MFCUALRT" USING WS-AL-SOURCE WS-AL-METRIC-PAIR
               WS-AL-KEY WS-AL-ACTUAL WS-AL-THRESHOLD
               WS-AL-MESSAGE MFC-ALERT-REC
           WRITE MFC-ALERT-REC.

       7200-INSTANCE-INDEX.
           MOVE 0 TO WS-PDX
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-IN-COUNT
               IF WS-IN-KEY(WS-JDX) = WS-CUR-INST-KEY
                   MOVE WS-JDX TO WS-PDX
               END-IF
           END-PERFORM
           MOVE WS-PDX TO WS-JDX.

       9000-TERMINATE.
           CLOSE REPORT-FILE
           CLOSE ALERT-FILE.
