      ***********************************************************************
      *
      *  Source File Name = MFCR107.CBL
      *
      *  Function = Point-in-time recoverability report and alert.
      *
      *             Reads MFCCRCVC's chain extract (MFCRCVCO, one
      *             MFC-RECOV-CHAIN-REC per active backup per database)
      *             and prints, per database, the latest point in time
      *             it can actually be recovered to - the newest
      *             MFC-RC-RECOVER-TO-TS over its restorable images -
      *             how many minutes old that point is, the newest
      *             backup, and how many of the backups still on file
      *             have a BROKEN chain or one cut by a PRUNED log.
      *
      *             The universe is the database master (MFCDBMI)
      *             plus any alias that only appears on the extract, so
      *             a database with no active backup at all still gets
      *             a line (NO BACKUP) rather than dropping off.
      *
      *             The recovery point objective is per criticality
      *             tier off the master (MFC-DM-CRIT-TIER; an alias not
      *             on the master is judged as tier 4): RPO-MINS-TIER1
      *             .. RPO-MINS-TIER4 in the PARM file (MFCR107P,
      *             MFCTHR.CBL convention), the MFCR096 tier layout.
      *             The age is taken against local time, the clock the
      *             history file timestamps are written in.
      *
      *             Each of these raises an MFCUALRT row on MFCALRTO,
      *             at most one of each kind per database:
      *               RECOV-CHAIN-BROKEN - backups with a broken chain;
      *               RECOV-LOG-PRUNED   - backups whose chain was cut
      *                                    by an MFCR013 prune;
      *               RECOV-RPO-MINUTES  - recoverable point older than
      *                                    the tier's RPO (or no
      *                                    recoverable point at all).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR107.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR107P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MASTER-IN-FILE ASSIGN TO "MFCDBMI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MI-STATUS.
           SELECT CHAIN-FILE ASSIGN TO "MFCRCVCO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR107O"
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
       FD  MASTER-IN-FILE
           RECORDING MODE IS F.
           COPY "mfcdbm.cbl".
       FD  CHAIN-FILE
           RECORDING MODE IS F.
           COPY "mfcrcvc.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY "mfcalert.cbl".
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-MI-STATUS                PIC XX.
       01 WS-CH-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-AL-STATUS                PIC XX.
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".

      * Per-tier recovery point objective, in minutes.
       01 WS-RPO-LIMIT-TABLE.
           05 WS-RPO-LIMIT            PIC 9(9) COMP-5
                                      OCCURS 4 TIMES.

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-TIER                     PIC 9(9) COMP-5.
       01 WS-FLAGS                    PIC X(40).
       01 WS-FLAG-PTR                 PIC 9(4) COMP-5.

      * Age arithmetic: history timestamps and the current time both
      * reduced to local seconds since the epoch day MFCUDAYS counts
      * from.
       01 WS-TS-TEXT                  PIC X(14).
       01 WS-TS-PARTS REDEFINES WS-TS-TEXT.
           05 WS-TS-DATE              PIC X(8).
           05 WS-TS-HH                PIC 9(2).
           05 WS-TS-MI                PIC 9(2).
           05 WS-TS-SS                PIC 9(2).
       01 WS-TS-DAYS                  PIC 9(9) COMP-5.
       01 WS-TS-SECS                  PIC 9(18) COMP-5.
       01 WS-NOW-SECS                 PIC 9(18) COMP-5.
       01 WS-NOW-TIME                 PIC 9(8).
       01 WS-NOW-TIME-PARTS REDEFINES WS-NOW-TIME.
           05 WS-NOW-HH               PIC 9(2).
           05 WS-NOW-MI               PIC 9(2).
           05 WS-NOW-SS               PIC 9(2).
           05 WS-NOW-CC               PIC 9(2).
       01 WS-ZERO-TS                  PIC X(14) VALUE ALL "0".
       01 WS-AGE-MINS                 PIC 9(9) COMP-5.

      * One entry per database: master tier, newest backup, best
      * recoverable point and the chain problem counts.
       01 WS-MAX-DBS                  PIC 9(9) COMP-5 VALUE 500.
       01 WS-DB-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-DB-TABLE.
           05 WS-DB-ENTRY OCCURS 500 TIMES.
              10 WS-DB-NAME           PIC X(20).
              10 WS-DB-TIER           PIC 9(9) COMP-5.
              10 WS-DB-NEWEST-BK      PIC X(14).
              10 WS-DB-RECOVER-TO     PIC X(14).
              10 WS-DB-BACKUPS        PIC 9(9) COMP-5.
              10 WS-DB-BROKEN         PIC 9(9) COMP-5.
              10 WS-DB-PRUNED         PIC 9(9) COMP-5.
              10 WS-DB-UNUSABLE       PIC 9(9) COMP-5.
              10 WS-DB-MISSING-LOG    PIC X(12).

       01 WS-DISP-TIER                PIC 9.
       01 WS-DISP-AGE                 PIC Z(8)9.
       01 WS-DISP-RPO                 PIC Z(6)9.
       01 WS-DISP-BKPS                PIC ZZZ9.
       01 WS-DISP-BRK                 PIC ZZZ9.
       01 WS-DISP-PRN                 PIC ZZZ9.
       01 WS-DISP-AGE-TEXT            PIC X(9).

       01 WS-AL-SOURCE                PIC X(8)  VALUE "MFCR107".
       01 WS-AL-METRIC                PIC X(20).
       01 WS-AL-KEY                   PIC X(20).
       01 WS-AL-ACTUAL                PIC 9(9) COMP-5.
       01 WS-AL-THRESHOLD             PIC 9(9) COMP-5.
       01 WS-AL-MESSAGE               PIC X(60).

       01 WS-HDR1                     PIC X(132) VALUE
           "POINT-IN-TIME RECOVERABILITY BY DATABASE (LOG CHAIN)".
       01 WS-HDR2.
           05 FILLER                  PIC X(22) VALUE "DATABASE".
           05 FILLER                  PIC X(2)  VALUE "T".
           05 FILLER                  PIC X(16) VALUE "NEWEST-BACKUP".
           05 FILLER                  PIC X(16) VALUE "RECOVER-TO".
           05 FILLER                  PIC X(9)  VALUE " AGE-MINS".
           05 FILLER                  PIC X(9)  VALUE "  RPO-MIN".
           05 FILLER                  PIC X(6)  VALUE "  BKPS".
           05 FILLER                  PIC X(5)  VALUE "  BRK".
           05 FILLER                  PIC X(5)  VALUE "  PRN".
           05 FILLER                  PIC X(42) VALUE "  FLAGS".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-MASTER
           PERFORM 3000-LOAD-CHAIN-EXTRACT
           PERFORM 4000-REPORT-DATABASES
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE 60 TO WS-RPO-LIMIT(1)
           MOVE 240 TO WS-RPO-LIMIT(2)
           MOVE 1440 TO WS-RPO-LIMIT(3)
           MOVE 2880 TO WS-RPO-LIMIT(4)
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           PERFORM 1100-TAKE-PARM
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           MOVE WS-ZERO-TS TO WS-TS-TEXT
           CALL "MFCUDAYS" USING WS-TS-TEXT WS-TS-DAYS
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-NOW-SECS = WS-TS-DAYS * 86400
               + WS-NOW-HH * 3600 + WS-NOW-MI * 60 + WS-NOW-SS
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND ALERT-FILE
           IF WS-AL-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR2 TO REPORT-LINE
           WRITE REPORT-LINE.

       1100-TAKE-PARM.
           EVALUATE MFC-THR-NAME
               WHEN "RPO-MINS-TIER1"
                   MOVE MFC-THR-VALUE TO WS-RPO-LIMIT(1)
               WHEN "RPO-MINS-TIER2"
                   MOVE MFC-THR-VALUE TO WS-RPO-LIMIT(2)
               WHEN "RPO-MINS-TIER3"
                   MOVE MFC-THR-VALUE TO WS-RPO-LIMIT(3)
               WHEN "RPO-MINS-TIER4"
                   MOVE MFC-THR-VALUE TO WS-RPO-LIMIT(4)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-LOAD-MASTER.
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
           MOVE MFC-DM-DB-ALIAS TO MFC-RC-DB-ALIAS
           PERFORM 3200-FIND-DATABASE
           IF KY-FOUND
               IF MFC-DM-CRIT-TIER >= 1 AND MFC-DM-CRIT-TIER <= 4
                   MOVE MFC-DM-CRIT-TIER TO WS-DB-TIER(WS-JDX)
               END-IF
           END-IF.

       3000-LOAD-CHAIN-EXTRACT.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT CHAIN-FILE
           IF WS-CH-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ CHAIN-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 3100-NOTE-ONE-BACKUP
                   END-READ
               END-PERFORM
               CLOSE CHAIN-FILE
           ELSE
               MOVE "NO RECOVERABILITY CHAIN EXTRACT (MFCRCVCO)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3100-NOTE-ONE-BACKUP.
           PERFORM 3200-FIND-DATABASE
           IF NOT KY-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DB-BACKUPS(WS-JDX)
           IF MFC-RC-BACKUP-TS > WS-DB-NEWEST-BK(WS-JDX)
               MOVE MFC-RC-BACKUP-TS TO WS-DB-NEWEST-BK(WS-JDX)
           END-IF
           IF MFC-RC-IS-RESTORABLE
               IF MFC-RC-RECOVER-TO-TS > WS-DB-RECOVER-TO(WS-JDX)
                   MOVE MFC-RC-RECOVER-TO-TS
                       TO WS-DB-RECOVER-TO(WS-JDX)
               END-IF
           ELSE
               ADD 1 TO WS-DB-UNUSABLE(WS-JDX)
           END-IF
           IF MFC-RC-BROKEN
               ADD 1 TO WS-DB-BROKEN(WS-JDX)
           END-IF
           IF MFC-RC-PRUNED
               ADD 1 TO WS-DB-PRUNED(WS-JDX)
           END-IF
           IF MFC-RC-BROKEN OR MFC-RC-PRUNED
               IF WS-DB-MISSING-LOG(WS-JDX) = SPACES
                   MOVE MFC-RC-MISSING-LOG
                       TO WS-DB-MISSING-LOG(WS-JDX)
               END-IF
           END-IF.

      * Leaves WS-JDX on MFC-RC-DB-ALIAS's entry, adding it (tier 4
      * until the master says otherwise) the first time it is seen.
       3200-FIND-DATABASE.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-DB-COUNT OR KY-FOUND
               IF WS-DB-NAME(WS-JDX) = MFC-RC-DB-ALIAS
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-JDX
               EXIT PARAGRAPH
           END-IF
           IF WS-DB-COUNT >= WS-MAX-DBS
               DISPLAY "MFCR107: DATABASE TABLE FULL, SKIPPED "
                   MFC-RC-DB-ALIAS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DB-COUNT
           MOVE WS-DB-COUNT TO WS-JDX
           MOVE MFC-RC-DB-ALIAS TO WS-DB-NAME(WS-JDX)
           MOVE 4 TO WS-DB-TIER(WS-JDX)
           MOVE SPACES TO WS-DB-NEWEST-BK(WS-JDX)
           MOVE SPACES TO WS-DB-RECOVER-TO(WS-JDX)
           MOVE SPACES TO WS-DB-MISSING-LOG(WS-JDX)
           MOVE 0 TO WS-DB-BACKUPS(WS-JDX)
           MOVE 0 TO WS-DB-BROKEN(WS-JDX)
           MOVE 0 TO WS-DB-PRUNED(WS-JDX)
           MOVE 0 TO WS-DB-UNUSABLE(WS-JDX)
           SET KY-FOUND TO TRUE.

       4000-REPORT-DATABASES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DB-COUNT
               PERFORM 4100-REPORT-ONE-DATABASE
           END-PERFORM.

       4100-REPORT-ONE-DATABASE.
           MOVE WS-DB-TIER(WS-IDX) TO WS-TIER
           PERFORM 4200-COMPUTE-AGE
           MOVE SPACES TO WS-FLAGS
           MOVE 1 TO WS-FLAG-PTR
           IF WS-DB-BACKUPS(WS-IDX) = 0
               STRING "NO BACKUP " DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-DB-BROKEN(WS-IDX) > 0
               STRING "BROKEN " DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-DB-PRUNED(WS-IDX) > 0
               STRING "PRUNED " DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-DB-RECOVER-TO(WS-IDX) = SPACES
               STRING "NO RECOVERY POINT " DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           ELSE
               IF WS-AGE-MINS > WS-RPO-LIMIT(WS-TIER)
                   STRING "RPO " DELIMITED BY SIZE
                       INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
               END-IF
           END-IF
           MOVE WS-DB-TIER(WS-IDX) TO WS-DISP-TIER
           MOVE WS-RPO-LIMIT(WS-TIER) TO WS-DISP-RPO
           MOVE WS-DB-BACKUPS(WS-IDX) TO WS-DISP-BKPS
           MOVE WS-DB-BROKEN(WS-IDX) TO WS-DISP-BRK
           MOVE WS-DB-PRUNED(WS-IDX) TO WS-DISP-PRN
           IF WS-DB-RECOVER-TO(WS-IDX) = SPACES
               MOVE "      N/A" TO WS-DISP-AGE-TEXT
           ELSE
               MOVE WS-AGE-MINS TO WS-DISP-AGE
               MOVE WS-DISP-AGE TO WS-DISP-AGE-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-DB-NAME(WS-IDX) "  " WS-DISP-TIER " "
               WS-DB-NEWEST-BK(WS-IDX) "  " WS-DB-RECOVER-TO(WS-IDX)
               "  " WS-DISP-AGE-TEXT "  " WS-DISP-RPO "  "
               WS-DISP-BKPS " " WS-DISP-BRK " " WS-DISP-PRN "  "
               WS-FLAGS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DB-BROKEN(WS-IDX) > 0
               PERFORM 5000-WRITE-BROKEN-ALERT
           END-IF
           IF WS-DB-PRUNED(WS-IDX) > 0
               PERFORM 5100-WRITE-PRUNED-ALERT
           END-IF
           IF WS-DB-RECOVER-TO(WS-IDX) = SPACES
               OR WS-AGE-MINS > WS-RPO-LIMIT(WS-TIER)
               PERFORM 5200-WRITE-RPO-ALERT
           END-IF.

      * Minutes from the recoverable point to now; a point stamped
      * in the future (clock skew) counts as zero.
       4200-COMPUTE-AGE.
           MOVE 0 TO WS-AGE-MINS
           IF WS-DB-RECOVER-TO(WS-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DB-RECOVER-TO(WS-IDX) TO WS-TS-TEXT
           IF WS-TS-HH IS NOT NUMERIC OR WS-TS-MI IS NOT NUMERIC
               OR WS-TS-SS IS NOT NUMERIC
               MOVE "000000" TO WS-TS-TEXT(9:6)
           END-IF
           CALL "MFCUDAYS" USING WS-TS-TEXT WS-TS-DAYS
           COMPUTE WS-TS-SECS = WS-TS-DAYS * 86400
               + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
           IF WS-TS-SECS < WS-NOW-SECS
               COMPUTE WS-AGE-MINS = (WS-NOW-SECS - WS-TS-SECS) / 60
                   ON SIZE ERROR
                       MOVE 999999999 TO WS-AGE-MINS
               END-COMPUTE
           END-IF.

       5000-WRITE-BROKEN-ALERT.
           MOVE "RECOV-CHAIN-BROKEN" TO WS-AL-METRIC
           MOVE WS-DB-BROKEN(WS-IDX) TO WS-AL-ACTUAL
           MOVE 0 TO WS-AL-THRESHOLD
           MOVE SPACES TO WS-AL-MESSAGE
           STRING "LOG CHAIN GAP AT " WS-DB-MISSING-LOG(WS-IDX)
               " - " WS-DISP-BRK " BACKUP(S) AFFECTED"
               DELIMITED BY SIZE INTO WS-AL-MESSAGE
           PERFORM 5900-ISSUE-ALERT.

       5100-WRITE-PRUNED-ALERT.
           MOVE "RECOV-LOG-PRUNED" TO WS-AL-METRIC
           MOVE WS-DB-PRUNED(WS-IDX) TO WS-AL-ACTUAL
           MOVE 0 TO WS-AL-THRESHOLD
           MOVE SPACES TO WS-AL-MESSAGE
           STRING "LOG PRUNED BY MFCR013 STILL NEEDED BY "
               WS-DISP-PRN " RETAINED BACKUP(S)"
               DELIMITED BY SIZE INTO WS-AL-MESSAGE
           PERFORM 5900-ISSUE-ALERT.

       5200-WRITE-RPO-ALERT.
           MOVE "RECOV-RPO-MINUTES" TO WS-AL-METRIC
           MOVE WS-RPO-LIMIT(WS-TIER) TO WS-AL-THRESHOLD
           MOVE SPACES TO WS-AL-MESSAGE
           IF WS-DB-RECOVER-TO(WS-IDX) = SPACES
               MOVE 999999999 TO WS-AL-ACTUAL
               STRING "NO RECOVERABLE POINT - TIER " WS-DISP-TIER
                   " RPO " WS-DISP-RPO " MINS"
                   DELIMITED BY SIZE INTO WS-AL-MESSAGE
           ELSE
               MOVE WS-AGE-MINS TO WS-AL-ACTUAL
               STRING "RECOVERABLE ONLY TO " WS-DB-RECOVER-TO(WS-IDX)
                   " - TIER " WS-DISP-TIER " RPO EXCEEDED"
                   DELIMITED BY SIZE INTO WS-AL-MESSAGE
           END-IF
           PERFORM 5900-ISSUE-ALERT.

       5900-ISSUE-ALERT.
           MOVE WS-DB-NAME(WS-IDX) TO WS-AL-KEY
           CALL "MFCUALRT" USING WS-AL-SOURCE WS-AL-METRIC WS-AL-KEY
               WS-AL-ACTUAL WS-AL-THRESHOLD
               WS-AL-MESSAGE MFC-ALERT-REC
           WRITE MFC-ALERT-REC.

       9000-TERMINATE.
           CLOSE REPORT-FILE
           CLOSE ALERT-FILE.
