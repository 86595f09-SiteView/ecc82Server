      ***********************************************************************
      *
      *  Source File Name = MFCR106.CBL
      *
      *  Function = Quarterly restore-drill coverage report.
      *
      *             The auditors' question is which databases we have
      *             not proved we can restore. Every database on the
      *             master worklist MFCDBMI (mfcdbm.cbl), plus any
      *             alias only on the drill schedule MFCDRLSP, gets one
      *             line from the drill history MFCCDRIL writes
      *             (MFCDRLHO/mfcdrlh.cbl): the last drill and its
      *             outcome, the last PASSED drill with its restore,
      *             rollforward and total minutes against the RTO
      *             target, and the days since that pass.
      *
      *             A database with no PASSED drill inside LOOKBACK-DAYS
      *             (PARM file MFCR106P, MFCTHR.CBL convention, default
      *             90 - a quarter) is flagged NO PASS, one whose last
      *             pass missed its RTO is flagged RTO MISSED, and one
      *             the rotation never reaches because it is not on
      *             MFCDRLSP is flagged NOT SCHEDULED. The closing line
      *             counts the databases without a recent pass.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR106.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR106P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MASTER-IN-FILE ASSIGN TO "MFCDBMI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MI-STATUS.
           SELECT SCHED-FILE ASSIGN TO "MFCDRLSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.
           SELECT DRILL-FILE ASSIGN TO "MFCDRLHO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DH-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR106O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  MASTER-IN-FILE
           RECORDING MODE IS F.
           COPY "mfcdbm.cbl".
       FD  SCHED-FILE
           RECORDING MODE IS F.
           COPY "mfcdrls.cbl".
       FD  DRILL-FILE
           RECORDING MODE IS F.
           COPY "mfcdrlh.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-MI-STATUS                PIC XX.
       01 WS-DS-STATUS                PIC XX.
       01 WS-DH-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".

       01 WS-LOOKBACK-DAYS            PIC 9(9) COMP-5 VALUE 90.
       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-CUTOFF-SECS              PIC 9(9) COMP-5.
       01 WS-KEY-ALIAS                PIC X(20).

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-NO-PASS-COUNT            PIC 9(9) COMP-5 VALUE 0.

      * One entry per database: master details, whether the drill
      * rotation covers it, and its last drill and last pass.
       01 WS-MAX-DBS                  PIC 9(9) COMP-5 VALUE 500.
       01 WS-DB-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-DB-TABLE.
           05 WS-DB-ENTRY OCCURS 500 TIMES.
              10 WS-DB-ALIAS          PIC X(20).
              10 WS-DB-TEAM           PIC X(20).
              10 WS-DB-TIER           PIC 9(9) COMP-5.
              10 WS-DB-SCHEDULED      PIC X(1).
              10 WS-DB-LAST-SECS      PIC 9(9) COMP-5.
              10 WS-DB-LAST-OUTCOME   PIC X(12).
              10 WS-DB-PASS-SECS      PIC 9(9) COMP-5.
              10 WS-DB-PASS-RESTORE   PIC 9(9) COMP-5.
              10 WS-DB-PASS-ROLLFWD   PIC 9(9) COMP-5.
              10 WS-DB-PASS-TOTAL     PIC 9(9) COMP-5.
              10 WS-DB-PASS-RTO       PIC 9(9) COMP-5.
              10 WS-DB-PASS-RTO-MET   PIC X(1).

       01 WS-DISP-TIER                PIC 9.
       01 WS-DISP-DAYS                PIC ZZZZ9.
       01 WS-DISP-RESTORE             PIC ZZZZ9.
       01 WS-DISP-ROLLFWD             PIC ZZZZ9.
       01 WS-DISP-TOTAL               PIC ZZZZ9.
       01 WS-DISP-RTO                 PIC ZZZZ9.
       01 WS-DISP-COUNT               PIC ZZZZ9.
       01 WS-DISP-OF                  PIC ZZZZ9.
       01 WS-DISP-LOOKBACK            PIC ZZZ9.
       01 WS-DAYS-TEXT                PIC X(5).
       01 WS-MINS-TEXT.
           05 WS-MT-RESTORE           PIC X(5).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-MT-ROLLFWD           PIC X(5).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-MT-TOTAL             PIC X(5).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-MT-RTO               PIC X(5).
       01 WS-LAST-DATE                PIC X(10).
       01 WS-PASS-DATE                PIC X(10).
       01 WS-FLAGS                    PIC X(30).
       01 WS-FLAG-PTR                 PIC 9(4) COMP-5.
       01 WS-RDR-FUNC                 PIC X(1) VALUE "D".
       01 WS-RDR-SECS                 PIC 9(9) COMP-5.
       01 WS-RDR-TEXT                 PIC X(20).

       01 WS-HDR1                     PIC X(132) VALUE
           "RESTORE DRILL COVERAGE - PROVEN RESTORES BY DATABASE".
       01 WS-HDR2.
           05 FILLER                  PIC X(47) VALUE
               "DATABASE             OWNING TEAM          TIER".
           05 FILLER                  PIC X(85) VALUE
               "LAST-DRILL OUTCOME      LAST-PASS   DAYS RST-M RFW-M TOT
      -        "-M RTO-M FLAGS".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-DATABASES
           PERFORM 3000-LOAD-DRILL-HISTORY
           PERFORM 4000-REPORT-DATABASES
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           IF MFC-THR-NAME = "LOOKBACK-DAYS"
                               MOVE MFC-THR-VALUE TO WS-LOOKBACK-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           CALL "MFCUTIME" USING WS-NOW-SECS
           IF WS-NOW-SECS > WS-LOOKBACK-DAYS * 86400
               COMPUTE WS-CUTOFF-SECS =
                   WS-NOW-SECS - WS-LOOKBACK-DAYS * 86400
           ELSE
               MOVE 0 TO WS-CUTOFF-SECS
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LOOKBACK-DAYS TO WS-DISP-LOOKBACK
           MOVE SPACES TO REPORT-LINE
           STRING "NO PASS = NO PASSED DRILL IN THE LAST "
               DELIMITED BY SIZE
               WS-DISP-LOOKBACK DELIMITED BY SIZE
               " DAYS (MFCDRLHO)" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR2 TO REPORT-LINE
           WRITE REPORT-LINE.

      * The master worklist first, then any scheduled alias the
      * master does not know.
       2000-LOAD-DATABASES.
           OPEN INPUT MASTER-IN-FILE
           IF WS-MI-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ MASTER-IN-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           MOVE MFC-DM-DB-ALIAS TO WS-KEY-ALIAS
                           PERFORM 2100-FIND-DATABASE
                           IF KY-FOUND
                               MOVE MFC-DM-OWNING-TEAM
                                   TO WS-DB-TEAM(WS-JDX)
                               MOVE MFC-DM-CRIT-TIER
                                   TO WS-DB-TIER(WS-JDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-IN-FILE
           END-IF
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT SCHED-FILE
           IF WS-DS-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ SCHED-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           MOVE MFC-DS-DB-ALIAS TO WS-KEY-ALIAS
                           PERFORM 2100-FIND-DATABASE
                           IF KY-FOUND
                               MOVE "Y" TO WS-DB-SCHEDULED(WS-JDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHED-FILE
           END-IF.

      * Leaves WS-JDX on WS-KEY-ALIAS's entry, adding it the first
      * time it is seen.
       2100-FIND-DATABASE.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-DB-COUNT OR KY-FOUND
               IF WS-DB-ALIAS(WS-JDX) = WS-KEY-ALIAS
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-JDX
               EXIT PARAGRAPH
           END-IF
           IF WS-DB-COUNT >= WS-MAX-DBS
               DISPLAY "MFCR106: DATABASE TABLE FULL, SKIPPED "
                   WS-KEY-ALIAS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DB-COUNT
           MOVE WS-DB-COUNT TO WS-JDX
           MOVE WS-KEY-ALIAS TO WS-DB-ALIAS(WS-JDX)
           MOVE "(UNMAPPED)" TO WS-DB-TEAM(WS-JDX)
           MOVE 0 TO WS-DB-TIER(WS-JDX)
           MOVE "N" TO WS-DB-SCHEDULED(WS-JDX)
           MOVE 0 TO WS-DB-LAST-SECS(WS-JDX)
           MOVE SPACES TO WS-DB-LAST-OUTCOME(WS-JDX)
           MOVE 0 TO WS-DB-PASS-SECS(WS-JDX)
           MOVE 0 TO WS-DB-PASS-RESTORE(WS-JDX)
           MOVE 0 TO WS-DB-PASS-ROLLFWD(WS-JDX)
           MOVE 0 TO WS-DB-PASS-TOTAL(WS-JDX)
           MOVE 0 TO WS-DB-PASS-RTO(WS-JDX)
           MOVE SPACE TO WS-DB-PASS-RTO-MET(WS-JDX)
           SET KY-FOUND TO TRUE.

       3000-LOAD-DRILL-HISTORY.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT DRILL-FILE
           IF WS-DH-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ DRILL-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 3100-NOTE-ONE-DRILL
                   END-READ
               END-PERFORM
               CLOSE DRILL-FILE
           ELSE
               MOVE "NO DRILL HISTORY AVAILABLE (MFCDRLHO)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3100-NOTE-ONE-DRILL.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-DB-COUNT OR KY-FOUND
               IF WS-DB-ALIAS(WS-JDX) = MFC-DH-DB-ALIAS
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT KY-FOUND
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-JDX
           IF MFC-DH-DRILL-SECS >= WS-DB-LAST-SECS(WS-JDX)
               MOVE MFC-DH-DRILL-SECS TO WS-DB-LAST-SECS(WS-JDX)
               MOVE MFC-DH-OUTCOME TO WS-DB-LAST-OUTCOME(WS-JDX)
           END-IF
           IF MFC-DH-PASSED
               AND MFC-DH-DRILL-SECS >= WS-DB-PASS-SECS(WS-JDX)
               MOVE MFC-DH-DRILL-SECS TO WS-DB-PASS-SECS(WS-JDX)
               MOVE MFC-DH-RESTORE-SECS TO WS-DB-PASS-RESTORE(WS-JDX)
               MOVE MFC-DH-ROLLFWD-SECS TO WS-DB-PASS-ROLLFWD(WS-JDX)
               MOVE MFC-DH-TOTAL-SECS TO WS-DB-PASS-TOTAL(WS-JDX)
               MOVE MFC-DH-RTO-TARGET-SECS TO WS-DB-PASS-RTO(WS-JDX)
               MOVE MFC-DH-RTO-MET TO WS-DB-PASS-RTO-MET(WS-JDX)
           END-IF.

       4000-REPORT-DATABASES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DB-COUNT
               PERFORM 4100-REPORT-ONE-DATABASE
           END-PERFORM
           MOVE WS-NO-PASS-COUNT TO WS-DISP-COUNT
           MOVE WS-DB-COUNT TO WS-DISP-OF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "DATABASES WITHOUT A PASSED DRILL IN "
               DELIMITED BY SIZE
               WS-DISP-LOOKBACK DELIMITED BY SIZE
               " DAYS:" DELIMITED BY SIZE
               WS-DISP-COUNT DELIMITED BY SIZE
               " OF" DELIMITED BY SIZE
               WS-DISP-OF DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       4100-REPORT-ONE-DATABASE.
           MOVE SPACES TO WS-FLAGS
           MOVE 1 TO WS-FLAG-PTR
           IF WS-DB-PASS-SECS(WS-IDX) = 0
               OR WS-DB-PASS-SECS(WS-IDX) < WS-CUTOFF-SECS
               ADD 1 TO WS-NO-PASS-COUNT
               STRING "NO PASS " DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-DB-PASS-RTO-MET(WS-IDX) = "N"
               STRING "RTO MISSED " DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-DB-SCHEDULED(WS-IDX) NOT = "Y"
               STRING "NOT SCHEDULED" DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           MOVE WS-DB-TIER(WS-IDX) TO WS-DISP-TIER
           IF WS-DB-LAST-SECS(WS-IDX) > 0
               MOVE WS-DB-LAST-SECS(WS-IDX) TO WS-RDR-SECS
               CALL "MFCURNDR" USING WS-RDR-FUNC WS-RDR-SECS
                   WS-RDR-TEXT
               MOVE WS-RDR-TEXT(1:10) TO WS-LAST-DATE
           ELSE
               MOVE "NEVER" TO WS-LAST-DATE
           END-IF
           IF WS-DB-PASS-SECS(WS-IDX) > 0
               MOVE WS-DB-PASS-SECS(WS-IDX) TO WS-RDR-SECS
               CALL "MFCURNDR" USING WS-RDR-FUNC WS-RDR-SECS
                   WS-RDR-TEXT
               MOVE WS-RDR-TEXT(1:10) TO WS-PASS-DATE
               COMPUTE WS-DISP-DAYS =
                   (WS-NOW-SECS - WS-DB-PASS-SECS(WS-IDX)) / 86400
               MOVE WS-DISP-DAYS TO WS-DAYS-TEXT
               COMPUTE WS-DISP-RESTORE =
                   (WS-DB-PASS-RESTORE(WS-IDX) + 59) / 60
               COMPUTE WS-DISP-ROLLFWD =
                   (WS-DB-PASS-ROLLFWD(WS-IDX) + 59) / 60
               COMPUTE WS-DISP-TOTAL =
                   (WS-DB-PASS-TOTAL(WS-IDX) + 59) / 60
               MOVE WS-DISP-RESTORE TO WS-MT-RESTORE
               MOVE WS-DISP-ROLLFWD TO WS-MT-ROLLFWD
               MOVE WS-DISP-TOTAL TO WS-MT-TOTAL
               IF WS-DB-PASS-RTO(WS-IDX) > 0
                   COMPUTE WS-DISP-RTO =
                       (WS-DB-PASS-RTO(WS-IDX) + 59) / 60
                   MOVE WS-DISP-RTO TO WS-MT-RTO
               ELSE
                   MOVE "   --" TO WS-MT-RTO
               END-IF
           ELSE
               MOVE "NEVER" TO WS-PASS-DATE
               MOVE "   --" TO WS-DAYS-TEXT WS-MT-RESTORE
                   WS-MT-ROLLFWD WS-MT-TOTAL WS-MT-RTO
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-DB-ALIAS(WS-IDX) " " WS-DB-TEAM(WS-IDX) " "
               "   " WS-DISP-TIER " " WS-LAST-DATE " "
               WS-DB-LAST-OUTCOME(WS-IDX) " " WS-PASS-DATE " "
               WS-DAYS-TEXT " " WS-MINS-TEXT " " WS-FLAGS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE REPORT-FILE.
