      ***********************************************************************
      *
      *  Source File Name = MFCR110.CBL
      *
      *  Function = Crash recovery and rollback progress report, with
      *             projected availability.
      *
      *             Reads the recovery progress history MFCCRCPG builds
      *             (MFCRCPGO) oldest first and follows each recovery -
      *             one database, kind (CRASH or ROLLBACK), owner id
      *             and start second - across its polls, the MFCR099
      *             treatment of a reorg. The rows of one poll are
      *             summed over all the recovery's phases; the units
      *             done between its last two polls give the rate (the
      *             average since the recovery started when there is
      *             only one poll), and the units still to do at that
      *             rate give the projected availability time.
      *
      *             Recoveries seen on the newest poll are listed with
      *             the phase now running (PROGRESS-LIST-CUR-SEQ-NUM
      *             and its description), percent complete, units per
      *             minute, minutes to go and the projected time as
      *             "YYYY-MM-DD HH:MM:SS" (MFCURNDR). Crash recovery
      *             does not know the size of its backward phase until
      *             the forward phase ends, so the projection is
      *             re-based as each phase reports its total.
      *
      *             The same figures are written, one row per
      *             recovery, to MFCRCPJO (mfcrcpj.cbl), rebuilt every
      *             run; the incident console MFCMCON lists it under
      *             its R action so the duty DBA can quote a number.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR110.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOV-PROG-FILE ASSIGN TO "MFCRCPGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT PROJ-FILE ASSIGN TO "MFCRCPJO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RJ-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR110O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECOV-PROG-FILE
           RECORDING MODE IS F.
           COPY "mfcrcpg.cbl".
       FD  PROJ-FILE
           RECORDING MODE IS F.
           COPY "mfcrcpj.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-RC-STATUS                PIC XX.
       01 WS-RJ-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".

       01 WS-NEWEST-SECS              PIC 9(9) COMP-5 VALUE 0.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-LISTED                   PIC 9(9) COMP-5 VALUE 0.
       01 WS-SPAN-SECS                PIC 9(9) COMP-5.
       01 WS-SPAN-UNITS               PIC 9(18) COMP-5.
       01 WS-REMAIN                   PIC 9(18) COMP-5.
       01 WS-ETA-SECS                 PIC 9(9) COMP-5.
       01 WS-AVAIL-SECS               PIC 9(9) COMP-5.
       01 WS-RATE-MIN                 PIC 9(18) COMP-5.
       01 WS-HAVE-ETA                 PIC X VALUE "N".
           88 HAVE-ETA                VALUE "Y".
       01 WS-PCT-DONE                 PIC 9(5)V9(2).

      * One entry per recovery seen on the history: the sums of its
      * newest poll, and the poll before it for the rate.
       01 WS-MAX-RECOV                PIC 9(9) COMP-5 VALUE 500.
       01 WS-RV-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-RECOV-TABLE.
           05 WS-RV-ENTRY OCCURS 500 TIMES.
              10 WS-RV-DB-NAME        PIC X(20).
              10 WS-RV-KIND           PIC X(8).
              10 WS-RV-OWNER-ID       PIC 9(9) COMP-5.
              10 WS-RV-START-SECS     PIC 9(9) COMP-5.
              10 WS-RV-LAST-SECS      PIC 9(9) COMP-5.
              10 WS-RV-TOTAL-UNITS    PIC 9(18) COMP-5.
              10 WS-RV-DONE-UNITS     PIC 9(18) COMP-5.
              10 WS-RV-PREV-SECS      PIC 9(9) COMP-5.
              10 WS-RV-PREV-DONE      PIC 9(18) COMP-5.
              10 WS-RV-PHASES         PIC 9(4) COMP-5.
              10 WS-RV-CUR-SEQ        PIC 9(4) COMP-5.
              10 WS-RV-CUR-DESC       PIC X(40).

      * Human-readable times via the shared rendering utility
      * (MFCURNDR) - nobody should do epoch arithmetic at 03:00.
       01 WS-RDR-FUNC                 PIC X(1) VALUE "D".
       01 WS-RDR-SECS                 PIC 9(9) COMP-5.
       01 WS-ASOF-TEXT                PIC X(20).
       01 WS-AVAIL-TEXT               PIC X(20).

       01 WS-DISP-SEQ                 PIC Z9.
       01 WS-DISP-PHASES              PIC 99.
       01 WS-DISP-PHASE-DESC          PIC X(16).
       01 WS-DISP-PCT                 PIC ZZZ9.99.
       01 WS-DISP-RATE                PIC Z(11)9.
       01 WS-DISP-ETA-EDIT            PIC Z(6)9.
       01 WS-DISP-ETA                 PIC X(7).

       01 WS-HDR1                     PIC X(132) VALUE
           "CRASH RECOVERY AND ROLLBACK PROGRESS - PROJECTED AVAILABILIT
      -    "Y".
       01 WS-HDR2                     PIC X(132) VALUE
           "DATABASE             KIND     PHASE                PCT-DONE
      -    "   UNITS/MIN  ETA-MIN AS-OF                PROJECTED AVAIL".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-HISTORY
           PERFORM 3000-REPORT-RECOVERIES
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT PROJ-FILE
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR2 TO REPORT-LINE
           WRITE REPORT-LINE.

       2000-LOAD-HISTORY.
           OPEN INPUT RECOV-PROG-FILE
           IF WS-RC-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ RECOV-PROG-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 2100-NOTE-ONE-PHASE
                   END-READ
               END-PERFORM
               CLOSE RECOV-PROG-FILE
           ELSE
               MOVE "NO RECOVERY PROGRESS HISTORY AVAILABLE (MFCRCPGO)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * History is appended oldest first and a poll writes all of a
      * recovery's phases together, so the first row of a newer poll
      * moves the running sums back to the previous-poll slot.
       2100-NOTE-ONE-PHASE.
           IF MFC-RC-COLLECT-SECS > WS-NEWEST-SECS
               MOVE MFC-RC-COLLECT-SECS TO WS-NEWEST-SECS
           END-IF
           PERFORM 2200-FIND-RECOVERY
           IF NOT KY-FOUND
               EXIT PARAGRAPH
           END-IF
           IF MFC-RC-COLLECT-SECS > WS-RV-LAST-SECS(WS-JDX)
               IF WS-RV-LAST-SECS(WS-JDX) > 0
                   MOVE WS-RV-LAST-SECS(WS-JDX)
                       TO WS-RV-PREV-SECS(WS-JDX)
                   MOVE WS-RV-DONE-UNITS(WS-JDX)
                       TO WS-RV-PREV-DONE(WS-JDX)
               END-IF
               MOVE MFC-RC-COLLECT-SECS TO WS-RV-LAST-SECS(WS-JDX)
               MOVE 0 TO WS-RV-TOTAL-UNITS(WS-JDX)
               MOVE 0 TO WS-RV-DONE-UNITS(WS-JDX)
               MOVE 0 TO WS-RV-PHASES(WS-JDX)
               MOVE SPACES TO WS-RV-CUR-DESC(WS-JDX)
           END-IF
           ADD MFC-RC-TOTAL-UNITS TO WS-RV-TOTAL-UNITS(WS-JDX)
           ADD MFC-RC-DONE-UNITS TO WS-RV-DONE-UNITS(WS-JDX)
           ADD 1 TO WS-RV-PHASES(WS-JDX)
           MOVE MFC-RC-CUR-SEQ TO WS-RV-CUR-SEQ(WS-JDX)
           IF MFC-RC-PHASE-SEQ = MFC-RC-CUR-SEQ
               MOVE MFC-RC-DESCRIPTION TO WS-RV-CUR-DESC(WS-JDX)
           END-IF.

      * Leaves WS-JDX on the recovery's entry, adding it the first
      * time it is seen.
       2200-FIND-RECOVERY.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-RV-COUNT OR KY-FOUND
               IF WS-RV-DB-NAME(WS-JDX) = MFC-RC-DB-NAME
                   AND WS-RV-KIND(WS-JDX) = MFC-RC-KIND
                   AND WS-RV-OWNER-ID(WS-JDX) = MFC-RC-OWNER-ID
                   AND WS-RV-START-SECS(WS-JDX) = MFC-RC-START-SECS
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-JDX
               EXIT PARAGRAPH
           END-IF
           IF WS-RV-COUNT >= WS-MAX-RECOV
               DISPLAY "MFCR110: RECOVERY TABLE FULL, SKIPPED "
                   MFC-RC-DB-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RV-COUNT
           MOVE WS-RV-COUNT TO WS-JDX
           MOVE MFC-RC-DB-NAME TO WS-RV-DB-NAME(WS-JDX)
           MOVE MFC-RC-KIND TO WS-RV-KIND(WS-JDX)
           MOVE MFC-RC-OWNER-ID TO WS-RV-OWNER-ID(WS-JDX)
           MOVE MFC-RC-START-SECS TO WS-RV-START-SECS(WS-JDX)
           MOVE 0 TO WS-RV-LAST-SECS(WS-JDX)
           MOVE 0 TO WS-RV-PREV-SECS(WS-JDX)
           MOVE 0 TO WS-RV-PREV-DONE(WS-JDX)
           MOVE 0 TO WS-RV-TOTAL-UNITS(WS-JDX)
           MOVE 0 TO WS-RV-DONE-UNITS(WS-JDX)
           SET KY-FOUND TO TRUE.

       3000-REPORT-RECOVERIES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RV-COUNT
               IF WS-RV-LAST-SECS(WS-IDX) = WS-NEWEST-SECS
                   PERFORM 3100-PROJECT-ONE
                   PERFORM 3200-PRINT-ONE
                   PERFORM 3300-WRITE-PROJECTION
                   ADD 1 TO WS-LISTED
               END-IF
           END-PERFORM
           IF WS-LISTED = 0
               MOVE "NO DATABASE IS RECOVERING ON THE NEWEST POLL"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Rate from the last two polls; with only one poll, the
      * average since the recovery started.
       3100-PROJECT-ONE.
           IF WS-RV-TOTAL-UNITS(WS-IDX) > 0
               COMPUTE WS-PCT-DONE ROUNDED =
                   WS-RV-DONE-UNITS(WS-IDX) * 100
                   / WS-RV-TOTAL-UNITS(WS-IDX)
                   ON SIZE ERROR
                       MOVE 100 TO WS-PCT-DONE
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-PCT-DONE
           END-IF
           IF WS-PCT-DONE > 100
               MOVE 100 TO WS-PCT-DONE
           END-IF
           MOVE 0 TO WS-SPAN-SECS
           MOVE 0 TO WS-SPAN-UNITS
           IF WS-RV-PREV-SECS(WS-IDX) > 0
               AND WS-RV-DONE-UNITS(WS-IDX) > WS-RV-PREV-DONE(WS-IDX)
               COMPUTE WS-SPAN-SECS = WS-RV-LAST-SECS(WS-IDX)
                   - WS-RV-PREV-SECS(WS-IDX)
               COMPUTE WS-SPAN-UNITS = WS-RV-DONE-UNITS(WS-IDX)
                   - WS-RV-PREV-DONE(WS-IDX)
           ELSE
               IF WS-RV-START-SECS(WS-IDX) > 0
                   AND WS-RV-LAST-SECS(WS-IDX)
                       > WS-RV-START-SECS(WS-IDX)
                   COMPUTE WS-SPAN-SECS = WS-RV-LAST-SECS(WS-IDX)
                       - WS-RV-START-SECS(WS-IDX)
                   MOVE WS-RV-DONE-UNITS(WS-IDX) TO WS-SPAN-UNITS
               END-IF
           END-IF
           MOVE "N" TO WS-HAVE-ETA
           MOVE 0 TO WS-RATE-MIN
           MOVE 0 TO WS-AVAIL-SECS
           IF WS-SPAN-SECS > 0 AND WS-SPAN-UNITS > 0
               COMPUTE WS-RATE-MIN = WS-SPAN-UNITS * 60 / WS-SPAN-SECS
               IF WS-RV-TOTAL-UNITS(WS-IDX)
                       > WS-RV-DONE-UNITS(WS-IDX)
                   COMPUTE WS-REMAIN = WS-RV-TOTAL-UNITS(WS-IDX)
                       - WS-RV-DONE-UNITS(WS-IDX)
               ELSE
                   MOVE 0 TO WS-REMAIN
               END-IF
               COMPUTE WS-ETA-SECS =
                   WS-REMAIN * WS-SPAN-SECS / WS-SPAN-UNITS
                   ON SIZE ERROR
                       MOVE 999999999 TO WS-ETA-SECS
               END-COMPUTE
               COMPUTE WS-AVAIL-SECS = WS-RV-LAST-SECS(WS-IDX)
                   + WS-ETA-SECS
                   ON SIZE ERROR
                       MOVE 999999999 TO WS-AVAIL-SECS
               END-COMPUTE
               SET HAVE-ETA TO TRUE
           END-IF
           MOVE WS-RV-LAST-SECS(WS-IDX) TO WS-RDR-SECS
           CALL "MFCURNDR" USING WS-RDR-FUNC WS-RDR-SECS WS-ASOF-TEXT
           IF HAVE-ETA
               MOVE WS-AVAIL-SECS TO WS-RDR-SECS
               CALL "MFCURNDR" USING WS-RDR-FUNC WS-RDR-SECS
                   WS-AVAIL-TEXT
           ELSE
               MOVE "UNKNOWN" TO WS-AVAIL-TEXT
           END-IF.

       3200-PRINT-ONE.
           MOVE WS-RV-CUR-SEQ(WS-IDX) TO WS-DISP-SEQ
           MOVE WS-RV-PHASES(WS-IDX) TO WS-DISP-PHASES
           MOVE WS-RV-CUR-DESC(WS-IDX) TO WS-DISP-PHASE-DESC
           MOVE WS-PCT-DONE TO WS-DISP-PCT
           MOVE WS-RATE-MIN TO WS-DISP-RATE
           IF HAVE-ETA
               COMPUTE WS-DISP-ETA-EDIT = WS-ETA-SECS / 60
               MOVE WS-DISP-ETA-EDIT TO WS-DISP-ETA
           ELSE
               MOVE "     --" TO WS-DISP-ETA
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-RV-DB-NAME(WS-IDX) " " WS-RV-KIND(WS-IDX) " "
               WS-DISP-SEQ "/" WS-DISP-PHASES " "
               WS-DISP-PHASE-DESC " " WS-DISP-PCT " "
               WS-DISP-RATE " " WS-DISP-ETA " " WS-ASOF-TEXT " "
               WS-AVAIL-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       3300-WRITE-PROJECTION.
           MOVE WS-RV-LAST-SECS(WS-IDX) TO MFC-RJ-AS-OF-SECS
           MOVE WS-RV-DB-NAME(WS-IDX) TO MFC-RJ-DB-NAME
           MOVE WS-RV-KIND(WS-IDX) TO MFC-RJ-KIND
           MOVE WS-RV-CUR-DESC(WS-IDX) TO MFC-RJ-PHASE
           MOVE WS-PCT-DONE TO MFC-RJ-PCT-DONE
           MOVE WS-AVAIL-SECS TO MFC-RJ-AVAIL-SECS
           MOVE WS-AVAIL-TEXT TO MFC-RJ-AVAIL-TEXT
           WRITE MFC-RECOV-PROJ-REC.

       9000-TERMINATE.
           CLOSE REPORT-FILE
           CLOSE PROJ-FILE.
