      ***********************************************************************
      *
      *  Source File Name = MFCR125.CBL
      *
      *  Function = Look-ahead maintenance collision checker.
      *
      *             Reorgs, INSPECT runs, runstats, loads,
      *             import/exports and backups are each scheduled in
      *             their own worklist and nobody checked them against
      *             one another, against the planned maintenance
      *             calendar, or against the hours the database is
      *             actually busy. This report projects every
      *             scheduled item onto the next HORIZON-DAYS (14)
      *             days and says before it happens:
      *
      *               - COLLISIONS: two runs of different actuators on
      *                 the same database whose projected times
      *                 overlap, marked SAME OBJECT (same table or
      *                 tablespace), WHOLE DB (one side is a backup or
      *                 a whole-database INSPECT) or SAME DB;
      *               - OUTSIDE WINDOW: a run not wholly inside one
      *                 MFCMWINP maintenance window for its alias or
      *                 *ALL*;
      *               - BUSY: a run touching an hour MFCR084 rates
      *                 BUSY for the database (MFCHWRTO, mfchwrt.cbl).
      *
      *             When each actuator runs comes off the run-slot file
      *             MFCMSLTP (mfcmslt.cbl). What each run does comes
      *             off the worklists:
      *
      *               MFCCRORG  MFCRORGP  - a table when its frequency
      *                                     has passed since its last
      *                                     successful reorg on
      *                                     MFCRORGO (never = now),
      *                                     then every frequency days;
      *               MFCCRSTS  MFCRSTSP  - the same on the policy's
      *                                     max age against MFCRSTSH
      *                                     (growth-triggered runs
      *                                     cannot be foreseen);
      *               MFCCINSP  MFCINSPP  - every entry every run, the
      *                                     table, else the
      *                                     tablespace, else the whole
      *                                     database;
      *               MFCCLOAD  MFCLDJOBP - every entry every run;
      *               MFCCIOJB  MFCIOJBP  - every entry every run;
      *               MFCCBKUP  MFCBKPLP  - the whole database on its
      *                                     policy's backup days.
      *
      *             Runs of the same actuator in the same slot work
      *             through their list one item after another and are
      *             not collisions of each other. A worklist with
      *             entries but no run slot is reported as not
      *             projected rather than silently passed.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR125.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLOT-FILE ASSIGN TO "MFCMSLTP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MS-STATUS.
           SELECT WINDOW-FILE ASSIGN TO "MFCMWINP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MW-STATUS.
           SELECT RATING-FILE ASSIGN TO "MFCHWRTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HW-STATUS.
           SELECT REORG-FILE ASSIGN TO "MFCRORGP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RG-STATUS.
           SELECT REORG-OUT-FILE ASSIGN TO "MFCRORGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RO-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO "MFCRSTSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RS-STATUS.
           SELECT RUNSTATS-HIST-FILE ASSIGN TO "MFCRSTSH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RH-STATUS.
           SELECT INSPECT-FILE ASSIGN TO "MFCINSPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IP-STATUS.
           SELECT LOAD-JOB-FILE ASSIGN TO "MFCLDJOBP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LJ-STATUS.
           SELECT IO-JOB-FILE ASSIGN TO "MFCIOJBP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IJ-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "MFCBKPLP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR125O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SLOT-FILE
           RECORDING MODE IS F.
           COPY "mfcmslt.cbl".
       FD  WINDOW-FILE
           RECORDING MODE IS F.
           COPY "mfcmwin.cbl".
       FD  RATING-FILE
           RECORDING MODE IS F.
           COPY "mfchwrt.cbl".
       FD  REORG-FILE
           RECORDING MODE IS F.
           COPY "mfcrorg.cbl".
       FD  REORG-OUT-FILE
           RECORDING MODE IS F.
           COPY "mfcrorgo.cbl".
       FD  RUNSTATS-FILE
           RECORDING MODE IS F.
           COPY "mfcrstsp.cbl".
       FD  RUNSTATS-HIST-FILE
           RECORDING MODE IS F.
           COPY "mfcrstsh.cbl".
       FD  INSPECT-FILE
           RECORDING MODE IS F.
           COPY "mfcinspp.cbl".
       FD  LOAD-JOB-FILE
           RECORDING MODE IS F.
           COPY "mfcldjob.cbl".
       FD  IO-JOB-FILE
           RECORDING MODE IS F.
           COPY "mfciojob.cbl".
       FD  BACKUP-FILE
           RECORDING MODE IS F.
           COPY "mfcbkpl.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-MS-STATUS                PIC XX.
       01 WS-MW-STATUS                PIC XX.
       01 WS-HW-STATUS                PIC XX.
       01 WS-RG-STATUS                PIC XX.
       01 WS-RO-STATUS                PIC XX.
       01 WS-RS-STATUS                PIC XX.
       01 WS-RH-STATUS                PIC XX.
       01 WS-IP-STATUS                PIC XX.
       01 WS-LJ-STATUS                PIC XX.
       01 WS-IJ-STATUS                PIC XX.
       01 WS-BP-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".

       01 WS-HORIZON-DAYS             PIC 9(9) COMP-5 VALUE 14.
       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-TODAY                    PIC 9(9) COMP-5.
       01 WS-LAST-DAY                 PIC 9(9) COMP-5.
       01 WS-DAY                      PIC 9(9) COMP-5.
       01 WS-DOW                      PIC 9(9) COMP-5.
       01 WS-HOUR                     PIC 9(9) COMP-5.
       01 WS-BUCKET                   PIC 9(9) COMP-5.
       01 WS-RUN-START                PIC 9(9) COMP-5.
       01 WS-HH                       PIC 9(4) COMP-5.
       01 WS-MM                       PIC 9(4) COMP-5.
       01 WS-RUN-END                  PIC 9(9) COMP-5.
       01 WS-PROBE-SECS               PIC 9(9) COMP-5.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-SDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.
       01 WS-IT-A                     PIC 9(9) COMP-5.
       01 WS-IT-B                     PIC 9(9) COMP-5.
       01 WS-CUR-JOB                  PIC X(8).
       01 WS-CUR-ALIAS                PIC X(20).
       01 WS-CUR-OBJECT               PIC X(128).
       01 WS-CUR-FREQ                 PIC 9(9) COMP-5.
       01 WS-CUR-DAYS                 PIC X(7).
       01 WS-SCOPE                    PIC X(11).

       01 WS-COLLISIONS               PIC 9(9) COMP-5 VALUE 0.
       01 WS-OUTSIDE                  PIC 9(9) COMP-5 VALUE 0.
       01 WS-BUSY-RUNS                PIC 9(9) COMP-5 VALUE 0.
       01 WS-NOT-PROJECTED            PIC 9(9) COMP-5 VALUE 0.
       01 WS-DROPPED-RUNS             PIC 9(9) COMP-5 VALUE 0.

      * When each actuator is submitted.
       01 WS-MAX-SLOTS                PIC 9(9) COMP-5 VALUE 50.
       01 WS-SL-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-SL-TABLE.
           05 WS-SL-ENTRY OCCURS 50 TIMES.
              10 WS-SL-JOB            PIC X(8).
              10 WS-SL-DAYS           PIC X(7).
              10 WS-SL-START-HHMM     PIC 9(9) COMP-5.
              10 WS-SL-DUR-MINS       PIC 9(9) COMP-5.

      * The maintenance calendar.
       01 WS-MAX-WINDOWS              PIC 9(9) COMP-5 VALUE 500.
       01 WS-WN-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-WN-TABLE.
           05 WS-WN-ENTRY OCCURS 500 TIMES.
              10 WS-WN-ALIAS          PIC X(20).
              10 WS-WN-START          PIC 9(9) COMP-5.
              10 WS-WN-END            PIC 9(9) COMP-5.

      * MFCR084's busy hours, one Y/N per hour of week per database.
       01 WS-MAX-BUSY-DBS             PIC 9(9) COMP-5 VALUE 100.
       01 WS-BZ-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-BZ-TABLE.
           05 WS-BZ-ENTRY OCCURS 100 TIMES.
              10 WS-BZ-DB             PIC X(20).
              10 WS-BZ-HOUR           PIC X(1) OCCURS 168 TIMES.

      * Every scheduled item off the six worklists. IT-FREQ-DAYS zero
      * is "every run"; otherwise IT-NEXT-DUE is the epoch day the
      * item next comes due. IT-DAYS narrows the run days (backup
      * policy); all Y for the rest.
       01 WS-MAX-ITEMS                PIC 9(9) COMP-5 VALUE 1000.
       01 WS-IT-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-IT-TABLE.
           05 WS-IT-ENTRY OCCURS 1000 TIMES.
              10 WS-IT-JOB            PIC X(8).
              10 WS-IT-ALIAS          PIC X(20).
              10 WS-IT-OBJECT         PIC X(128).
              10 WS-IT-FREQ-DAYS      PIC 9(9) COMP-5.
              10 WS-IT-LAST-SECS      PIC 9(9) COMP-5.
              10 WS-IT-NEXT-DUE       PIC 9(9) COMP-5.
              10 WS-IT-DAYS           PIC X(7).
              10 WS-IT-PROJECTED      PIC X(1).

      * The projected runs.
       01 WS-MAX-RUNS                 PIC 9(9) COMP-5 VALUE 3000.
       01 WS-RN-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-RN-TABLE.
           05 WS-RN-ENTRY OCCURS 3000 TIMES.
              10 WS-RN-ITEM           PIC 9(9) COMP-5.
              10 WS-RN-START          PIC 9(9) COMP-5.
              10 WS-RN-END            PIC 9(9) COMP-5.

       01 WS-DAY-NAMES.
           05 FILLER                  PIC X(3) VALUE "SUN".
           05 FILLER                  PIC X(3) VALUE "MON".
           05 FILLER                  PIC X(3) VALUE "TUE".
           05 FILLER                  PIC X(3) VALUE "WED".
           05 FILLER                  PIC X(3) VALUE "THU".
           05 FILLER                  PIC X(3) VALUE "FRI".
           05 FILLER                  PIC X(3) VALUE "SAT".
       01 WS-DAY-NAMES-R REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME             PIC X(3) OCCURS 7 TIMES.

      * 7000-FORMAT-TIME turns WS-FMT-SECS into "D+nn DDD HH:MM".
       01 WS-FMT-SECS                 PIC 9(9) COMP-5.
       01 WS-FMT-DAY                  PIC 9(9) COMP-5.
       01 WS-FMT-MINS                 PIC 9(9) COMP-5.
       01 WS-FMT-TEXT.
           05 FILLER                  PIC X(2) VALUE "D+".
           05 WS-FMT-OFFSET           PIC 99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-FMT-DAY-NAME         PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-FMT-HH               PIC 99.
           05 FILLER                  PIC X(1) VALUE ":".
           05 WS-FMT-MM               PIC 99.
       01 WS-TIME-A                   PIC X(14).
       01 WS-TIME-B                   PIC X(14).

       01 WS-DISP-NUM                 PIC Z(6)9.
       01 WS-DISP-MINS                PIC Z(4)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-SLOTS
           PERFORM 2100-LOAD-WINDOWS
           PERFORM 2200-LOAD-BUSY-HOURS
           PERFORM 3000-LOAD-REORGS
           PERFORM 3100-LOAD-RUNSTATS
           PERFORM 3200-LOAD-INSPECTS
           PERFORM 3300-LOAD-LOAD-JOBS
           PERFORM 3400-LOAD-IO-JOBS
           PERFORM 3500-LOAD-BACKUPS
           PERFORM 4000-PROJECT-RUNS
           PERFORM 5000-REPORT-COLLISIONS
           PERFORM 5500-REPORT-OUTSIDE-WINDOWS
           PERFORM 6000-REPORT-BUSY-RUNS
           PERFORM 6500-REPORT-UNPROJECTED
           PERFORM 8000-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           CALL "MFCUTIME" USING WS-NOW-SECS
           COMPUTE WS-TODAY = WS-NOW-SECS / 86400
           COMPUTE WS-LAST-DAY = WS-TODAY + WS-HORIZON-DAYS - 1
           OPEN OUTPUT REPORT-FILE
           MOVE "MAINTENANCE COLLISION LOOK-AHEAD - NEXT 14 DAYS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "(D+00 = TODAY; TIMES ON THE SITE CLOCK)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       2000-LOAD-SLOTS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT SLOT-FILE
           IF WS-MS-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ SLOT-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF WS-SL-COUNT < WS-MAX-SLOTS
                               ADD 1 TO WS-SL-COUNT
                               MOVE MFC-MS-JOB-NAME
                                   TO WS-SL-JOB(WS-SL-COUNT)
                               MOVE MFC-MS-DAY-FLAGS
                                   TO WS-SL-DAYS(WS-SL-COUNT)
                               MOVE MFC-MS-START-HHMM
                                   TO WS-SL-START-HHMM(WS-SL-COUNT)
                               MOVE MFC-MS-DURATION-MINS
                                   TO WS-SL-DUR-MINS(WS-SL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLOT-FILE
           ELSE
               MOVE "NO RUN-SLOT FILE MFCMSLTP - NOTHING PROJECTED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Only windows reaching into the horizon are worth holding.
       2100-LOAD-WINDOWS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT WINDOW-FILE
           IF WS-MW-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ WINDOW-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-MW-END-SECS > WS-NOW-SECS
                               AND WS-WN-COUNT < WS-MAX-WINDOWS
                               ADD 1 TO WS-WN-COUNT
                               MOVE MFC-MW-DB-ALIAS
                                   TO WS-WN-ALIAS(WS-WN-COUNT)
                               MOVE MFC-MW-START-SECS
                                   TO WS-WN-START(WS-WN-COUNT)
                               MOVE MFC-MW-END-SECS
                                   TO WS-WN-END(WS-WN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WINDOW-FILE
           END-IF.

       2200-LOAD-BUSY-HOURS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT RATING-FILE
           IF WS-HW-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ RATING-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-HW-BUSY
                               PERFORM 2250-NOTE-BUSY-HOUR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATING-FILE
           END-IF.

       2250-NOTE-BUSY-HOUR.
           IF MFC-HW-BUCKET < 1 OR MFC-HW-BUCKET > 168
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-BZ-COUNT OR KY-FOUND
               IF WS-BZ-DB(WS-HIT-IDX) = MFC-HW-DB-NAME
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-HIT-IDX
           ELSE
               IF WS-BZ-COUNT >= WS-MAX-BUSY-DBS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BZ-COUNT
               MOVE WS-BZ-COUNT TO WS-HIT-IDX
               MOVE MFC-HW-DB-NAME TO WS-BZ-DB(WS-HIT-IDX)
               PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > 168
                   MOVE "N" TO WS-BZ-HOUR(WS-HIT-IDX WS-JDX)
               END-PERFORM
           END-IF
           MOVE "Y" TO WS-BZ-HOUR(WS-HIT-IDX MFC-HW-BUCKET).

       3000-LOAD-REORGS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT REORG-FILE
           IF WS-RG-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ REORG-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           MOVE "MFCCRORG" TO WS-CUR-JOB
                           MOVE MFC-RG-DB-ALIAS TO WS-CUR-ALIAS
                           MOVE MFC-RG-TABLE-NAME TO WS-CUR-OBJECT
                           MOVE MFC-RG-FREQUENCY-DAYS TO WS-CUR-FREQ
                           IF WS-CUR-FREQ = 0
                               MOVE 1 TO WS-CUR-FREQ
                           END-IF
                           MOVE "YYYYYYY" TO WS-CUR-DAYS
                           PERFORM 3900-ADD-ITEM
                   END-READ
               END-PERFORM
               CLOSE REORG-FILE
           END-IF
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT REORG-OUT-FILE
           IF WS-RO-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ REORG-OUT-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-RO-OK
                               MOVE "MFCCRORG" TO WS-CUR-JOB
                               MOVE MFC-RO-DB-ALIAS TO WS-CUR-ALIAS
                               MOVE MFC-RO-TABLE-NAME TO WS-CUR-OBJECT
                               MOVE MFC-RO-TIMESTAMP-SECS
                                   TO WS-PROBE-SECS
                               PERFORM 3950-NOTE-LAST-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REORG-OUT-FILE
           END-IF.

       3100-LOAD-RUNSTATS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT RUNSTATS-FILE
           IF WS-RS-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ RUNSTATS-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           MOVE "MFCCRSTS" TO WS-CUR-JOB
                           MOVE MFC-RS-DB-ALIAS TO WS-CUR-ALIAS
                           MOVE MFC-RS-TABLE-NAME TO WS-CUR-OBJECT
                           MOVE MFC-RS-MAX-AGE-DAYS TO WS-CUR-FREQ
                           IF WS-CUR-FREQ = 0
                               MOVE 1 TO WS-CUR-FREQ
                           END-IF
                           MOVE "YYYYYYY" TO WS-CUR-DAYS
                           PERFORM 3900-ADD-ITEM
                   END-READ
               END-PERFORM
               CLOSE RUNSTATS-FILE
           END-IF
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT RUNSTATS-HIST-FILE
           IF WS-RH-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ RUNSTATS-HIST-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-RH-OK
                               MOVE "MFCCRSTS" TO WS-CUR-JOB
                               MOVE MFC-RH-DB-ALIAS TO WS-CUR-ALIAS
                               MOVE MFC-RH-TABLE-NAME TO WS-CUR-OBJECT
                               MOVE MFC-RH-TIMESTAMP-SECS
                                   TO WS-PROBE-SECS
                               PERFORM 3950-NOTE-LAST-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNSTATS-HIST-FILE
           END-IF.

       3200-LOAD-INSPECTS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT INSPECT-FILE
           IF WS-IP-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ INSPECT-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           MOVE "MFCCINSP" TO WS-CUR-JOB
                           MOVE MFC-IP-DB-ALIAS TO WS-CUR-ALIAS
                           IF MFC-IP-TABLE-NAME NOT = SPACES
                               MOVE MFC-IP-TABLE-NAME TO WS-CUR-OBJECT
                           ELSE
                               MOVE MFC-IP-TABLESPACE-NAME
                                   TO WS-CUR-OBJECT
                           END-IF
                           MOVE 0 TO WS-CUR-FREQ
                           MOVE "YYYYYYY" TO WS-CUR-DAYS
                           PERFORM 3900-ADD-ITEM
                   END-READ
               END-PERFORM
               CLOSE INSPECT-FILE
           END-IF.

       3300-LOAD-LOAD-JOBS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT LOAD-JOB-FILE
           IF WS-LJ-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ LOAD-JOB-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           MOVE "MFCCLOAD" TO WS-CUR-JOB
                           MOVE MFC-LJ-DB-ALIAS TO WS-CUR-ALIAS
                           MOVE MFC-LJ-TABLE-NAME TO WS-CUR-OBJECT
                           MOVE 0 TO WS-CUR-FREQ
                           MOVE "YYYYYYY" TO WS-CUR-DAYS
                           PERFORM 3900-ADD-ITEM
                   END-READ
               END-PERFORM
               CLOSE LOAD-JOB-FILE
           END-IF.

       3400-LOAD-IO-JOBS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT IO-JOB-FILE
           IF WS-IJ-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ IO-JOB-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           MOVE "MFCCIOJB" TO WS-CUR-JOB
                           MOVE MFC-IJ-DB-ALIAS TO WS-CUR-ALIAS
                           MOVE MFC-IJ-TABLE-NAME TO WS-CUR-OBJECT
                           MOVE 0 TO WS-CUR-FREQ
                           MOVE "YYYYYYY" TO WS-CUR-DAYS
                           PERFORM 3900-ADD-ITEM
                   END-READ
               END-PERFORM
               CLOSE IO-JOB-FILE
           END-IF.

       3500-LOAD-BACKUPS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT BACKUP-FILE
           IF WS-BP-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ BACKUP-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           MOVE "MFCCBKUP" TO WS-CUR-JOB
                           MOVE MFC-BP-DB-ALIAS TO WS-CUR-ALIAS
                           MOVE SPACES TO WS-CUR-OBJECT
                           MOVE 0 TO WS-CUR-FREQ
                           MOVE MFC-BP-DAYS TO WS-CUR-DAYS
                           PERFORM 3900-ADD-ITEM
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FILE
           END-IF.

       3900-ADD-ITEM.
           IF WS-IT-COUNT >= WS-MAX-ITEMS
               ADD 1 TO WS-NOT-PROJECTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IT-COUNT
           MOVE WS-CUR-JOB TO WS-IT-JOB(WS-IT-COUNT)
           MOVE WS-CUR-ALIAS TO WS-IT-ALIAS(WS-IT-COUNT)
           MOVE WS-CUR-OBJECT TO WS-IT-OBJECT(WS-IT-COUNT)
           MOVE WS-CUR-FREQ TO WS-IT-FREQ-DAYS(WS-IT-COUNT)
           MOVE 0 TO WS-IT-LAST-SECS(WS-IT-COUNT)
           MOVE WS-CUR-DAYS TO WS-IT-DAYS(WS-IT-COUNT)
           MOVE "N" TO WS-IT-PROJECTED(WS-IT-COUNT).

      * Newest successful run per item; the next due day follows from
      * it once every outcome has been seen. Never run is due now.
       3950-NOTE-LAST-RUN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-IT-COUNT
               IF WS-IT-JOB(WS-IDX) = WS-CUR-JOB
                   AND WS-IT-ALIAS(WS-IDX) = WS-CUR-ALIAS
                   AND WS-IT-OBJECT(WS-IDX) = WS-CUR-OBJECT
                   AND WS-PROBE-SECS > WS-IT-LAST-SECS(WS-IDX)
                   MOVE WS-PROBE-SECS TO WS-IT-LAST-SECS(WS-IDX)
               END-IF
           END-PERFORM.

       4000-PROJECT-RUNS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-IT-COUNT
               IF WS-IT-LAST-SECS(WS-IDX) = 0
                   MOVE 0 TO WS-IT-NEXT-DUE(WS-IDX)
               ELSE
                   COMPUTE WS-IT-NEXT-DUE(WS-IDX) =
                       WS-IT-LAST-SECS(WS-IDX) / 86400
                       + WS-IT-FREQ-DAYS(WS-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DAY FROM WS-TODAY BY 1
                   UNTIL WS-DAY > WS-LAST-DAY
               COMPUTE WS-DOW = FUNCTION MOD(WS-DAY + 4 7)
               PERFORM VARYING WS-SDX FROM 1 BY 1
                       UNTIL WS-SDX > WS-SL-COUNT
                   IF WS-SL-DAYS(WS-SDX)(WS-DOW + 1:1) = "Y"
                       PERFORM 4100-PROJECT-ONE-SLOT
                   END-IF
               END-PERFORM
           END-PERFORM.

      * One submission of one actuator: every item of that job whose
      * day it is (and that is due, for the frequency-driven ones).
       4100-PROJECT-ONE-SLOT.
           DIVIDE WS-SL-START-HHMM(WS-SDX) BY 100 GIVING WS-HH
               REMAINDER WS-MM
           COMPUTE WS-RUN-START = (WS-DAY * 86400)
               + WS-HH * 3600 + WS-MM * 60
           IF WS-RUN-START < WS-NOW-SECS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RUN-END =
               WS-RUN-START + (WS-SL-DUR-MINS(WS-SDX) * 60)
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-IT-COUNT
               IF WS-IT-JOB(WS-IDX) = WS-SL-JOB(WS-SDX)
                   MOVE "Y" TO WS-IT-PROJECTED(WS-IDX)
                   IF WS-IT-DAYS(WS-IDX)(WS-DOW + 1:1) = "Y"
                       AND (WS-IT-FREQ-DAYS(WS-IDX) = 0
                           OR WS-DAY >= WS-IT-NEXT-DUE(WS-IDX))
                       PERFORM 4200-ADD-RUN
                   END-IF
               END-IF
           END-PERFORM.

       4200-ADD-RUN.
           IF WS-IT-FREQ-DAYS(WS-IDX) > 0
               COMPUTE WS-IT-NEXT-DUE(WS-IDX) =
                   WS-DAY + WS-IT-FREQ-DAYS(WS-IDX)
           END-IF
           IF WS-RN-COUNT >= WS-MAX-RUNS
               ADD 1 TO WS-DROPPED-RUNS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RN-COUNT
           MOVE WS-IDX TO WS-RN-ITEM(WS-RN-COUNT)
           MOVE WS-RUN-START TO WS-RN-START(WS-RN-COUNT)
           MOVE WS-RUN-END TO WS-RN-END(WS-RN-COUNT).

       5000-REPORT-COLLISIONS.
           MOVE "COLLISIONS - OVERLAPPING RUNS ON THE SAME DATABASE"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RN-COUNT
               COMPUTE WS-JDX = WS-IDX + 1
               PERFORM UNTIL WS-JDX > WS-RN-COUNT
                   PERFORM 5100-CHECK-ONE-PAIR
                   ADD 1 TO WS-JDX
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       5100-CHECK-ONE-PAIR.
           MOVE WS-RN-ITEM(WS-IDX) TO WS-IT-A
           MOVE WS-RN-ITEM(WS-JDX) TO WS-IT-B
           IF WS-IT-ALIAS(WS-IT-A) NOT = WS-IT-ALIAS(WS-IT-B)
               OR WS-IT-JOB(WS-IT-A) = WS-IT-JOB(WS-IT-B)
               OR WS-RN-START(WS-IDX) >= WS-RN-END(WS-JDX)
               OR WS-RN-START(WS-JDX) >= WS-RN-END(WS-IDX)
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-IT-OBJECT(WS-IT-A) = SPACES
                   OR WS-IT-OBJECT(WS-IT-B) = SPACES
                   MOVE "WHOLE DB" TO WS-SCOPE
               WHEN WS-IT-OBJECT(WS-IT-A) = WS-IT-OBJECT(WS-IT-B)
                   MOVE "SAME OBJECT" TO WS-SCOPE
               WHEN OTHER
                   MOVE "SAME DB" TO WS-SCOPE
           END-EVALUATE
           ADD 1 TO WS-COLLISIONS
           MOVE WS-RN-START(WS-IDX) TO WS-FMT-SECS
           PERFORM 7000-FORMAT-TIME
           MOVE WS-FMT-TEXT TO WS-TIME-A
           MOVE WS-RN-START(WS-JDX) TO WS-FMT-SECS
           PERFORM 7000-FORMAT-TIME
           MOVE WS-FMT-TEXT TO WS-TIME-B
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-SCOPE " " WS-IT-ALIAS(WS-IT-A) " "
               WS-TIME-A " " WS-IT-JOB(WS-IT-A) " "
               WS-IT-OBJECT(WS-IT-A)(1:30)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "              WITH                 "
               WS-TIME-B " " WS-IT-JOB(WS-IT-B) " "
               WS-IT-OBJECT(WS-IT-B)(1:30)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       5500-REPORT-OUTSIDE-WINDOWS.
           MOVE "OUTSIDE WINDOW - RUNS NOT INSIDE ANY MFCMWINP WINDOW"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RN-COUNT
               MOVE WS-RN-ITEM(WS-IDX) TO WS-IT-A
               MOVE "N" TO WS-KY-FOUND
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-WN-COUNT OR KY-FOUND
                   IF (WS-WN-ALIAS(WS-JDX) = WS-IT-ALIAS(WS-IT-A)
                       OR WS-WN-ALIAS(WS-JDX) = "*ALL*")
                       AND WS-WN-START(WS-JDX) <= WS-RN-START(WS-IDX)
                       AND WS-WN-END(WS-JDX) >= WS-RN-END(WS-IDX)
                       SET KY-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT KY-FOUND
                   ADD 1 TO WS-OUTSIDE
                   MOVE "OUTSIDE" TO WS-SCOPE
                   PERFORM 7100-PRINT-RUN
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      * Each hour the run touches, start hour through the hour holding
      * its last minute, against the database's busy hours.
       6000-REPORT-BUSY-RUNS.
           MOVE "BUSY - RUNS IN HOURS MFCR084 RATES BUSY"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RN-COUNT
               MOVE WS-RN-ITEM(WS-IDX) TO WS-IT-A
               MOVE "N" TO WS-KY-FOUND
               PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                       UNTIL WS-HIT-IDX > WS-BZ-COUNT OR KY-FOUND
                   IF WS-BZ-DB(WS-HIT-IDX) = WS-IT-ALIAS(WS-IT-A)
                       SET KY-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF KY-FOUND
                   SUBTRACT 1 FROM WS-HIT-IDX
                   PERFORM 6100-CHECK-RUN-HOURS
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       6100-CHECK-RUN-HOURS.
           MOVE "N" TO WS-KY-FOUND
           MOVE WS-RN-START(WS-IDX) TO WS-PROBE-SECS
           PERFORM UNTIL KY-FOUND
                   OR WS-PROBE-SECS >= WS-RN-END(WS-IDX)
               COMPUTE WS-DOW =
                   FUNCTION MOD((WS-PROBE-SECS / 86400) + 4 7)
               COMPUTE WS-HOUR =
                   FUNCTION MOD(WS-PROBE-SECS 86400) / 3600
               COMPUTE WS-BUCKET = (WS-DOW * 24) + WS-HOUR + 1
               IF WS-BZ-HOUR(WS-HIT-IDX WS-BUCKET) = "Y"
                   SET KY-FOUND TO TRUE
               ELSE
                   COMPUTE WS-PROBE-SECS =
                       ((WS-PROBE-SECS / 3600) + 1) * 3600
               END-IF
           END-PERFORM
           IF KY-FOUND
               ADD 1 TO WS-BUSY-RUNS
               MOVE "BUSY" TO WS-SCOPE
               PERFORM 7100-PRINT-RUN
           END-IF.

       6500-REPORT-UNPROJECTED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-IT-COUNT
               IF WS-IT-PROJECTED(WS-IDX) NOT = "Y"
                   ADD 1 TO WS-NOT-PROJECTED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  NO RUN SLOT FOR " WS-IT-JOB(WS-IDX)
                       " - NOT PROJECTED: " WS-IT-ALIAS(WS-IDX) " "
                       WS-IT-OBJECT(WS-IDX)(1:40)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       7000-FORMAT-TIME.
           COMPUTE WS-FMT-DAY = WS-FMT-SECS / 86400
           COMPUTE WS-FMT-OFFSET = WS-FMT-DAY - WS-TODAY
           MOVE WS-DAY-NAME(FUNCTION MOD(WS-FMT-DAY + 4 7) + 1)
               TO WS-FMT-DAY-NAME
           COMPUTE WS-FMT-MINS = FUNCTION MOD(WS-FMT-SECS 86400) / 60
           COMPUTE WS-FMT-HH = WS-FMT-MINS / 60
           COMPUTE WS-FMT-MM = FUNCTION MOD(WS-FMT-MINS 60).

       7100-PRINT-RUN.
           MOVE WS-RN-START(WS-IDX) TO WS-FMT-SECS
           PERFORM 7000-FORMAT-TIME
           COMPUTE WS-FMT-MINS =
               (WS-RN-END(WS-IDX) - WS-RN-START(WS-IDX)) / 60
           MOVE WS-FMT-MINS TO WS-DISP-MINS
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-SCOPE " " WS-IT-ALIAS(WS-IT-A) " "
               WS-FMT-TEXT " " WS-DISP-MINS " MIN "
               WS-IT-JOB(WS-IT-A) " " WS-IT-OBJECT(WS-IT-A)(1:30)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       8000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-IT-COUNT TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "SCHEDULED ITEMS ............ " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RN-COUNT TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "PROJECTED RUNS ............. " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLLISIONS TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "COLLISIONS ................. " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OUTSIDE TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "OUTSIDE A WINDOW ........... " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BUSY-RUNS TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "IN A BUSY HOUR ............. " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NOT-PROJECTED TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "ITEMS NOT PROJECTED ........ " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DROPPED-RUNS > 0
               MOVE WS-DROPPED-RUNS TO WS-DISP-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "RUNS PAST THE TABLE LIMIT, NOT CHECKED "
                   WS-DISP-NUM
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE REPORT-FILE.
