      ***********************************************************************
      *
      *  Source File Name = MFCR132.CBL
      *
      *  Function = Business batch job SLA morning report.
      *
      *             Lists every job on the expectation file MFCBSLAP
      *             (mfcbjob.cbl) with the night's run as the tracker
      *             MFCCBSLA last left it on MFCBSLS (mfcbrun.cbl):
      *             expected start and actual start, finish-by and
      *             actual end - or, for a job still running, the
      *             projected end - the run's duration so far against
      *             the average of its prior runs, and where it stands:
      *
      *               ON-TIME / LATE  - ended before / after finish-by;
      *               RUNNING         - still running, within time
      *                                 (AT RISK when projected past
      *                                 finish-by);
      *               MISSED          - still running past finish-by;
      *               NOT STARTED     - nothing seen yet, past its
      *                                 expected start;
      *               NOT RUN         - nothing seen by finish-by;
      *               WAITING         - not yet due to start;
      *               NOT DUE         - excused by its calendar rule;
      *               NOT TRACKED     - no run on the state file yet.
      *
      *             Times are HH:MM on the site clock, marked +1 when
      *             they fall on the day after the batch date. The
      *             listing goes to MFCR132O. Return code 4 when any
      *             job is late, missed, not started or not run; 12
      *             when there is no expectation file.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR132.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-FILE ASSIGN TO "MFCBSLAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BJ-STATUS.
           SELECT STATE-FILE ASSIGN TO "MFCBSLS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR132O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-FILE
           RECORDING MODE IS F.
           COPY "mfcbjob.cbl".
       FD  STATE-FILE
           RECORDING MODE IS F.
           COPY "mfcbrun.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-BJ-STATUS                PIC XX.
       01 WS-BR-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-CANNOT-RUN               PIC X VALUE "N".
           88 CANNOT-RUN              VALUE "Y".

       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-RX                       PIC 9(9) COMP-5.
       01 WS-BATCH-DAY                PIC 9(9) COMP-5.
       01 WS-CUR-DAY                  PIC 9(9) COMP-5.
       01 WS-TOD-SECS                 PIC 9(9) COMP-5.
       01 WS-HH                       PIC 9(9) COMP-5.
       01 WS-MM                       PIC 9(9) COMP-5.
       01 WS-MINS                     PIC 9(9) COMP-5.
       01 WS-CUR-SECS                 PIC 9(9) COMP-5.
       01 WS-RUN-SECS                 PIC 9(9) COMP-5.
       01 WS-STATUS-TEXT              PIC X(20).

      * Counts by where the run stands.
       01 WS-JOBS                     PIC 9(9) COMP-5 VALUE 0.
       01 WS-ON-TIME                  PIC 9(9) COMP-5 VALUE 0.
       01 WS-LATE                     PIC 9(9) COMP-5 VALUE 0.
       01 WS-RUNNING                  PIC 9(9) COMP-5 VALUE 0.
       01 WS-MISSED                   PIC 9(9) COMP-5 VALUE 0.
       01 WS-NOT-STARTED              PIC 9(9) COMP-5 VALUE 0.
       01 WS-NOT-DUE                  PIC 9(9) COMP-5 VALUE 0.
       01 WS-NOT-TRACKED              PIC 9(9) COMP-5 VALUE 0.

      * Runs on the state file.
       01 WS-MAX-RUNS                 PIC 9(9) COMP-5 VALUE 100.
       01 WS-RN-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-RUN-TABLE.
           05 WS-RN-IMAGE OCCURS 100 TIMES PIC X(108).

      * One HH:MM[+1] time and one HHH:MM duration for the line.
       01 WS-TIME-TEXT.
           05 WS-TT-HH                PIC 99.
           05 WS-TT-COLON             PIC X VALUE ":".
           05 WS-TT-MM                PIC 99.
           05 WS-TT-NEXT-DAY          PIC X(2).
       01 WS-DUR-TEXT.
           05 WS-DT-HH                PIC ZZ9.
           05 WS-DT-COLON             PIC X VALUE ":".
           05 WS-DT-MM                PIC 99.
       01 WS-EXP-START-TEXT           PIC X(7).
       01 WS-ACT-START-TEXT           PIC X(7).
       01 WS-FINISH-BY-TEXT           PIC X(7).
       01 WS-ACT-END-TEXT             PIC X(7).
       01 WS-PROJ-END-TEXT            PIC X(7).
       01 WS-RUN-TEXT                 PIC X(6).
       01 WS-AVG-TEXT                 PIC X(6).
       01 WS-DISP-NUM                 PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-RUNS
           PERFORM 3000-LIST-JOBS
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           CALL "MFCUTIME" USING WS-NOW-SECS
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "MFCR132 - BUSINESS BATCH JOB SLA, ACTUAL AGAINST "
               "EXPECTED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "JOB                  BATCH-DT EXP-ST  ACT-ST  "
               "FIN-BY  ACT-END PRJ-END "
               "RUN    AVG    STATUS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       2000-LOAD-RUNS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT STATE-FILE
           IF WS-BR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ STATE-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       IF WS-RN-COUNT < WS-MAX-RUNS
                           ADD 1 TO WS-RN-COUNT
                           MOVE MFC-BATCH-RUN-REC
                               TO WS-RN-IMAGE(WS-RN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATE-FILE.

       3000-LIST-JOBS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT JOB-FILE
           IF WS-BJ-STATUS NOT = "00"
               MOVE SPACES TO REPORT-LINE
               STRING "NO BATCH EXPECTATION FILE MFCBSLAP"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               SET CANNOT-RUN TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ JOB-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JOBS
                       PERFORM 3100-LIST-ONE-JOB
               END-READ
           END-PERFORM
           CLOSE JOB-FILE.

       3100-LIST-ONE-JOB.
           MOVE 0 TO WS-RX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RN-COUNT OR WS-RX > 0
               IF WS-RN-IMAGE(WS-IDX)(1:20) = MFC-BJ-JOB-NAME
                   MOVE WS-IDX TO WS-RX
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           IF WS-RX = 0
               ADD 1 TO WS-NOT-TRACKED
               STRING MFC-BJ-JOB-NAME " " "-        "
                   MFC-BJ-EXPECTED-START(1:2) ":"
                   MFC-BJ-EXPECTED-START(3:2) "   -       "
                   MFC-BJ-FINISH-BY(1:2) ":" MFC-BJ-FINISH-BY(3:2)
                   "   -       -       -      -      NOT TRACKED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RN-IMAGE(WS-RX) TO MFC-BATCH-RUN-REC
           COMPUTE WS-BATCH-DAY = MFC-BR-EXPECTED-START-SECS / 86400
           MOVE MFC-BR-EXPECTED-START-SECS TO WS-CUR-SECS
           PERFORM 5000-FORMAT-TIME
           MOVE WS-TIME-TEXT TO WS-EXP-START-TEXT
           MOVE MFC-BR-ACTUAL-START-SECS TO WS-CUR-SECS
           PERFORM 5000-FORMAT-TIME
           MOVE WS-TIME-TEXT TO WS-ACT-START-TEXT
           MOVE MFC-BR-FINISH-BY-SECS TO WS-CUR-SECS
           PERFORM 5000-FORMAT-TIME
           MOVE WS-TIME-TEXT TO WS-FINISH-BY-TEXT
           MOVE MFC-BR-ACTUAL-END-SECS TO WS-CUR-SECS
           PERFORM 5000-FORMAT-TIME
           MOVE WS-TIME-TEXT TO WS-ACT-END-TEXT
           MOVE 0 TO WS-CUR-SECS
           IF MFC-BR-RUNNING
               MOVE MFC-BR-PROJECTED-END-SECS TO WS-CUR-SECS
           END-IF
           PERFORM 5000-FORMAT-TIME
           MOVE WS-TIME-TEXT TO WS-PROJ-END-TEXT
           MOVE 0 TO WS-RUN-SECS
           EVALUATE TRUE
               WHEN MFC-BR-ENDED
                   COMPUTE WS-RUN-SECS = MFC-BR-ACTUAL-END-SECS
                       - MFC-BR-ACTUAL-START-SECS
               WHEN MFC-BR-RUNNING
                   AND WS-NOW-SECS > MFC-BR-ACTUAL-START-SECS
                   COMPUTE WS-RUN-SECS =
                       WS-NOW-SECS - MFC-BR-ACTUAL-START-SECS
           END-EVALUATE
           MOVE WS-RUN-SECS TO WS-CUR-SECS
           PERFORM 5100-FORMAT-DURATION
           MOVE WS-DUR-TEXT TO WS-RUN-TEXT
           MOVE MFC-BR-PRIOR-AVG-SECS TO WS-CUR-SECS
           PERFORM 5100-FORMAT-DURATION
           MOVE WS-DUR-TEXT TO WS-AVG-TEXT
           PERFORM 3200-JUDGE-STATUS
           STRING MFC-BJ-JOB-NAME " " MFC-BR-BATCH-DATE " "
               WS-EXP-START-TEXT " " WS-ACT-START-TEXT " "
               WS-FINISH-BY-TEXT " " WS-ACT-END-TEXT " "
               WS-PROJ-END-TEXT " " WS-RUN-TEXT " " WS-AVG-TEXT " "
               WS-STATUS-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Where the run stands as of now; a run the tracker still has
      * as running or waiting is judged against finish-by here too.
       3200-JUDGE-STATUS.
           EVALUATE TRUE
               WHEN MFC-BR-NOT-DUE
                   MOVE "NOT DUE" TO WS-STATUS-TEXT
                   ADD 1 TO WS-NOT-DUE
               WHEN MFC-BR-ENDED
                   AND MFC-BR-ACTUAL-END-SECS > MFC-BR-FINISH-BY-SECS
                   MOVE "LATE" TO WS-STATUS-TEXT
                   ADD 1 TO WS-LATE
               WHEN MFC-BR-ENDED
                   MOVE "ON-TIME" TO WS-STATUS-TEXT
                   ADD 1 TO WS-ON-TIME
               WHEN MFC-BR-RUNNING
                   AND WS-NOW-SECS > MFC-BR-FINISH-BY-SECS
                   MOVE "MISSED - RUNNING" TO WS-STATUS-TEXT
                   ADD 1 TO WS-MISSED
               WHEN MFC-BR-RUNNING
                   AND MFC-BR-PROJECTED-END-SECS > MFC-BR-FINISH-BY-SECS
                   MOVE "RUNNING - AT RISK" TO WS-STATUS-TEXT
                   ADD 1 TO WS-RUNNING
               WHEN MFC-BR-RUNNING
                   MOVE "RUNNING" TO WS-STATUS-TEXT
                   ADD 1 TO WS-RUNNING
               WHEN WS-NOW-SECS > MFC-BR-FINISH-BY-SECS
                   MOVE "MISSED - NOT RUN" TO WS-STATUS-TEXT
                   ADD 1 TO WS-MISSED
               WHEN WS-NOW-SECS > MFC-BR-EXPECTED-START-SECS
                   MOVE "NOT STARTED" TO WS-STATUS-TEXT
                   ADD 1 TO WS-NOT-STARTED
               WHEN OTHER
                   MOVE "WAITING" TO WS-STATUS-TEXT
           END-EVALUATE.

      * WS-CUR-SECS as HH:MM, +1 when past the batch date's day, into
      * WS-TIME-TEXT; a dash when there is no time.
       5000-FORMAT-TIME.
           IF WS-CUR-SECS = 0
               MOVE "-" TO WS-TIME-TEXT
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-CUR-SECS BY 86400 GIVING WS-CUR-DAY
               REMAINDER WS-TOD-SECS
           DIVIDE WS-TOD-SECS BY 3600 GIVING WS-HH
               REMAINDER WS-MINS
           COMPUTE WS-MM = WS-MINS / 60
           MOVE ":" TO WS-TT-COLON
           MOVE WS-HH TO WS-TT-HH
           MOVE WS-MM TO WS-TT-MM
           IF WS-CUR-DAY > WS-BATCH-DAY
               MOVE "+1" TO WS-TT-NEXT-DAY
           ELSE
               MOVE SPACES TO WS-TT-NEXT-DAY
           END-IF.

      * WS-CUR-SECS as HHH:MM into WS-DUR-TEXT; a dash when zero.
       5100-FORMAT-DURATION.
           IF WS-CUR-SECS = 0
               MOVE "-" TO WS-DUR-TEXT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MINS = WS-CUR-SECS / 60
           DIVIDE WS-MINS BY 60 GIVING WS-HH REMAINDER WS-MM
           MOVE ":" TO WS-DT-COLON
           MOVE WS-HH TO WS-DT-HH
           MOVE WS-MM TO WS-DT-MM.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-JOBS TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "JOBS EXPECTED          " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ON-TIME TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "ON TIME                " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LATE TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "LATE                   " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RUNNING TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "STILL RUNNING          " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MISSED TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "MISSED FINISH-BY       " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NOT-STARTED TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "NOT STARTED            " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NOT-DUE TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "NOT DUE BY CALENDAR    " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NOT-TRACKED TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "NOT TRACKED            " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE REPORT-FILE
           EVALUATE TRUE
               WHEN CANNOT-RUN
                   MOVE 12 TO RETURN-CODE
               WHEN WS-LATE > 0 OR WS-MISSED > 0
                   OR WS-NOT-STARTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
