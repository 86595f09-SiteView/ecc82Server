      ***********************************************************************
      *
      *  Source File Name = MFCCBSLA.CBL
      *
      *  Function = Business batch job SLA tracker, run after each
      *             MFCCWLD/MFCCUOW collection through the night.
      *
      *             The business measures the overnight settlement,
      *             billing and warehouse-load jobs on finishing in
      *             time, and we used to learn of a late one when the
      *             business called. This tracker takes each job on
      *             the expectation file MFCBSLAP (mfcbjob.cbl) and
      *             follows its run for the night (mfcbrun.cbl) off:
      *
      *               - the application snapshot MFCWLDO - a matching
      *                 connection (by application name, or by the
      *                 workload class MFCCWLD assigned) means the job
      *                 is running at the collection epoch; a fresh
      *                 snapshot without one, after the job was seen,
      *                 means it has ended at its latest activity;
      *               - the unit-of-work history MFCUOWHO - each
      *                 matching unit of work (its application name,
      *                 or the class the MFCWLDP policy gives that
      *                 name) marks activity from its start to its
      *                 stop and counts toward the job's progress.
      *                 MFCUOWHO is opened EXTEND by MFCCUOW, so the
      *                 count of records already consumed is kept on
      *                 the checkpoint MFCCKBSL, as MFCCLSEN does.
      *                 MFCCUOW can write one unit of work at more
      *                 than one collection, so units of work are
      *                 told apart on APPL-ID plus start epoch, as
      *                 MFCR075 does - within a run on the activity
      *                 table, and across runs by the last counted
      *                 key each job's run carries on MFCBSLS/T.
      *
      *             A night's window opens EARLY-START-MINS before the
      *             expected start on the date its calendar rule is
      *             asked about (MFCUCAL, the MFCSCHED rule letters);
      *             the run stays current until the next night's
      *             window opens, when it is closed to the history
      *             MFCBSLHO with its outcome. The carried state is
      *             one row per job, MFCBSLS in and MFCBSLT out.
      *
      *             Alerts go to the consolidated alert file MFCALRTO
      *             through MFCUALRT, once per run each:
      *
      *               BATCH-NOT-STARTED  - nothing seen START-GRACE-
      *                                    MINS after the expected
      *                                    start;
      *               BATCH-PROJECTED-MISS - the projected end is past
      *                                    the finish-by time. The
      *                                    projection scales the time
      *                                    run so far by the units of
      *                                    work done against the
      *                                    average of the last
      *                                    PRIOR-RUNS finished runs,
      *                                    or failing that adds their
      *                                    average duration to the
      *                                    actual start;
      *               BATCH-DEADLINE-MISS - finish-by has passed and
      *                                    the job has not ended.
      *
      *             Parameters are on MFCBSLTP (MFCTHR.CBL convention):
      *             EARLY-START-MINS (default 60), START-GRACE-MINS
      *             (default 15), PRIOR-RUNS (default 5, at most 10).
      *             The morning report is MFCR132.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCBSLA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-FILE ASSIGN TO "MFCBSLAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BJ-STATUS.
           SELECT PARM-FILE ASSIGN TO "MFCBSLTP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT POLICY-FILE ASSIGN TO "MFCWLDP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WP-STATUS.
           SELECT WORKLOAD-FILE ASSIGN TO "MFCWLDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.
           SELECT UOW-HIST-FILE ASSIGN TO "MFCUOWHO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UW-STATUS.
           SELECT CKPT-FILE ASSIGN TO "MFCCKBSL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CK-STATUS.
           SELECT STATE-IN-FILE ASSIGN TO "MFCBSLS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.
           SELECT STATE-OUT-FILE ASSIGN TO "MFCBSLT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "MFCBSLHO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BH-STATUS.
           SELECT ALERT-FILE ASSIGN TO "MFCALRTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT ACCT-FILE ASSIGN TO "MFCRUNLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-FILE
           RECORDING MODE IS F.
           COPY "mfcbjob.cbl".
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  POLICY-FILE
           RECORDING MODE IS F.
           COPY "mfcwldp.cbl".
       FD  WORKLOAD-FILE
           RECORDING MODE IS F.
           COPY "mfcwldo.cbl".
       FD  UOW-HIST-FILE
           RECORDING MODE IS F.
           COPY "mfcuowh.cbl".
       FD  CKPT-FILE
           RECORDING MODE IS F.
           COPY "mfcckpt.cbl".
       FD  STATE-IN-FILE
           RECORDING MODE IS F.
           COPY "mfcbrun.cbl".
      * Written FROM the run record the STATE-IN FD declares; the
      * lengths must match mfcbrun.cbl.
       FD  STATE-OUT-FILE
           RECORDING MODE IS F.
       01 STATE-OUT-REC               PIC X(108).
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01 HISTORY-REC                 PIC X(108).
       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY "mfcalert.cbl".
       FD  ACCT-FILE
           RECORDING MODE IS F.
           COPY "mfcracct.cbl".
       WORKING-STORAGE SECTION.
      * End-of-run accounting for the common run ledger
      * (MFCRACCT.CBL/MFCURACC.CBL).
       01 WS-RN-STATUS                PIC XX.
       01 WS-RN-PROGRAM               PIC X(8) VALUE "MFCCBSLA".
       01 WS-ACCT-START-SECS          PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-READ                PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-WRITTEN             PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-SQLCODE             PIC S9(9) COMP-5 VALUE 0.
       01 WS-ACCT-STATUS              PIC X(8)
                                       VALUE "COMPLETE".
       77 WS-EPOCH-OFFSET-DAYS        PIC 9(9) COMP-5 VALUE 134775.
       01 WS-BJ-STATUS                PIC XX.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-WP-STATUS                PIC XX.
       01 WS-WO-STATUS                PIC XX.
       01 WS-UW-STATUS                PIC XX.
       01 WS-CK-STATUS                PIC XX.
       01 WS-SI-STATUS                PIC XX.
       01 WS-SO-STATUS                PIC XX.
       01 WS-BH-STATUS                PIC XX.
       01 WS-AL-STATUS                PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".
       01 WS-MATCHED                  PIC X VALUE "N".
           88 ROW-MATCHES             VALUE "Y".
       01 WS-CAL-ELIGIBLE             PIC X VALUE "Y".
           88 CAL-ELIGIBLE            VALUE "Y".

      * Parameters (MFCBSLTP).
       01 WS-EARLY-START-MINS         PIC 9(9) COMP-5 VALUE 60.
       01 WS-START-GRACE-MINS         PIC 9(9) COMP-5 VALUE 15.
       01 WS-PRIOR-RUNS               PIC 9(9) COMP-5 VALUE 5.

       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-EARLY-SECS               PIC 9(9) COMP-5.
       01 WS-GRACE-SECS               PIC 9(9) COMP-5.
       01 WS-GEN-SECS                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-UOW-DONE                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-UOW-READ                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-TODAY                    PIC 9(9) COMP-5.
       01 WS-BATCH-DAY                PIC 9(9) COMP-5.
       01 WS-DAY-INT                  PIC 9(9) COMP-5.
       01 WS-BATCH-DATE               PIC 9(8).
       01 WS-OPEN-SECS                PIC 9(9) COMP-5.
       01 WS-FROM-SECS                PIC 9(9) COMP-5.
       01 WS-TO-SECS                  PIC 9(9) COMP-5.
       01 WS-ACT-START                PIC 9(9) COMP-5.
       01 WS-ACT-STOP                 PIC 9(9) COMP-5.
       01 WS-ACT-IS-UOW               PIC X(1).
       01 WS-ACT-APPL-ID              PIC X(32).
       01 WS-ACT-UOW-START            PIC 9(9) COMP-5.
       01 WS-HH                       PIC 9(4) COMP-5.
       01 WS-MM                       PIC 9(4) COMP-5.
       01 WS-ELAPSED                  PIC 9(9) COMP-5.
       01 WS-AVG-SECS                 PIC 9(9) COMP-5.
       01 WS-AVG-UOWS                 PIC 9(9) COMP-5.
       01 WS-SUM-SECS                 PIC 9(18) COMP-5.
       01 WS-SUM-UOWS                 PIC 9(18) COMP-5.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JX                       PIC 9(9) COMP-5.
       01 WS-RX                       PIC 9(9) COMP-5.
       01 WS-CUR-APPL-NAME            PIC X(20).
       01 WS-CUR-CLASS                PIC X(10).
       01 WS-CUR-DB-NAME              PIC X(20).
       01 WS-DISP-MINS                PIC Z(8)9.

      * Alert raised through MFCUALRT.
       01 WS-AL-SOURCE                PIC X(8)  VALUE "MFCCBSLA".
       01 WS-AL-METRIC                PIC X(20).
       01 WS-AL-KEY                   PIC X(20).
       01 WS-AL-ACTUAL                PIC 9(9) COMP-5.
       01 WS-AL-THRESHOLD             PIC 9(9) COMP-5.
       01 WS-AL-MESSAGE               PIC X(60).

      * Application name to workload class (MFCWLDP).
       01 WS-MAX-CLASSES              PIC 9(9) COMP-5 VALUE 500.
       01 WS-CL-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-CLASS-TABLE.
           05 WS-CL-ENTRY OCCURS 500 TIMES.
              10 WS-CL-APPL-NAME      PIC X(20).
              10 WS-CL-CLASS          PIC X(10).

      * The jobs, each with its current run and the last finished
      * runs' durations and units of work (a ring of RING-SIZE).
       01 WS-MAX-JOBS                 PIC 9(9) COMP-5 VALUE 100.
       01 WS-RING-SIZE                PIC 9(9) COMP-5 VALUE 5.
       01 WS-JB-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-JOB-TABLE.
           05 WS-JB-ENTRY OCCURS 100 TIMES.
              10 WS-JB-JOB-NAME       PIC X(20).
              10 WS-JB-MATCH-TYPE     PIC X(1).
              10 WS-JB-MATCH-VALUE    PIC X(20).
              10 WS-JB-DB-NAME        PIC X(20).
              10 WS-JB-START-OFS      PIC 9(9) COMP-5.
              10 WS-JB-FINISH-OFS     PIC 9(9) COMP-5.
              10 WS-JB-CAL-RULE       PIC X(1).
              10 WS-JB-CAL-PERIOD     PIC X(8).
              10 WS-JB-HAS-RUN        PIC X(1).
              10 WS-JB-CONNECTED      PIC X(1).
              10 WS-JB-RUN-IMAGE      PIC X(108).
              10 WS-JB-PR-COUNT       PIC 9(9) COMP-5.
              10 WS-JB-PR-SECS        PIC 9(9) COMP-5 OCCURS 10 TIMES.
              10 WS-JB-PR-UOWS        PIC 9(9) COMP-5 OCCURS 10 TIMES.

      * Units of work read this run that belong to some job, one
      * entry per APPL-ID and start epoch.
       01 WS-MAX-ACTS                 PIC 9(9) COMP-5 VALUE 5000.
       01 WS-AC-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACT-TABLE.
           05 WS-AC-ENTRY OCCURS 5000 TIMES.
              10 WS-AC-JOB-IDX        PIC 9(9) COMP-5.
              10 WS-AC-START          PIC 9(9) COMP-5.
              10 WS-AC-STOP           PIC 9(9) COMP-5.
              10 WS-AC-APPL-ID        PIC X(32).
              10 WS-AC-UOW-START      PIC 9(9) COMP-5.

      * Business calendar question and answer (MFCUCAL).
       COPY "mfccalq.cbl".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "MFCUTIME" USING WS-ACCT-START-SECS
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-JOBS
           IF WS-JB-COUNT > 0
               PERFORM 1600-LOAD-CLASS-MAP
               PERFORM 2000-LOAD-STATE
               PERFORM 2500-LOAD-PRIOR-RUNS
               PERFORM 3000-READ-SNAPSHOT-ROWS
               PERFORM 3500-READ-UOW-HISTORY
               PERFORM 4000-TRACK-JOBS
               PERFORM 6000-WRITE-NEW-STATE
               PERFORM 7000-WRITE-CHECKPOINT
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
                           EVALUATE MFC-THR-NAME
                               WHEN "EARLY-START-MINS"
                                   MOVE MFC-THR-VALUE
                                       TO WS-EARLY-START-MINS
                               WHEN "START-GRACE-MINS"
                                   MOVE MFC-THR-VALUE
                                       TO WS-START-GRACE-MINS
                               WHEN "PRIOR-RUNS"
                                   MOVE MFC-THR-VALUE TO WS-PRIOR-RUNS
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           COMPUTE WS-EARLY-SECS = WS-EARLY-START-MINS * 60
           COMPUTE WS-GRACE-SECS = WS-START-GRACE-MINS * 60
           EVALUATE TRUE
               WHEN WS-PRIOR-RUNS = 0
                   MOVE 1 TO WS-RING-SIZE
               WHEN WS-PRIOR-RUNS > 10
                   MOVE 10 TO WS-RING-SIZE
               WHEN OTHER
                   MOVE WS-PRIOR-RUNS TO WS-RING-SIZE
           END-EVALUATE
           CALL "MFCUTIME" USING WS-NOW-SECS
           COMPUTE WS-TODAY = WS-NOW-SECS / 86400
           OPEN INPUT CKPT-FILE
           IF WS-CK-STATUS = "00"
               READ CKPT-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE MFC-CK-RECORDS-PROCESSED TO WS-UOW-DONE
               END-READ
               CLOSE CKPT-FILE
           END-IF.

       1500-LOAD-JOBS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT JOB-FILE
           IF WS-BJ-STATUS NOT = "00"
               DISPLAY "MFCCBSLA: NO BATCH EXPECTATION FILE MFCBSLAP "
                   "- NO JOB IS TRACKED THIS RUN"
               MOVE "DEGRADED" TO WS-ACCT-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ JOB-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       PERFORM 1510-KEEP-JOB
               END-READ
           END-PERFORM
           CLOSE JOB-FILE.

       1510-KEEP-JOB.
           IF WS-JB-COUNT >= WS-MAX-JOBS
               DISPLAY "MFCCBSLA: JOB TABLE FULL, NOT TRACKED "
                   MFC-BJ-JOB-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JB-COUNT
           MOVE WS-JB-COUNT TO WS-JX
           INITIALIZE WS-JB-ENTRY(WS-JX)
           MOVE MFC-BJ-JOB-NAME TO WS-JB-JOB-NAME(WS-JX)
           MOVE MFC-BJ-MATCH-TYPE TO WS-JB-MATCH-TYPE(WS-JX)
           MOVE MFC-BJ-MATCH-VALUE TO WS-JB-MATCH-VALUE(WS-JX)
           MOVE MFC-BJ-DB-NAME TO WS-JB-DB-NAME(WS-JX)
           MOVE MFC-BJ-CAL-RULE TO WS-JB-CAL-RULE(WS-JX)
           MOVE MFC-BJ-CAL-PERIOD TO WS-JB-CAL-PERIOD(WS-JX)
           DIVIDE MFC-BJ-EXPECTED-START BY 100 GIVING WS-HH
               REMAINDER WS-MM
           COMPUTE WS-JB-START-OFS(WS-JX) = WS-HH * 3600 + WS-MM * 60
           DIVIDE MFC-BJ-FINISH-BY BY 100 GIVING WS-HH
               REMAINDER WS-MM
           COMPUTE WS-JB-FINISH-OFS(WS-JX) = WS-HH * 3600 + WS-MM * 60
           MOVE "N" TO WS-JB-HAS-RUN(WS-JX)
           MOVE "N" TO WS-JB-CONNECTED(WS-JX).

       1600-LOAD-CLASS-MAP.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT POLICY-FILE
           IF WS-WP-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ POLICY-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF WS-CL-COUNT < WS-MAX-CLASSES
                               ADD 1 TO WS-CL-COUNT
                               MOVE MFC-WP-APPL-NAME
                                   TO WS-CL-APPL-NAME(WS-CL-COUNT)
                               MOVE MFC-WP-WORKLOAD-CLASS
                                   TO WS-CL-CLASS(WS-CL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
           END-IF.

      * A carried run whose job has left MFCBSLAP is dropped.
       2000-LOAD-STATE.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT STATE-IN-FILE
           IF WS-SI-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ STATE-IN-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 2900-FIND-JOB
                           IF WS-JX > 0
                               MOVE MFC-BATCH-RUN-REC
                                   TO WS-JB-RUN-IMAGE(WS-JX)
                               MOVE "Y" TO WS-JB-HAS-RUN(WS-JX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-IN-FILE
           END-IF.

      * Finished runs on the history feed each job's ring of prior
      * durations; the file is then reopened to take this run's.
       2500-LOAD-PRIOR-RUNS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT HISTORY-FILE
           IF WS-BH-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ HISTORY-FILE INTO MFC-BATCH-RUN-REC
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-BR-ENDED
                               PERFORM 2900-FIND-JOB
                               IF WS-JX > 0
                                   PERFORM 2600-NOTE-PRIOR-RUN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF WS-BH-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           OPEN EXTEND ALERT-FILE
           IF WS-AL-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF.

       2600-NOTE-PRIOR-RUN.
           DIVIDE WS-JB-PR-COUNT(WS-JX) BY WS-RING-SIZE
               GIVING WS-IDX REMAINDER WS-RX
           ADD 1 TO WS-RX
           COMPUTE WS-JB-PR-SECS(WS-JX, WS-RX) =
               MFC-BR-ACTUAL-END-SECS - MFC-BR-ACTUAL-START-SECS
           MOVE MFC-BR-UOW-COUNT TO WS-JB-PR-UOWS(WS-JX, WS-RX)
           ADD 1 TO WS-JB-PR-COUNT(WS-JX).

      * MFC-BR-JOB-NAME's row on the job table into WS-JX, 0 if none.
       2900-FIND-JOB.
           MOVE 0 TO WS-JX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-JB-COUNT OR WS-JX > 0
               IF WS-JB-JOB-NAME(WS-IDX) = MFC-BR-JOB-NAME
                   MOVE WS-IDX TO WS-JX
               END-IF
           END-PERFORM.

      ***********************************************************************
      * What the collectors saw: connections now, units of work since
      * the checkpoint.
      ***********************************************************************
       3000-READ-SNAPSHOT-ROWS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT WORKLOAD-FILE
           IF WS-WO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ WORKLOAD-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCT-READ
                       IF WS-GEN-SECS = 0
                           MOVE MFC-WO-COLLECT-SECS TO WS-GEN-SECS
                       END-IF
                       MOVE MFC-WO-APPL-NAME TO WS-CUR-APPL-NAME
                       MOVE MFC-WO-WORKLOAD-CLASS TO WS-CUR-CLASS
                       MOVE MFC-WO-DB-NAME TO WS-CUR-DB-NAME
                       PERFORM VARYING WS-JX FROM 1 BY 1
                               UNTIL WS-JX > WS-JB-COUNT
                           PERFORM 3900-MATCH-JOB
                           IF ROW-MATCHES
                               MOVE "Y" TO WS-JB-CONNECTED(WS-JX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE WORKLOAD-FILE.

       3500-READ-UOW-HISTORY.
           PERFORM 3600-READ-UOW-PASS
           IF WS-UW-STATUS = "00"
               IF WS-UOW-READ < WS-UOW-DONE
                   DISPLAY "MFCCBSLA: MFCUOWHO SHORTER THAN ITS "
                       "CHECKPOINT - REREAD FROM THE START"
                   MOVE 0 TO WS-UOW-DONE
                   PERFORM 3600-READ-UOW-PASS
               END-IF
               MOVE WS-UOW-READ TO WS-UOW-DONE
           END-IF.

       3600-READ-UOW-PASS.
           MOVE 0 TO WS-UOW-READ
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT UOW-HIST-FILE
           IF WS-UW-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ UOW-HIST-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-UOW-READ
                       IF WS-UOW-READ > WS-UOW-DONE
                           ADD 1 TO WS-ACCT-READ
                           PERFORM 3700-NOTE-UOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UOW-HIST-FILE.

      * A unit of work has no class of its own; its application
      * name's class comes off the MFCWLDP policy.
       3700-NOTE-UOW.
           MOVE MFC-UW-APPL-NAME TO WS-CUR-APPL-NAME
           MOVE MFC-UW-DB-NAME TO WS-CUR-DB-NAME
           MOVE SPACES TO WS-CUR-CLASS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CL-COUNT
                   OR WS-CUR-CLASS NOT = SPACES
               IF WS-CL-APPL-NAME(WS-IDX) = WS-CUR-APPL-NAME
                   MOVE WS-CL-CLASS(WS-IDX) TO WS-CUR-CLASS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-JB-COUNT
               PERFORM 3900-MATCH-JOB
               IF ROW-MATCHES
                   PERFORM 3800-FIND-SAME-UOW
               END-IF
               IF ROW-MATCHES
                   IF WS-AC-COUNT < WS-MAX-ACTS
                       ADD 1 TO WS-AC-COUNT
                       MOVE WS-JX TO WS-AC-JOB-IDX(WS-AC-COUNT)
                       MOVE MFC-UW-START-SECS
                           TO WS-AC-START(WS-AC-COUNT)
                       MOVE MFC-UW-STOP-SECS
                           TO WS-AC-STOP(WS-AC-COUNT)
                       MOVE MFC-UW-APPL-ID
                           TO WS-AC-APPL-ID(WS-AC-COUNT)
                       MOVE MFC-UW-START-SECS
                           TO WS-AC-UOW-START(WS-AC-COUNT)
                       IF WS-AC-STOP(WS-AC-COUNT) = 0
                           MOVE MFC-UW-COLLECT-SECS
                               TO WS-AC-STOP(WS-AC-COUNT)
                       END-IF
                       IF WS-AC-START(WS-AC-COUNT) = 0
                           MOVE WS-AC-STOP(WS-AC-COUNT)
                               TO WS-AC-START(WS-AC-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "MFCCBSLA: ACTIVITY TABLE FULL, UNIT "
                           "OF WORK NOT COUNTED FOR "
                           WS-JB-JOB-NAME(WS-JX)
                       MOVE "DEGRADED" TO WS-ACCT-STATUS
                   END-IF
               END-IF
           END-PERFORM.

      * A unit of work the job already has on the activity table is
      * the same one seen at a later collection: its stop is moved
      * on and no second entry is made (ROW-MATCHES is cleared).
       3800-FIND-SAME-UOW.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AC-COUNT OR NOT ROW-MATCHES
               IF WS-AC-JOB-IDX(WS-IDX) = WS-JX
                   AND WS-AC-APPL-ID(WS-IDX) = MFC-UW-APPL-ID
                   AND WS-AC-UOW-START(WS-IDX) = MFC-UW-START-SECS
                   MOVE "N" TO WS-MATCHED
                   IF MFC-UW-STOP-SECS > WS-AC-STOP(WS-IDX)
                       MOVE MFC-UW-STOP-SECS TO WS-AC-STOP(WS-IDX)
                   END-IF
                   IF MFC-UW-STOP-SECS = 0
                       AND MFC-UW-COLLECT-SECS > WS-AC-STOP(WS-IDX)
                       MOVE MFC-UW-COLLECT-SECS TO WS-AC-STOP(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      * Does the current row (WS-CUR-*) belong to job WS-JX?
       3900-MATCH-JOB.
           MOVE "N" TO WS-MATCHED
           IF WS-JB-DB-NAME(WS-JX) NOT = SPACES
               AND WS-JB-DB-NAME(WS-JX) NOT = WS-CUR-DB-NAME
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-JB-MATCH-TYPE(WS-JX)
               WHEN "A"
                   IF WS-JB-MATCH-VALUE(WS-JX) = WS-CUR-APPL-NAME
                       SET ROW-MATCHES TO TRUE
                   END-IF
               WHEN "W"
                   IF WS-CUR-CLASS NOT = SPACES
                       AND WS-JB-MATCH-VALUE(WS-JX) = WS-CUR-CLASS
                       SET ROW-MATCHES TO TRUE
                   END-IF
           END-EVALUATE.

      ***********************************************************************
      * Follow each job's run for the night.
      ***********************************************************************
       4000-TRACK-JOBS.
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-JB-COUNT
               PERFORM 4100-TRACK-ONE-JOB
           END-PERFORM.

      * The night being tracked is the latest whose window has
      * opened: today's from EARLY-START-MINS before the expected
      * start, yesterday's until then. Activity before tonight's
      * window opens still belongs to the run it supersedes.
       4100-TRACK-ONE-JOB.
           COMPUTE WS-OPEN-SECS = WS-TODAY * 86400
               + WS-JB-START-OFS(WS-JX) - WS-EARLY-SECS
           IF WS-NOW-SECS >= WS-OPEN-SECS
               MOVE WS-TODAY TO WS-BATCH-DAY
           ELSE
               SUBTRACT 1 FROM WS-TODAY GIVING WS-BATCH-DAY
               SUBTRACT 86400 FROM WS-OPEN-SECS
           END-IF
           COMPUTE WS-DAY-INT = WS-BATCH-DAY + WS-EPOCH-OFFSET-DAYS
           COMPUTE WS-BATCH-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           IF WS-JB-HAS-RUN(WS-JX) = "Y"
               MOVE WS-JB-RUN-IMAGE(WS-JX) TO MFC-BATCH-RUN-REC
               IF MFC-BR-BATCH-DATE NOT = WS-BATCH-DATE
                   COMPUTE WS-FROM-SECS =
                       MFC-BR-EXPECTED-START-SECS - WS-EARLY-SECS
                   MOVE WS-OPEN-SECS TO WS-TO-SECS
                   PERFORM 4300-APPLY-ACTIVITY
                   PERFORM 4800-CLOSE-RUN
                   PERFORM 4200-START-NEW-RUN
               END-IF
           ELSE
      * A job new to MFCBSLAP is not alerted for a night whose
      * deadline passed before it was tracked.
               PERFORM 4200-START-NEW-RUN
               IF WS-NOW-SECS > MFC-BR-FINISH-BY-SECS
                   MOVE "Y" TO MFC-BR-ALERTED-START
                   MOVE "Y" TO MFC-BR-ALERTED-PROJECTED
                   MOVE "Y" TO MFC-BR-ALERTED-MISSED
               END-IF
           END-IF
           MOVE WS-OPEN-SECS TO WS-FROM-SECS
           MOVE 0 TO WS-TO-SECS
           PERFORM 4300-APPLY-ACTIVITY
           PERFORM 4400-JUDGE-RUN
           MOVE MFC-BATCH-RUN-REC TO WS-JB-RUN-IMAGE(WS-JX)
           MOVE "Y" TO WS-JB-HAS-RUN(WS-JX).

       4200-START-NEW-RUN.
           INITIALIZE MFC-BATCH-RUN-REC
           MOVE WS-JB-JOB-NAME(WS-JX) TO MFC-BR-JOB-NAME
           MOVE WS-BATCH-DATE TO MFC-BR-BATCH-DATE
           COMPUTE MFC-BR-EXPECTED-START-SECS =
               WS-BATCH-DAY * 86400 + WS-JB-START-OFS(WS-JX)
           COMPUTE MFC-BR-FINISH-BY-SECS =
               WS-BATCH-DAY * 86400 + WS-JB-FINISH-OFS(WS-JX)
           IF WS-JB-FINISH-OFS(WS-JX) <= WS-JB-START-OFS(WS-JX)
               ADD 86400 TO MFC-BR-FINISH-BY-SECS
           END-IF
           MOVE "N" TO MFC-BR-ALERTED-START
           MOVE "N" TO MFC-BR-ALERTED-PROJECTED
           MOVE "N" TO MFC-BR-ALERTED-MISSED
           MOVE SPACES TO MFC-BR-OUTCOME
           PERFORM 4250-CHECK-CALENDAR
           IF CAL-ELIGIBLE
               MOVE "W" TO MFC-BR-STATE
           ELSE
               MOVE "X" TO MFC-BR-STATE
           END-IF.

      * The job's calendar rule against the date its window opens
      * on, as MFCSCHED asks it for a worklist step.
       4250-CHECK-CALENDAR.
           MOVE "Y" TO WS-CAL-ELIGIBLE
           IF WS-JB-CAL-RULE(WS-JX) = SPACE
               OR WS-JB-CAL-RULE(WS-JX) = "A"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BATCH-DATE TO MFC-CQ-DATE
           MOVE WS-JB-CAL-PERIOD(WS-JX) TO MFC-CQ-PERIOD-NAME
           CALL "MFCUCAL" USING MFC-CAL-QUERY
           EVALUATE WS-JB-CAL-RULE(WS-JX)
               WHEN "B"
                   MOVE MFC-CQ-BUSINESS-DAY TO WS-CAL-ELIGIBLE
               WHEN "M"
                   MOVE MFC-CQ-LAST-BUS-DAY TO WS-CAL-ELIGIBLE
               WHEN "F"
                   MOVE MFC-CQ-FIRST-BUS-DAY TO WS-CAL-ELIGIBLE
               WHEN "C"
                   MOVE MFC-CQ-CLOSE-DAY TO WS-CAL-ELIGIBLE
               WHEN "Z"
                   IF MFC-CQ-IS-FROZEN
                       MOVE "N" TO WS-CAL-ELIGIBLE
                   END-IF
               WHEN "I"
                   MOVE MFC-CQ-IN-PERIOD TO WS-CAL-ELIGIBLE
               WHEN "X"
                   IF MFC-CQ-IS-IN-PERIOD
                       MOVE "N" TO WS-CAL-ELIGIBLE
                   END-IF
               WHEN OTHER
                   DISPLAY "MFCCBSLA: JOB " WS-JB-JOB-NAME(WS-JX)
                       " HAS UNKNOWN CALENDAR RULE "
                       WS-JB-CAL-RULE(WS-JX) " - DUE EVERY DAY"
           END-EVALUATE.

      * Activity from WS-FROM-SECS up to WS-TO-SECS (zero for no
      * upper bound): the snapshot connection at its collection epoch
      * and each unit of work by its stop. A run the calendar excused
      * takes none.
       4300-APPLY-ACTIVITY.
           IF MFC-BR-NOT-DUE
               EXIT PARAGRAPH
           END-IF
           IF WS-JB-CONNECTED(WS-JX) = "Y"
               AND WS-GEN-SECS >= WS-FROM-SECS
               AND (WS-TO-SECS = 0 OR WS-GEN-SECS < WS-TO-SECS)
               MOVE WS-GEN-SECS TO WS-ACT-START
               MOVE WS-GEN-SECS TO WS-ACT-STOP
               MOVE "N" TO WS-ACT-IS-UOW
               PERFORM 4350-NOTE-ACTIVITY
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AC-COUNT
               IF WS-AC-JOB-IDX(WS-IDX) = WS-JX
                   AND WS-AC-STOP(WS-IDX) >= WS-FROM-SECS
                   AND (WS-TO-SECS = 0
                       OR WS-AC-STOP(WS-IDX) < WS-TO-SECS)
                   MOVE WS-AC-START(WS-IDX) TO WS-ACT-START
                   IF WS-ACT-START < WS-FROM-SECS
                       MOVE WS-FROM-SECS TO WS-ACT-START
                   END-IF
                   MOVE WS-AC-STOP(WS-IDX) TO WS-ACT-STOP
                   MOVE WS-AC-APPL-ID(WS-IDX) TO WS-ACT-APPL-ID
                   MOVE WS-AC-UOW-START(WS-IDX) TO WS-ACT-UOW-START
                   MOVE "Y" TO WS-ACT-IS-UOW
                   PERFORM 4350-NOTE-ACTIVITY
               END-IF
           END-PERFORM.

      * Activity after a run was judged ended means it was not. A
      * unit of work is counted once: the one counted last for the
      * run, seen again at a later collection, is not.
       4350-NOTE-ACTIVITY.
           IF WS-ACT-IS-UOW = "Y"
               IF WS-ACT-APPL-ID NOT = MFC-BR-LAST-UOW-APPL-ID
                   OR WS-ACT-UOW-START NOT = MFC-BR-LAST-UOW-START-SECS
                   ADD 1 TO MFC-BR-UOW-COUNT
                   MOVE WS-ACT-APPL-ID TO MFC-BR-LAST-UOW-APPL-ID
                   MOVE WS-ACT-UOW-START TO MFC-BR-LAST-UOW-START-SECS
               END-IF
           END-IF
           IF MFC-BR-ACTUAL-START-SECS = 0
               OR WS-ACT-START < MFC-BR-ACTUAL-START-SECS
               MOVE WS-ACT-START TO MFC-BR-ACTUAL-START-SECS
           END-IF
           IF WS-ACT-STOP > MFC-BR-LAST-ACTIVITY-SECS
               MOVE WS-ACT-STOP TO MFC-BR-LAST-ACTIVITY-SECS
           END-IF
           EVALUATE TRUE
               WHEN MFC-BR-WAITING
                   MOVE "R" TO MFC-BR-STATE
               WHEN MFC-BR-ENDED
                   IF WS-ACT-STOP > MFC-BR-ACTUAL-END-SECS
                       MOVE "R" TO MFC-BR-STATE
                       MOVE 0 TO MFC-BR-ACTUAL-END-SECS
                       MOVE SPACES TO MFC-BR-OUTCOME
                   END-IF
           END-EVALUATE.

       4400-JUDGE-RUN.
           IF MFC-BR-NOT-DUE
               EXIT PARAGRAPH
           END-IF
           IF MFC-BR-RUNNING
               AND WS-GEN-SECS > 0
               AND WS-JB-CONNECTED(WS-JX) NOT = "Y"
               AND WS-GEN-SECS >= MFC-BR-LAST-ACTIVITY-SECS
               MOVE "E" TO MFC-BR-STATE
               MOVE MFC-BR-LAST-ACTIVITY-SECS TO MFC-BR-ACTUAL-END-SECS
               IF MFC-BR-ACTUAL-END-SECS <= MFC-BR-FINISH-BY-SECS
                   MOVE "ON-TIME" TO MFC-BR-OUTCOME
               ELSE
                   MOVE "LATE" TO MFC-BR-OUTCOME
               END-IF
           END-IF
           PERFORM 4500-PROJECT-END
           IF MFC-BR-WAITING
               AND WS-NOW-SECS >
                   MFC-BR-EXPECTED-START-SECS + WS-GRACE-SECS
               AND MFC-BR-ALERTED-START NOT = "Y"
               MOVE "BATCH-NOT-STARTED" TO WS-AL-METRIC
               COMPUTE WS-AL-ACTUAL =
                   (WS-NOW-SECS - MFC-BR-EXPECTED-START-SECS) / 60
               MOVE WS-START-GRACE-MINS TO WS-AL-THRESHOLD
               MOVE "BATCH JOB NOT STARTED BY ITS EXPECTED START TIME"
                   TO WS-AL-MESSAGE
               PERFORM 4900-RAISE-ALERT
               MOVE "Y" TO MFC-BR-ALERTED-START
           END-IF
           IF MFC-BR-RUNNING
               AND MFC-BR-PROJECTED-END-SECS > MFC-BR-FINISH-BY-SECS
               AND WS-NOW-SECS <= MFC-BR-FINISH-BY-SECS
               AND MFC-BR-ALERTED-PROJECTED NOT = "Y"
               MOVE "BATCH-PROJECTED-MISS" TO WS-AL-METRIC
               COMPUTE WS-AL-ACTUAL = (MFC-BR-PROJECTED-END-SECS
                   - MFC-BR-FINISH-BY-SECS) / 60
               MOVE 0 TO WS-AL-THRESHOLD
               MOVE "BATCH JOB PROJECTED TO FINISH AFTER ITS DEADLINE"
                   TO WS-AL-MESSAGE
               PERFORM 4900-RAISE-ALERT
               MOVE "Y" TO MFC-BR-ALERTED-PROJECTED
           END-IF
           IF (MFC-BR-WAITING OR MFC-BR-RUNNING)
               AND WS-NOW-SECS > MFC-BR-FINISH-BY-SECS
               AND MFC-BR-ALERTED-MISSED NOT = "Y"
               MOVE "BATCH-DEADLINE-MISS" TO WS-AL-METRIC
               COMPUTE WS-AL-ACTUAL =
                   (WS-NOW-SECS - MFC-BR-FINISH-BY-SECS) / 60
               MOVE 0 TO WS-AL-THRESHOLD
               MOVE "BATCH JOB NOT FINISHED BY ITS MUST-FINISH-BY TIME"
                   TO WS-AL-MESSAGE
               PERFORM 4900-RAISE-ALERT
               MOVE "Y" TO MFC-BR-ALERTED-MISSED
           END-IF.

      * Progress against the prior runs: the time run so far scaled
      * by units of work done over their average; without that, the
      * actual start plus their average duration, never before now.
       4500-PROJECT-END.
           MOVE 0 TO WS-SUM-SECS
           MOVE 0 TO WS-SUM-UOWS
           MOVE 0 TO WS-AVG-SECS
           MOVE 0 TO WS-AVG-UOWS
           IF WS-JB-PR-COUNT(WS-JX) < WS-RING-SIZE
               MOVE WS-JB-PR-COUNT(WS-JX) TO WS-RX
           ELSE
               MOVE WS-RING-SIZE TO WS-RX
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-RX
               ADD WS-JB-PR-SECS(WS-JX, WS-IDX) TO WS-SUM-SECS
               ADD WS-JB-PR-UOWS(WS-JX, WS-IDX) TO WS-SUM-UOWS
           END-PERFORM
           IF WS-RX > 0
               COMPUTE WS-AVG-SECS = WS-SUM-SECS / WS-RX
               COMPUTE WS-AVG-UOWS = WS-SUM-UOWS / WS-RX
           END-IF
           MOVE WS-AVG-SECS TO MFC-BR-PRIOR-AVG-SECS
           MOVE 0 TO MFC-BR-PROJECTED-END-SECS
           IF NOT MFC-BR-RUNNING
               EXIT PARAGRAPH
           END-IF
           IF WS-NOW-SECS > MFC-BR-ACTUAL-START-SECS
               COMPUTE WS-ELAPSED =
                   WS-NOW-SECS - MFC-BR-ACTUAL-START-SECS
           ELSE
               MOVE 0 TO WS-ELAPSED
           END-IF
           EVALUATE TRUE
               WHEN WS-AVG-UOWS > 0 AND MFC-BR-UOW-COUNT > 0
                   AND MFC-BR-UOW-COUNT < WS-AVG-UOWS
                   COMPUTE MFC-BR-PROJECTED-END-SECS =
                       MFC-BR-ACTUAL-START-SECS
                       + (WS-ELAPSED * WS-AVG-UOWS) / MFC-BR-UOW-COUNT
               WHEN WS-AVG-SECS > 0
                   COMPUTE MFC-BR-PROJECTED-END-SECS =
                       MFC-BR-ACTUAL-START-SECS + WS-AVG-SECS
                   IF MFC-BR-PROJECTED-END-SECS < WS-NOW-SECS
                       MOVE WS-NOW-SECS TO MFC-BR-PROJECTED-END-SECS
                   END-IF
           END-EVALUATE.

      * The superseded run goes to the history with its outcome; a
      * finished one joins the job's prior runs.
       4800-CLOSE-RUN.
           IF MFC-BR-OUTCOME = SPACES
               EVALUATE TRUE
                   WHEN MFC-BR-NOT-DUE
                       MOVE "NOT-DUE" TO MFC-BR-OUTCOME
                   WHEN MFC-BR-WAITING
                       MOVE "NOT-RUN" TO MFC-BR-OUTCOME
                   WHEN OTHER
                       MOVE "NO-END" TO MFC-BR-OUTCOME
               END-EVALUATE
           END-IF
           MOVE 0 TO MFC-BR-PROJECTED-END-SECS
           WRITE HISTORY-REC FROM MFC-BATCH-RUN-REC
           ADD 1 TO WS-ACCT-WRITTEN
           IF MFC-BR-ENDED
               PERFORM 2600-NOTE-PRIOR-RUN
           END-IF.

       4900-RAISE-ALERT.
           MOVE WS-JB-JOB-NAME(WS-JX) TO WS-AL-KEY
           CALL "MFCUALRT" USING WS-AL-SOURCE WS-AL-METRIC WS-AL-KEY
               WS-AL-ACTUAL WS-AL-THRESHOLD WS-AL-MESSAGE
               MFC-ALERT-REC
           WRITE MFC-ALERT-REC
           ADD 1 TO WS-ACCT-WRITTEN
           MOVE WS-AL-ACTUAL TO WS-DISP-MINS
           DISPLAY "MFCCBSLA: " WS-AL-METRIC " " WS-AL-KEY
               " BATCH DATE " MFC-BR-BATCH-DATE " MINUTES "
               WS-DISP-MINS.

       6000-WRITE-NEW-STATE.
           OPEN OUTPUT STATE-OUT-FILE
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-JB-COUNT
               IF WS-JB-HAS-RUN(WS-JX) = "Y"
                   WRITE STATE-OUT-REC FROM WS-JB-RUN-IMAGE(WS-JX)
               END-IF
           END-PERFORM
           CLOSE STATE-OUT-FILE.

       7000-WRITE-CHECKPOINT.
           OPEN OUTPUT CKPT-FILE
           MOVE WS-UOW-DONE TO MFC-CK-RECORDS-PROCESSED
           MOVE 0 TO MFC-CK-LAST-SEQ
           WRITE MFC-CHECKPOINT-REC
           CLOSE CKPT-FILE.

       9000-TERMINATE.
           OPEN EXTEND ACCT-FILE
           IF WS-RN-STATUS = "35"
               OPEN OUTPUT ACCT-FILE
           END-IF
           CALL "MFCURACC" USING WS-RN-PROGRAM
               WS-ACCT-START-SECS WS-ACCT-READ
               WS-ACCT-WRITTEN WS-ACCT-SQLCODE
               WS-ACCT-STATUS MFC-RUN-ACCT-REC
           WRITE MFC-RUN-ACCT-REC
           CLOSE ACCT-FILE
           IF WS-JB-COUNT > 0
               CLOSE HISTORY-FILE
               CLOSE ALERT-FILE
           END-IF.
