      ***********************************************************************
      *
      *  Source File Name = MFCCD2LG.CBL
      *
      *  Function = db2diag.log ingestion into a diagnostic event
      *             history.
      *
      *             MFCERRLG holds only the SQLCODEs this kennel's own
      *             programs hit; the severe messages, container I/O
      *             errors and log archive failures that come before
      *             most outages are written first to the instance's
      *             db2diag.log (MFCD2LGI, assigned by the job to the
      *             instance's diagnostic path). This collector reads
      *             it INCREMENTALLY: the number of lines already
      *             consumed rides on MFCCKD2L (MFC-CHECKPOINT-REC,
      *             the MFCCOVFL restart cursor), and a run re-reads
      *             and discards that many lines before parsing. The
      *             cursor also keeps the timestamp of the log's first
      *             entry: a log that starts with a different entry, or
      *             is shorter than the cursor, has been archived and
      *             restarted (db2diag -A) and is read again from its
      *             first line.
      *
      *             Each entry - a timestamped header line, its PID/
      *             INSTANCE/FUNCTION/MESSAGE lines, a blank line - is
      *             parsed for its timestamp, LEVEL:, INSTANCE:, DB :,
      *             FUNCTION: and MESSAGE :. An entry at or above
      *             KEEP-LEVEL (MFCD2LGP, MFCTHR.CBL convention, a
      *             MFC-DL-LEVEL-RANK, default 3 = ERROR) is appended
      *             to MFCD2LGO (mfcd2lh.cbl). An entry whose message or
      *             function matches a rule on MFCD2LGR (mfcd2lr.cbl) is
      *             kept whatever its level and raises an alert on
      *             MFCALRTO via MFCUALRT, keyed by its database.
      *             MFCALCOR folds the kept entries into its incidents
      *             and MFCR055 prints them on the postmortem timeline.
      *
      *             The cursor only ever advances past a whole entry:
      *             an entry still being written when the run reaches
      *             the end of the log is left for the next run.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCD2LG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIAGLOG-FILE ASSIGN TO "MFCD2LGI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DI-STATUS.
           SELECT HIST-FILE ASSIGN TO "MFCD2LGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DL-STATUS.
           SELECT RULE-FILE ASSIGN TO "MFCD2LGR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DR-STATUS.
           SELECT PARM-FILE ASSIGN TO "MFCD2LGP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ALERT-FILE ASSIGN TO "MFCALRTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "MFCCKD2L"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CK-STATUS.
           SELECT ACCT-FILE ASSIGN TO "MFCRUNLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DIAGLOG-FILE
           RECORDING MODE IS F.
       01 DIAGLOG-LINE                PIC X(256).
       FD  HIST-FILE
           RECORDING MODE IS F.
           COPY "mfcd2lh.cbl".
       FD  RULE-FILE
           RECORDING MODE IS F.
           COPY "mfcd2lr.cbl".
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY "mfcalert.cbl".
       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
           COPY "mfcckpt.cbl".
       FD  ACCT-FILE
           RECORDING MODE IS F.
           COPY "mfcracct.cbl".
       WORKING-STORAGE SECTION.
       01 WS-RN-STATUS                PIC XX.
       01 WS-RN-PROGRAM               PIC X(8) VALUE "MFCCD2LG".
       01 WS-ACCT-START-SECS          PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-READ                PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-WRITTEN             PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-SQLCODE             PIC S9(9) COMP-5 VALUE 0.
       01 WS-ACCT-STATUS              PIC X(8)
                                       VALUE "COMPLETE".
       01 WS-LOCK-FUNC                PIC X(1).
       01 WS-LOCK-RESULT              PIC X(1).
       01 WS-LOCK-HELD                PIC X(1) VALUE "N".
           88 LOCK-HELD               VALUE "Y".

       01 WS-DI-STATUS                PIC XX.
       01 WS-DL-STATUS                PIC XX.
       01 WS-DR-STATUS                PIC XX.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-AL-STATUS                PIC XX.
       01 WS-CK-STATUS                PIC XX.
       01 WS-EOF-DIAG                 PIC X VALUE "N".
           88 EOF-DIAG                VALUE "Y".
       01 WS-EOF-RULES                PIC X VALUE "N".
           88 EOF-RULES               VALUE "Y".
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-DIAG-OPEN                PIC X VALUE "N".
           88 DIAG-OPEN               VALUE "Y".
       01 WS-KEEP-RANK                PIC 9(4) COMP-5 VALUE 3.

      * Line cursor. WS-SAFE-LINE is the last line of the last whole
      * entry handled - the only value ever checkpointed.
       01 WS-PRIOR-CHECKPOINT         PIC 9(9) COMP-5 VALUE 0.
       01 WS-PRIOR-FIRST-SECS         PIC 9(9) COMP-5 VALUE 0.
       01 WS-FIRST-SECS               PIC 9(9) COMP-5 VALUE 0.
       01 WS-LAST-SAVED-LINE          PIC 9(9) COMP-5 VALUE 0.
       01 WS-LINE-KIND                PIC X VALUE SPACE.
           88 LINE-IS-HEADER          VALUE "H".
       01 WS-LINES-READ               PIC 9(9) COMP-5 VALUE 0.
       01 WS-SAFE-LINE                PIC 9(9) COMP-5 VALUE 0.
       01 WS-ROTATED                  PIC X VALUE "N".
           88 LOG-ROTATED             VALUE "Y".
       01 WS-CHECKPOINT-INTERVAL      PIC 9(9) COMP-5 VALUE 1000.

      * The entry being assembled.
       01 WS-IN-ENTRY                 PIC X VALUE "N".
           88 IN-ENTRY                VALUE "Y".
       01 WS-EN-SECS                  PIC 9(9) COMP-5.
       01 WS-EN-LEVEL                 PIC X(8).
       01 WS-EN-RANK                  PIC 9(4) COMP-5.
       01 WS-EN-INSTANCE              PIC X(8).
       01 WS-EN-DATABASE              PIC X(8).
       01 WS-EN-FUNCTION              PIC X(60).
       01 WS-EN-MESSAGE               PIC X(100).
       01 WS-EN-RULE-IDX              PIC 9(4) COMP-5.
       01 WS-POS                      PIC 9(4) COMP-5.
       01 WS-UPPER-TEXT               PIC X(160).
       01 WS-HITS                     PIC 9(4) COMP-5.

      * Header timestamp YYYY-MM-DD-HH.MM.SS.ffffff+zzz, taken as the
      * local time it is written in.
       01 WS-TS-LINE.
           05 WS-TS-YYYY              PIC X(4).
           05 FILLER                  PIC X(1).
           05 WS-TS-MM                PIC X(2).
           05 FILLER                  PIC X(1).
           05 WS-TS-DD                PIC X(2).
           05 FILLER                  PIC X(1).
           05 WS-TS-HH                PIC 9(2).
           05 FILLER                  PIC X(1).
           05 WS-TS-MI                PIC 9(2).
           05 FILLER                  PIC X(1).
           05 WS-TS-SS                PIC 9(2).
       01 WS-TS-TEXT                  PIC X(14).
       01 WS-TS-DAYS                  PIC 9(9) COMP-5.

      * Rules as loaded from MFCD2LGR, upper-cased, with each
      * pattern's length without its trailing spaces.
       01 WS-MAX-RULES                PIC 9(4) COMP-5 VALUE 100.
       01 WS-RULE-COUNT               PIC 9(4) COMP-5 VALUE 0.
       01 WS-RULE-IDX                 PIC 9(4) COMP-5.
       01 WS-RULE-TABLE.
           05 WS-RL-ENTRY OCCURS 100 TIMES.
              10 WS-RL-PATTERN        PIC X(40).
              10 WS-RL-LEN            PIC 9(4) COMP-5.
              10 WS-RL-METRIC         PIC X(20).

       01 WS-AL-SOURCE                PIC X(8)  VALUE "MFCCD2LG".
       01 WS-AL-METRIC                PIC X(20).
       01 WS-AL-KEY                   PIC X(20).
       01 WS-AL-ACTUAL                PIC 9(9) COMP-5.
       01 WS-AL-THRESHOLD             PIC 9(9) COMP-5.
       01 WS-AL-MESSAGE               PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "MFCUTIME" USING WS-ACCT-START-SECS
           MOVE "R" TO WS-LOCK-FUNC
           CALL "MFCULOCK" USING WS-RN-PROGRAM WS-LOCK-FUNC
               WS-LOCK-RESULT
           IF WS-LOCK-RESULT = "Y"
               SET LOCK-HELD TO TRUE
               PERFORM 1000-INITIALIZE
               PERFORM 2000-READ-DIAG-LOG
               IF LOG-ROTATED
                   PERFORM 2900-REREAD-FROM-TOP
               END-IF
           ELSE
               MOVE "REFUSED" TO WS-ACCT-STATUS
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
                           IF MFC-THR-NAME = "KEEP-LEVEL"
                               MOVE MFC-THR-VALUE TO WS-KEEP-RANK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           PERFORM 1200-LOAD-RULES
           OPEN EXTEND HIST-FILE
           IF WS-DL-STATUS = "35"
               OPEN OUTPUT HIST-FILE
           END-IF
           OPEN EXTEND ALERT-FILE
           IF WS-AL-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           PERFORM 1100-LOAD-CHECKPOINT
           OPEN INPUT DIAGLOG-FILE
           IF WS-DI-STATUS = "00"
               SET DIAG-OPEN TO TRUE
           ELSE
               DISPLAY "MFCCD2LG: DB2DIAG.LOG NOT READABLE (MFCD2LGI)"
                   " STATUS=" WS-DI-STATUS
               MOVE "FAILED" TO WS-ACCT-STATUS
               SET EOF-DIAG TO TRUE
           END-IF.

       1100-LOAD-CHECKPOINT.
           MOVE 0 TO WS-PRIOR-CHECKPOINT
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CK-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE MFC-CK-RECORDS-PROCESSED
                           TO WS-PRIOR-CHECKPOINT
                       MOVE MFC-CK-LAST-SEQ TO WS-PRIOR-FIRST-SECS
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           MOVE WS-PRIOR-CHECKPOINT TO WS-SAFE-LINE
           MOVE WS-PRIOR-CHECKPOINT TO WS-LAST-SAVED-LINE.

       1200-LOAD-RULES.
           OPEN INPUT RULE-FILE
           IF WS-DR-STATUS = "00"
               PERFORM UNTIL EOF-RULES
                   READ RULE-FILE
                       AT END SET EOF-RULES TO TRUE
                       NOT AT END
                           PERFORM 1210-LOAD-ONE-RULE
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
           END-IF.

       1210-LOAD-ONE-RULE.
           IF MFC-DR-PATTERN = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RULE-COUNT < WS-MAX-RULES
               ADD 1 TO WS-RULE-COUNT
               MOVE MFC-DR-PATTERN TO WS-RL-PATTERN(WS-RULE-COUNT)
               INSPECT WS-RL-PATTERN(WS-RULE-COUNT) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE MFC-DR-METRIC TO WS-RL-METRIC(WS-RULE-COUNT)
               PERFORM VARYING WS-POS FROM 40 BY -1
                       UNTIL WS-POS = 0
                       OR WS-RL-PATTERN(WS-RULE-COUNT)(WS-POS:1)
                           NOT = SPACE
                   CONTINUE
               END-PERFORM
               MOVE WS-POS TO WS-RL-LEN(WS-RULE-COUNT)
           ELSE
               DISPLAY "MFCCD2LG: RULE TABLE FULL, RULE NOT LOADED "
                   MFC-DR-PATTERN
           END-IF.

       2000-READ-DIAG-LOG.
           PERFORM UNTIL EOF-DIAG
               READ DIAGLOG-FILE
                   AT END SET EOF-DIAG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM 2040-CLASSIFY-LINE
                       IF LINE-IS-HEADER AND WS-FIRST-SECS = 0
                           PERFORM 2050-NOTE-FIRST-ENTRY
                       END-IF
                       IF WS-LINES-READ > WS-PRIOR-CHECKPOINT
                           AND NOT LOG-ROTATED
                           ADD 1 TO WS-ACCT-READ
                           PERFORM 2100-TAKE-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
      * A log with fewer lines than the cursor is a new log: the old
      * one was archived away since the last run.
           IF DIAG-OPEN
               AND WS-LINES-READ < WS-PRIOR-CHECKPOINT
               SET LOG-ROTATED TO TRUE
           END-IF.

       2040-CLASSIFY-LINE.
           MOVE SPACE TO WS-LINE-KIND
           IF DIAGLOG-LINE(1:4) IS NUMERIC
               AND DIAGLOG-LINE(5:1) = "-"
               AND DIAGLOG-LINE(8:1) = "-"
               AND DIAGLOG-LINE(11:1) = "-"
               AND DIAGLOG-LINE(14:1) = "."
               SET LINE-IS-HEADER TO TRUE
           END-IF.

      * The first entry's timestamp identifies the log: a different
      * one under a live cursor means the log was replaced, and the
      * lines counted against the old log mean nothing in this one.
       2050-NOTE-FIRST-ENTRY.
           PERFORM 2250-PARSE-TIMESTAMP
           MOVE WS-EN-SECS TO WS-FIRST-SECS
           IF WS-PRIOR-CHECKPOINT > 0
               AND WS-PRIOR-FIRST-SECS > 0
               AND WS-FIRST-SECS NOT = WS-PRIOR-FIRST-SECS
               SET LOG-ROTATED TO TRUE
               SET EOF-DIAG TO TRUE
           END-IF.

      * The entry in hand is finished by the blank line after it or,
      * failing that, by the next entry's header. Lines before the
      * first header (the tail of a restarted log) are passed over.
       2100-TAKE-ONE-LINE.
           EVALUATE TRUE
               WHEN DIAGLOG-LINE = SPACES
                   IF IN-ENTRY
                       PERFORM 2500-FINISH-ENTRY
                   END-IF
                   MOVE WS-LINES-READ TO WS-SAFE-LINE
                   PERFORM 2150-PERIODIC-CHECKPOINT
               WHEN LINE-IS-HEADER
                   IF IN-ENTRY
                       PERFORM 2500-FINISH-ENTRY
                       COMPUTE WS-SAFE-LINE = WS-LINES-READ - 1
                   END-IF
                   PERFORM 2200-START-ENTRY
               WHEN NOT IN-ENTRY
                   CONTINUE
               WHEN DIAGLOG-LINE(1:10) = "INSTANCE: "
                   PERFORM 2300-TAKE-INSTANCE-LINE
               WHEN DIAGLOG-LINE(1:10) = "FUNCTION: "
                   MOVE DIAGLOG-LINE(11:60) TO WS-EN-FUNCTION
               WHEN DIAGLOG-LINE(1:10) = "MESSAGE : "
                   MOVE DIAGLOG-LINE(11:100) TO WS-EN-MESSAGE
           END-EVALUATE.

       2150-PERIODIC-CHECKPOINT.
           IF WS-SAFE-LINE - WS-LAST-SAVED-LINE
                   >= WS-CHECKPOINT-INTERVAL
               PERFORM 9100-SAVE-CHECKPOINT
           END-IF.

       2200-START-ENTRY.
           SET IN-ENTRY TO TRUE
           MOVE SPACES TO WS-EN-LEVEL
           MOVE 9 TO WS-EN-RANK
           MOVE SPACES TO WS-EN-INSTANCE
           MOVE SPACES TO WS-EN-DATABASE
           MOVE SPACES TO WS-EN-FUNCTION
           MOVE SPACES TO WS-EN-MESSAGE
           PERFORM 2250-PARSE-TIMESTAMP
           MOVE 0 TO WS-POS
           INSPECT DIAGLOG-LINE TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL "LEVEL: "
           IF WS-POS < 240
               UNSTRING DIAGLOG-LINE(WS-POS + 8:) DELIMITED BY SPACE
                   INTO WS-EN-LEVEL
               INSPECT WS-EN-LEVEL CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               EVALUATE WS-EN-LEVEL
                   WHEN "CRITICAL" MOVE 1 TO WS-EN-RANK
                   WHEN "SEVERE"   MOVE 2 TO WS-EN-RANK
                   WHEN "ERROR"    MOVE 3 TO WS-EN-RANK
                   WHEN "WARNING"  MOVE 4 TO WS-EN-RANK
                   WHEN "INFO"     MOVE 5 TO WS-EN-RANK
                   WHEN "EVENT"    MOVE 6 TO WS-EN-RANK
               END-EVALUATE
           END-IF.

       2250-PARSE-TIMESTAMP.
           MOVE DIAGLOG-LINE(1:19) TO WS-TS-LINE
           MOVE SPACES TO WS-TS-TEXT
           STRING WS-TS-YYYY WS-TS-MM WS-TS-DD "000000"
               DELIMITED BY SIZE INTO WS-TS-TEXT
           MOVE 0 TO WS-EN-SECS
           IF WS-TS-TEXT(1:8) IS NUMERIC
               AND WS-TS-HH IS NUMERIC
               AND WS-TS-MI IS NUMERIC
               AND WS-TS-SS IS NUMERIC
               CALL "MFCUDAYS" USING WS-TS-TEXT WS-TS-DAYS
               COMPUTE WS-EN-SECS = WS-TS-DAYS * 86400
                   + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
           END-IF.

      * INSTANCE: db2inst1        NODE : 000        DB   : SAMPLE
       2300-TAKE-INSTANCE-LINE.
           UNSTRING DIAGLOG-LINE(11:) DELIMITED BY ALL SPACE
               INTO WS-EN-INSTANCE
           MOVE 0 TO WS-POS
           INSPECT DIAGLOG-LINE TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL "DB   : "
           IF WS-POS < 240
               UNSTRING DIAGLOG-LINE(WS-POS + 8:) DELIMITED BY SPACE
                   INTO WS-EN-DATABASE
           END-IF.

       2500-FINISH-ENTRY.
           MOVE "N" TO WS-IN-ENTRY
           PERFORM 2600-MATCH-RULES
           IF WS-EN-RANK > WS-KEEP-RANK
               AND WS-EN-RULE-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EN-SECS TO MFC-DL-EVENT-SECS
           MOVE WS-EN-LEVEL TO MFC-DL-LEVEL
           MOVE WS-EN-RANK TO MFC-DL-LEVEL-RANK
           MOVE WS-EN-INSTANCE TO MFC-DL-INSTANCE
           MOVE WS-EN-DATABASE TO MFC-DL-DATABASE
           MOVE WS-EN-FUNCTION TO MFC-DL-FUNCTION
           MOVE WS-EN-MESSAGE TO MFC-DL-MESSAGE
           MOVE SPACES TO MFC-DL-RULE-METRIC
           IF WS-EN-RULE-IDX > 0
               MOVE WS-RL-METRIC(WS-EN-RULE-IDX) TO MFC-DL-RULE-METRIC
           END-IF
           WRITE MFC-DIAG-LOG-REC
           ADD 1 TO WS-ACCT-WRITTEN
           IF WS-EN-RULE-IDX > 0
               PERFORM 2700-RAISE-ALERT
           END-IF.

       2600-MATCH-RULES.
           MOVE 0 TO WS-EN-RULE-IDX
           MOVE SPACES TO WS-UPPER-TEXT
           STRING WS-EN-MESSAGE WS-EN-FUNCTION
               DELIMITED BY SIZE INTO WS-UPPER-TEXT
           INSPECT WS-UPPER-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   OR WS-EN-RULE-IDX > 0
               MOVE 0 TO WS-HITS
               INSPECT WS-UPPER-TEXT TALLYING WS-HITS FOR ALL
                   WS-RL-PATTERN(WS-RULE-IDX)
                       (1:WS-RL-LEN(WS-RULE-IDX))
               IF WS-HITS > 0
                   MOVE WS-RULE-IDX TO WS-EN-RULE-IDX
               END-IF
           END-PERFORM.

      * Keyed by the entry's database so MFCALCOR ties it to that
      * database's other alerts; an instance-level entry goes out
      * blank-keyed and attaches to whichever database it meets.
      * Stamped with the ingest time like every other alert, so
      * MFCALRTO stays in the order it was appended; the entry's own
      * time is on MFCD2LGO.
       2700-RAISE-ALERT.
           MOVE WS-RL-METRIC(WS-EN-RULE-IDX) TO WS-AL-METRIC
           MOVE WS-EN-DATABASE TO WS-AL-KEY
           MOVE WS-EN-RANK TO WS-AL-ACTUAL
           MOVE WS-KEEP-RANK TO WS-AL-THRESHOLD
           MOVE WS-EN-MESSAGE TO WS-AL-MESSAGE
           CALL "MFCUALRT" USING WS-AL-SOURCE WS-AL-METRIC
               WS-AL-KEY WS-AL-ACTUAL WS-AL-THRESHOLD
               WS-AL-MESSAGE MFC-ALERT-REC
           WRITE MFC-ALERT-REC.

       2900-REREAD-FROM-TOP.
           DISPLAY "MFCCD2LG: DB2DIAG.LOG REPLACED SINCE THE LAST "
               "RUN (CURSOR WAS " WS-PRIOR-CHECKPOINT
               " LINES) - READ FROM THE TOP"
           CLOSE DIAGLOG-FILE
           OPEN INPUT DIAGLOG-FILE
           MOVE 0 TO WS-PRIOR-CHECKPOINT
           MOVE 0 TO WS-PRIOR-FIRST-SECS
           MOVE 0 TO WS-FIRST-SECS
           MOVE 0 TO WS-SAFE-LINE
           MOVE 0 TO WS-LAST-SAVED-LINE
           MOVE "N" TO WS-ROTATED
           MOVE 0 TO WS-LINES-READ
           MOVE "N" TO WS-IN-ENTRY
           MOVE "N" TO WS-EOF-DIAG
           PERFORM 2000-READ-DIAG-LOG.

       9000-TERMINATE.
           IF LOCK-HELD
               MOVE "C" TO WS-LOCK-FUNC
               CALL "MFCULOCK" USING WS-RN-PROGRAM WS-LOCK-FUNC
                   WS-LOCK-RESULT
           END-IF
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
           IF LOCK-HELD
               CLOSE HIST-FILE
               CLOSE ALERT-FILE
               IF DIAG-OPEN
                   CLOSE DIAGLOG-FILE
                   PERFORM 9100-SAVE-CHECKPOINT
               END-IF
           END-IF.

       9100-SAVE-CHECKPOINT.
           MOVE WS-SAFE-LINE TO MFC-CK-RECORDS-PROCESSED
           MOVE WS-FIRST-SECS TO MFC-CK-LAST-SEQ
           MOVE WS-SAFE-LINE TO WS-LAST-SAVED-LINE
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE MFC-CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.
