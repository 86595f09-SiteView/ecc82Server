      ***********************************************************************
      *
      *  Source File Name = MFCR109.CBL
      *
      *  Function = Non-recoverable LOAD and dropped table exposure
      *             report.
      *
      *             Reads MFCCNRLX's history extract (MFCNRLXO) and
      *             joins it to the whole-database backup images on
      *             MFCBKRSO (MFCCHRS) and the load status on MFCLOADO
      *             (MFCCLOAD).
      *
      *             Section 1 lists every LOAD ... NONRECOVERABLE or
      *             COPY NO taken since the database's newest whole-
      *             database image - anything older is covered by that
      *             image. For each it says whether the loaded table
      *             space has been backed up again since (a table space
      *             image naming it, off the same extract) and counts
      *             the hours it was, or still is, exposed: load end to
      *             that backup, or load end to now. A backup entry on
      *             MFCBKRSO that is also on the extract as a table
      *             space image is not counted as a whole-database
      *             image. When MFCLOADO has a row for the same table,
      *             its loaded/rejected counts and table state are
      *             printed under the load.
      *
      *             Section 2 lists every DROPPED TABLE entry on the
      *             history with its dropped table id and whether the
      *             CREATE TABLE DDL needed to bring it back is on file
      *             (and its first bytes), so a "we dropped the wrong
      *             table" call can be answered straight from here.
      *
      *             Timestamps and now are both taken as local time,
      *             the clock the history file is written in.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR109.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPOSURE-FILE ASSIGN TO "MFCNRLXO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EX-STATUS.
           SELECT HIST-FILE ASSIGN TO "MFCBKRSO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HF-STATUS.
           SELECT LOAD-FILE ASSIGN TO "MFCLOADO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR109O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXPOSURE-FILE
           RECORDING MODE IS F.
           COPY "mfcnrlx.cbl".
       FD  HIST-FILE
           RECORDING MODE IS F.
           COPY "mfcbkrs.cbl".
       FD  LOAD-FILE
           RECORDING MODE IS F.
           COPY "mfcload.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-EX-STATUS                PIC XX.
       01 WS-HF-STATUS                PIC XX.
       01 WS-LD-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".
       COPY "db2ApiDf.cbl".

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-BACKED-TS                PIC X(14).
       01 WS-STATE-TEXT               PIC X(10).
       01 WS-MODE-TEXT                PIC X(8).
       01 WS-HOURS                    PIC 9(9) COMP-5.
       01 WS-LOAD-SECS                PIC 9(18) COMP-5.
       01 WS-END-SECS                 PIC 9(18) COMP-5.
       01 WS-NEWEST-FULL              PIC X(14).
       01 WS-EXPOSED-COUNT            PIC 9(9) COMP-5 VALUE 0.
       01 WS-CLOSED-COUNT             PIC 9(9) COMP-5 VALUE 0.
       01 WS-DROPPED-COUNT            PIC 9(9) COMP-5 VALUE 0.
       01 WS-NO-DDL-COUNT             PIC 9(9) COMP-5 VALUE 0.

      * Timestamp to local seconds since the epoch day MFCUDAYS
      * counts from.
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

      * Table space images off the extract.
       01 WS-MAX-TBK                  PIC 9(9) COMP-5 VALUE 5000.
       01 WS-TB-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-TBK-TABLE.
           05 WS-TB-ENTRY OCCURS 5000 TIMES.
              10 WS-TB-ALIAS          PIC X(20).
              10 WS-TB-TS             PIC X(14).
              10 WS-TB-NAME           PIC X(18).

      * Newest whole-database image per alias off MFCBKRSO.
       01 WS-MAX-FULL                 PIC 9(9) COMP-5 VALUE 500.
       01 WS-FL-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-FULL-TABLE.
           05 WS-FL-ENTRY OCCURS 500 TIMES.
              10 WS-FL-ALIAS          PIC X(20).
              10 WS-FL-TS             PIC X(14).

      * MFCCLOAD's latest status per alias and table.
       01 WS-MAX-LDS                  PIC 9(9) COMP-5 VALUE 500.
       01 WS-LS-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-LDS-TABLE.
           05 WS-LS-ENTRY OCCURS 500 TIMES.
              10 WS-LS-ALIAS          PIC X(20).
              10 WS-LS-TABLE          PIC X(128).
              10 WS-LS-LOADED         PIC 9(9) COMP-5.
              10 WS-LS-REJECTED       PIC 9(9) COMP-5.
              10 WS-LS-STATE          PIC 9(9) COMP-5.

       01 WS-DISP-HOURS               PIC Z(6)9.
       01 WS-DISP-LOADED              PIC Z(9)9.
       01 WS-DISP-REJECTED            PIC Z(9)9.
       01 WS-DISP-STATE               PIC Z(9)9.
       01 WS-DISP-DDL-LEN             PIC Z(5)9.
       01 WS-DISP-COUNT-1             PIC Z(5)9.
       01 WS-DISP-COUNT-2             PIC Z(5)9.

       01 WS-HDR1                     PIC X(132) VALUE
           "NON-RECOVERABLE LOADS SINCE LAST DATABASE BACKUP".
       01 WS-HDR2.
           05 FILLER                  PIC X(22) VALUE "DATABASE".
           05 FILLER                  PIC X(16) VALUE "LOAD-END".
           05 FILLER                  PIC X(10) VALUE "MODE".
           05 FILLER                  PIC X(20) VALUE "TABLESPACE".
           05 FILLER                  PIC X(12) VALUE "STATE".
           05 FILLER                  PIC X(16) VALUE "BACKED-UP".
           05 FILLER                  PIC X(9)  VALUE "  HOURS".
           05 FILLER                  PIC X(27) VALUE "TABLE".
       01 WS-HDR3                     PIC X(132) VALUE
           "DROPPED TABLES ON HISTORY (RECOVER DROPPED TABLE)".
       01 WS-HDR4.
           05 FILLER                  PIC X(22) VALUE "DATABASE".
           05 FILLER                  PIC X(16) VALUE "DROP-TIME".
           05 FILLER                  PIC X(26)
                                      VALUE "DROPPED-TABLE-ID".
           05 FILLER                  PIC X(5)  VALUE "DDL".
           05 FILLER                  PIC X(8)  VALUE "DDL-LEN".
           05 FILLER                  PIC X(55) VALUE "TABLE".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-TBS-BACKUPS
           PERFORM 2200-LOAD-FULL-BACKUPS
           PERFORM 2400-LOAD-LOAD-STATUS
           PERFORM 3000-REPORT-LOADS
           PERFORM 4000-REPORT-DROPPED
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE WS-ZERO-TS TO WS-TS-TEXT
           CALL "MFCUDAYS" USING WS-TS-TEXT WS-TS-DAYS
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-NOW-SECS = WS-TS-DAYS * 86400
               + WS-NOW-HH * 3600 + WS-NOW-MI * 60 + WS-NOW-SS
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR2 TO REPORT-LINE
           WRITE REPORT-LINE.

       2000-LOAD-TBS-BACKUPS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT EXPOSURE-FILE
           IF WS-EX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ EXPOSURE-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       IF MFC-NR-TBS-BACKUP
                           PERFORM 2100-KEEP-TBS-BACKUP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXPOSURE-FILE.

       2100-KEEP-TBS-BACKUP.
           IF WS-TB-COUNT < WS-MAX-TBK
               ADD 1 TO WS-TB-COUNT
               MOVE MFC-NR-DB-ALIAS TO WS-TB-ALIAS(WS-TB-COUNT)
               MOVE MFC-NR-TIMESTAMP TO WS-TB-TS(WS-TB-COUNT)
               MOVE MFC-NR-TBS-NAME TO WS-TB-NAME(WS-TB-COUNT)
           ELSE
               DISPLAY "MFCR109: TBS IMAGE TABLE FULL, SKIPPED "
                   MFC-NR-DB-ALIAS
           END-IF.

       2200-LOAD-FULL-BACKUPS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT HIST-FILE
           IF WS-HF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ HIST-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       IF MFC-BK-OPERATION = DB2HIST-OP-BACKUP
                           AND MFC-BK-STATUS
                               NOT = DB2HISTORY-STATUS-EXPIRED
                           AND MFC-BK-STATUS
                               NOT = DB2HISTORY-STATUS-DELETED
                           PERFORM 2300-NOTE-FULL-BACKUP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE.

      * Skip any image the extract shows as a table space image.
       2300-NOTE-FULL-BACKUP.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-TB-COUNT
               IF WS-TB-ALIAS(WS-JDX) = MFC-BK-DB-ALIAS
                   AND WS-TB-TS(WS-JDX) = MFC-BK-TIMESTAMP
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-FL-COUNT OR KY-FOUND
               IF WS-FL-ALIAS(WS-JDX) = MFC-BK-DB-ALIAS
                   SET KY-FOUND TO TRUE
                   IF MFC-BK-TIMESTAMP > WS-FL-TS(WS-JDX)
                       MOVE MFC-BK-TIMESTAMP TO WS-FL-TS(WS-JDX)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT KY-FOUND
               IF WS-FL-COUNT < WS-MAX-FULL
                   ADD 1 TO WS-FL-COUNT
                   MOVE MFC-BK-DB-ALIAS TO WS-FL-ALIAS(WS-FL-COUNT)
                   MOVE MFC-BK-TIMESTAMP TO WS-FL-TS(WS-FL-COUNT)
               END-IF
           END-IF.

       2400-LOAD-LOAD-STATUS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT LOAD-FILE
           IF WS-LD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ LOAD-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       IF WS-LS-COUNT < WS-MAX-LDS
                           ADD 1 TO WS-LS-COUNT
                           MOVE MFC-LD-DB-ALIAS
                               TO WS-LS-ALIAS(WS-LS-COUNT)
                           MOVE MFC-LD-TABLE-NAME
                               TO WS-LS-TABLE(WS-LS-COUNT)
                           MOVE MFC-LD-ROWS-LOADED
                               TO WS-LS-LOADED(WS-LS-COUNT)
                           MOVE MFC-LD-ROWS-REJECTED
                               TO WS-LS-REJECTED(WS-LS-COUNT)
                           MOVE MFC-LD-TABLE-STATE
                               TO WS-LS-STATE(WS-LS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAD-FILE.

       3000-REPORT-LOADS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT EXPOSURE-FILE
           IF WS-EX-STATUS NOT = "00"
               MOVE "NO EXPOSURE EXTRACT AVAILABLE (MFCNRLXO)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ EXPOSURE-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       IF MFC-NR-LOAD AND NOT MFC-NR-COPY-YES
                           PERFORM 3100-REPORT-ONE-LOAD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXPOSURE-FILE
           MOVE WS-EXPOSED-COUNT TO WS-DISP-COUNT-1
           MOVE WS-CLOSED-COUNT TO WS-DISP-COUNT-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "LOADS STILL EXPOSED " WS-DISP-COUNT-1
               "  BACKED UP SINCE " WS-DISP-COUNT-2
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       3100-REPORT-ONE-LOAD.
           MOVE SPACES TO WS-NEWEST-FULL
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-FL-COUNT
               IF WS-FL-ALIAS(WS-JDX) = MFC-NR-DB-ALIAS
                   MOVE WS-FL-TS(WS-JDX) TO WS-NEWEST-FULL
               END-IF
           END-PERFORM
           IF WS-NEWEST-FULL NOT = SPACES
               AND WS-NEWEST-FULL >= MFC-NR-TIMESTAMP
               EXIT PARAGRAPH
           END-IF
      * Earliest table space image naming this table space after the
      * load closes the exposure.
           MOVE SPACES TO WS-BACKED-TS
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-TB-COUNT
               IF WS-TB-ALIAS(WS-JDX) = MFC-NR-DB-ALIAS
                   AND WS-TB-NAME(WS-JDX) = MFC-NR-TBS-NAME
                   AND WS-TB-TS(WS-JDX) > MFC-NR-TIMESTAMP
                   IF WS-BACKED-TS = SPACES
                       OR WS-TB-TS(WS-JDX) < WS-BACKED-TS
                       MOVE WS-TB-TS(WS-JDX) TO WS-BACKED-TS
                   END-IF
               END-IF
           END-PERFORM
           MOVE MFC-NR-TIMESTAMP TO WS-TS-TEXT
           PERFORM 7000-TS-TO-SECS
           MOVE WS-TS-SECS TO WS-LOAD-SECS
           IF WS-BACKED-TS = SPACES
               MOVE "EXPOSED" TO WS-STATE-TEXT
               MOVE WS-NOW-SECS TO WS-END-SECS
               ADD 1 TO WS-EXPOSED-COUNT
           ELSE
               MOVE "BACKED UP" TO WS-STATE-TEXT
               MOVE WS-BACKED-TS TO WS-TS-TEXT
               PERFORM 7000-TS-TO-SECS
               MOVE WS-TS-SECS TO WS-END-SECS
               ADD 1 TO WS-CLOSED-COUNT
           END-IF
           MOVE 0 TO WS-HOURS
           IF WS-END-SECS > WS-LOAD-SECS
               COMPUTE WS-HOURS = (WS-END-SECS - WS-LOAD-SECS) / 3600
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-HOURS
               END-COMPUTE
           END-IF
           IF MFC-NR-NONRECOVERABLE
               MOVE "NONRECOV" TO WS-MODE-TEXT
           ELSE
               MOVE "COPY NO" TO WS-MODE-TEXT
           END-IF
           MOVE WS-HOURS TO WS-DISP-HOURS
           MOVE SPACES TO REPORT-LINE
           STRING MFC-NR-DB-ALIAS "  " MFC-NR-TIMESTAMP "  "
               WS-MODE-TEXT "  " MFC-NR-TBS-NAME "  " WS-STATE-TEXT
               "  " WS-BACKED-TS "  " WS-DISP-HOURS "  "
               MFC-NR-TABLE-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 3200-PRINT-LOAD-STATUS.

       3200-PRINT-LOAD-STATUS.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-LS-COUNT
               IF WS-LS-ALIAS(WS-JDX) = MFC-NR-DB-ALIAS
                   AND WS-LS-TABLE(WS-JDX) = MFC-NR-TABLE-NAME
                   MOVE WS-LS-LOADED(WS-JDX) TO WS-DISP-LOADED
                   MOVE WS-LS-REJECTED(WS-JDX) TO WS-DISP-REJECTED
                   MOVE WS-LS-STATE(WS-JDX) TO WS-DISP-STATE
                   MOVE SPACES TO REPORT-LINE
                   STRING "    MFCLOADO: LOADED=" WS-DISP-LOADED
                       "  REJECTED=" WS-DISP-REJECTED
                       "  TABLE-STATE=" WS-DISP-STATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       4000-REPORT-DROPPED.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR4 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT EXPOSURE-FILE
           IF WS-EX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ EXPOSURE-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       IF MFC-NR-DROPPED
                           PERFORM 4100-REPORT-ONE-DROPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXPOSURE-FILE
           MOVE WS-DROPPED-COUNT TO WS-DISP-COUNT-1
           MOVE WS-NO-DDL-COUNT TO WS-DISP-COUNT-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "DROPPED TABLES " WS-DISP-COUNT-1
               "  WITHOUT RECOVERY DDL " WS-DISP-COUNT-2
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       4100-REPORT-ONE-DROPPED.
           ADD 1 TO WS-DROPPED-COUNT
           MOVE MFC-NR-DDL-LEN TO WS-DISP-DDL-LEN
           MOVE SPACES TO REPORT-LINE
           IF MFC-NR-DDL-LEN > 0
               STRING MFC-NR-DB-ALIAS "  " MFC-NR-TIMESTAMP "  "
                   MFC-NR-DROPPED-ID "  YES  " WS-DISP-DDL-LEN
                   "  " MFC-NR-TABLE-NAME
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "    DDL: " MFC-NR-DDL-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-NO-DDL-COUNT
               STRING MFC-NR-DB-ALIAS "  " MFC-NR-TIMESTAMP "  "
                   MFC-NR-DROPPED-ID "  NO   " WS-DISP-DDL-LEN
                   "  " MFC-NR-TABLE-NAME
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       7000-TS-TO-SECS.
           IF WS-TS-HH IS NOT NUMERIC OR WS-TS-MI IS NOT NUMERIC
               OR WS-TS-SS IS NOT NUMERIC
               MOVE "000000" TO WS-TS-TEXT(9:6)
           END-IF
           CALL "MFCUDAYS" USING WS-TS-TEXT WS-TS-DAYS
           COMPUTE WS-TS-SECS = WS-TS-DAYS * 86400
               + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS.

       9000-TERMINATE.
           CLOSE REPORT-FILE.
