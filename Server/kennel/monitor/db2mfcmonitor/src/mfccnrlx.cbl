      ***********************************************************************
      *
      *  Source File Name = MFCCNRLX.CBL
      *
      *  Function = Collector for the non-recoverable LOAD and dropped
      *             table exposure extract.
      *
      *             A LOAD ... NONRECOVERABLE or COPY NO leaves its
      *             table space unrecoverable past that point until the
      *             next backup, and today that is only found out during
      *             a restore. This collector scans each database's DB2
      *             history file the MFCCHRS way (db2gHistoryOpenScan
      *             over DB2HISTORY-LIST-HISTORY, one pass per alias on
      *             the MFCDBMI master worklist, attached database when
      *             there is no worklist) and writes MFC-NONRECOV-
      *             EXPOSURE-RECs (MFCNRLX.CBL) to MFCNRLXO for:
      *
      *               - every LOAD entry, classed NONRECOVERABLE (its
      *                 command text says so), COPY YES (a load copy
      *                 entry with the same start time is on file) or
      *                 COPY NO;
      *               - every table space level BACKUP entry, one row
      *                 per table space on its SQLUHTSP list;
      *               - every DROPPED TABLE entry, with the dropped
      *                 table id and whether DB2 kept the CREATE TABLE
      *                 DDL needed to bring it back.
      *
      *             A database's load entries are held until its scan
      *             ends, since the matching load copy entry can come
      *             either side of the load in history order.
      *
      *             MFCR109 joins this to MFCBKRSO (whole-database
      *             images) and MFCLOADO (MFCCLOAD's load status) for
      *             the exposure report. Point-in-time extract, so
      *             MFCNRLXO is opened OUTPUT (overwritten each run).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCNRLX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPOSURE-FILE ASSIGN TO "MFCNRLXO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EX-STATUS.
           SELECT MASTER-IN-FILE ASSIGN TO "MFCDBMI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MI-STATUS.
           SELECT ACCT-FILE ASSIGN TO "MFCRUNLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXPOSURE-FILE
           RECORDING MODE IS F.
           COPY "mfcnrlx.cbl".
       FD  MASTER-IN-FILE
           RECORDING MODE IS F.
           COPY "mfcdbm.cbl".
       FD  ACCT-FILE
           RECORDING MODE IS F.
           COPY "mfcracct.cbl".
       WORKING-STORAGE SECTION.
      * End-of-run accounting for the common run ledger
      * (MFCRACCT.CBL/MFCURACC.CBL) - one row appended at
      * 9000-TERMINATE time; the freshness watchdog (MFCWDOG)
      * reads this ledger to prove the collector still runs.
       01 WS-RN-STATUS                PIC XX.
       01 WS-RN-PROGRAM               PIC X(8) VALUE "MFCCNRLX".
       01 WS-ACCT-START-SECS          PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-READ                PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-WRITTEN             PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-SQLCODE             PIC S9(9) COMP-5 VALUE 0.
       01 WS-ACCT-STATUS              PIC X(8)
                                       VALUE "COMPLETE".
       COPY "sqlca.cbl".
       COPY "db2ApiDf.cbl".

       01 WS-EX-STATUS                PIC XX.
       01 WS-MI-STATUS                PIC XX.
       01 WS-DONE                     PIC X VALUE "N".
           88 SCAN-DONE               VALUE "Y".
       01 WS-EOF-MI                   PIC X VALUE "N".
           88 EOF-MI                  VALUE "Y".
       01 WS-SWEEP-MODE               PIC X VALUE "N".
           88 SWEEP-MODE              VALUE "Y".
       01 WS-MAX-ENTRIES              PIC 9(9) COMP-5 VALUE 20000.
       01 WS-ENTRY-COUNT              PIC 9(9) COMP-5 VALUE 0.
       01 WS-CUR-ALIAS                PIC X(20) VALUE SPACES.
       01 WS-ALIAS-LEN                PIC 9(9) COMP-5.
       01 WS-OBJPART-BUF              PIC X(17) VALUE SPACES.
       01 WS-ENDTIME-BUF              PIC X(14) VALUE SPACES.
       01 WS-ID-BUF                   PIC X(24) VALUE SPACES.
       01 WS-QUAL-BUF                 PIC X(128) VALUE SPACES.
       01 WS-TABNAME-BUF              PIC X(128) VALUE SPACES.
       01 WS-CMDTEXT-BUF              PIC X(2000) VALUE SPACES.
       01 WS-NONRECOV-HITS            PIC 9(4) COMP-5.

      * Table space list returned with each history entry - an array
      * of SQLUHTSP (sqlutil.cbl) entries: an 18-byte name and two
      * filler bytes.
       01 WS-MAX-TSP                  PIC 9(9) COMP-5 VALUE 256.
       01 WS-TSP-LIST.
           05 WS-TSP-ENTRY OCCURS 256 TIMES.
              10 WS-TSP-NAME          PIC X(18).
              10 FILLER               PIC X(1).
              10 WS-TSP-FILLER        PIC X(1).
       01 WS-TSP-X                    PIC 9(9) COMP-5.
       01 WS-TSP-USED                 PIC 9(9) COMP-5.

      * Loads and load copies for the database being scanned, held
      * until the scan ends.
       01 WS-MAX-LOADS                PIC 9(9) COMP-5 VALUE 2000.
       01 WS-LD-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-LOAD-TABLE.
           05 WS-LD-ENTRY OCCURS 2000 TIMES.
              10 WS-LD-START          PIC X(14).
              10 WS-LD-END-TS         PIC X(14).
              10 WS-LD-TABLE          PIC X(128).
              10 WS-LD-TBS            PIC X(18).
              10 WS-LD-MODE           PIC X(1).
       01 WS-MAX-COPIES               PIC 9(9) COMP-5 VALUE 2000.
       01 WS-CP-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-COPY-TABLE.
           05 WS-CP-START             PIC X(14) OCCURS 2000 TIMES.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "MFCUTIME" USING WS-ACCT-START-SECS
           OPEN OUTPUT EXPOSURE-FILE
           OPEN INPUT MASTER-IN-FILE
           IF WS-MI-STATUS = "00"
               SET SWEEP-MODE TO TRUE
               PERFORM 1500-SWEEP-MASTER-LIST
           ELSE
               PERFORM 1800-SCAN-ONE-DATABASE
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1500-SWEEP-MASTER-LIST.
           PERFORM UNTIL EOF-MI
               READ MASTER-IN-FILE
                   AT END SET EOF-MI TO TRUE
                   NOT AT END
                       MOVE MFC-DM-DB-ALIAS TO WS-CUR-ALIAS
                       PERFORM 1800-SCAN-ONE-DATABASE
               END-READ
           END-PERFORM
           CLOSE MASTER-IN-FILE.

       1800-SCAN-ONE-DATABASE.
           MOVE "N" TO WS-DONE
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE 0 TO WS-LD-COUNT
           MOVE 0 TO WS-CP-COUNT
           PERFORM 2000-OPEN-HISTORY-SCAN
           PERFORM 3000-READ-HISTORY-ENTRIES
           PERFORM 4000-CLOSE-HISTORY-SCAN
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LD-COUNT
               PERFORM 5000-WRITE-ONE-LOAD
           END-PERFORM.

       2000-OPEN-HISTORY-SCAN.
           IF SWEEP-MODE
               SET DB2-PI-DATABASE-ALIAS OF DB2G-HISTORY-OPEN-STRUCT
                   TO ADDRESS OF WS-CUR-ALIAS
               MOVE 0 TO WS-ALIAS-LEN
               INSPECT WS-CUR-ALIAS TALLYING WS-ALIAS-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE WS-ALIAS-LEN
                   TO DB2-I-ALIAS-LEN OF DB2G-HISTORY-OPEN-STRUCT
           ELSE
               SET DB2-PI-DATABASE-ALIAS OF DB2G-HISTORY-OPEN-STRUCT
                   TO NULL
               MOVE 0 TO DB2-I-ALIAS-LEN OF DB2G-HISTORY-OPEN-STRUCT
           END-IF
           SET DB2-PI-TIMESTAMP OF DB2G-HISTORY-OPEN-STRUCT TO NULL
           SET DB2-PI-OBJECT-NAME OF DB2G-HISTORY-OPEN-STRUCT TO NULL
           MOVE 0 TO DB2-I-TIMESTAMP-LEN OF DB2G-HISTORY-OPEN-STRUCT
           MOVE 0 TO DB2-I-OBJECT-NAME-LEN OF DB2G-HISTORY-OPEN-STRUCT
           MOVE DB2HISTORY-LIST-HISTORY
               TO DB2-I-CALLER-ACTION OF DB2G-HISTORY-OPEN-STRUCT
           CALL "db2gHistoryOpenScan" USING DB2VERSION810
               DB2G-HISTORY-OPEN-STRUCT SQLCA
           IF SQLCODE NOT = 0
               DISPLAY "MFCCNRLX: db2gHistoryOpenScan SQLCODE="
                   SQLCODE " " WS-CUR-ALIAS
               SET SCAN-DONE TO TRUE
               IF SQLCODE < WS-ACCT-SQLCODE
                   MOVE SQLCODE TO WS-ACCT-SQLCODE
               END-IF
               MOVE "FAILED" TO WS-ACCT-STATUS
           END-IF.

       3000-READ-HISTORY-ENTRIES.
           PERFORM UNTIL SCAN-DONE OR WS-ENTRY-COUNT >= WS-MAX-ENTRIES
               PERFORM 3100-GET-NEXT-ENTRY
               IF NOT SCAN-DONE
                   ADD 1 TO WS-ENTRY-COUNT
                   ADD 1 TO WS-ACCT-READ
                   PERFORM 3200-DISPATCH-ENTRY
               END-IF
           END-PERFORM.

       3100-GET-NEXT-ENTRY.
           MOVE SPACES TO WS-OBJPART-BUF
           MOVE SPACES TO WS-ENDTIME-BUF
           MOVE SPACES TO WS-ID-BUF
           MOVE SPACES TO WS-QUAL-BUF
           MOVE SPACES TO WS-TABNAME-BUF
           MOVE SPACES TO WS-CMDTEXT-BUF
           MOVE SPACES TO WS-TSP-LIST
           MOVE "SQLUHINF" TO DB2-IO-HIST-DATA-ID OF DB2HISTORY-DATA
           SET DB2-PIO-DATA OF DB2-O-OBJECT-PART OF DB2HISTORY-DATA
               TO ADDRESS OF WS-OBJPART-BUF
           MOVE LENGTH OF WS-OBJPART-BUF
               TO DB2-I-LENGTH OF DB2-O-OBJECT-PART OF DB2HISTORY-DATA
           SET DB2-PIO-DATA OF DB2-O-END-TIME OF DB2HISTORY-DATA
               TO ADDRESS OF WS-ENDTIME-BUF
           MOVE LENGTH OF WS-ENDTIME-BUF
               TO DB2-I-LENGTH OF DB2-O-END-TIME OF DB2HISTORY-DATA
           SET DB2-PIO-DATA OF DB2-O-ID OF DB2HISTORY-DATA
               TO ADDRESS OF WS-ID-BUF
           MOVE LENGTH OF WS-ID-BUF
               TO DB2-I-LENGTH OF DB2-O-ID OF DB2HISTORY-DATA
           SET DB2-PIO-DATA OF DB2-O-TABLE-QUALIFIER OF DB2HISTORY-DATA
               TO ADDRESS OF WS-QUAL-BUF
           MOVE LENGTH OF WS-QUAL-BUF TO DB2-I-LENGTH
               OF DB2-O-TABLE-QUALIFIER OF DB2HISTORY-DATA
           SET DB2-PIO-DATA OF DB2-O-TABLE-NAME OF DB2HISTORY-DATA
               TO ADDRESS OF WS-TABNAME-BUF
           MOVE LENGTH OF WS-TABNAME-BUF
               TO DB2-I-LENGTH OF DB2-O-TABLE-NAME OF DB2HISTORY-DATA
           SET DB2-PIO-DATA OF DB2-O-COMMAND-TEXT OF DB2HISTORY-DATA
               TO ADDRESS OF WS-CMDTEXT-BUF
           MOVE LENGTH OF WS-CMDTEXT-BUF TO DB2-I-LENGTH
               OF DB2-O-COMMAND-TEXT OF DB2HISTORY-DATA
           SET DB2-PO-TABLESPACE OF DB2HISTORY-DATA
               TO ADDRESS OF WS-TSP-LIST
           MOVE WS-MAX-TSP
               TO DB2-I-NUM-TABLESPACES OF DB2HISTORY-DATA
           SET DB2-PIO-HIST-DATA OF DB2HISTORY-GET-ENTRY-STRUCT
               TO ADDRESS OF DB2HISTORY-DATA
           MOVE DB2-O-HANDLE OF DB2G-HISTORY-OPEN-STRUCT
               TO DB2-I-HANDLE OF DB2HISTORY-GET-ENTRY-STRUCT
           MOVE DB2HISTORY-GET-ALL
               TO DB2-I-CALLER-ACTION OF DB2HISTORY-GET-ENTRY-STRUCT
           CALL "db2gHistoryGetEntry" USING DB2VERSION810
               DB2HISTORY-GET-ENTRY-STRUCT SQLCA
           IF SQLCODE NOT = 0
               SET SCAN-DONE TO TRUE
           END-IF.

       3200-DISPATCH-ENTRY.
           MOVE DB2-O-NUM-TABLESPACES OF DB2HISTORY-DATA
               TO WS-TSP-USED
           IF WS-TSP-USED > WS-MAX-TSP
               MOVE WS-MAX-TSP TO WS-TSP-USED
           END-IF
           EVALUATE DB2-O-OPERATION OF DB2HISTORY-DATA
               WHEN DB2HIST-OP-LOAD
                   PERFORM 3300-KEEP-LOAD
               WHEN DB2HIST-OP-LOAD-COPY
                   PERFORM 3400-KEEP-LOAD-COPY
               WHEN DB2HIST-OP-BACKUP
                   IF DB2-O-OBJECT OF DB2HISTORY-DATA
                           = DB2HISTORY-GRAN-TBS
                       AND DB2-O-STATUS OF DB2HISTORY-DATA
                           NOT = DB2HISTORY-STATUS-EXPIRED
                       AND DB2-O-STATUS OF DB2HISTORY-DATA
                           NOT = DB2HISTORY-STATUS-DELETED
                       PERFORM 3500-WRITE-TBS-BACKUP-ROWS
                   END-IF
               WHEN DB2HIST-OP-DROPPED-TABLE
                   PERFORM 3600-WRITE-DROPPED-TABLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3300-KEEP-LOAD.
           IF WS-LD-COUNT >= WS-MAX-LOADS
               DISPLAY "MFCCNRLX: LOAD TABLE FULL, ENTRY SKIPPED "
                   WS-CUR-ALIAS " " WS-ENDTIME-BUF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LD-COUNT
           MOVE WS-OBJPART-BUF(1:14) TO WS-LD-START(WS-LD-COUNT)
           MOVE WS-ENDTIME-BUF TO WS-LD-END-TS(WS-LD-COUNT)
           PERFORM 3700-BUILD-TABLE-NAME
           MOVE MFC-NR-TABLE-NAME TO WS-LD-TABLE(WS-LD-COUNT)
           MOVE SPACES TO WS-LD-TBS(WS-LD-COUNT)
           IF WS-TSP-USED > 0
               MOVE WS-TSP-NAME(1) TO WS-LD-TBS(WS-LD-COUNT)
           END-IF
           MOVE "N" TO WS-LD-MODE(WS-LD-COUNT)
           INSPECT WS-CMDTEXT-BUF CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO WS-NONRECOV-HITS
           INSPECT WS-CMDTEXT-BUF TALLYING WS-NONRECOV-HITS
               FOR ALL "NONRECOVERABLE"
           IF WS-NONRECOV-HITS > 0
               MOVE "X" TO WS-LD-MODE(WS-LD-COUNT)
           END-IF.

       3400-KEEP-LOAD-COPY.
           IF WS-CP-COUNT < WS-MAX-COPIES
               ADD 1 TO WS-CP-COUNT
               MOVE WS-OBJPART-BUF(1:14) TO WS-CP-START(WS-CP-COUNT)
           END-IF.

       3500-WRITE-TBS-BACKUP-ROWS.
           PERFORM VARYING WS-TSP-X FROM 1 BY 1
                   UNTIL WS-TSP-X > WS-TSP-USED
               IF WS-TSP-NAME(WS-TSP-X) NOT = SPACES
                   INITIALIZE MFC-NONRECOV-EXPOSURE-REC
                   MOVE WS-CUR-ALIAS TO MFC-NR-DB-ALIAS
                   MOVE "T" TO MFC-NR-EVENT
                   MOVE WS-ENDTIME-BUF TO MFC-NR-TIMESTAMP
                   MOVE WS-TSP-NAME(WS-TSP-X) TO MFC-NR-TBS-NAME
                   WRITE MFC-NONRECOV-EXPOSURE-REC
                   ADD 1 TO WS-ACCT-WRITTEN
               END-IF
           END-PERFORM.

       3600-WRITE-DROPPED-TABLE.
           INITIALIZE MFC-NONRECOV-EXPOSURE-REC
           MOVE WS-CUR-ALIAS TO MFC-NR-DB-ALIAS
           MOVE "D" TO MFC-NR-EVENT
           MOVE WS-ENDTIME-BUF TO MFC-NR-TIMESTAMP
           PERFORM 3700-BUILD-TABLE-NAME
           IF WS-TSP-USED > 0
               MOVE WS-TSP-NAME(1) TO MFC-NR-TBS-NAME
           END-IF
           MOVE WS-ID-BUF TO MFC-NR-DROPPED-ID
           MOVE DB2-O-LENGTH OF DB2-O-COMMAND-TEXT OF DB2HISTORY-DATA
               TO MFC-NR-DDL-LEN
           MOVE WS-CMDTEXT-BUF(1:100) TO MFC-NR-DDL-TEXT
           WRITE MFC-NONRECOV-EXPOSURE-REC
           ADD 1 TO WS-ACCT-WRITTEN.

       3700-BUILD-TABLE-NAME.
           MOVE SPACES TO MFC-NR-TABLE-NAME
           IF WS-QUAL-BUF = SPACES
               MOVE WS-TABNAME-BUF TO MFC-NR-TABLE-NAME
           ELSE
               STRING WS-QUAL-BUF DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WS-TABNAME-BUF DELIMITED BY SPACE
                   INTO MFC-NR-TABLE-NAME
           END-IF.

       4000-CLOSE-HISTORY-SCAN.
           MOVE DB2-O-HANDLE OF DB2G-HISTORY-OPEN-STRUCT
               TO DB2-I-HANDLE OF DB2HISTORY-GET-ENTRY-STRUCT
           CALL "db2gHistoryCloseScan"
               USING DB2-I-HANDLE OF DB2HISTORY-GET-ENTRY-STRUCT SQLCA.

      * A COPY NO load whose start time matches a load copy entry was
      * in fact COPY YES; NONRECOVERABLE stands whatever else is on
      * file.
       5000-WRITE-ONE-LOAD.
           IF WS-LD-MODE(WS-IDX) = "N"
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-CP-COUNT
                   IF WS-CP-START(WS-JDX) = WS-LD-START(WS-IDX)
                       MOVE "Y" TO WS-LD-MODE(WS-IDX)
                   END-IF
               END-PERFORM
           END-IF
           INITIALIZE MFC-NONRECOV-EXPOSURE-REC
           MOVE WS-CUR-ALIAS TO MFC-NR-DB-ALIAS
           MOVE "L" TO MFC-NR-EVENT
           MOVE WS-LD-END-TS(WS-IDX) TO MFC-NR-TIMESTAMP
           MOVE WS-LD-TABLE(WS-IDX) TO MFC-NR-TABLE-NAME
           MOVE WS-LD-TBS(WS-IDX) TO MFC-NR-TBS-NAME
           MOVE WS-LD-MODE(WS-IDX) TO MFC-NR-COPY-MODE
           WRITE MFC-NONRECOV-EXPOSURE-REC
           ADD 1 TO WS-ACCT-WRITTEN.

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
           CLOSE EXPOSURE-FILE.
