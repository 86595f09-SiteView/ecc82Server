      ***********************************************************************
      *
      *  Source File Name = MFCCTBKC.CBL
      *
      *  Function = Collector for the table space backup coverage
      *             extract.
      *
      *             MFCCHRS writes every BACKUP entry as a whole-
      *             database event, which is all MFCR005 needs - but
      *             several of the larger databases back up on a table
      *             space rotation, and a table space that falls out of
      *             the rotation never shows up there. This collector
      *             scans the attached database's DB2 history file the
      *             MFCCHRS way (db2gHistoryOpenScan over DB2HISTORY-
      *             LIST-HISTORY, db2gHistoryGetEntry, db2gHistoryClose-
      *             Scan) and, this time, also points DB2-PO-TABLESPACE
      *             at a table of SQLUHTSP-shaped entries (WS-TSP-LIST)
      *             so each entry comes back with the table spaces it
      *             names.
      *
      *             One MFC-TBS-BACKUP-COVER-REC (MFCTBKC.CBL) goes to
      *             MFCTBKCO per table space per BACKUP entry (one row
      *             with a blank name for a full database image) and
      *             per CREATE TABLESPACE entry. Expired and deleted
      *             backup entries are skipped - their images are gone.
      *
      *             Attached database only, the same scope as the
      *             MFCCTBS inventory (MFCTBSPO) MFCR108 crosses this
      *             extract against. Point-in-time extract, so MFCTBKCO
      *             is opened OUTPUT (overwritten each run).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCTBKC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COVER-FILE ASSIGN TO "MFCTBKCO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CV-STATUS.
           SELECT ACCT-FILE ASSIGN TO "MFCRUNLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COVER-FILE
           RECORDING MODE IS F.
           COPY "mfctbkc.cbl".
       FD  ACCT-FILE
           RECORDING MODE IS F.
           COPY "mfcracct.cbl".
       WORKING-STORAGE SECTION.
      * End-of-run accounting for the common run ledger
      * (MFCRACCT.CBL/MFCURACC.CBL) - one row appended at
      * 9000-TERMINATE time; the freshness watchdog (MFCWDOG)
      * reads this ledger to prove the collector still runs.
       01 WS-RN-STATUS                PIC XX.
       01 WS-RN-PROGRAM               PIC X(8) VALUE "MFCCTBKC".
       01 WS-ACCT-START-SECS          PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-READ                PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-WRITTEN             PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-SQLCODE             PIC S9(9) COMP-5 VALUE 0.
       01 WS-ACCT-STATUS              PIC X(8)
                                       VALUE "COMPLETE".
       COPY "sqlca.cbl".
       COPY "db2ApiDf.cbl".

       01 WS-CV-STATUS                PIC XX.
       01 WS-DONE                     PIC X VALUE "N".
           88 SCAN-DONE               VALUE "Y".
       01 WS-MAX-ENTRIES              PIC 9(9) COMP-5 VALUE 20000.
       01 WS-ENTRY-COUNT              PIC 9(9) COMP-5 VALUE 0.
       01 WS-ENDTIME-BUF              PIC X(14) VALUE SPACES.

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

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "MFCUTIME" USING WS-ACCT-START-SECS
           OPEN OUTPUT COVER-FILE
           PERFORM 2000-OPEN-HISTORY-SCAN
           PERFORM 3000-READ-HISTORY-ENTRIES
           PERFORM 4000-CLOSE-HISTORY-SCAN
           PERFORM 9000-TERMINATE
           GOBACK.

       2000-OPEN-HISTORY-SCAN.
           SET DB2-PI-DATABASE-ALIAS OF DB2G-HISTORY-OPEN-STRUCT
               TO NULL
           MOVE 0 TO DB2-I-ALIAS-LEN OF DB2G-HISTORY-OPEN-STRUCT
           SET DB2-PI-TIMESTAMP OF DB2G-HISTORY-OPEN-STRUCT TO NULL
           SET DB2-PI-OBJECT-NAME OF DB2G-HISTORY-OPEN-STRUCT TO NULL
           MOVE 0 TO DB2-I-TIMESTAMP-LEN OF DB2G-HISTORY-OPEN-STRUCT
           MOVE 0 TO DB2-I-OBJECT-NAME-LEN OF DB2G-HISTORY-OPEN-STRUCT
           MOVE DB2HISTORY-LIST-HISTORY
               TO DB2-I-CALLER-ACTION OF DB2G-HISTORY-OPEN-STRUCT
           CALL "db2gHistoryOpenScan" USING DB2VERSION810
               DB2G-HISTORY-OPEN-STRUCT SQLCA
           IF SQLCODE NOT = 0
               DISPLAY "MFCCTBKC: db2gHistoryOpenScan SQLCODE=" SQLCODE
               SET SCAN-DONE TO TRUE
               MOVE SQLCODE TO WS-ACCT-SQLCODE
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

      * Only the end time and the table space list are pointed at
      * storage; every other variable field stays null/zero.
       3100-GET-NEXT-ENTRY.
           MOVE SPACES TO WS-ENDTIME-BUF
           MOVE SPACES TO WS-TSP-LIST
           MOVE "SQLUHINF" TO DB2-IO-HIST-DATA-ID OF DB2HISTORY-DATA
           SET DB2-PIO-DATA OF DB2-O-END-TIME OF DB2HISTORY-DATA
               TO ADDRESS OF WS-ENDTIME-BUF
           MOVE LENGTH OF WS-ENDTIME-BUF
               TO DB2-I-LENGTH OF DB2-O-END-TIME OF DB2HISTORY-DATA
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
           MOVE DB2-O-OPTYPE OF DB2HISTORY-DATA TO MFC-TV-OPTYPE
           MOVE DB2-O-OBJECT OF DB2HISTORY-DATA TO MFC-TV-GRANULARITY
           MOVE WS-ENDTIME-BUF TO MFC-TV-TIMESTAMP
           MOVE DB2-O-NUM-TABLESPACES OF DB2HISTORY-DATA
               TO WS-TSP-USED
           IF WS-TSP-USED > WS-MAX-TSP
               DISPLAY "MFCCTBKC: TABLE SPACE LIST TRUNCATED AT "
                   WS-MAX-TSP " FOR ENTRY " WS-ENDTIME-BUF
               MOVE WS-MAX-TSP TO WS-TSP-USED
           END-IF
           EVALUATE DB2-O-OPERATION OF DB2HISTORY-DATA
               WHEN DB2HIST-OP-BACKUP
                   IF DB2-O-STATUS OF DB2HISTORY-DATA
                           NOT = DB2HISTORY-STATUS-EXPIRED
                       AND DB2-O-STATUS OF DB2HISTORY-DATA
                           NOT = DB2HISTORY-STATUS-DELETED
                       MOVE "B" TO MFC-TV-EVENT
                       PERFORM 3300-WRITE-BACKUP-ROWS
                   END-IF
               WHEN DB2HIST-OP-CRT-TABLESPACE
                   MOVE "C" TO MFC-TV-EVENT
                   PERFORM 3400-WRITE-TSP-ROWS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3300-WRITE-BACKUP-ROWS.
           IF MFC-TV-GRANULARITY = DB2HISTORY-GRAN-DB
               MOVE SPACES TO MFC-TV-TBS-NAME
               WRITE MFC-TBS-BACKUP-COVER-REC
               ADD 1 TO WS-ACCT-WRITTEN
           ELSE
               PERFORM 3400-WRITE-TSP-ROWS
           END-IF.

       3400-WRITE-TSP-ROWS.
           PERFORM VARYING WS-TSP-X FROM 1 BY 1
                   UNTIL WS-TSP-X > WS-TSP-USED
               IF WS-TSP-NAME(WS-TSP-X) NOT = SPACES
                   MOVE WS-TSP-NAME(WS-TSP-X) TO MFC-TV-TBS-NAME
                   WRITE MFC-TBS-BACKUP-COVER-REC
                   ADD 1 TO WS-ACCT-WRITTEN
               END-IF
           END-PERFORM.

       4000-CLOSE-HISTORY-SCAN.
           MOVE DB2-O-HANDLE OF DB2G-HISTORY-OPEN-STRUCT
               TO DB2-I-HANDLE OF DB2HISTORY-GET-ENTRY-STRUCT
           CALL "db2gHistoryCloseScan"
               USING DB2-I-HANDLE OF DB2HISTORY-GET-ENTRY-STRUCT SQLCA.

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
           CLOSE COVER-FILE.
