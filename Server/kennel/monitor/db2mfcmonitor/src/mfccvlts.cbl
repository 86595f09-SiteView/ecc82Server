      ***********************************************************************
      *
      *  Source File Name = MFCCVLTS.CBL
      *
      *  Function = Backup image relocation and expiry sync back into
      *             the DB2 history file, on DB2G-HISTORY-UPDATE-STRUCT.
      *
      *             When the vaulting team moves a backup image from
      *             disk to offsite tape, or expires it, the DB2 history
      *             file still points at the original disk path: a
      *             restore fails on the first try and MFCR033's device
      *             tallies are wrong. This program reads the vault
      *             team's movement file (MFCVLTMP, mfcvltm.cbl) and,
      *             for each record, finds the matching BACKUP entry on
      *             that database's history file - a db2gHistoryOpenScan
      *             over DB2HISTORY-LIST-BACKUP narrowed to the image
      *             timestamp, the entry whose object part starts with
      *             it - and applies the change with db2gHistoryUpdate
      *             against the entry's EID:
      *
      *               M (moved)   - new location and device type;
      *               E (expired) - status DB2HISTORY-STATUS-EXPIRED.
      *
      *             A move to where the entry already points, or an
      *             expiry of an entry already expired, is reported
      *             NO-CHANGE and not reissued, so the vault file can be
      *             replayed safely. Marking an image expired is the
      *             first step toward its history being pruned, so an
      *             expiry also asks the legal-hold gate (MFCULHLD, file
      *             id DB2HIST, the same id MFCR013 prunes under) and is
      *             left alone (LEGALHOLD) when a hold covers it.
      *
      *             Every update issued, and every legal hold, is
      *             journaled on MFCCCJLO through MFCUCCJL (actions
      *             VAULT-MOVE / VAULT-EXPIRE, operator VAULTSYN). The
      *             listing MFCVLTSO shows one line per movement record
      *             with its outcome; a record that matches no history
      *             entry is flagged NO-MATCH there and counted in the
      *             closing line, and sets return code 4 (8 when an
      *             update failed).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCVLTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVE-FILE ASSIGN TO "MFCVLTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VM-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MFCCCJLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CJ-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCVLTSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ACCT-FILE ASSIGN TO "MFCRUNLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVE-FILE
           RECORDING MODE IS F.
           COPY "mfcvltm.cbl".
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY "mfcccj.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       FD  ACCT-FILE
           RECORDING MODE IS F.
           COPY "mfcracct.cbl".
       WORKING-STORAGE SECTION.
      * End-of-run accounting for the common run ledger
      * (MFCRACCT.CBL/MFCURACC.CBL) - one row appended at
      * 9000-TERMINATE time.
       01 WS-RN-STATUS                PIC XX.
       01 WS-RN-PROGRAM               PIC X(8) VALUE "MFCCVLTS".
       01 WS-ACCT-START-SECS          PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-READ                PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-WRITTEN             PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-SQLCODE             PIC S9(9) COMP-5 VALUE 0.
       01 WS-ACCT-STATUS              PIC X(8)
                                       VALUE "COMPLETE".
       COPY "sqlca.cbl".
       COPY "db2ApiDf.cbl".

       01 WS-VM-STATUS                PIC XX.
       01 WS-CJ-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-VM                   PIC X VALUE "N".
           88 EOF-VM                  VALUE "Y".
       01 WS-DONE                     PIC X VALUE "N".
           88 SCAN-DONE               VALUE "Y".
       01 WS-MATCHED                  PIC X VALUE "N".
           88 ENTRY-MATCHED           VALUE "Y".
       01 WS-MAX-ENTRIES              PIC 9(9) COMP-5 VALUE 5000.
       01 WS-ENTRY-COUNT              PIC 9(9) COMP-5 VALUE 0.
       01 WS-CUR-ALIAS                PIC X(20) VALUE SPACES.
       01 WS-ALIAS-LEN                PIC 9(9) COMP-5.
       01 WS-SCAN-TS                  PIC X(14).
       01 WS-OBJPART-BUF              PIC X(17) VALUE SPACES.
       01 WS-LOCATION-BUF             PIC X(80) VALUE SPACES.

      * What the matched entry holds today.
       01 WS-OLD-LOCATION             PIC X(80).
       01 WS-OLD-DEVICE               PIC X(1).
       01 WS-OLD-STATUS               PIC X(1).
       01 WS-MATCH-NODE               PIC S9(4) COMP-5.
       01 WS-MATCH-HID                PIC 9(9) COMP-5.

      * Update inputs db2gHistoryUpdate is pointed at.
       01 WS-NEW-LOCATION             PIC X(80).
       01 WS-NEW-DEVICE               PIC X(1).
       01 WS-NEW-STATUS               PIC X(1).
       01 WS-LOC-LEN                  PIC 9(9) COMP-5.

       01 WS-OUTCOME                  PIC X(10).
       01 WS-DISP-SQLCODE             PIC -(9)9.
       01 WS-UPDATED-COUNT            PIC 9(9) COMP-5 VALUE 0.
       01 WS-NOCHANGE-COUNT           PIC 9(9) COMP-5 VALUE 0.
       01 WS-NOMATCH-COUNT            PIC 9(9) COMP-5 VALUE 0.
       01 WS-FAILED-COUNT             PIC 9(9) COMP-5 VALUE 0.
       01 WS-HELD-COUNT               PIC 9(9) COMP-5 VALUE 0.
       01 WS-DISP-COUNT-1             PIC Z(5)9.
       01 WS-DISP-COUNT-2             PIC Z(5)9.
       01 WS-DISP-COUNT-3             PIC Z(5)9.
       01 WS-DISP-COUNT-4             PIC Z(5)9.
       01 WS-DISP-COUNT-5             PIC Z(5)9.

      * Unified change-control journal (MFCUCCJL/mfcccj.cbl).
       01 WS-CJ-PROGRAM               PIC X(8) VALUE "MFCCVLTS".
       01 WS-CJ-ACTION                PIC X(12).
       01 WS-CJ-TARGET                PIC X(40).
       01 WS-CJ-OPERATOR              PIC X(8) VALUE "VAULTSYN".

      * Legal-hold gate (MFCULHLD/MFCLHLDP) for expiries: the DB2
      * history entries are held under the shop id DB2HIST.
       01 WS-LH-FILE-ID               PIC X(8) VALUE "DB2HIST".
       01 WS-LH-REC-SECS              PIC 9(9) COMP-5.
       01 WS-LH-HELD                  PIC X(1).
       01 WS-LH-CASE                  PIC X(20).
       01 WS-IMAGE-DAYS               PIC 9(9) COMP-5.

       01 WS-HDR1                     PIC X(132) VALUE
           "BACKUP IMAGE VAULT MOVEMENT SYNC TO DB2 HISTORY".
       01 WS-HDR2.
           05 FILLER                  PIC X(22) VALUE "DATABASE".
           05 FILLER                  PIC X(16) VALUE "IMAGE".
           05 FILLER                  PIC X(4)  VALUE "ACT".
           05 FILLER                  PIC X(12) VALUE "OUTCOME".
           05 FILLER                  PIC X(12) VALUE "    SQLCODE".
           05 FILLER                  PIC X(4)  VALUE "DEV".
           05 FILLER                  PIC X(62) VALUE "LOCATION".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "MFCUTIME" USING WS-ACCT-START-SECS
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL EOF-VM
               READ MOVE-FILE
                   AT END SET EOF-VM TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCT-READ
                       PERFORM 2000-SYNC-ONE-MOVEMENT
               END-READ
           END-PERFORM
           PERFORM 8000-WRITE-TOTALS
           IF WS-FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NOMATCH-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR2 TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT MOVE-FILE
           IF WS-VM-STATUS NOT = "00"
               MOVE "NO VAULT MOVEMENT FILE (MFCVLTMP)" TO REPORT-LINE
               WRITE REPORT-LINE
               SET EOF-VM TO TRUE
           END-IF.

       2000-SYNC-ONE-MOVEMENT.
           MOVE 0 TO SQLCODE
           MOVE MFC-VM-DB-ALIAS TO WS-CUR-ALIAS
           MOVE MFC-VM-IMAGE-TS TO WS-SCAN-TS
           PERFORM 3000-FIND-HISTORY-ENTRY
           EVALUATE TRUE
               WHEN NOT ENTRY-MATCHED
                   MOVE "NO-MATCH" TO WS-OUTCOME
                   ADD 1 TO WS-NOMATCH-COUNT
               WHEN MFC-VM-MOVED
                   PERFORM 2100-APPLY-MOVE
               WHEN MFC-VM-EXPIRED
                   PERFORM 2200-APPLY-EXPIRY
               WHEN OTHER
                   MOVE "BAD-ACTION" TO WS-OUTCOME
                   ADD 1 TO WS-NOMATCH-COUNT
           END-EVALUATE
           PERFORM 2900-WRITE-LISTING-LINE.

       2100-APPLY-MOVE.
           IF WS-OLD-LOCATION = MFC-VM-NEW-LOCATION
               AND WS-OLD-DEVICE = MFC-VM-NEW-DEVICE
               MOVE "NO-CHANGE" TO WS-OUTCOME
               ADD 1 TO WS-NOCHANGE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE MFC-VM-NEW-LOCATION TO WS-NEW-LOCATION
           MOVE MFC-VM-NEW-DEVICE TO WS-NEW-DEVICE
           MOVE 0 TO WS-LOC-LEN
           INSPECT WS-NEW-LOCATION TALLYING WS-LOC-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           SET DB2-PI-NEW-LOCATION OF DB2G-HISTORY-UPDATE-STRUCT
               TO ADDRESS OF WS-NEW-LOCATION
           MOVE WS-LOC-LEN
               TO DB2-I-NEW-LOCATION-LEN OF DB2G-HISTORY-UPDATE-STRUCT
           SET DB2-PI-NEW-DEVICE-TYPE OF DB2G-HISTORY-UPDATE-STRUCT
               TO ADDRESS OF WS-NEW-DEVICE
           MOVE 1 TO DB2-I-NEW-DEVICE-LEN OF DB2G-HISTORY-UPDATE-STRUCT
           SET DB2-PI-NEW-STATUS OF DB2G-HISTORY-UPDATE-STRUCT
               TO NULL
           MOVE 0 TO DB2-I-NEW-STATUS-LEN OF DB2G-HISTORY-UPDATE-STRUCT
           MOVE "VAULT-MOVE" TO WS-CJ-ACTION
           PERFORM 2500-ISSUE-UPDATE.

       2200-APPLY-EXPIRY.
           IF WS-OLD-STATUS = DB2HISTORY-STATUS-EXPIRED
               MOVE "NO-CHANGE" TO WS-OUTCOME
               ADD 1 TO WS-NOCHANGE-COUNT
               EXIT PARAGRAPH
           END-IF
           CALL "MFCUDAYS" USING MFC-VM-IMAGE-TS WS-IMAGE-DAYS
           COMPUTE WS-LH-REC-SECS = WS-IMAGE-DAYS * 86400
           CALL "MFCULHLD" USING WS-CJ-PROGRAM WS-LH-FILE-ID
               WS-CUR-ALIAS WS-LH-REC-SECS WS-LH-HELD WS-LH-CASE
           MOVE "VAULT-EXPIRE" TO WS-CJ-ACTION
           IF WS-LH-HELD = "Y"
               MOVE "LEGALHOLD" TO WS-OUTCOME
               ADD 1 TO WS-HELD-COUNT
               PERFORM 2600-WRITE-JOURNAL
               EXIT PARAGRAPH
           END-IF
           MOVE DB2HISTORY-STATUS-EXPIRED TO WS-NEW-STATUS
           SET DB2-PI-NEW-LOCATION OF DB2G-HISTORY-UPDATE-STRUCT
               TO NULL
           MOVE 0
               TO DB2-I-NEW-LOCATION-LEN OF DB2G-HISTORY-UPDATE-STRUCT
           SET DB2-PI-NEW-DEVICE-TYPE OF DB2G-HISTORY-UPDATE-STRUCT
               TO NULL
           MOVE 0 TO DB2-I-NEW-DEVICE-LEN OF DB2G-HISTORY-UPDATE-STRUCT
           SET DB2-PI-NEW-STATUS OF DB2G-HISTORY-UPDATE-STRUCT
               TO ADDRESS OF WS-NEW-STATUS
           MOVE 1 TO DB2-I-NEW-STATUS-LEN OF DB2G-HISTORY-UPDATE-STRUCT
           PERFORM 2500-ISSUE-UPDATE.

       2500-ISSUE-UPDATE.
           SET DB2-PI-NEW-COMMENT OF DB2G-HISTORY-UPDATE-STRUCT
               TO NULL
           MOVE 0 TO DB2-I-NEW-COMMENT-LEN OF DB2G-HISTORY-UPDATE-STRUCT
           MOVE WS-MATCH-NODE
               TO DB2-IO-NODE OF DB2-I-EID OF DB2G-HISTORY-UPDATE-STRUCT
           MOVE WS-MATCH-HID
               TO DB2-IO-HID OF DB2-I-EID OF DB2G-HISTORY-UPDATE-STRUCT
           CALL "db2gHistoryUpdate" USING DB2VERSION810
               DB2G-HISTORY-UPDATE-STRUCT SQLCA
           IF SQLCODE = 0
               MOVE "UPDATED" TO WS-OUTCOME
               ADD 1 TO WS-UPDATED-COUNT
               ADD 1 TO WS-ACCT-WRITTEN
           ELSE
               DISPLAY "MFCCVLTS: db2gHistoryUpdate SQLCODE=" SQLCODE
                   " " WS-CUR-ALIAS " " WS-SCAN-TS
               MOVE "FAILED" TO WS-OUTCOME
               ADD 1 TO WS-FAILED-COUNT
               IF SQLCODE < WS-ACCT-SQLCODE
                   MOVE SQLCODE TO WS-ACCT-SQLCODE
               END-IF
               MOVE "DEGRADED" TO WS-ACCT-STATUS
           END-IF
           PERFORM 2600-WRITE-JOURNAL.

       2600-WRITE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF WS-CJ-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE SPACES TO WS-CJ-TARGET
           IF MFC-VM-MOVED
               STRING WS-SCAN-TS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MFC-VM-NEW-DEVICE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MFC-VM-NEW-LOCATION DELIMITED BY SPACE
                   INTO WS-CJ-TARGET
           ELSE
               STRING WS-SCAN-TS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OUTCOME DELIMITED BY SPACE
                   INTO WS-CJ-TARGET
           END-IF
           CALL "MFCUCCJL" USING WS-CJ-PROGRAM WS-CUR-ALIAS
               WS-CJ-ACTION WS-CJ-TARGET SQLCODE
               WS-CJ-OPERATOR MFC-CHANGE-JOURNAL-REC
           WRITE MFC-CHANGE-JOURNAL-REC
           CLOSE JOURNAL-FILE.

       2900-WRITE-LISTING-LINE.
           MOVE SQLCODE TO WS-DISP-SQLCODE
           MOVE SPACES TO REPORT-LINE
           STRING MFC-VM-DB-ALIAS "  " MFC-VM-IMAGE-TS "  "
               MFC-VM-ACTION "   " WS-OUTCOME "  " WS-DISP-SQLCODE
               "  " MFC-VM-NEW-DEVICE "   " MFC-VM-NEW-LOCATION
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Scan the alias's BACKUP entries from the image timestamp on;
      * the entry whose object part begins with that timestamp is
      * the image. The scan is closed before any update is issued.
       3000-FIND-HISTORY-ENTRY.
           MOVE "N" TO WS-MATCHED
           MOVE "N" TO WS-DONE
           MOVE 0 TO WS-ENTRY-COUNT
           SET DB2-PI-DATABASE-ALIAS OF DB2G-HISTORY-OPEN-STRUCT
               TO ADDRESS OF WS-CUR-ALIAS
           MOVE 0 TO WS-ALIAS-LEN
           INSPECT WS-CUR-ALIAS TALLYING WS-ALIAS-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE WS-ALIAS-LEN
               TO DB2-I-ALIAS-LEN OF DB2G-HISTORY-OPEN-STRUCT
           SET DB2-PI-TIMESTAMP OF DB2G-HISTORY-OPEN-STRUCT
               TO ADDRESS OF WS-SCAN-TS
           MOVE LENGTH OF WS-SCAN-TS
               TO DB2-I-TIMESTAMP-LEN OF DB2G-HISTORY-OPEN-STRUCT
           SET DB2-PI-OBJECT-NAME OF DB2G-HISTORY-OPEN-STRUCT TO NULL
           MOVE 0 TO DB2-I-OBJECT-NAME-LEN OF DB2G-HISTORY-OPEN-STRUCT
           MOVE DB2HISTORY-LIST-BACKUP
               TO DB2-I-CALLER-ACTION OF DB2G-HISTORY-OPEN-STRUCT
           CALL "db2gHistoryOpenScan" USING DB2VERSION810
               DB2G-HISTORY-OPEN-STRUCT SQLCA
           IF SQLCODE NOT = 0
               DISPLAY "MFCCVLTS: db2gHistoryOpenScan SQLCODE="
                   SQLCODE " " WS-CUR-ALIAS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-DONE OR ENTRY-MATCHED
                   OR WS-ENTRY-COUNT >= WS-MAX-ENTRIES
               PERFORM 3100-GET-NEXT-ENTRY
               IF NOT SCAN-DONE
                   ADD 1 TO WS-ENTRY-COUNT
                   IF DB2-O-OPERATION OF DB2HISTORY-DATA
                           = DB2HIST-OP-BACKUP
                       AND WS-OBJPART-BUF(1:14) = WS-SCAN-TS
                       SET ENTRY-MATCHED TO TRUE
                       MOVE WS-LOCATION-BUF TO WS-OLD-LOCATION
                       MOVE DB2-O-DEVICE-TYPE OF DB2HISTORY-DATA
                           TO WS-OLD-DEVICE
                       MOVE DB2-O-STATUS OF DB2HISTORY-DATA
                           TO WS-OLD-STATUS
                       MOVE DB2-IO-NODE OF DB2-O-EID
                           OF DB2HISTORY-DATA TO WS-MATCH-NODE
                       MOVE DB2-IO-HID OF DB2-O-EID
                           OF DB2HISTORY-DATA TO WS-MATCH-HID
                   END-IF
               END-IF
           END-PERFORM
           MOVE DB2-O-HANDLE OF DB2G-HISTORY-OPEN-STRUCT
               TO DB2-I-HANDLE OF DB2HISTORY-GET-ENTRY-STRUCT
           CALL "db2gHistoryCloseScan"
               USING DB2-I-HANDLE OF DB2HISTORY-GET-ENTRY-STRUCT SQLCA
           MOVE 0 TO SQLCODE.

       3100-GET-NEXT-ENTRY.
           MOVE SPACES TO WS-OBJPART-BUF
           MOVE SPACES TO WS-LOCATION-BUF
           MOVE "SQLUHINF" TO DB2-IO-HIST-DATA-ID OF DB2HISTORY-DATA
           SET DB2-PIO-DATA OF DB2-O-OBJECT-PART OF DB2HISTORY-DATA
               TO ADDRESS OF WS-OBJPART-BUF
           MOVE LENGTH OF WS-OBJPART-BUF
               TO DB2-I-LENGTH OF DB2-O-OBJECT-PART OF DB2HISTORY-DATA
           SET DB2-PIO-DATA OF DB2-O-LOCATION OF DB2HISTORY-DATA
               TO ADDRESS OF WS-LOCATION-BUF
           MOVE LENGTH OF WS-LOCATION-BUF
               TO DB2-I-LENGTH OF DB2-O-LOCATION OF DB2HISTORY-DATA
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

       8000-WRITE-TOTALS.
           MOVE WS-UPDATED-COUNT TO WS-DISP-COUNT-1
           MOVE WS-NOCHANGE-COUNT TO WS-DISP-COUNT-2
           MOVE WS-NOMATCH-COUNT TO WS-DISP-COUNT-3
           MOVE WS-FAILED-COUNT TO WS-DISP-COUNT-4
           MOVE WS-HELD-COUNT TO WS-DISP-COUNT-5
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "UPDATED " WS-DISP-COUNT-1
               "  NO-CHANGE " WS-DISP-COUNT-2
               "  NO-MATCH " WS-DISP-COUNT-3
               "  FAILED " WS-DISP-COUNT-4
               "  LEGALHOLD " WS-DISP-COUNT-5
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "MFCCVLTS: UPDATED=" WS-UPDATED-COUNT
               " NO-MATCH=" WS-NOMATCH-COUNT
               " FAILED=" WS-FAILED-COUNT.

       9000-TERMINATE.
           IF WS-VM-STATUS = "00"
               CLOSE MOVE-FILE
           END-IF
           CLOSE REPORT-FILE
           OPEN EXTEND ACCT-FILE
           IF WS-RN-STATUS = "35"
               OPEN OUTPUT ACCT-FILE
           END-IF
           CALL "MFCURACC" USING WS-RN-PROGRAM
               WS-ACCT-START-SECS WS-ACCT-READ
               WS-ACCT-WRITTEN WS-ACCT-SQLCODE
               WS-ACCT-STATUS MFC-RUN-ACCT-REC
           WRITE MFC-RUN-ACCT-REC
           CLOSE ACCT-FILE.
