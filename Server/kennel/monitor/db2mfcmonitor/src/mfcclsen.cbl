      ***********************************************************************
      *
      *  Source File Name = MFCCLSEN.CBL
      *
      *  Function = Last-seen master updater, run after each
      *             MFCCWLD/MFCCSTMT/MFCCUOW collection.
      *
      *             The authorization extract MFCAUTHO says who CAN
      *             connect; nothing said who still DOES. This program
      *             folds every observation of an AUTH-ID on a database
      *             into the last-seen master (mfclsen.cbl), one entry
      *             per AUTH-ID and database name:
      *
      *               - the application snapshot rows MFCWLDO, stamped
      *                 with their collection epoch;
      *               - the statement extract MFCSTMTO, which carries
      *                 no time of its own and is rewritten by the same
      *                 collection cycle - its rows are stamped with
      *                 the MFCWLDO collection epoch;
      *               - the unit-of-work history MFCUOWHO, stamped with
      *                 each unit of work's stop epoch (start, then
      *                 collection epoch, when that is zero).
      *
      *             The master is carried the MFCCLKWD way - MFCLSENS
      *             in, MFCLSENT out - and only ever moves forward: a
      *             sighting older than the entry's last-seen does not
      *             set it back. A run whose MFCWLDO carries the same
      *             collection epoch as the last one consumed (kept in
      *             MFC-CK-LAST-SEQ on MFCCKLSN) skips MFCWLDO and
      *             MFCSTMTO. MFCUOWHO is opened EXTEND by MFCCUOW, so
      *             the count of its records already folded in is kept
      *             in MFC-CK-RECORDS-PROCESSED and only the rest are
      *             read; a history shorter than that count has been
      *             replaced and is read again from the start.
      *
      *             The dormancy report MFCR130 reads the master.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCLSEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKLOAD-FILE ASSIGN TO "MFCWLDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.
           SELECT STMT-FILE ASSIGN TO "MFCSTMTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.
           SELECT UOW-HIST-FILE ASSIGN TO "MFCUOWHO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UW-STATUS.
           SELECT CKPT-FILE ASSIGN TO "MFCCKLSN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CK-STATUS.
           SELECT STATE-IN-FILE ASSIGN TO "MFCLSENS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.
           SELECT STATE-OUT-FILE ASSIGN TO "MFCLSENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
           SELECT ACCT-FILE ASSIGN TO "MFCRUNLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WORKLOAD-FILE
           RECORDING MODE IS F.
           COPY "mfcwldo.cbl".
       FD  STMT-FILE
           RECORDING MODE IS F.
           COPY "mfcstmt.cbl".
       FD  UOW-HIST-FILE
           RECORDING MODE IS F.
           COPY "mfcuowh.cbl".
       FD  CKPT-FILE
           RECORDING MODE IS F.
           COPY "mfcckpt.cbl".
       FD  STATE-IN-FILE
           RECORDING MODE IS F.
           COPY "mfclsen.cbl".
      * Written FROM the master record the STATE-IN FD declares; the
      * length must match mfclsen.cbl.
       FD  STATE-OUT-FILE
           RECORDING MODE IS F.
       01 STATE-OUT-REC               PIC X(80).
       FD  ACCT-FILE
           RECORDING MODE IS F.
           COPY "mfcracct.cbl".
       WORKING-STORAGE SECTION.
      * End-of-run accounting for the common run ledger
      * (MFCRACCT.CBL/MFCURACC.CBL).
       01 WS-RN-STATUS                PIC XX.
       01 WS-RN-PROGRAM               PIC X(8) VALUE "MFCCLSEN".
       01 WS-ACCT-START-SECS          PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-READ                PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-WRITTEN             PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-SQLCODE             PIC S9(9) COMP-5 VALUE 0.
       01 WS-ACCT-STATUS              PIC X(8)
                                       VALUE "COMPLETE".
       01 WS-WO-STATUS                PIC XX.
       01 WS-ST-STATUS                PIC XX.
       01 WS-UW-STATUS                PIC XX.
       01 WS-CK-STATUS                PIC XX.
       01 WS-SI-STATUS                PIC XX.
       01 WS-SO-STATUS                PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".
       01 WS-NEW-GENERATION           PIC X VALUE "N".
           88 NEW-GENERATION          VALUE "Y".

       01 WS-GEN-SECS                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-LAST-GEN-SECS            PIC 9(9) COMP-5 VALUE 0.
       01 WS-UOW-DONE                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-UOW-READ                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.

      * The sighting being folded in.
       01 WS-CUR-AUTH-ID              PIC X(20).
       01 WS-CUR-DB-NAME              PIC X(20).
       01 WS-CUR-SECS                 PIC 9(9) COMP-5.
       01 WS-CUR-SOURCE               PIC X(8).
       01 WS-CUR-APPL-NAME            PIC X(20).

      * The master: carried entries plus any first seen this run.
       01 WS-MAX-ENTRIES              PIC 9(9) COMP-5 VALUE 5000.
       01 WS-LN-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-MASTER-TABLE.
           05 WS-LN-ENTRY OCCURS 5000 TIMES.
              10 WS-LN-AUTH-ID        PIC X(20).
              10 WS-LN-DB-NAME        PIC X(20).
              10 WS-LN-IMAGE          PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "MFCUTIME" USING WS-ACCT-START-SECS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-MASTER
           PERFORM 3000-READ-SNAPSHOT-ROWS
           IF NEW-GENERATION
               PERFORM 3500-READ-STATEMENT-ROWS
           END-IF
           PERFORM 4000-READ-UOW-HISTORY
           PERFORM 6000-WRITE-NEW-MASTER
           PERFORM 7000-WRITE-CHECKPOINT
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT CKPT-FILE
           IF WS-CK-STATUS = "00"
               READ CKPT-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE MFC-CK-LAST-SEQ TO WS-LAST-GEN-SECS
                       MOVE MFC-CK-RECORDS-PROCESSED TO WS-UOW-DONE
               END-READ
               CLOSE CKPT-FILE
           END-IF.

       2000-LOAD-MASTER.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT STATE-IN-FILE
           IF WS-SI-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ STATE-IN-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF WS-LN-COUNT < WS-MAX-ENTRIES
                               ADD 1 TO WS-LN-COUNT
                               MOVE MFC-LN-AUTH-ID
                                   TO WS-LN-AUTH-ID(WS-LN-COUNT)
                               MOVE MFC-LN-DB-NAME
                                   TO WS-LN-DB-NAME(WS-LN-COUNT)
                               MOVE MFC-LAST-SEEN-REC
                                   TO WS-LN-IMAGE(WS-LN-COUNT)
                           ELSE
                               DISPLAY "MFCCLSEN: MASTER TABLE FULL, "
                                   "ENTRY DROPPED " MFC-LN-AUTH-ID
                                   " " MFC-LN-DB-NAME
                               MOVE "DEGRADED" TO WS-ACCT-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-IN-FILE
           END-IF.

      ***********************************************************************
      * This cycle's snapshot and statement rows.
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
                       IF WS-GEN-SECS = 0
                           MOVE MFC-WO-COLLECT-SECS TO WS-GEN-SECS
                           IF WS-GEN-SECS > WS-LAST-GEN-SECS
                               SET NEW-GENERATION TO TRUE
                           END-IF
                       END-IF
                       IF NEW-GENERATION
                           ADD 1 TO WS-ACCT-READ
                           MOVE MFC-WO-AUTH-ID TO WS-CUR-AUTH-ID
                           MOVE MFC-WO-DB-NAME TO WS-CUR-DB-NAME
                           MOVE WS-GEN-SECS TO WS-CUR-SECS
                           MOVE "MFCWLDO" TO WS-CUR-SOURCE
                           MOVE MFC-WO-APPL-NAME TO WS-CUR-APPL-NAME
                           PERFORM 5000-NOTE-SIGHTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORKLOAD-FILE.

       3500-READ-STATEMENT-ROWS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT STMT-FILE
           IF WS-ST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ STMT-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCT-READ
                       MOVE MFC-ST-AUTH-ID TO WS-CUR-AUTH-ID
                       MOVE MFC-ST-DB-NAME TO WS-CUR-DB-NAME
                       MOVE WS-GEN-SECS TO WS-CUR-SECS
                       MOVE "MFCSTMTO" TO WS-CUR-SOURCE
                       MOVE SPACES TO WS-CUR-APPL-NAME
                       PERFORM 5000-NOTE-SIGHTING
               END-READ
           END-PERFORM
           CLOSE STMT-FILE.

      ***********************************************************************
      * Unit-of-work history past the checkpoint.
      ***********************************************************************
       4000-READ-UOW-HISTORY.
           PERFORM 4100-READ-UOW-PASS
           IF WS-UW-STATUS = "00"
               IF WS-UOW-READ < WS-UOW-DONE
                   DISPLAY "MFCCLSEN: MFCUOWHO SHORTER THAN ITS "
                       "CHECKPOINT - REREAD FROM THE START"
                   MOVE 0 TO WS-UOW-DONE
                   PERFORM 4100-READ-UOW-PASS
               END-IF
               MOVE WS-UOW-READ TO WS-UOW-DONE
           END-IF.

       4100-READ-UOW-PASS.
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
                           PERFORM 4200-NOTE-UOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UOW-HIST-FILE.

       4200-NOTE-UOW.
           MOVE MFC-UW-AUTH-ID TO WS-CUR-AUTH-ID
           MOVE MFC-UW-DB-NAME TO WS-CUR-DB-NAME
           EVALUATE TRUE
               WHEN MFC-UW-STOP-SECS > 0
                   MOVE MFC-UW-STOP-SECS TO WS-CUR-SECS
               WHEN MFC-UW-START-SECS > 0
                   MOVE MFC-UW-START-SECS TO WS-CUR-SECS
               WHEN OTHER
                   MOVE MFC-UW-COLLECT-SECS TO WS-CUR-SECS
           END-EVALUATE
           MOVE "MFCUOWHO" TO WS-CUR-SOURCE
           MOVE MFC-UW-APPL-NAME TO WS-CUR-APPL-NAME
           PERFORM 5000-NOTE-SIGHTING.

      ***********************************************************************
      * Fold one sighting into the master.
      ***********************************************************************
       5000-NOTE-SIGHTING.
           IF WS-CUR-AUTH-ID = SPACES OR WS-CUR-SECS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-LN-COUNT OR KY-FOUND
               IF WS-LN-AUTH-ID(WS-HIT-IDX) = WS-CUR-AUTH-ID
                   AND WS-LN-DB-NAME(WS-HIT-IDX) = WS-CUR-DB-NAME
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-HIT-IDX
               MOVE WS-LN-IMAGE(WS-HIT-IDX) TO MFC-LAST-SEEN-REC
           ELSE
               IF WS-LN-COUNT >= WS-MAX-ENTRIES
                   DISPLAY "MFCCLSEN: MASTER TABLE FULL, NOT RECORDED "
                       WS-CUR-AUTH-ID " " WS-CUR-DB-NAME
                   MOVE "DEGRADED" TO WS-ACCT-STATUS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LN-COUNT
               MOVE WS-LN-COUNT TO WS-HIT-IDX
               MOVE WS-CUR-AUTH-ID TO WS-LN-AUTH-ID(WS-HIT-IDX)
               MOVE WS-CUR-DB-NAME TO WS-LN-DB-NAME(WS-HIT-IDX)
               INITIALIZE MFC-LAST-SEEN-REC
               MOVE WS-CUR-AUTH-ID TO MFC-LN-AUTH-ID
               MOVE WS-CUR-DB-NAME TO MFC-LN-DB-NAME
               MOVE WS-CUR-SECS TO MFC-LN-FIRST-SEEN-SECS
           END-IF
           ADD 1 TO MFC-LN-OBSERVATIONS
           IF WS-CUR-SECS < MFC-LN-FIRST-SEEN-SECS
               MOVE WS-CUR-SECS TO MFC-LN-FIRST-SEEN-SECS
           END-IF
           IF WS-CUR-SECS >= MFC-LN-LAST-SEEN-SECS
               MOVE WS-CUR-SECS TO MFC-LN-LAST-SEEN-SECS
               MOVE WS-CUR-SOURCE TO MFC-LN-LAST-SOURCE
               IF WS-CUR-APPL-NAME NOT = SPACES
                   MOVE WS-CUR-APPL-NAME TO MFC-LN-LAST-APPL-NAME
               END-IF
           END-IF
           MOVE MFC-LAST-SEEN-REC TO WS-LN-IMAGE(WS-HIT-IDX).

       6000-WRITE-NEW-MASTER.
           OPEN OUTPUT STATE-OUT-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LN-COUNT
               WRITE STATE-OUT-REC FROM WS-LN-IMAGE(WS-IDX)
               ADD 1 TO WS-ACCT-WRITTEN
           END-PERFORM
           CLOSE STATE-OUT-FILE.

       7000-WRITE-CHECKPOINT.
           OPEN OUTPUT CKPT-FILE
           MOVE WS-UOW-DONE TO MFC-CK-RECORDS-PROCESSED
           IF NEW-GENERATION
               MOVE WS-GEN-SECS TO MFC-CK-LAST-SEQ
           ELSE
               MOVE WS-LAST-GEN-SECS TO MFC-CK-LAST-SEQ
           END-IF
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
           CLOSE ACCT-FILE.
