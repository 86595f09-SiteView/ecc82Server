      ***********************************************************************
      *
      *  Source File Name = MFCR127.CBL
      *
      *  Function = Audit trail chain verifier.
      *
      *             Walks each hash-chained audit trail - MFCCCJLO,
      *             MFCPAUDO, MFCALEVO and MFCAPPRO - record by record
      *             against its own chain (MFCUCHAN):
      *
      *               - records carrying sequence zero were written
      *                 before the file was chained and are counted
      *                 UNCHAINED while no chained record has been
      *                 seen; one after that is a record stripped of
      *                 its chain and counts EDITED;
      *               - a sequence further on than the next expected
      *                 counts the numbers skipped MISSING; one at or
      *                 before the last seen counts OUT-OF-ORDER;
      *               - the next expected sequence is rehashed
      *                 (MFCUCHAN "V") from the previous record's hash
      *                 and its own content, and a hash that does not
      *                 match the one it carries counts EDITED;
      *               - every anchor on MFCCHANO for the file must
      *                 agree with the record of its sequence, and the
      *                 chain head MFCCHNHP with the last record: a
      *                 head further on than the file counts the
      *                 difference TAIL-MISSING (records cut off the
      *                 end), any other disagreement an ANCHOR-FAIL.
      *
      *             One result row per file (mfcchnv.cbl) goes to
      *             MFCCHNVO, overwritten each run, for the quarterly
      *             compliance pack MFCR094 to print; the listing on
      *             MFCR127O shows the counts and the first
      *             MAX-DETAIL (default 20) anomalies per file, the
      *             first of them being the first break in the chain.
      *             Return code 4 when any file is BROKEN.
      *             Parameters are on MFCR127P (MFCTHR.CBL convention).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR127.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "MFCCCJLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CJ-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "MFCPAUDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.
           SELECT EVENT-FILE ASSIGN TO "MFCALEVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AE-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "MFCAPPRO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AV-STATUS.
           SELECT HEAD-FILE ASSIGN TO "MFCCHNHP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HK-STATUS.
           SELECT ANCHOR-FILE ASSIGN TO "MFCCHANO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AN-STATUS.
           SELECT RESULT-FILE ASSIGN TO "MFCCHNVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CV-STATUS.
           SELECT PARM-FILE ASSIGN TO "MFCR127P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR127O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY "mfcccj.cbl".
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY "mfcpaud.cbl".
       FD  EVENT-FILE
           RECORDING MODE IS F.
           COPY "mfcalev.cbl".
       FD  APPROVAL-FILE
           RECORDING MODE IS F.
           COPY "mfcappr.cbl".
       FD  HEAD-FILE
           RECORDING MODE IS F.
           COPY "mfcchnh.cbl".
       FD  ANCHOR-FILE
           RECORDING MODE IS F.
           COPY "mfcchna.cbl".
       FD  RESULT-FILE
           RECORDING MODE IS F.
           COPY "mfcchnv.cbl".
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-CJ-STATUS                PIC XX.
       01 WS-PA-STATUS                PIC XX.
       01 WS-AE-STATUS                PIC XX.
       01 WS-AV-STATUS                PIC XX.
       01 WS-HK-STATUS                PIC XX.
       01 WS-AN-STATUS                PIC XX.
       01 WS-CV-STATUS                PIC XX.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-FILE-OPENED              PIC X VALUE "N".
           88 FILE-OPENED             VALUE "Y".
       01 WS-CHAIN-SEEN               PIC X VALUE "N".
           88 CHAIN-SEEN              VALUE "Y".

      * Parameters (MFCR127P).
       01 WS-MAX-DETAIL               PIC 9(9) COMP-5 VALUE 20.

       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-HD-IDX                   PIC 9(9) COMP-5.
       01 WS-AN-PTR                   PIC 9(9) COMP-5.
       01 WS-DETAILS                  PIC 9(9) COMP-5.
       01 WS-BROKEN-FILES             PIC 9(9) COMP-5 VALUE 0.
       01 WS-DAMAGE                   PIC 9(9) COMP-5.

      * The record in hand, whichever file it came from.
       01 WS-CUR-FILE-ID              PIC X(8).
       01 WS-CUR-RECORD               PIC X(256).
       01 WS-CUR-SEQ                  PIC 9(9) COMP-5.
       01 WS-CUR-HASH                 PIC 9(18) COMP-5.
       01 WS-CUR-SECS                 PIC 9(9) COMP-5.
       01 WS-EXPECT-SEQ               PIC 9(9) COMP-5.
       01 WS-PREV-HASH                PIC 9(18) COMP-5.
       01 WS-CALC-HASH                PIC 9(18) COMP-5.
       01 WS-CH-FUNCTION              PIC X(1) VALUE "V".
       01 WS-BREAK-SEQ                PIC 9(9) COMP-5.
       01 WS-BREAK-KIND               PIC X(8).

       01 WS-MAX-HEADS                PIC 9(9) COMP-5 VALUE 20.
       01 WS-HD-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-HEAD-TABLE.
           05 WS-HD-ENTRY OCCURS 20 TIMES.
              10 WS-HD-FILE-ID        PIC X(8).
              10 WS-HD-LAST-SEQ       PIC 9(9) COMP-5.
              10 WS-HD-LAST-HASH      PIC 9(18) COMP-5.

      * Anchors in file order - per trail, ascending sequence.
       01 WS-MAX-ANCHORS              PIC 9(9) COMP-5 VALUE 5000.
       01 WS-AN-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-ANCHOR-TABLE.
           05 WS-AN-ENTRY OCCURS 5000 TIMES.
              10 WS-AN-FILE-ID        PIC X(8).
              10 WS-AN-SEQ            PIC 9(9) COMP-5.
              10 WS-AN-HASH           PIC 9(18) COMP-5.

       01 WS-DISP-NUM                 PIC Z(8)9.
       01 WS-DISP-NUM-B               PIC Z(8)9.
       01 WS-DISP-NUM-C               PIC Z(8)9.
       01 WS-DISP-NUM-D               PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VERIFY-JOURNAL
           PERFORM 2100-VERIFY-POLICY-AUDIT
           PERFORM 2200-VERIFY-ALERT-EVENTS
           PERFORM 2300-VERIFY-APPROVALS
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           IF MFC-THR-NAME = "MAX-DETAIL"
                               MOVE MFC-THR-VALUE TO WS-MAX-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           CALL "MFCUTIME" USING WS-NOW-SECS
           PERFORM 1100-LOAD-HEADS
           PERFORM 1200-LOAD-ANCHORS
           OPEN OUTPUT RESULT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE "MFCR127 - AUDIT TRAIL CHAIN VERIFICATION"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       1100-LOAD-HEADS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT HEAD-FILE
           IF WS-HK-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ HEAD-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF WS-HD-COUNT < WS-MAX-HEADS
                               ADD 1 TO WS-HD-COUNT
                               MOVE MFC-HK-FILE-ID
                                   TO WS-HD-FILE-ID(WS-HD-COUNT)
                               MOVE MFC-HK-LAST-SEQ
                                   TO WS-HD-LAST-SEQ(WS-HD-COUNT)
                               MOVE MFC-HK-LAST-HASH
                                   TO WS-HD-LAST-HASH(WS-HD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HEAD-FILE
           END-IF.

       1200-LOAD-ANCHORS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT ANCHOR-FILE
           IF WS-AN-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ ANCHOR-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF WS-AN-COUNT < WS-MAX-ANCHORS
                               ADD 1 TO WS-AN-COUNT
                               MOVE MFC-AN-FILE-ID
                                   TO WS-AN-FILE-ID(WS-AN-COUNT)
                               MOVE MFC-AN-CHAIN-SEQ
                                   TO WS-AN-SEQ(WS-AN-COUNT)
                               MOVE MFC-AN-CHAIN-HASH
                                   TO WS-AN-HASH(WS-AN-COUNT)
                           ELSE
                               DISPLAY "MFCR127: OVER "
                                   WS-MAX-ANCHORS " ANCHORS, LATER "
                                   "ONES NOT CHECKED"
                               SET EOF-IN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANCHOR-FILE
           END-IF.

       2000-VERIFY-JOURNAL.
           MOVE "MFCCCJLO" TO WS-CUR-FILE-ID
           PERFORM 3000-START-FILE
           OPEN INPUT JOURNAL-FILE
           IF WS-CJ-STATUS = "00"
               SET FILE-OPENED TO TRUE
               PERFORM UNTIL EOF-IN
                   READ JOURNAL-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           MOVE MFC-CHANGE-JOURNAL-REC
                               TO WS-CUR-RECORD
                           MOVE MFC-CJ-CHAIN-SEQ TO WS-CUR-SEQ
                           MOVE MFC-CJ-CHAIN-HASH TO WS-CUR-HASH
                           MOVE MFC-CJ-ACTION-SECS TO WS-CUR-SECS
                           PERFORM 3100-CHECK-RECORD
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           PERFORM 3500-FINISH-FILE.

       2100-VERIFY-POLICY-AUDIT.
           MOVE "MFCPAUDO" TO WS-CUR-FILE-ID
           PERFORM 3000-START-FILE
           OPEN INPUT AUDIT-FILE
           IF WS-PA-STATUS = "00"
               SET FILE-OPENED TO TRUE
               PERFORM UNTIL EOF-IN
                   READ AUDIT-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           MOVE MFC-POLICY-AUDIT-REC
                               TO WS-CUR-RECORD
                           MOVE MFC-PA-CHAIN-SEQ TO WS-CUR-SEQ
                           MOVE MFC-PA-CHAIN-HASH TO WS-CUR-HASH
                           MOVE MFC-PA-TIMESTAMP-SECS TO WS-CUR-SECS
                           PERFORM 3100-CHECK-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           PERFORM 3500-FINISH-FILE.

       2200-VERIFY-ALERT-EVENTS.
           MOVE "MFCALEVO" TO WS-CUR-FILE-ID
           PERFORM 3000-START-FILE
           OPEN INPUT EVENT-FILE
           IF WS-AE-STATUS = "00"
               SET FILE-OPENED TO TRUE
               PERFORM UNTIL EOF-IN
                   READ EVENT-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           MOVE MFC-ALERT-EVENT-REC
                               TO WS-CUR-RECORD
                           MOVE MFC-AE-CHAIN-SEQ TO WS-CUR-SEQ
                           MOVE MFC-AE-CHAIN-HASH TO WS-CUR-HASH
                           MOVE MFC-AE-EVENT-SECS TO WS-CUR-SECS
                           PERFORM 3100-CHECK-RECORD
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE
           END-IF
           PERFORM 3500-FINISH-FILE.

      * Approvals carry no time of their own; FIRST/LAST-SECS stay
      * zero for MFCAPPRO.
       2300-VERIFY-APPROVALS.
           MOVE "MFCAPPRO" TO WS-CUR-FILE-ID
           PERFORM 3000-START-FILE
           OPEN INPUT APPROVAL-FILE
           IF WS-AV-STATUS = "00"
               SET FILE-OPENED TO TRUE
               PERFORM UNTIL EOF-IN
                   READ APPROVAL-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           MOVE MFC-APPROVAL-REC TO WS-CUR-RECORD
                           MOVE MFC-AV-CHAIN-SEQ TO WS-CUR-SEQ
                           MOVE MFC-AV-CHAIN-HASH TO WS-CUR-HASH
                           MOVE 0 TO WS-CUR-SECS
                           PERFORM 3100-CHECK-RECORD
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF
           PERFORM 3500-FINISH-FILE.

       3000-START-FILE.
           MOVE "N" TO WS-EOF-IN
           MOVE "N" TO WS-FILE-OPENED
           MOVE "N" TO WS-CHAIN-SEEN
           MOVE 1 TO WS-EXPECT-SEQ
           MOVE 0 TO WS-PREV-HASH
           MOVE 1 TO WS-AN-PTR
           MOVE 0 TO WS-DETAILS
           INITIALIZE MFC-CHAIN-VERIFY-REC
           MOVE WS-NOW-SECS TO MFC-CV-VERIFY-SECS
           MOVE WS-CUR-FILE-ID TO MFC-CV-FILE-ID
           MOVE SPACES TO MFC-CV-FIRST-BREAK-KIND
           MOVE SPACES TO REPORT-LINE
           STRING "FILE " WS-CUR-FILE-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       3100-CHECK-RECORD.
           ADD 1 TO MFC-CV-RECORDS
           IF WS-CUR-SECS > 0
               IF MFC-CV-FIRST-SECS = 0
                   MOVE WS-CUR-SECS TO MFC-CV-FIRST-SECS
               END-IF
               MOVE WS-CUR-SECS TO MFC-CV-LAST-SECS
           END-IF
           IF WS-CUR-SEQ = 0
               IF CHAIN-SEEN
                   ADD 1 TO MFC-CV-EDITED
                   MOVE WS-EXPECT-SEQ TO WS-BREAK-SEQ
                   MOVE "UNCHAIN" TO WS-BREAK-KIND
                   PERFORM 3900-NOTE-BREAK
               ELSE
                   ADD 1 TO MFC-CV-UNCHAINED
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET CHAIN-SEEN TO TRUE
           IF WS-CUR-SEQ < WS-EXPECT-SEQ
               ADD 1 TO MFC-CV-OUT-OF-ORDER
               MOVE WS-CUR-SEQ TO WS-BREAK-SEQ
               MOVE "ORDER" TO WS-BREAK-KIND
               PERFORM 3900-NOTE-BREAK
               EXIT PARAGRAPH
           END-IF
      * After a gap the previous hash is gone with the missing record;
      * the record is taken on its own hash and the walk goes on.
           IF WS-CUR-SEQ > WS-EXPECT-SEQ
               COMPUTE MFC-CV-MISSING = MFC-CV-MISSING
                   + WS-CUR-SEQ - WS-EXPECT-SEQ
               MOVE WS-EXPECT-SEQ TO WS-BREAK-SEQ
               MOVE "MISSING" TO WS-BREAK-KIND
               PERFORM 3900-NOTE-BREAK
           ELSE
               CALL "MFCUCHAN" USING WS-CH-FUNCTION WS-CUR-FILE-ID
                   WS-CUR-RECORD WS-CUR-SEQ WS-PREV-HASH
                   WS-CALC-HASH
               IF WS-CALC-HASH NOT = WS-CUR-HASH
                   ADD 1 TO MFC-CV-EDITED
                   MOVE WS-CUR-SEQ TO WS-BREAK-SEQ
                   MOVE "EDITED" TO WS-BREAK-KIND
                   PERFORM 3900-NOTE-BREAK
               END-IF
           END-IF
           PERFORM 3200-CHECK-ANCHORS
           MOVE WS-CUR-HASH TO WS-PREV-HASH
           MOVE WS-CUR-SEQ TO MFC-CV-LAST-SEQ
           COMPUTE WS-EXPECT-SEQ = WS-CUR-SEQ + 1.

      * Anchors of this file up to the record in hand: one at its
      * sequence must carry its hash, one before it names a record
      * the walk never saw.
       3200-CHECK-ANCHORS.
           PERFORM UNTIL WS-AN-PTR > WS-AN-COUNT
               IF WS-AN-FILE-ID(WS-AN-PTR) = WS-CUR-FILE-ID
                   IF WS-AN-SEQ(WS-AN-PTR) > WS-CUR-SEQ
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO MFC-CV-ANCHORS-CHECKED
                   IF WS-AN-SEQ(WS-AN-PTR) < WS-CUR-SEQ
                       OR WS-AN-HASH(WS-AN-PTR) NOT = WS-CUR-HASH
                       ADD 1 TO MFC-CV-ANCHOR-FAILS
                       MOVE WS-AN-SEQ(WS-AN-PTR) TO WS-BREAK-SEQ
                       MOVE "ANCHOR" TO WS-BREAK-KIND
                       PERFORM 3900-NOTE-BREAK
                   END-IF
               END-IF
               ADD 1 TO WS-AN-PTR
           END-PERFORM.

       3500-FINISH-FILE.
           MOVE 0 TO WS-HD-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-HD-COUNT
               IF WS-HD-FILE-ID(WS-IDX) = WS-CUR-FILE-ID
                   MOVE WS-IDX TO WS-HD-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-HD-IDX = 0
                   IF CHAIN-SEEN
                       ADD 1 TO MFC-CV-ANCHOR-FAILS
                       MOVE MFC-CV-LAST-SEQ TO WS-BREAK-SEQ
                       MOVE "NOHEAD" TO WS-BREAK-KIND
                       PERFORM 3900-NOTE-BREAK
                   END-IF
               WHEN WS-HD-LAST-SEQ(WS-HD-IDX) > MFC-CV-LAST-SEQ
                   COMPUTE MFC-CV-TAIL-MISSING =
                       WS-HD-LAST-SEQ(WS-HD-IDX) - MFC-CV-LAST-SEQ
                   COMPUTE WS-BREAK-SEQ = MFC-CV-LAST-SEQ + 1
                   MOVE "TAIL" TO WS-BREAK-KIND
                   PERFORM 3900-NOTE-BREAK
               WHEN WS-HD-LAST-SEQ(WS-HD-IDX) < MFC-CV-LAST-SEQ
                   OR WS-HD-LAST-HASH(WS-HD-IDX) NOT = WS-PREV-HASH
                   ADD 1 TO MFC-CV-ANCHOR-FAILS
                   MOVE WS-HD-LAST-SEQ(WS-HD-IDX) TO WS-BREAK-SEQ
                   MOVE "HEAD" TO WS-BREAK-KIND
                   PERFORM 3900-NOTE-BREAK
           END-EVALUATE
      * Anchors beyond the last record read are for records cut off.
           PERFORM UNTIL WS-AN-PTR > WS-AN-COUNT
               IF WS-AN-FILE-ID(WS-AN-PTR) = WS-CUR-FILE-ID
                   ADD 1 TO MFC-CV-ANCHORS-CHECKED
                   ADD 1 TO MFC-CV-ANCHOR-FAILS
                   MOVE WS-AN-SEQ(WS-AN-PTR) TO WS-BREAK-SEQ
                   MOVE "ANCHOR" TO WS-BREAK-KIND
                   PERFORM 3900-NOTE-BREAK
               END-IF
               ADD 1 TO WS-AN-PTR
           END-PERFORM
           COMPUTE WS-DAMAGE = MFC-CV-MISSING + MFC-CV-TAIL-MISSING
               + MFC-CV-OUT-OF-ORDER + MFC-CV-EDITED
               + MFC-CV-ANCHOR-FAILS
           EVALUATE TRUE
               WHEN WS-DAMAGE > 0
                   SET MFC-CV-BROKEN TO TRUE
                   ADD 1 TO WS-BROKEN-FILES
               WHEN NOT FILE-OPENED
                   SET MFC-CV-NO-FILE TO TRUE
               WHEN OTHER
                   SET MFC-CV-INTACT TO TRUE
           END-EVALUATE
           WRITE MFC-CHAIN-VERIFY-REC
           PERFORM 3600-PRINT-RESULT.

       3600-PRINT-RESULT.
           MOVE MFC-CV-RECORDS TO WS-DISP-NUM
           MOVE MFC-CV-UNCHAINED TO WS-DISP-NUM-B
           MOVE MFC-CV-LAST-SEQ TO WS-DISP-NUM-C
           MOVE SPACES TO REPORT-LINE
           STRING "  RECORDS " WS-DISP-NUM "  UNCHAINED "
               WS-DISP-NUM-B "  LAST SEQUENCE " WS-DISP-NUM-C
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE MFC-CV-MISSING TO WS-DISP-NUM
           MOVE MFC-CV-TAIL-MISSING TO WS-DISP-NUM-B
           MOVE MFC-CV-OUT-OF-ORDER TO WS-DISP-NUM-C
           MOVE MFC-CV-EDITED TO WS-DISP-NUM-D
           MOVE SPACES TO REPORT-LINE
           STRING "  MISSING " WS-DISP-NUM "  TAIL MISSING "
               WS-DISP-NUM-B "  OUT OF ORDER " WS-DISP-NUM-C
               "  EDITED " WS-DISP-NUM-D
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE MFC-CV-ANCHORS-CHECKED TO WS-DISP-NUM
           MOVE MFC-CV-ANCHOR-FAILS TO WS-DISP-NUM-B
           MOVE SPACES TO REPORT-LINE
           STRING "  ANCHORS CHECKED " WS-DISP-NUM "  FAILED "
               WS-DISP-NUM-B "  STATUS " MFC-CV-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF MFC-CV-FIRST-BREAK-KIND NOT = SPACES
               MOVE MFC-CV-FIRST-BREAK-SEQ TO WS-DISP-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "  FIRST BREAK AT SEQUENCE " WS-DISP-NUM
                   "  " MFC-CV-FIRST-BREAK-KIND
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       3900-NOTE-BREAK.
           IF MFC-CV-FIRST-BREAK-KIND = SPACES
               MOVE WS-BREAK-SEQ TO MFC-CV-FIRST-BREAK-SEQ
               MOVE WS-BREAK-KIND TO MFC-CV-FIRST-BREAK-KIND
           END-IF
           ADD 1 TO WS-DETAILS
           IF WS-DETAILS <= WS-MAX-DETAIL
               MOVE WS-BREAK-SEQ TO WS-DISP-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-BREAK-KIND " AT SEQUENCE " WS-DISP-NUM
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       9000-TERMINATE.
           MOVE WS-BROKEN-FILES TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "TRAILS BROKEN " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE RESULT-FILE
           CLOSE REPORT-FILE
           IF WS-BROKEN-FILES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
