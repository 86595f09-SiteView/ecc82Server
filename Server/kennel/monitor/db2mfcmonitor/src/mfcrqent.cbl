      *             entered so a rerun cannot double-queue. MFCRQDSP
      *             is the dispatcher that drains the queue.
      *
      *             Each worklist line names the requesting operator
      *             (X(8) after the focus key); a line is queued only
      *             when that operator's roster role grants queueing
      *             the collector (MFCUROLE, action Q), and the
      *             requester is kept on the queue record so
      *             MFCAPPRE can refuse self-approval.
      *
      *             The same rule holds the other way round: when
      *             the collector is an actuator and an unexpired,
      *             unconsumed approval of its action on MFCAPPRO
      *             (for the line's alias, or any alias when the line
      *             has none) already carries the requester as the
      *             approver, the line is refused as self-approval
      *             and the refusal lands on the security audit file.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCRQENT.
           SELECT QUEUE-FILE ASSIGN TO "MFCRQUEO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RQ-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "MFCAPPRO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WORK-FILE
           05 WK-COLLECTOR            PIC X(8).
           05 WK-DB-ALIAS             PIC X(20).
           05 WK-FOCUS-KEY            PIC X(20).
           05 WK-REQUESTER            PIC X(8).
       FD  QUEUE-FILE
           RECORDING MODE IS F.
           COPY "mfcrque.cbl".
       FD  APPROVAL-FILE
           RECORDING MODE IS F.
           COPY "mfcappr.cbl".
       WORKING-STORAGE SECTION.
       01 WS-WK-STATUS                PIC XX.
       01 WS-RQ-STATUS                PIC XX.
       01 WS-AV-STATUS                PIC XX.
       01 WS-EOF-AV                   PIC X VALUE "N".
           88 EOF-AV                  VALUE "Y".
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-MAX-APPR                 PIC 9(9) COMP-5 VALUE 100.
       01 WS-AV-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-APPR-TABLE.
           05 WS-AV-ENTRY OCCURS 100 TIMES.
              10 WS-AV-ACTION         PIC X(12).
              10 WS-AV-ALIAS          PIC X(20).
              10 WS-AV-APPROVER       PIC X(8).
       01 WS-ACTION                   PIC X(12).
       01 WS-EOF-WK                   PIC X VALUE "N".
           88 EOF-WK                  VALUE "Y".
       01 WS-EOF-RQ                   PIC X VALUE "N".
       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-NEXT-ID                  PIC 9(9) COMP-5 VALUE 1.
       01 WS-ENTERED                  PIC 9(9) COMP-5 VALUE 0.
       COPY "mfcazq.cbl".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "MFCUTIME" USING WS-NOW-SECS
           PERFORM 1000-FIND-HIGH-ID
           PERFORM 1100-LOAD-OPEN-APPROVALS
           OPEN INPUT WORK-FILE
           IF WS-WK-STATUS NOT = "00"
               DISPLAY "MFCRQENT: NO REQUEST WORKLIST (MFCRQIN)"
               CLOSE QUEUE-FILE
           END-IF.

      * Only approvals an actuator could still be granted count -
      * consumed or expired ones can no longer be used.
       1100-LOAD-OPEN-APPROVALS.
           OPEN INPUT APPROVAL-FILE
           IF WS-AV-STATUS = "00"
               PERFORM UNTIL EOF-AV
                   READ APPROVAL-FILE
                       AT END SET EOF-AV TO TRUE
                       NOT AT END
                           IF NOT MFC-AV-IS-CONSUMED
                              AND MFC-AV-EXPIRY-SECS >= WS-NOW-SECS
                              AND WS-AV-COUNT < WS-MAX-APPR
                               ADD 1 TO WS-AV-COUNT
                               MOVE MFC-AV-ACTION
                                   TO WS-AV-ACTION(WS-AV-COUNT)
                               MOVE MFC-AV-DB-ALIAS
                                   TO WS-AV-ALIAS(WS-AV-COUNT)
                               MOVE MFC-AV-APPROVER
                                   TO WS-AV-APPROVER(WS-AV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.

       2000-QUEUE-ONE-REQUEST.
           IF WK-COLLECTOR = SPACES
               DISPLAY "MFCRQENT: REFUSED WORKLIST LINE - COLLECTOR "
                   "NAME IS REQUIRED"
           ELSE
               MOVE "C" TO MFC-AZ-FUNCTION
               MOVE "MFCRQENT" TO MFC-AZ-PROGRAM
               MOVE WK-REQUESTER TO MFC-AZ-OPERATOR
               MOVE WK-COLLECTOR TO MFC-AZ-TARGET
               MOVE "Q" TO MFC-AZ-ACTION
               PERFORM 2100-CHECK-OWN-APPROVAL
               CALL "MFCUROLE" USING MFC-ACCESS-QUERY
               IF NOT MFC-AZ-IS-ALLOWED
                   DISPLAY "MFCRQENT: REFUSED " WK-COLLECTOR " FOR "
                       WK-REQUESTER " - " MFC-AZ-REASON
               ELSE
                   MOVE WS-NEXT-ID TO MFC-RQ-REQUEST-ID
                   MOVE WK-COLLECTOR TO MFC-RQ-COLLECTOR
                   MOVE WK-DB-ALIAS TO MFC-RQ-DB-ALIAS
                   MOVE WK-FOCUS-KEY TO MFC-RQ-FOCUS-KEY
                   MOVE "Q" TO MFC-RQ-STATUS
                   MOVE WS-NOW-SECS TO MFC-RQ-QUEUED-SECS
                   MOVE 0 TO MFC-RQ-DONE-SECS
                   MOVE WK-REQUESTER TO MFC-RQ-REQUESTER
                   WRITE MFC-REQUEST-REC
                   ADD 1 TO WS-NEXT-ID
                   ADD 1 TO WS-ENTERED
               END-IF
           END-IF.

      * The subject is the requester only when the requester has
      * already approved the actuator's action themselves - MFCUROLE
      * then refuses the line as self-approval.
       2100-CHECK-OWN-APPROVAL.
           EVALUATE WK-COLLECTOR
               WHEN "MFCCBKUP" MOVE "BACKUP-DB"    TO WS-ACTION
               WHEN "MFCCBNCE" MOVE "DRAIN-BOUNCE" TO WS-ACTION
               WHEN "MFCCFRCA" MOVE "FORCE-APPL"   TO WS-ACTION
               WHEN "MFCCRSDB" MOVE "RESTART-DB"   TO WS-ACTION
               WHEN "MFCCSTGA" MOVE "ADD-STORAGE"  TO WS-ACTION
               WHEN "MFCR013"  MOVE "PRUNE-HIST"   TO WS-ACTION
               WHEN OTHER      MOVE SPACES TO WS-ACTION
           END-EVALUATE
           MOVE SPACES TO MFC-AZ-SUBJECT
           IF WS-ACTION = SPACES OR WK-REQUESTER = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AV-COUNT
               IF WS-AV-APPROVER(WS-IDX) = WK-REQUESTER
                  AND WS-AV-ACTION(WS-IDX) = WS-ACTION
                  AND (WS-AV-ALIAS(WS-IDX) = WK-DB-ALIAS
                       OR WK-DB-ALIAS = SPACES)
                   MOVE WK-REQUESTER TO MFC-AZ-SUBJECT
               END-IF
           END-PERFORM.
