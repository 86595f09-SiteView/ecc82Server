      *             blank approver or zero hours are refused - an
      *             approval without a name on it is not an approval.
      *
      *             Each approval record is chained (MFCUCHAN "A")
      *             just before it is written, so MFCAPPRO stays a
      *             tamper-evident trail the verifier MFCR127 walks.
      *
      *             The approver must hold a roster role granting
      *             approvals (MFCUROLE, target MFCAPPRO action A),
      *             and may not approve an action they asked for
      *             themselves: when a still-queued request on
      *             MFCRQUEO for the actuator behind the action (and
      *             the same or a blank alias) carries the approver
      *             as its requester, the line is refused and the
      *             refusal lands on the security audit file. A
      *             request stays queued on MFCRQUEO until MFCRQDSP
      *             has run it, so this holds for as long as the
      *             actuator could consume the approval. The other
      *             order - approving first, then queueing the
      *             request - is refused by MFCRQENT.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCAPPRE.
           SELECT APPROVAL-FILE ASSIGN TO "MFCAPPRO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AV-STATUS.
           SELECT QUEUE-FILE ASSIGN TO "MFCRQUEO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WORK-FILE
       FD  APPROVAL-FILE
           RECORDING MODE IS F.
           COPY "mfcappr.cbl".
       FD  QUEUE-FILE
           RECORDING MODE IS F.
           COPY "mfcrque.cbl".
       WORKING-STORAGE SECTION.
       01 WS-WK-STATUS                PIC XX.
       01 WS-AV-STATUS                PIC XX.
       01 WS-RQ-STATUS                PIC XX.
       01 WS-EOF-RQ                   PIC X VALUE "N".
           88 EOF-RQ                  VALUE "Y".
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-MAX-REQS                 PIC 9(9) COMP-5 VALUE 200.
       01 WS-RQ-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-RQ-TABLE.
           05 WS-RQ-ENTRY OCCURS 200 TIMES.
              10 WS-RQ-COLLECTOR      PIC X(8).
              10 WS-RQ-ALIAS          PIC X(20).
              10 WS-RQ-REQUESTER      PIC X(8).
       01 WS-ACTUATOR                 PIC X(8).
       01 WS-CH-FUNCTION              PIC X(1) VALUE "A".
       01 WS-CH-FILE-ID               PIC X(8) VALUE "MFCAPPRO".
       01 WS-CH-PREV-HASH             PIC 9(18) COMP-5.
       01 WS-EOF-WK                   PIC X VALUE "N".
           88 EOF-WK                  VALUE "Y".
       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-ENTERED                  PIC 9(9) COMP-5 VALUE 0.
       COPY "mfcazq.cbl".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "MFCUTIME" USING WS-NOW-SECS
           PERFORM 1000-LOAD-QUEUED-REQUESTS
           OPEN INPUT WORK-FILE
           IF WS-WK-STATUS NOT = "00"
               DISPLAY "MFCAPPRE: NO APPROVAL WORKLIST (MFCAPPRI)"
           END-IF
           GOBACK.

       1000-LOAD-QUEUED-REQUESTS.
           OPEN INPUT QUEUE-FILE
           IF WS-RQ-STATUS = "00"
               PERFORM UNTIL EOF-RQ
                   READ QUEUE-FILE
                       AT END SET EOF-RQ TO TRUE
                       NOT AT END
                           IF MFC-RQ-QUEUED
                              AND MFC-RQ-REQUESTER NOT = SPACES
                              AND WS-RQ-COUNT < WS-MAX-REQS
                               ADD 1 TO WS-RQ-COUNT
                               MOVE MFC-RQ-COLLECTOR
                                   TO WS-RQ-COLLECTOR(WS-RQ-COUNT)
                               MOVE MFC-RQ-DB-ALIAS
                                   TO WS-RQ-ALIAS(WS-RQ-COUNT)
                               MOVE MFC-RQ-REQUESTER
                                   TO WS-RQ-REQUESTER(WS-RQ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.

       2000-ENTER-ONE-APPROVAL.
           IF WK-APPROVER = SPACES OR WK-HOURS = 0
               DISPLAY "MFCAPPRE: REFUSED WORKLIST LINE FOR "
                   WK-ACTION " " WK-DB-ALIAS
                   " - APPROVER AND HOURS ARE REQUIRED"
           ELSE
               PERFORM 2100-CHECK-APPROVER
               IF NOT MFC-AZ-IS-ALLOWED
                   DISPLAY "MFCAPPRE: REFUSED " WK-ACTION " "
                       WK-DB-ALIAS " FOR " WK-APPROVER " - "
                       MFC-AZ-REASON
               ELSE
                   MOVE WK-ACTION TO MFC-AV-ACTION
                   MOVE WK-DB-ALIAS TO MFC-AV-DB-ALIAS
                   MOVE WK-APPROVER TO MFC-AV-APPROVER
                   COMPUTE MFC-AV-EXPIRY-SECS =
                       WS-NOW-SECS + WK-HOURS * 3600
                   MOVE "N" TO MFC-AV-CONSUMED
                   CALL "MFCUCHAN" USING WS-CH-FUNCTION WS-CH-FILE-ID
                       MFC-APPROVAL-REC MFC-AV-CHAIN-SEQ
                       WS-CH-PREV-HASH MFC-AV-CHAIN-HASH
                   WRITE MFC-APPROVAL-REC
                   ADD 1 TO WS-ENTERED
               END-IF
           END-IF.

      * The subject is the approver only when the approver asked for
      * the action themselves - MFCUROLE refuses self-approval.
       2100-CHECK-APPROVER.
           EVALUATE WK-ACTION
               WHEN "BACKUP-DB"    MOVE "MFCCBKUP" TO WS-ACTUATOR
               WHEN "DRAIN-BOUNCE" MOVE "MFCCBNCE" TO WS-ACTUATOR
               WHEN "FORCE-APPL"   MOVE "MFCCFRCA" TO WS-ACTUATOR
               WHEN "RESTART-DB"   MOVE "MFCCRSDB" TO WS-ACTUATOR
               WHEN "ADD-STORAGE"  MOVE "MFCCSTGA" TO WS-ACTUATOR
               WHEN "PRUNE-HIST"   MOVE "MFCR013" TO WS-ACTUATOR
               WHEN OTHER          MOVE SPACES TO WS-ACTUATOR
           END-EVALUATE
           MOVE SPACES TO MFC-AZ-SUBJECT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RQ-COUNT
               IF WS-RQ-REQUESTER(WS-IDX) = WK-APPROVER
                  AND WS-RQ-COLLECTOR(WS-IDX) = WS-ACTUATOR
                  AND (WS-RQ-ALIAS(WS-IDX) = WK-DB-ALIAS
                       OR WS-RQ-ALIAS(WS-IDX) = SPACES)
                   MOVE WK-APPROVER TO MFC-AZ-SUBJECT
               END-IF
           END-PERFORM
           MOVE "C" TO MFC-AZ-FUNCTION
           MOVE "MFCAPPRE" TO MFC-AZ-PROGRAM
           MOVE WK-APPROVER TO MFC-AZ-OPERATOR
           MOVE "MFCAPPRO" TO MFC-AZ-TARGET
           MOVE "A" TO MFC-AZ-ACTION
           CALL "MFCUROLE" USING MFC-ACCESS-QUERY.
