      ***********************************************************************
      *
      *  Source File Name = MFCUROLE.CBL
      *
      *  Function = Shared utility - role-based access check for the
      *             maintenance screens and the entry programs. Once
      *             anyone who could start MFCMPOL, MFCMCON, MFCMLHLD
      *             and the rest could change any policy, acknowledge
      *             any alert or lift a legal hold, and MFCAPPRE took
      *             an approval from any id, the requester's own
      *             included. Every such program now puts the
      *             question (mfcazq.cbl) here before it accepts a
      *             change.
      *
      *             "C" answers it off the operator roster MFCOPRRP
      *             (mfcoprr.cbl) and the role grants MFCGRNTP
      *             (mfcgrnt.cbl), both loaded on the first call, in
      *             this order: an operator id is required; it must be
      *             on the roster; it must not be the MFC-AZ-SUBJECT
      *             whose request is being approved or acted on; its
      *             role must hold a grant for the action on the
      *             target. A refusal is appended to the security
      *             audit file MFCSECAO (mfcsecx.cbl) before the
      *             answer goes back, so no caller can forget to log
      *             it.
      *
      *             "R" logs a roster change from MFCMOPR to MFCSECAO
      *             and has the roster reread on the next call.
      *
      *             Without MFCGRNTP the shop default grants apply:
      *
      *               OPERATOR  MFCALSTO A   acknowledge alerts
      *               OPERATOR  MFCOPLGO A   logbook entries
      *               OPERATOR  MFCACTNP AU  action items
      *               OPERATOR  *        Q   queue requests
      *               DBA       *        *   everything unreserved
      *               SECURITY  MFCOPRRP *   the roster
      *               HOLDADM   MFCLHLDP *   legal holds
      *
      *             A target of "*" never covers the reserved files
      *             MFCLHLDP and MFCOPRRP. Without MFCOPRRP, or with
      *             it empty, every change is refused except adding
      *             the first roster entry through MFCMOPR, so the
      *             security team can seed the roster.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCUROLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "MFCOPRRP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OR-STATUS.
           SELECT GRANT-FILE ASSIGN TO "MFCGRNTP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GR-STATUS.
           SELECT SECURITY-FILE ASSIGN TO "MFCSECAO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE
           RECORDING MODE IS F.
           COPY "mfcoprr.cbl".
       FD  GRANT-FILE
           RECORDING MODE IS F.
           COPY "mfcgrnt.cbl".
       FD  SECURITY-FILE
           RECORDING MODE IS F.
           COPY "mfcsecx.cbl".
       WORKING-STORAGE SECTION.
       01 WS-OR-STATUS                PIC XX.
       01 WS-GR-STATUS                PIC XX.
       01 WS-SX-STATUS                PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-LOADED                   PIC X VALUE "N".
           88 TABLES-LOADED           VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".
       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-TALLY                    PIC 9(9) COMP-5.

       01 WS-MAX-OPERS                PIC 9(9) COMP-5 VALUE 500.
       01 WS-OP-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-OPER-TABLE.
           05 WS-OP-ENTRY OCCURS 500 TIMES.
              10 WS-OP-ID             PIC X(8).
              10 WS-OP-ROLE           PIC X(8).

       01 WS-MAX-GRANTS               PIC 9(9) COMP-5 VALUE 200.
       01 WS-GT-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-GRANT-TABLE.
           05 WS-GT-ENTRY OCCURS 200 TIMES.
              10 WS-GT-ROLE           PIC X(8).
              10 WS-GT-TARGET         PIC X(8).
              10 WS-GT-ACTIONS        PIC X(8).

       LINKAGE SECTION.
       COPY "mfcazq.cbl".

       PROCEDURE DIVISION USING MFC-ACCESS-QUERY.
       0000-MAIN.
           IF NOT TABLES-LOADED
               PERFORM 1000-LOAD-TABLES
           END-IF
           CALL "MFCUTIME" USING WS-NOW-SECS
           EVALUATE TRUE
               WHEN MFC-AZ-ROLE-CHANGE
                   PERFORM 3000-LOG-ROLE-CHANGE
               WHEN OTHER
                   PERFORM 2000-CHECK-ACCESS
           END-EVALUATE
           GOBACK.

       1000-LOAD-TABLES.
           SET TABLES-LOADED TO TRUE
           MOVE 0 TO WS-OP-COUNT
           MOVE 0 TO WS-GT-COUNT
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT ROSTER-FILE
           IF WS-OR-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ ROSTER-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF WS-OP-COUNT < WS-MAX-OPERS
                               ADD 1 TO WS-OP-COUNT
                               MOVE MFC-OR-OPERATOR
                                   TO WS-OP-ID(WS-OP-COUNT)
                               MOVE MFC-OR-ROLE
                                   TO WS-OP-ROLE(WS-OP-COUNT)
                           ELSE
                               DISPLAY "MFCUROLE: ROSTER OVER "
                                   WS-MAX-OPERS " ENTRIES, IGNORED "
                                   MFC-OR-OPERATOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF
           IF WS-OP-COUNT = 0
               DISPLAY "MFCUROLE: NO OPERATOR ROSTER ON MFCOPRRP - "
                   "CHANGES ARE REFUSED"
           END-IF
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT GRANT-FILE
           IF WS-GR-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ GRANT-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF WS-GT-COUNT < WS-MAX-GRANTS
                               ADD 1 TO WS-GT-COUNT
                               MOVE MFC-GR-ROLE
                                   TO WS-GT-ROLE(WS-GT-COUNT)
                               MOVE MFC-GR-TARGET
                                   TO WS-GT-TARGET(WS-GT-COUNT)
                               MOVE MFC-GR-ACTIONS
                                   TO WS-GT-ACTIONS(WS-GT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRANT-FILE
           ELSE
               PERFORM 1100-DEFAULT-GRANTS
           END-IF.

       1100-DEFAULT-GRANTS.
           MOVE "OPERATOR" TO WS-GT-ROLE(1)
           MOVE "MFCALSTO" TO WS-GT-TARGET(1)
           MOVE "A"        TO WS-GT-ACTIONS(1)
           MOVE "OPERATOR" TO WS-GT-ROLE(2)
           MOVE "MFCOPLGO" TO WS-GT-TARGET(2)
           MOVE "A"        TO WS-GT-ACTIONS(2)
           MOVE "OPERATOR" TO WS-GT-ROLE(3)
           MOVE "MFCACTNP" TO WS-GT-TARGET(3)
           MOVE "AU"       TO WS-GT-ACTIONS(3)
           MOVE "OPERATOR" TO WS-GT-ROLE(4)
           MOVE "*"        TO WS-GT-TARGET(4)
           MOVE "Q"        TO WS-GT-ACTIONS(4)
           MOVE "DBA"      TO WS-GT-ROLE(5)
           MOVE "*"        TO WS-GT-TARGET(5)
           MOVE "*"        TO WS-GT-ACTIONS(5)
           MOVE "SECURITY" TO WS-GT-ROLE(6)
           MOVE "MFCOPRRP" TO WS-GT-TARGET(6)
           MOVE "*"        TO WS-GT-ACTIONS(6)
           MOVE "HOLDADM"  TO WS-GT-ROLE(7)
           MOVE "MFCLHLDP" TO WS-GT-TARGET(7)
           MOVE "*"        TO WS-GT-ACTIONS(7)
           MOVE 7 TO WS-GT-COUNT.

       2000-CHECK-ACCESS.
           MOVE "N" TO MFC-AZ-ALLOWED
           MOVE SPACES TO MFC-AZ-ROLE
           MOVE SPACES TO MFC-AZ-REASON
           IF MFC-AZ-OPERATOR = SPACES
               MOVE "NO OPERATOR ID" TO MFC-AZ-REASON
               PERFORM 2900-WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-COUNT = 0
               IF MFC-AZ-TARGET = "MFCOPRRP" AND MFC-AZ-ACTION = "A"
                   MOVE "SEED" TO MFC-AZ-ROLE
                   MOVE "Y" TO MFC-AZ-ALLOWED
               ELSE
                   MOVE "NO OPERATOR ROSTER" TO MFC-AZ-REASON
                   PERFORM 2900-WRITE-REFUSAL
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OP-COUNT OR KY-FOUND
               IF WS-OP-ID(WS-IDX) = MFC-AZ-OPERATOR
                   SET KY-FOUND TO TRUE
                   MOVE WS-OP-ROLE(WS-IDX) TO MFC-AZ-ROLE
               END-IF
           END-PERFORM
           IF NOT KY-FOUND
               MOVE "NOT ON THE OPERATOR ROSTER" TO MFC-AZ-REASON
               PERFORM 2900-WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF MFC-AZ-SUBJECT NOT = SPACES
               AND MFC-AZ-SUBJECT = MFC-AZ-OPERATOR
               MOVE "SELF-APPROVAL OF OWN REQUEST" TO MFC-AZ-REASON
               PERFORM 2900-WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-GT-COUNT OR KY-FOUND
               PERFORM 2100-MATCH-GRANT
           END-PERFORM
           IF KY-FOUND
               MOVE "Y" TO MFC-AZ-ALLOWED
           ELSE
               STRING "ROLE " MFC-AZ-ROLE " NO GRANT FOR "
                   MFC-AZ-ACTION " ON " MFC-AZ-TARGET
                   DELIMITED BY SIZE INTO MFC-AZ-REASON
               PERFORM 2900-WRITE-REFUSAL
           END-IF.

      * A "*" target covers every target but the reserved files.
       2100-MATCH-GRANT.
           IF WS-GT-ROLE(WS-IDX) NOT = MFC-AZ-ROLE
               EXIT PARAGRAPH
           END-IF
           IF WS-GT-TARGET(WS-IDX) NOT = MFC-AZ-TARGET
               IF WS-GT-TARGET(WS-IDX) NOT = "*"
                   OR MFC-AZ-TARGET = "MFCLHLDP"
                   OR MFC-AZ-TARGET = "MFCOPRRP"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-GT-ACTIONS(WS-IDX) = "*"
               SET KY-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TALLY
           INSPECT WS-GT-ACTIONS(WS-IDX) TALLYING WS-TALLY
               FOR ALL MFC-AZ-ACTION
           IF WS-TALLY > 0
               SET KY-FOUND TO TRUE
           END-IF.

       2900-WRITE-REFUSAL.
           MOVE "REFUSED" TO MFC-SX-EVENT
           PERFORM 4000-WRITE-SECURITY-ROW
           DISPLAY MFC-AZ-PROGRAM ": CHANGE REFUSED FOR "
               MFC-AZ-OPERATOR " - " MFC-AZ-REASON.

       3000-LOG-ROLE-CHANGE.
           MOVE SPACES TO MFC-AZ-ROLE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OP-COUNT
               IF WS-OP-ID(WS-IDX) = MFC-AZ-OPERATOR
                   MOVE WS-OP-ROLE(WS-IDX) TO MFC-AZ-ROLE
               END-IF
           END-PERFORM
           MOVE "ROLECHG" TO MFC-SX-EVENT
           PERFORM 4000-WRITE-SECURITY-ROW
           MOVE "Y" TO MFC-AZ-ALLOWED
           MOVE "N" TO WS-LOADED.

       4000-WRITE-SECURITY-ROW.
           OPEN EXTEND SECURITY-FILE
           IF WS-SX-STATUS = "35"
               OPEN OUTPUT SECURITY-FILE
           END-IF
           MOVE WS-NOW-SECS TO MFC-SX-EVENT-SECS
           MOVE MFC-AZ-PROGRAM TO MFC-SX-PROGRAM
           MOVE MFC-AZ-OPERATOR TO MFC-SX-OPERATOR
           MOVE MFC-AZ-ROLE TO MFC-SX-ROLE
           MOVE MFC-AZ-TARGET TO MFC-SX-TARGET
           MOVE MFC-AZ-ACTION TO MFC-SX-ACTION
           MOVE MFC-AZ-SUBJECT TO MFC-SX-SUBJECT
           MOVE MFC-AZ-REASON TO MFC-SX-DETAIL
           WRITE MFC-SECURITY-AUDIT-REC
           CLOSE SECURITY-FILE.
