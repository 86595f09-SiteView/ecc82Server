      *             next run. This console loads the alert state
      *             master (MFCALSTI) and the current correlation
      *             build (MFCINCTO/MFCINCMO) into memory and gives
      *             the 03:00 operator four keystroke actions:
      *
      *               L - list the open alerts worst-first (open
      *                   before acknowledged, then by repeat count
      *                   descending), numbered for the A action;
      *               I - drill into one incident by its sequence,
      *                   listing the member alerts behind it and,
      *                   when MFCALCOR matched it to a known error
      *                   (MFCKERRP), that id and its workaround;
      *               A - acknowledge one listed alert: the state
      *                   master entry is marked ACKED with the
      *                   operator's initials and rewritten whole
      *                   MFCALMGR itself uses), and an ACKED
      *                   lifecycle event is appended to MFCALEVO so
      *                   the MTTA numbers in MFCR087 see the
      *                   console ack exactly like a worklist ack;
      *               R - list every database still in crash recovery
      *                   or rollback with its phase, percent done and
      *                   projected availability time, off the
      *                   MFCR110 projection extract (MFCRCPJO), so
      *                   the duty DBA can quote the business a time;
      *                   each line carries the time MFCR110 made the
      *                   projection, so a stale one is plain to see.
      *
      *             Listing goes to SYSOUT with DISPLAY, the same
      *             division of screen and listing MFCMPOL uses.
      *
      *             Each event record is chained (MFCUCHAN "A") just
      *             before it is written, so MFCALEVO stays a
      *             tamper-evident trail the verifier MFCR127 walks.
      *
      *             A change is taken only from an operator whose
      *             roster role grants it (MFCUROLE, 2900-CHECK-
      *             ACCESS); a refusal goes to the security audit file
      *             MFCSECAO and shows on the panel.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCMCON.
           SELECT EVENT-FILE ASSIGN TO "MFCALEVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AE-STATUS.
           SELECT PROJ-FILE ASSIGN TO "MFCRCPJO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STATE-IN-FILE
       FD  EVENT-FILE
           RECORDING MODE IS F.
           COPY "mfcalev.cbl".
       FD  PROJ-FILE
           RECORDING MODE IS F.
           COPY "mfcrcpj.cbl".
       WORKING-STORAGE SECTION.
       01 WS-SI-STATUS                PIC XX.
       01 WS-SO-STATUS                PIC XX.
       01 WS-IC-STATUS                PIC XX.
       01 WS-IM-STATUS                PIC XX.
       01 WS-AE-STATUS                PIC XX.
       01 WS-CH-FUNCTION              PIC X(1) VALUE "A".
       01 WS-CH-FILE-ID               PIC X(8) VALUE "MFCALEVO".
       01 WS-CH-PREV-HASH             PIC 9(18) COMP-5.
       01 WS-RJ-STATUS                PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-DONE                     PIC X VALUE "N".
           88 STATE-DIRTY             VALUE "Y".

       01 WS-OPERATOR                 PIC X(8) VALUE SPACES.
       COPY "mfcazq.cbl".
       01 WS-ACTION                   PIC X VALUE SPACES.
       01 WS-PICK-NUM                 PIC 9(4) VALUE 0.
       01 WS-MESSAGE                  PIC X(60) VALUE SPACES.
       01 WS-DISP-NUM                 PIC ZZZ9.
       01 WS-DISP-RPT                 PIC ZZZZ9.
       01 WS-DISP-SEQ                 PIC ZZZZ9.
       01 WS-DISP-PCT                 PIC ZZ9.
       01 WS-RJ-COUNT                 PIC 9(9) COMP-5.
       01 WS-RDR-FUNC                 PIC X(1) VALUE "D".
       01 WS-RDR-SECS                 PIC 9(9) COMP-5.
       01 WS-RDR-TEXT                 PIC X(20).

      * The alert state master held in memory, ranked worst-first,
      * and rewritten whole when an acknowledgement dirties it.
           05 LINE 3 COL 1 VALUE "OPERATOR ID ...:".
           05 LINE 3 COL 18 PIC X(8) USING WS-OPERATOR.
           05 LINE 4 COL 1 VALUE "ACTION (L=LIST A=ACK".
           05 LINE 4 COL 22 VALUE "I=INCIDENT R=RECOVERY".
           05 LINE 4 COL 44 VALUE "X=EXIT):".
           05 LINE 4 COL 53 PIC X USING WS-ACTION.
           05 LINE 5 COL 1 VALUE "ALERT NO / INCIDENT SEQ:".
           05 LINE 5 COL 26 PIC 9(4) USING WS-PICK-NUM.
           05 LINE 7 COL 1 PIC X(60) FROM WS-MESSAGE.
                       MOVE "OPERATOR ID IS REQUIRED TO ACKNOWLEDGE"
                           TO WS-MESSAGE
                   ELSE
                       MOVE "A" TO MFC-AZ-ACTION
                       PERFORM 2900-CHECK-ACCESS
                       IF MFC-AZ-IS-ALLOWED
                           PERFORM 4000-ACKNOWLEDGE-ALERT
                       END-IF
                   END-IF
               WHEN "I"
               WHEN "i"
                   PERFORM 5000-DRILL-INTO-INCIDENT
               WHEN "R"
               WHEN "r"
                   PERFORM 6000-LIST-RECOVERIES
               WHEN OTHER
                   MOVE "ACTION MUST BE L, A, I, R OR X" TO WS-MESSAGE
           END-EVALUATE.

      * Roster and role check (MFCUROLE) before any change is taken;
      * a refusal is already on the security audit file MFCSECAO.
       2900-CHECK-ACCESS.
           MOVE "C" TO MFC-AZ-FUNCTION
           MOVE "MFCMCON" TO MFC-AZ-PROGRAM
           MOVE WS-OPERATOR TO MFC-AZ-OPERATOR
           MOVE "MFCALSTO" TO MFC-AZ-TARGET
           MOVE SPACES TO MFC-AZ-SUBJECT
           CALL "MFCUROLE" USING MFC-ACCESS-QUERY
           IF NOT MFC-AZ-IS-ALLOWED
               MOVE SPACES TO WS-MESSAGE
               STRING "REFUSED - " MFC-AZ-REASON
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

       3000-LIST-ALERTS.
           DISPLAY "  NO STATE SOURCE   METRIC               KEY"
               "                  REPEAT"
           MOVE WS-AL-REPEAT(WS-PICK-NUM) TO MFC-AE-REPEAT-COUNT
           MOVE WS-OPERATOR TO MFC-AE-OPERATOR
           MOVE "ACKNOWLEDGED AT THE CONSOLE" TO MFC-AE-MESSAGE
           CALL "MFCUCHAN" USING WS-CH-FUNCTION WS-CH-FILE-ID
               MFC-ALERT-EVENT-REC MFC-AE-CHAIN-SEQ WS-CH-PREV-HASH
               MFC-AE-CHAIN-HASH
           WRITE MFC-ALERT-EVENT-REC
           CLOSE EVENT-FILE.

                               DISPLAY "INCIDENT " WS-DISP-SEQ
                                   " KEY " MFC-IC-KEY
                                   " ALERTS " WS-DISP-RPT
                               IF MFC-IC-KNOWN-ERROR-ID NOT = SPACES
                                   DISPLAY "    KNOWN ERROR "
                                       MFC-IC-KNOWN-ERROR-ID
                                   DISPLAY "    WORKAROUND "
                                       MFC-IC-WORKAROUND(1:50)
                                   DISPLAY "               "
                                       MFC-IC-WORKAROUND(51:50)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
           END-IF.

      * The projection is only as fresh as the last MFCR110 run; the
      * as-of time is shown so nobody quotes a stale number.
       6000-LIST-RECOVERIES.
           MOVE "N" TO WS-EOF-IN
           MOVE 0 TO WS-RJ-COUNT
           OPEN INPUT PROJ-FILE
           IF WS-RJ-STATUS = "00"
               DISPLAY "DATABASE             KIND     PHASE"
                   "                                    PCT"
                   " PROJECTED AVAILABLE  AS OF"
               PERFORM UNTIL EOF-IN
                   READ PROJ-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RJ-COUNT
                           MOVE MFC-RJ-PCT-DONE TO WS-DISP-PCT
                           MOVE MFC-RJ-AS-OF-SECS TO WS-RDR-SECS
                           CALL "MFCURNDR" USING WS-RDR-FUNC
                               WS-RDR-SECS WS-RDR-TEXT
                           DISPLAY MFC-RJ-DB-NAME " " MFC-RJ-KIND " "
                               MFC-RJ-PHASE " " WS-DISP-PCT " "
                               MFC-RJ-AVAIL-TEXT " " WS-RDR-TEXT
                   END-READ
               END-PERFORM
               CLOSE PROJ-FILE
           END-IF
           IF WS-RJ-COUNT = 0
               MOVE "NO DATABASE IS RECOVERING" TO WS-MESSAGE
           ELSE
               MOVE "RECOVERY PROJECTIONS LISTED TO SYSOUT"
                   TO WS-MESSAGE
           END-IF.

       9000-TERMINATE.
           IF STATE-DIRTY
               PERFORM 4200-REWRITE-STATE
