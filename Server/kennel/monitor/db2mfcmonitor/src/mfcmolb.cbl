      ***********************************************************************
      *
      *  Source File Name = MFCMOLB.CBL
      *
      *  Function = Operator electronic logbook - entry screen.
      *
      *             The context that matters most in a postmortem
      *             ("called the app team at 02:10, they restarted the
      *             middleware") used to live in a paper logbook or in
      *             someone's head. This screen, in the MFCMPOL style,
      *             takes one free-text entry at a time - two lines of
      *             50 - tagged with the alias it concerns, optionally
      *             the incident (MFC-IC-INCIDENT-SEQ off MFCINCTO) and
      *             the alert key it is about, and appends it with the
      *             operator id and an MFCUTIME timestamp to the
      *             logbook MFCOPLGO (MFCOPLG.CBL). Entries are never
      *             updated or deleted - a correction is a new entry.
      *
      *             An incident sequence that MFCINCTO does not carry
      *             is refused, so an entry cannot point at nothing;
      *             when MFCINCTO cannot be read at all the sequence is
      *             taken as keyed.
      *
      *             MFCR056 and MFCR055 print the logbook interleaved
      *             with the machine events of their windows.
      *
      *             A change is taken only from an operator whose
      *             roster role grants it (MFCUROLE, 2900-CHECK-
      *             ACCESS); a refusal goes to the security audit file
      *             MFCSECAO and shows on the panel.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCMOLB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "MFCINCTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IC-STATUS.
           SELECT LOGBOOK-FILE ASSIGN TO "MFCOPLGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE
           RECORDING MODE IS F.
           COPY "mfcinct.cbl".
       FD  LOGBOOK-FILE
           RECORDING MODE IS F.
           COPY "mfcoplg.cbl".
       WORKING-STORAGE SECTION.
       01 WS-IC-STATUS                PIC XX.
       01 WS-OL-STATUS                PIC XX.
       01 WS-EOF-IC                   PIC X VALUE "N".
           88 EOF-IC                  VALUE "Y".
       01 WS-DONE                     PIC X VALUE "N".
           88 OPERATOR-DONE           VALUE "Y".
       01 WS-VALID                    PIC X VALUE "N".
           88 ENTRY-VALID             VALUE "Y".
       01 WS-IC-FOUND                 PIC X VALUE "N".
           88 IC-FOUND                VALUE "Y".

       01 WS-OPERATOR                 PIC X(8) VALUE SPACES.
       COPY "mfcazq.cbl".
       01 WS-ACTION                   PIC X VALUE SPACES.
       01 WS-MESSAGE                  PIC X(60) VALUE SPACES.
       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-ENTRY-COUNT              PIC 9(9) COMP-5 VALUE 0.
       01 WS-DISP-NUM                 PIC ZZZ9.

      * Entry fields behind the panel; cleared after each accepted
      * entry, the operator id is kept for the session.
       01 WS-ED-ALIAS                 PIC X(20) VALUE SPACES.
       01 WS-ED-INCIDENT              PIC 9(9) VALUE 0.
       01 WS-ED-ALERT-KEY             PIC X(20) VALUE SPACES.
       01 WS-ED-TEXT-1                PIC X(50) VALUE SPACES.
       01 WS-ED-TEXT-2                PIC X(50) VALUE SPACES.

       SCREEN SECTION.
       01 ENTRY-SCREEN.
           05 LINE 1 COL 1 VALUE "DB2MFCMONITOR OPERATOR".
           05 LINE 1 COL 24 VALUE "LOGBOOK".
           05 LINE 3 COL 1 VALUE "OPERATOR ID ...:".
           05 LINE 3 COL 18 PIC X(8) USING WS-OPERATOR.
           05 LINE 4 COL 1 VALUE "DB ALIAS ......:".
           05 LINE 4 COL 18 PIC X(20) USING WS-ED-ALIAS.
           05 LINE 5 COL 1 VALUE "INCIDENT SEQ ..:".
           05 LINE 5 COL 18 PIC 9(9) USING WS-ED-INCIDENT.
           05 LINE 5 COL 28 VALUE "(ZERO = NONE)".
           05 LINE 6 COL 1 VALUE "ALERT KEY .....:".
           05 LINE 6 COL 18 PIC X(20) USING WS-ED-ALERT-KEY.
           05 LINE 6 COL 39 VALUE "(OPTIONAL)".
           05 LINE 8 COL 1 VALUE "ENTRY:".
           05 LINE 8 COL 8 PIC X(50) USING WS-ED-TEXT-1.
           05 LINE 9 COL 8 PIC X(50) USING WS-ED-TEXT-2.
           05 LINE 11 COL 1 VALUE "ACTION (E=ENTER, X=EXIT):".
           05 LINE 11 COL 27 PIC X USING WS-ACTION.
           05 LINE 13 COL 1 PIC X(60) FROM WS-MESSAGE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPERATE UNTIL OPERATOR-DONE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN EXTEND LOGBOOK-FILE
           IF WS-OL-STATUS = "35"
               OPEN OUTPUT LOGBOOK-FILE
           END-IF.

       2000-OPERATE.
           MOVE SPACES TO WS-ACTION
           DISPLAY ENTRY-SCREEN
           ACCEPT ENTRY-SCREEN
           MOVE SPACES TO WS-MESSAGE
           EVALUATE WS-ACTION
               WHEN "X"
               WHEN "x"
                   SET OPERATOR-DONE TO TRUE
               WHEN "E"
               WHEN "e"
                   PERFORM 3000-VALIDATE-ENTRY
                   IF ENTRY-VALID
                       MOVE "A" TO MFC-AZ-ACTION
                       PERFORM 2900-CHECK-ACCESS
                       IF MFC-AZ-IS-ALLOWED
                           PERFORM 4000-WRITE-ENTRY
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "ACTION MUST BE E OR X" TO WS-MESSAGE
           END-EVALUATE.

      * Roster and role check (MFCUROLE) before any change is taken;
      * a refusal is already on the security audit file MFCSECAO.
       2900-CHECK-ACCESS.
           MOVE "C" TO MFC-AZ-FUNCTION
           MOVE "MFCMOLB" TO MFC-AZ-PROGRAM
           MOVE WS-OPERATOR TO MFC-AZ-OPERATOR
           MOVE "MFCOPLGO" TO MFC-AZ-TARGET
           MOVE SPACES TO MFC-AZ-SUBJECT
           CALL "MFCUROLE" USING MFC-ACCESS-QUERY
           IF NOT MFC-AZ-IS-ALLOWED
               MOVE SPACES TO WS-MESSAGE
               STRING "REFUSED - " MFC-AZ-REASON
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

      * Last failing check's message wins, as on MFCMPOL.
       3000-VALIDATE-ENTRY.
           MOVE "Y" TO WS-VALID
           IF WS-ED-TEXT-1 = SPACES AND WS-ED-TEXT-2 = SPACES
               MOVE "ENTRY TEXT IS REQUIRED" TO WS-MESSAGE
               MOVE "N" TO WS-VALID
           END-IF
           IF WS-ED-ALIAS = SPACES
               MOVE "DB ALIAS IS REQUIRED" TO WS-MESSAGE
               MOVE "N" TO WS-VALID
           END-IF
           IF WS-OPERATOR = SPACES
               MOVE "OPERATOR ID IS REQUIRED" TO WS-MESSAGE
               MOVE "N" TO WS-VALID
           END-IF
           IF ENTRY-VALID AND WS-ED-INCIDENT NOT = 0
               PERFORM 3100-FIND-INCIDENT
               IF NOT IC-FOUND
                   MOVE "NO SUCH INCIDENT SEQ ON MFCINCTO"
                       TO WS-MESSAGE
                   MOVE "N" TO WS-VALID
               END-IF
           END-IF.

       3100-FIND-INCIDENT.
           MOVE "N" TO WS-IC-FOUND
           MOVE "N" TO WS-EOF-IC
           OPEN INPUT INCIDENT-FILE
           IF WS-IC-STATUS = "00"
               PERFORM UNTIL EOF-IC OR IC-FOUND
                   READ INCIDENT-FILE
                       AT END SET EOF-IC TO TRUE
                       NOT AT END
                           IF MFC-IC-INCIDENT-SEQ = WS-ED-INCIDENT
                               SET IC-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           ELSE
               SET IC-FOUND TO TRUE
           END-IF.

       4000-WRITE-ENTRY.
           CALL "MFCUTIME" USING WS-NOW-SECS
           MOVE WS-NOW-SECS TO MFC-OL-ENTRY-SECS
           MOVE WS-OPERATOR TO MFC-OL-OPERATOR
           MOVE WS-ED-ALIAS TO MFC-OL-DB-ALIAS
           MOVE WS-ED-INCIDENT TO MFC-OL-INCIDENT-SEQ
           MOVE WS-ED-ALERT-KEY TO MFC-OL-ALERT-KEY
           MOVE WS-ED-TEXT-1 TO MFC-OL-TEXT-1
           MOVE WS-ED-TEXT-2 TO MFC-OL-TEXT-2
           WRITE MFC-OPER-LOG-REC
           ADD 1 TO WS-ENTRY-COUNT
           MOVE WS-ENTRY-COUNT TO WS-DISP-NUM
           MOVE SPACES TO WS-MESSAGE
           STRING "ENTRY LOGGED (" WS-DISP-NUM " THIS SESSION)"
               DELIMITED BY SIZE INTO WS-MESSAGE
           MOVE SPACES TO WS-ED-ALIAS WS-ED-ALERT-KEY
           MOVE SPACES TO WS-ED-TEXT-1 WS-ED-TEXT-2
           MOVE 0 TO WS-ED-INCIDENT.

       9000-TERMINATE.
           CLOSE LOGBOOK-FILE.
