      ***********************************************************************
      *
      *  Source File Name = MFCMACTN.CBL
      *
      *  Function = Maintenance screens for the post-incident action
      *             item file (MFCACTNP, mfcactn.cbl), in the MFCMRNB
      *             mold: the file is held in memory, rewritten whole
      *             on each accepted change, and every change appends
      *             a before/after audit record (MFCPAUD.CBL) to
      *             MFCPAUDO.
      *
      *             Actions: L lists the items to SYSOUT, A adds one,
      *             U updates one by record number (owner team, due
      *             date, status, ticket reference), X exits. There is
      *             no delete - an item is closed DONE or DROPPED.
      *
      *             An added item needs an incident sequence that is
      *             on MFCINCTO now (its key and first-alert epoch are
      *             taken from there and kept as the incident's stable
      *             signature), an owning team, a valid due date and
      *             the action text. A ticket reference left blank is
      *             taken from the ticket register MFCTKRGI when the
      *             incident has been ticketed. New items start OPEN
      *             and are numbered one past the highest on file.
      *
      *             Each audit record is chained (MFCUCHAN "A") just
      *             before it is written, so MFCPAUDO stays a
      *             tamper-evident trail the verifier MFCR127 walks.
      *
      *             A change is taken only from an operator whose
      *             roster role grants it (MFCUROLE, 2900-CHECK-
      *             ACCESS); a refusal goes to the security audit file
      *             MFCSECAO and shows on the panel.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCMACTN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTION-FILE ASSIGN TO "MFCACTNP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AI-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "MFCINCTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IC-STATUS.
           SELECT REG-FILE ASSIGN TO "MFCTKRGI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "MFCPAUDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACTION-FILE
           RECORDING MODE IS F.
           COPY "mfcactn.cbl".
       FD  INCIDENT-FILE
           RECORDING MODE IS F.
           COPY "mfcinct.cbl".
       FD  REG-FILE
           RECORDING MODE IS F.
           COPY "mfctkreg.cbl".
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY "mfcpaud.cbl".
       WORKING-STORAGE SECTION.
       01 WS-AI-STATUS                PIC XX.
       01 WS-IC-STATUS                PIC XX.
       01 WS-TR-STATUS                PIC XX.
       01 WS-PA-STATUS                PIC XX.
       01 WS-CH-FUNCTION              PIC X(1) VALUE "A".
       01 WS-CH-FILE-ID               PIC X(8) VALUE "MFCPAUDO".
       01 WS-CH-PREV-HASH             PIC 9(18) COMP-5.
       01 WS-EOF-AI                   PIC X VALUE "N".
           88 EOF-AI                  VALUE "Y".
       01 WS-EOF-IC                   PIC X VALUE "N".
           88 EOF-IC                  VALUE "Y".
       01 WS-EOF-TR                   PIC X VALUE "N".
           88 EOF-TR                  VALUE "Y".
       01 WS-DONE                     PIC X VALUE "N".
           88 OPERATOR-DONE           VALUE "Y".
       01 WS-IC-FOUND                 PIC X VALUE "N".
           88 IC-FOUND                VALUE "Y".
       01 WS-DATE-OK                  PIC X VALUE "N".
           88 DATE-OK                 VALUE "Y".

       01 WS-OPERATOR                 PIC X(8) VALUE SPACES.
       COPY "mfcazq.cbl".
       01 WS-ACTION                   PIC X VALUE SPACES.
       01 WS-REC-NUM                  PIC 9(4) VALUE 0.
       01 WS-MESSAGE                  PIC X(60) VALUE SPACES.
       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-HIGH-SEQ                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-DISP-NUM                 PIC ZZZ9.
       01 WS-DISP-SEQ                 PIC Z(8)9.

      * The file held in memory and rewritten whole on change.
       01 WS-MAX-ITEMS                PIC 9(9) COMP-5 VALUE 500.
       01 WS-AI-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-AI-TABLE.
           05 WS-AI-ENTRY OCCURS 500 TIMES.
              10 WS-AI-ITEM-SEQ       PIC 9(9) COMP-5.
              10 WS-AI-INCIDENT-SEQ   PIC 9(9) COMP-5.
              10 WS-AI-INCIDENT-KEY   PIC X(20).
              10 WS-AI-FIRST-SECS     PIC 9(9) COMP-5.
              10 WS-AI-TICKET-REF     PIC X(20).
              10 WS-AI-OWNER-TEAM     PIC X(20).
              10 WS-AI-DUE-DATE       PIC 9(8).
              10 WS-AI-STATE          PIC X(8).
              10 WS-AI-OPENED-SECS    PIC 9(9) COMP-5.
              10 WS-AI-STATUS-SECS    PIC 9(9) COMP-5.
              10 WS-AI-TEXT           PIC X(60).

      * Edit fields behind the add and update panels.
       01 WS-ED-INCIDENT              PIC 9(9).
       01 WS-ED-TICKET-REF            PIC X(20).
       01 WS-ED-OWNER-TEAM            PIC X(20).
       01 WS-ED-DUE-DATE              PIC 9(8).
       01 WS-ED-DUE-PARTS REDEFINES WS-ED-DUE-DATE.
           05 WS-ED-DUE-YYYY          PIC 9(4).
           05 WS-ED-DUE-MM            PIC 9(2).
           05 WS-ED-DUE-DD            PIC 9(2).
       01 WS-ED-STATE                 PIC X(8).
       01 WS-ED-TEXT                  PIC X(60).
       01 WS-ED-KEY                   PIC X(20).
       01 WS-ED-FIRST-SECS            PIC 9(9) COMP-5.

       SCREEN SECTION.
       01 SELECT-SCREEN.
           05 LINE 1 COL 1 VALUE "POST-INCIDENT ACTION ITEMS".
           05 LINE 1 COL 28 VALUE "MAINTENANCE".
           05 LINE 3 COL 1 VALUE "OPERATOR ID ...:".
           05 LINE 3 COL 18 PIC X(8) USING WS-OPERATOR.
           05 LINE 4 COL 1 VALUE "ACTION (L/A/U, X=EXIT):".
           05 LINE 4 COL 25 PIC X USING WS-ACTION.
           05 LINE 5 COL 1 VALUE "RECORD NUMBER (U ONLY):".
           05 LINE 5 COL 25 PIC 9(4) USING WS-REC-NUM.
           05 LINE 7 COL 1 PIC X(60) FROM WS-MESSAGE.
       01 ADD-SCREEN.
           05 LINE 1 COL 1 VALUE "NEW ACTION ITEM".
           05 LINE 3 COL 1 VALUE "INCIDENT SEQ ..:".
           05 LINE 3 COL 18 PIC 9(9) USING WS-ED-INCIDENT.
           05 LINE 3 COL 28 VALUE "(AS ON MFCINCTO NOW)".
           05 LINE 4 COL 1 VALUE "TICKET REF ....:".
           05 LINE 4 COL 18 PIC X(20) USING WS-ED-TICKET-REF.
           05 LINE 4 COL 39 VALUE "(BLANK = FROM REGISTER)".
           05 LINE 5 COL 1 VALUE "OWNING TEAM ...:".
           05 LINE 5 COL 18 PIC X(20) USING WS-ED-OWNER-TEAM.
           05 LINE 6 COL 1 VALUE "DUE (YYYYMMDD) :".
           05 LINE 6 COL 18 PIC 9(8) USING WS-ED-DUE-DATE.
           05 LINE 8 COL 1 VALUE "ACTION:".
           05 LINE 8 COL 9 PIC X(60) USING WS-ED-TEXT.
       01 UPDATE-SCREEN.
           05 LINE 1 COL 1 VALUE "UPDATE ACTION ITEM".
           05 LINE 1 COL 20 PIC Z(8)9 FROM WS-DISP-SEQ.
           05 LINE 3 COL 1 VALUE "ACTION:".
           05 LINE 3 COL 9 PIC X(60) FROM WS-ED-TEXT.
           05 LINE 5 COL 1 VALUE "TICKET REF ....:".
           05 LINE 5 COL 18 PIC X(20) USING WS-ED-TICKET-REF.
           05 LINE 6 COL 1 VALUE "OWNING TEAM ...:".
           05 LINE 6 COL 18 PIC X(20) USING WS-ED-OWNER-TEAM.
           05 LINE 7 COL 1 VALUE "DUE (YYYYMMDD) :".
           05 LINE 7 COL 18 PIC 9(8) USING WS-ED-DUE-DATE.
           05 LINE 8 COL 1 VALUE "STATUS ........:".
           05 LINE 8 COL 18 PIC X(8) USING WS-ED-STATE.
           05 LINE 8 COL 28 VALUE "(OPEN, DONE OR DROPPED)".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPERATE UNTIL OPERATOR-DONE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           CALL "MFCUTIME" USING WS-NOW-SECS
           OPEN EXTEND AUDIT-FILE
           IF WS-PA-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           PERFORM 3000-LOAD-ITEMS.

       2000-OPERATE.
           DISPLAY SELECT-SCREEN
           ACCEPT SELECT-SCREEN
           MOVE SPACES TO WS-MESSAGE
           EVALUATE WS-ACTION
               WHEN "X"
               WHEN "x"
                   SET OPERATOR-DONE TO TRUE
               WHEN "L"
               WHEN "l"
                   PERFORM 5000-LIST-ITEMS
               WHEN "A"
               WHEN "a"
                   IF WS-OPERATOR = SPACES
                       MOVE "OPERATOR ID IS REQUIRED" TO WS-MESSAGE
                   ELSE
                       MOVE "A" TO MFC-AZ-ACTION
                       PERFORM 2900-CHECK-ACCESS
                       IF MFC-AZ-IS-ALLOWED
                           PERFORM 5100-ADD-ITEM
                       END-IF
                   END-IF
               WHEN "U"
               WHEN "u"
                   IF WS-OPERATOR = SPACES
                       MOVE "OPERATOR ID IS REQUIRED" TO WS-MESSAGE
                   ELSE
                       MOVE "U" TO MFC-AZ-ACTION
                       PERFORM 2900-CHECK-ACCESS
                       IF MFC-AZ-IS-ALLOWED
                           PERFORM 5200-UPDATE-ITEM
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "ACTION MUST BE L, A, U OR X" TO WS-MESSAGE
           END-EVALUATE.

      * Roster and role check (MFCUROLE) before any change is taken;
      * a refusal is already on the security audit file MFCSECAO.
       2900-CHECK-ACCESS.
           MOVE "C" TO MFC-AZ-FUNCTION
           MOVE "MFCMACTN" TO MFC-AZ-PROGRAM
           MOVE WS-OPERATOR TO MFC-AZ-OPERATOR
           MOVE "MFCACTNP" TO MFC-AZ-TARGET
           MOVE SPACES TO MFC-AZ-SUBJECT
           CALL "MFCUROLE" USING MFC-ACCESS-QUERY
           IF NOT MFC-AZ-IS-ALLOWED
               MOVE SPACES TO WS-MESSAGE
               STRING "REFUSED - " MFC-AZ-REASON
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

       3000-LOAD-ITEMS.
           MOVE 0 TO WS-AI-COUNT
           OPEN INPUT ACTION-FILE
           IF WS-AI-STATUS = "00"
               PERFORM UNTIL EOF-AI
                   READ ACTION-FILE
                       AT END SET EOF-AI TO TRUE
                       NOT AT END
                           IF WS-AI-COUNT < WS-MAX-ITEMS
                               ADD 1 TO WS-AI-COUNT
                               MOVE MFC-ACTION-ITEM-REC
                                   TO WS-AI-ENTRY(WS-AI-COUNT)
                               IF MFC-AI-ITEM-SEQ > WS-HIGH-SEQ
                                   MOVE MFC-AI-ITEM-SEQ TO WS-HIGH-SEQ
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTION-FILE
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
                               MOVE MFC-IC-KEY TO WS-ED-KEY
                               MOVE MFC-IC-FIRST-SECS
                                   TO WS-ED-FIRST-SECS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF.

      * Ticket reference off the register by the incident signature;
      * left blank when the incident was never ticketed or the desk
      * has not yet returned a reference.
       3200-FIND-TICKET-REF.
           MOVE "N" TO WS-EOF-TR
           OPEN INPUT REG-FILE
           IF WS-TR-STATUS = "00"
               PERFORM UNTIL EOF-TR
                   READ REG-FILE
                       AT END SET EOF-TR TO TRUE
                       NOT AT END
                           IF MFC-TR-KEY = WS-ED-KEY
                               AND MFC-TR-FIRST-SECS = WS-ED-FIRST-SECS
                               MOVE MFC-TR-TICKET-REF
                                   TO WS-ED-TICKET-REF
                               SET EOF-TR TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REG-FILE
           END-IF.

       3300-CHECK-DUE-DATE.
           MOVE "Y" TO WS-DATE-OK
           IF WS-ED-DUE-YYYY < 2000
               OR WS-ED-DUE-MM < 1 OR WS-ED-DUE-MM > 12
               OR WS-ED-DUE-DD < 1 OR WS-ED-DUE-DD > 31
               MOVE "N" TO WS-DATE-OK
           END-IF.

       4000-REWRITE-ITEMS.
           OPEN OUTPUT ACTION-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AI-COUNT
               MOVE WS-AI-ENTRY(WS-IDX) TO MFC-ACTION-ITEM-REC
               WRITE MFC-ACTION-ITEM-REC
           END-PERFORM
           CLOSE ACTION-FILE.

       5000-LIST-ITEMS.
           DISPLAY "  NO      ITEM STATUS   DUE      OWNER-TEAM"
               "           INCIDENT-KEY         TICKET-REF"
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AI-COUNT
               MOVE WS-IDX TO WS-DISP-NUM
               MOVE WS-AI-ITEM-SEQ(WS-IDX) TO WS-DISP-SEQ
               DISPLAY WS-DISP-NUM " " WS-DISP-SEQ " "
                   WS-AI-STATE(WS-IDX) " " WS-AI-DUE-DATE(WS-IDX) " "
                   WS-AI-OWNER-TEAM(WS-IDX) " "
                   WS-AI-INCIDENT-KEY(WS-IDX) " "
                   WS-AI-TICKET-REF(WS-IDX)
               DISPLAY "     ACTION " WS-AI-TEXT(WS-IDX)
           END-PERFORM
           MOVE "ACTION ITEMS LISTED TO SYSOUT" TO WS-MESSAGE.

       5100-ADD-ITEM.
           MOVE 0 TO WS-ED-INCIDENT
           MOVE SPACES TO WS-ED-TICKET-REF
           MOVE SPACES TO WS-ED-OWNER-TEAM
           MOVE 0 TO WS-ED-DUE-DATE
           MOVE SPACES TO WS-ED-TEXT
           DISPLAY ADD-SCREEN
           ACCEPT ADD-SCREEN
           MOVE "N" TO WS-IC-FOUND
           IF WS-ED-INCIDENT NOT = 0
               PERFORM 3100-FIND-INCIDENT
           END-IF
           PERFORM 3300-CHECK-DUE-DATE
           EVALUATE TRUE
               WHEN WS-ED-INCIDENT = 0
                   MOVE "INCIDENT SEQ IS REQUIRED" TO WS-MESSAGE
               WHEN NOT IC-FOUND
                   MOVE "NO SUCH INCIDENT SEQ ON MFCINCTO"
                       TO WS-MESSAGE
               WHEN WS-ED-OWNER-TEAM = SPACES
                   MOVE "OWNING TEAM IS REQUIRED" TO WS-MESSAGE
               WHEN NOT DATE-OK
                   MOVE "DUE DATE MUST BE A VALID YYYYMMDD"
                       TO WS-MESSAGE
               WHEN WS-ED-TEXT = SPACES
                   MOVE "ACTION TEXT IS REQUIRED" TO WS-MESSAGE
               WHEN WS-AI-COUNT >= WS-MAX-ITEMS
                   MOVE "ACTION ITEM FILE IS FULL" TO WS-MESSAGE
               WHEN OTHER
                   IF WS-ED-TICKET-REF = SPACES
                       PERFORM 3200-FIND-TICKET-REF
                   END-IF
                   ADD 1 TO WS-AI-COUNT
                   ADD 1 TO WS-HIGH-SEQ
                   MOVE WS-HIGH-SEQ TO WS-AI-ITEM-SEQ(WS-AI-COUNT)
                   MOVE WS-ED-INCIDENT
                       TO WS-AI-INCIDENT-SEQ(WS-AI-COUNT)
                   MOVE WS-ED-KEY TO WS-AI-INCIDENT-KEY(WS-AI-COUNT)
                   MOVE WS-ED-FIRST-SECS
                       TO WS-AI-FIRST-SECS(WS-AI-COUNT)
                   MOVE WS-ED-TICKET-REF
                       TO WS-AI-TICKET-REF(WS-AI-COUNT)
                   MOVE WS-ED-OWNER-TEAM
                       TO WS-AI-OWNER-TEAM(WS-AI-COUNT)
                   MOVE WS-ED-DUE-DATE TO WS-AI-DUE-DATE(WS-AI-COUNT)
                   MOVE "OPEN" TO WS-AI-STATE(WS-AI-COUNT)
                   MOVE WS-NOW-SECS TO WS-AI-OPENED-SECS(WS-AI-COUNT)
                   MOVE WS-NOW-SECS TO WS-AI-STATUS-SECS(WS-AI-COUNT)
                   MOVE WS-ED-TEXT TO WS-AI-TEXT(WS-AI-COUNT)
                   PERFORM 4000-REWRITE-ITEMS
                   MOVE WS-AI-COUNT TO WS-IDX
                   PERFORM 6000-AUDIT-ADDED-ITEM
                   MOVE WS-HIGH-SEQ TO WS-DISP-SEQ
                   MOVE SPACES TO WS-MESSAGE
                   STRING "ACTION ITEM " WS-DISP-SEQ " ADDED"
                       DELIMITED BY SIZE INTO WS-MESSAGE
           END-EVALUATE.

       5200-UPDATE-ITEM.
           IF WS-REC-NUM < 1 OR WS-REC-NUM > WS-AI-COUNT
               MOVE "RECORD NUMBER OUT OF RANGE - LIST FIRST"
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REC-NUM TO WS-IDX
           MOVE WS-AI-ITEM-SEQ(WS-IDX) TO WS-DISP-SEQ
           MOVE WS-AI-TEXT(WS-IDX) TO WS-ED-TEXT
           MOVE WS-AI-TICKET-REF(WS-IDX) TO WS-ED-TICKET-REF
           MOVE WS-AI-OWNER-TEAM(WS-IDX) TO WS-ED-OWNER-TEAM
           MOVE WS-AI-DUE-DATE(WS-IDX) TO WS-ED-DUE-DATE
           MOVE WS-AI-STATE(WS-IDX) TO WS-ED-STATE
           DISPLAY UPDATE-SCREEN
           ACCEPT UPDATE-SCREEN
           PERFORM 3300-CHECK-DUE-DATE
           EVALUATE TRUE
               WHEN WS-ED-OWNER-TEAM = SPACES
                   MOVE "OWNING TEAM IS REQUIRED" TO WS-MESSAGE
               WHEN NOT DATE-OK
                   MOVE "DUE DATE MUST BE A VALID YYYYMMDD"
                       TO WS-MESSAGE
               WHEN WS-ED-STATE NOT = "OPEN"
                   AND WS-ED-STATE NOT = "DONE"
                   AND WS-ED-STATE NOT = "DROPPED"
                   MOVE "STATUS MUST BE OPEN, DONE OR DROPPED"
                       TO WS-MESSAGE
               WHEN OTHER
                   PERFORM 6400-FORMAT-BEFORE-IMAGE
                   MOVE WS-ED-TICKET-REF TO WS-AI-TICKET-REF(WS-IDX)
                   MOVE WS-ED-OWNER-TEAM TO WS-AI-OWNER-TEAM(WS-IDX)
                   MOVE WS-ED-DUE-DATE TO WS-AI-DUE-DATE(WS-IDX)
                   IF WS-ED-STATE NOT = WS-AI-STATE(WS-IDX)
                       MOVE WS-ED-STATE TO WS-AI-STATE(WS-IDX)
                       MOVE WS-NOW-SECS TO WS-AI-STATUS-SECS(WS-IDX)
                   END-IF
                   PERFORM 4000-REWRITE-ITEMS
                   MOVE WS-REC-NUM TO WS-IDX
                   PERFORM 6100-AUDIT-UPDATED-ITEM
                   MOVE "ACTION ITEM UPDATED" TO WS-MESSAGE
           END-EVALUATE.

       6000-AUDIT-ADDED-ITEM.
           MOVE WS-NOW-SECS TO MFC-PA-TIMESTAMP-SECS
           MOVE WS-OPERATOR TO MFC-PA-OPERATOR
           MOVE "MFCACTNP" TO MFC-PA-FILE-ID
           MOVE "A" TO MFC-PA-ACTION
           MOVE SPACES TO MFC-PA-BEFORE-IMAGE
           PERFORM 6500-FORMAT-AFTER-IMAGE
           CALL "MFCUCHAN" USING WS-CH-FUNCTION WS-CH-FILE-ID
               MFC-POLICY-AUDIT-REC MFC-PA-CHAIN-SEQ WS-CH-PREV-HASH
               MFC-PA-CHAIN-HASH
           WRITE MFC-POLICY-AUDIT-REC.

      * The before image is formatted by 5200 ahead of the change.
       6100-AUDIT-UPDATED-ITEM.
           MOVE WS-NOW-SECS TO MFC-PA-TIMESTAMP-SECS
           MOVE WS-OPERATOR TO MFC-PA-OPERATOR
           MOVE "MFCACTNP" TO MFC-PA-FILE-ID
           MOVE "U" TO MFC-PA-ACTION
           PERFORM 6500-FORMAT-AFTER-IMAGE
           CALL "MFCUCHAN" USING WS-CH-FUNCTION WS-CH-FILE-ID
               MFC-POLICY-AUDIT-REC MFC-PA-CHAIN-SEQ WS-CH-PREV-HASH
               MFC-PA-CHAIN-HASH
           WRITE MFC-POLICY-AUDIT-REC.

       6400-FORMAT-BEFORE-IMAGE.
           MOVE WS-AI-ITEM-SEQ(WS-IDX) TO WS-DISP-SEQ
           MOVE SPACES TO MFC-PA-BEFORE-IMAGE
           STRING WS-DISP-SEQ " " WS-AI-STATE(WS-IDX) " "
               WS-AI-DUE-DATE(WS-IDX) " " WS-AI-OWNER-TEAM(WS-IDX) " "
               WS-AI-TICKET-REF(WS-IDX)
               DELIMITED BY SIZE INTO MFC-PA-BEFORE-IMAGE.

       6500-FORMAT-AFTER-IMAGE.
           MOVE WS-AI-ITEM-SEQ(WS-IDX) TO WS-DISP-SEQ
           MOVE SPACES TO MFC-PA-AFTER-IMAGE
           STRING WS-DISP-SEQ " " WS-AI-STATE(WS-IDX) " "
               WS-AI-DUE-DATE(WS-IDX) " " WS-AI-OWNER-TEAM(WS-IDX) " "
               WS-AI-TICKET-REF(WS-IDX)
               DELIMITED BY SIZE INTO MFC-PA-AFTER-IMAGE.

       9000-TERMINATE.
           CLOSE AUDIT-FILE.
