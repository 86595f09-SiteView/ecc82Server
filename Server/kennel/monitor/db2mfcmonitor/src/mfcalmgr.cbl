      *                 same key inside EVIDENCE-WINDOW-SECS, saved
      *                 before MFCROTAT can rotate the context away.
      *
      *             Each event record is chained (MFCUCHAN "A") just
      *             before it is written, so MFCALEVO stays a
      *             tamper-evident trail the verifier MFCR127 walks.
      *
      *             Worklist acknowledgements are taken only from an
      *             operator whose roster role grants them (MFCUROLE);
      *             the rest are refused and logged to MFCSECAO.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCALMGR.
       01 WS-AL-STATUS                PIC XX.
       01 WS-AK-STATUS                PIC XX.
       01 WS-AE-STATUS                PIC XX.
       01 WS-CH-FUNCTION              PIC X(1) VALUE "A".
       01 WS-CH-FILE-ID               PIC X(8) VALUE "MFCALEVO".
       01 WS-CH-PREV-HASH             PIC 9(18) COMP-5.
       COPY "mfcazq.cbl".
       01 WS-PARM-STATUS              PIC XX.
       01 WS-RN-STATUS                PIC XX.
       01 WS-EOF-SI                   PIC X VALUE "N".
               CLOSE ACK-FILE
           END-IF.

      * An acknowledgement counts only from an operator whose roster
      * role grants it (MFCUROLE logs the refusal to MFCSECAO).
       3100-APPLY-ONE-ACK.
           MOVE "C" TO MFC-AZ-FUNCTION
           MOVE "MFCALMGR" TO MFC-AZ-PROGRAM
           MOVE MFC-AK-OPERATOR TO MFC-AZ-OPERATOR
           MOVE "MFCALSTO" TO MFC-AZ-TARGET
           MOVE "A" TO MFC-AZ-ACTION
           MOVE SPACES TO MFC-AZ-SUBJECT
           CALL "MFCUROLE" USING MFC-ACCESS-QUERY
           IF NOT MFC-AZ-IS-ALLOWED
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ST-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-STATE-COUNT
               TO MFC-AE-REPEAT-COUNT
           MOVE MFC-AK-OPERATOR TO MFC-AE-OPERATOR
           MOVE "ALERT ACKNOWLEDGED BY OPERATOR" TO MFC-AE-MESSAGE
           CALL "MFCUCHAN" USING WS-CH-FUNCTION WS-CH-FILE-ID
               MFC-ALERT-EVENT-REC MFC-AE-CHAIN-SEQ WS-CH-PREV-HASH
               MFC-AE-CHAIN-HASH
           WRITE MFC-ALERT-EVENT-REC
           ADD 1 TO WS-RECORDS-WRITTEN.

           MOVE WS-AT-ACK-OPERATOR(WS-IDX) TO MFC-AE-OPERATOR
           MOVE "VALUE BACK WITHIN THRESHOLD - PROBLEM ENDED"
               TO MFC-AE-MESSAGE
           CALL "MFCUCHAN" USING WS-CH-FUNCTION WS-CH-FILE-ID
               MFC-ALERT-EVENT-REC MFC-AE-CHAIN-SEQ WS-CH-PREV-HASH
               MFC-AE-CHAIN-HASH
           WRITE MFC-ALERT-EVENT-REC
           ADD 1 TO WS-RECORDS-WRITTEN.

           MOVE SPACES TO MFC-AE-OPERATOR
           MOVE "THRESHOLD BREACH - OPERATOR ATTENTION REQUIRED"
               TO MFC-AE-MESSAGE
           CALL "MFCUCHAN" USING WS-CH-FUNCTION WS-CH-FILE-ID
               MFC-ALERT-EVENT-REC MFC-AE-CHAIN-SEQ WS-CH-PREV-HASH
               MFC-AE-CHAIN-HASH
           WRITE MFC-ALERT-EVENT-REC
           ADD 1 TO WS-RECORDS-WRITTEN.

