      *             small and current without anyone housekeeping
      *             it.
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
       PROGRAM-ID. MFCMMWIN.
       WORKING-STORAGE SECTION.
       01 WS-MW-STATUS                PIC XX.
       01 WS-PA-STATUS                PIC XX.
       01 WS-CH-FUNCTION              PIC X(1) VALUE "A".
       01 WS-CH-FILE-ID               PIC X(8) VALUE "MFCPAUDO".
       01 WS-CH-PREV-HASH             PIC 9(18) COMP-5.
       01 WS-EOF-MW                   PIC X VALUE "N".
           88 EOF-MW                  VALUE "Y".
       01 WS-DONE                     PIC X VALUE "N".
           88 OPERATOR-DONE           VALUE "Y".

       01 WS-OPERATOR                 PIC X(8) VALUE SPACES.
       COPY "mfcazq.cbl".
       01 WS-ACTION                   PIC X VALUE SPACES.
       01 WS-REC-NUM                  PIC 9(4) VALUE 0.
       01 WS-MESSAGE                  PIC X(60) VALUE SPACES.
                   IF WS-OPERATOR = SPACES
                       MOVE "OPERATOR ID IS REQUIRED" TO WS-MESSAGE
                   ELSE
                       MOVE "A" TO MFC-AZ-ACTION
                       PERFORM 2900-CHECK-ACCESS
                       IF MFC-AZ-IS-ALLOWED
                           PERFORM 5100-ADD-WINDOW
                       END-IF
                   END-IF
               WHEN "D"
               WHEN "d"
                   IF WS-OPERATOR = SPACES
                       MOVE "OPERATOR ID IS REQUIRED" TO WS-MESSAGE
                   ELSE
                       MOVE "D" TO MFC-AZ-ACTION
                       PERFORM 2900-CHECK-ACCESS
                       IF MFC-AZ-IS-ALLOWED
                           PERFORM 5300-DELETE-WINDOW
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "ACTION MUST BE L, A, D OR X" TO WS-MESSAGE
           END-EVALUATE.

      * Roster and role check (MFCUROLE) before any change is taken;
      * a refusal is already on the security audit file MFCSECAO.
       2900-CHECK-ACCESS.
           MOVE "C" TO MFC-AZ-FUNCTION
           MOVE "MFCMMWIN" TO MFC-AZ-PROGRAM
           MOVE WS-OPERATOR TO MFC-AZ-OPERATOR
           MOVE "MFCMWINP" TO MFC-AZ-TARGET
           MOVE SPACES TO MFC-AZ-SUBJECT
           CALL "MFCUROLE" USING MFC-ACCESS-QUERY
           IF NOT MFC-AZ-IS-ALLOWED
               MOVE SPACES TO WS-MESSAGE
               STRING "REFUSED - " MFC-AZ-REASON
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

       3000-LOAD-CALENDAR.
           MOVE 0 TO WS-WN-COUNT
           OPEN INPUT WINDOW-FILE
           MOVE "A" TO MFC-PA-ACTION
           MOVE SPACES TO MFC-PA-BEFORE-IMAGE
           PERFORM 6500-FORMAT-AFTER-IMAGE
           CALL "MFCUCHAN" USING WS-CH-FUNCTION WS-CH-FILE-ID
               MFC-POLICY-AUDIT-REC MFC-PA-CHAIN-SEQ WS-CH-PREV-HASH
               MFC-PA-CHAIN-HASH
           WRITE MFC-POLICY-AUDIT-REC.

       6100-AUDIT-EXPIRED-WINDOW.
           MOVE "D" TO MFC-PA-ACTION
           PERFORM 6400-FORMAT-BEFORE-IMAGE
           MOVE SPACES TO MFC-PA-AFTER-IMAGE
           CALL "MFCUCHAN" USING WS-CH-FUNCTION WS-CH-FILE-ID
               MFC-POLICY-AUDIT-REC MFC-PA-CHAIN-SEQ WS-CH-PREV-HASH
               MFC-PA-CHAIN-HASH
           WRITE MFC-POLICY-AUDIT-REC.

       6200-AUDIT-DELETED-WINDOW.
           MOVE "D" TO MFC-PA-ACTION
           PERFORM 6400-FORMAT-BEFORE-IMAGE
           MOVE SPACES TO MFC-PA-AFTER-IMAGE
           CALL "MFCUCHAN" USING WS-CH-FUNCTION WS-CH-FILE-ID
               MFC-POLICY-AUDIT-REC MFC-PA-CHAIN-SEQ WS-CH-PREV-HASH
               MFC-PA-CHAIN-HASH
           WRITE MFC-POLICY-AUDIT-REC.

       6400-FORMAT-BEFORE-IMAGE.
