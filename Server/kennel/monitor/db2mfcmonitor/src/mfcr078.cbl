      *             finally sits where it belongs. Table-and-sort in
      *             COBOL is this shop's norm (see MFCR009).
      *
      *             MFCFPRTO carries one row per fingerprint and
      *             package consistency token; rows for a shape
      *             rebound mid-extract are summed back into one
      *             ranking entry here (MFCR112 is where the tokens
      *             are set against each other).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR078.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-OCC-COUNT                PIC 9(9) COMP-5 VALUE 0.
       01 WS-MAX-OCC                  PIC 9(9) COMP-5 VALUE 2000.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".

       01 WS-GROUP-TABLE.
           05 WS-FG-ENTRY OCCURS 2000 TIMES.
           END-PERFORM.

       2100-LOAD-ONE-GROUP.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-OCC-COUNT OR KY-FOUND
               IF WS-FG-FINGERPRINT(WS-HIT-IDX) = MFC-FG-FINGERPRINT
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-HIT-IDX
               ADD MFC-FG-EXECUTIONS TO WS-FG-EXECUTIONS(WS-HIT-IDX)
               ADD MFC-FG-TOTAL-ELAPSED-USEC
                   TO WS-FG-ELAPSED-USEC(WS-HIT-IDX)
               ADD MFC-FG-TOTAL-CPU-USEC TO WS-FG-CPU-USEC(WS-HIT-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-OCC-COUNT >= WS-MAX-OCC
               DISPLAY "MFCR078: OCCURRENCE TABLE FULL, FINGERPRINT "
                   "NOT RANKED " MFC-FG-FINGERPRINT
