      *             appends a before/after audit record (MFCPAUD.CBL)
      *             with the operator id and timestamp to MFCPAUDO.
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
       PROGRAM-ID. MFCMPOL.
       01 WS-F4-STATUS                PIC XX.
       01 WS-F5-STATUS                PIC XX.
       01 WS-PA-STATUS                PIC XX.
       01 WS-CH-FUNCTION              PIC X(1) VALUE "A".
       01 WS-CH-FILE-ID               PIC X(8) VALUE "MFCPAUDO".
       01 WS-CH-PREV-HASH             PIC 9(18) COMP-5.
       01 WS-EOF-POL                  PIC X VALUE "N".
           88 EOF-POL                 VALUE "Y".
       01 WS-DONE                     PIC X VALUE "N".
           88 FILE-TRUNCATED          VALUE "Y".

       01 WS-OPERATOR                 PIC X(8) VALUE SPACES.
       COPY "mfcazq.cbl".
       01 WS-FILE-CODE                PIC 9 VALUE 0.
       01 WS-ACTION                   PIC X VALUE SPACES.
       01 WS-REC-NUM                  PIC 9(4) VALUE 0.
                   PERFORM 5000-LIST-RECORDS
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO MFC-AZ-ACTION
                   PERFORM 2900-CHECK-ACCESS
                   IF MFC-AZ-IS-ALLOWED
                       PERFORM 5100-ADD-RECORD
                   END-IF
               WHEN "U"
               WHEN "u"
                   MOVE "U" TO MFC-AZ-ACTION
                   PERFORM 2900-CHECK-ACCESS
                   IF MFC-AZ-IS-ALLOWED
                       PERFORM 5200-UPDATE-RECORD
                   END-IF
               WHEN "D"
               WHEN "d"
                   MOVE "D" TO MFC-AZ-ACTION
                   PERFORM 2900-CHECK-ACCESS
                   IF MFC-AZ-IS-ALLOWED
                       PERFORM 5300-DELETE-RECORD
                   END-IF
               WHEN OTHER
                   MOVE "ACTION MUST BE L, A, U, D OR X"
                       TO WS-MESSAGE
           END-EVALUATE
           END-IF.

      * Roster and role check (MFCUROLE) before any change is taken;
      * a refusal is already on the security audit file MFCSECAO.
       2900-CHECK-ACCESS.
           MOVE "C" TO MFC-AZ-FUNCTION
           MOVE "MFCMPOL" TO MFC-AZ-PROGRAM
           MOVE WS-OPERATOR TO MFC-AZ-OPERATOR
           MOVE WS-FILE-ID TO MFC-AZ-TARGET
           MOVE SPACES TO MFC-AZ-SUBJECT
           CALL "MFCUROLE" USING MFC-ACCESS-QUERY
           IF NOT MFC-AZ-IS-ALLOWED
               MOVE SPACES TO WS-MESSAGE
               STRING "REFUSED - " MFC-AZ-REASON
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

      * Load the selected file into the image table. Each file's own
      * FD/record does the record-length bookkeeping; the images are
      * just the raw bytes.
           MOVE WS-FILE-ID TO MFC-PA-FILE-ID
           MOVE WS-BEFORE-IMAGE TO MFC-PA-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO MFC-PA-AFTER-IMAGE
           CALL "MFCUCHAN" USING WS-CH-FUNCTION WS-CH-FILE-ID
               MFC-POLICY-AUDIT-REC MFC-PA-CHAIN-SEQ WS-CH-PREV-HASH
               MFC-PA-CHAIN-HASH
           WRITE MFC-POLICY-AUDIT-REC.

       7000-REWRITE-SELECTED-FILE.
