      *             then argued about completeness. This assembler
      *             takes the date range on the one-record control
      *             card MFCR094C and binds one indexed evidence
      *             bundle to MFCR094O with seven sections:
      *
      *               1 POLICY CHANGES     - MFCPAUDO rows in range
      *                                      (before/after images);
      *                                      lines where the
      *                                      pairing fails, which
      *                                      is precisely what the
      *                                      auditors probe for;
      *               6 TRAIL INTEGRITY    - the chain verifier
      *                                      MFCR127's result row
      *                                      (MFCCHNVO) for each
      *                                      hash-chained trail, the
      *                                      evidence that sections
      *                                      1 to 3 are complete and
      *                                      unmodified; EXCEPTION
      *                                      lines for a trail not
      *                                      INTACT, for a
      *                                      verification run before
      *                                      the end of the range
      *                                      (rerun MFCR127 after
      *                                      quarter end), and for
      *                                      no verification at all;
      *               7 PRIVILEGED SESSIONS  - the MFCPSESO sessions
      *                                      of privileged AUTH-IDs
      *                                      (MFCCPSES, the daily
      *                                      MFCR129 listing) closed
      *                                      in range, with what
      *                                      covered each; EXCEPTION
      *                                      lines for a session
      *                                      outside any maintenance
      *                                      window or journal entry.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUCH-FILE ASSIGN TO "MFCAUCHO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AC-STATUS.
           SELECT VERIFY-FILE ASSIGN TO "MFCCHNVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CV-STATUS.
           SELECT PSES-FILE ASSIGN TO "MFCPSESO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PV-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR094O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  AUCH-FILE
           RECORDING MODE IS F.
           COPY "mfcauch.cbl".
       FD  VERIFY-FILE
           RECORDING MODE IS F.
           COPY "mfcchnv.cbl".
       FD  PSES-FILE
           RECORDING MODE IS F.
           COPY "mfcpses.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       01 WS-CJ-STATUS                PIC XX.
       01 WS-AV-STATUS                PIC XX.
       01 WS-AC-STATUS                PIC XX.
       01 WS-CV-STATUS                PIC XX.
       01 WS-PV-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.
       01 WS-EXCEPTIONS               PIC 9(9) COMP-5 VALUE 0.
       01 WS-CV-ROWS                  PIC 9(9) COMP-5 VALUE 0.
       01 WS-DISP-COUNT               PIC Z(8)9.
       01 WS-DISP-BREAK               PIC Z(8)9.
       01 WS-DISP-SEQ                 PIC Z(5)9.
       01 WS-DISP-SECS                PIC ZZZZZZZZ9.
       01 WS-DISP-RC                  PIC -(9)9.
               PERFORM 4000-SECTION-APPROVALS
               PERFORM 5000-SECTION-PRIVILEGES
               PERFORM 6000-SECTION-COVERAGE
               PERFORM 7000-SECTION-INTEGRITY
               PERFORM 8000-SECTION-PRIV-SESSIONS
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.
               PERFORM 1500-WRITE-INDEXED-LINE
           END-IF.

      * The verifier's result for each chained trail. A result older
      * than the end of the range does not cover the whole quarter.
       7000-SECTION-INTEGRITY.
           MOVE "SECTION 6 - AUDIT TRAIL INTEGRITY (MFCCHNVO)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT VERIFY-FILE
           IF WS-CV-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ VERIFY-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 7100-LIST-ONE-RESULT
                   END-READ
               END-PERFORM
               CLOSE VERIFY-FILE
           END-IF
           IF WS-CV-ROWS = 0
               ADD 1 TO WS-EXCEPTIONS
               MOVE "EXCEPTION: NO CHAIN VERIFICATION ON FILE - RUN MF
      -            "CR127" TO WS-LINE-TEXT
               PERFORM 1500-WRITE-INDEXED-LINE
           END-IF.

       7100-LIST-ONE-RESULT.
           ADD 1 TO WS-CV-ROWS
           MOVE MFC-CV-VERIFY-SECS TO WS-DISP-SECS
           MOVE MFC-CV-RECORDS TO WS-DISP-COUNT
           MOVE SPACES TO WS-LINE-TEXT
           STRING WS-DISP-SECS " " MFC-CV-FILE-ID " "
               MFC-CV-STATUS " RECORDS " WS-DISP-COUNT
               DELIMITED BY SIZE INTO WS-LINE-TEXT
           IF MFC-CV-FIRST-BREAK-KIND NOT = SPACES
               MOVE MFC-CV-FIRST-BREAK-SEQ TO WS-DISP-BREAK
               MOVE SPACES TO REPORT-LINE
               STRING WS-LINE-TEXT(1:50) " FIRST BREAK "
                   MFC-CV-FIRST-BREAK-KIND " AT " WS-DISP-BREAK
                   DELIMITED BY SIZE INTO REPORT-LINE
               MOVE REPORT-LINE TO WS-LINE-TEXT
           END-IF
           PERFORM 1500-WRITE-INDEXED-LINE
           IF MFC-CV-BROKEN
               ADD 1 TO WS-EXCEPTIONS
               MOVE SPACES TO WS-LINE-TEXT
               STRING "EXCEPTION: " MFC-CV-FILE-ID
                   " CHAIN IS BROKEN - SEE MFCR127 LISTING"
                   DELIMITED BY SIZE INTO WS-LINE-TEXT
               PERFORM 1500-WRITE-INDEXED-LINE
           END-IF
           IF MFC-CV-VERIFY-SECS < PC-TO-SECS
               ADD 1 TO WS-EXCEPTIONS
               MOVE SPACES TO WS-LINE-TEXT
               STRING "EXCEPTION: " MFC-CV-FILE-ID
                   " VERIFIED BEFORE THE END OF THE RANGE"
                   DELIMITED BY SIZE INTO WS-LINE-TEXT
               PERFORM 1500-WRITE-INDEXED-LINE
           END-IF.

      * Privileged sessions closed in range; one no maintenance
      * window or change-journal entry covered is an exception.
       8000-SECTION-PRIV-SESSIONS.
           MOVE "SECTION 7 - PRIVILEGED SESSIONS (MFCPSESO)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT PSES-FILE
           IF WS-PV-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ PSES-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-PV-CLOSED-SECS >= PC-FROM-SECS
                               AND MFC-PV-CLOSED-SECS <= PC-TO-SECS
                               PERFORM 8100-LIST-ONE-SESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PSES-FILE
           END-IF.

       8100-LIST-ONE-SESSION.
           MOVE MFC-PV-FIRST-SEEN-SECS TO WS-DISP-SECS
           MOVE MFC-PV-DURATION-SECS TO WS-DISP-COUNT
           MOVE SPACES TO WS-LINE-TEXT
           STRING WS-DISP-SECS " " MFC-PV-AUTH-ID " "
               MFC-PV-DB-NAME " " MFC-PV-CLIENT-NNAME
               " SECS " WS-DISP-COUNT " COVERED=" MFC-PV-COVERAGE
               DELIMITED BY SIZE INTO WS-LINE-TEXT
           PERFORM 1500-WRITE-INDEXED-LINE
           IF MFC-PV-UNCOVERED
               ADD 1 TO WS-EXCEPTIONS
               MOVE SPACES TO WS-LINE-TEXT
               STRING "EXCEPTION: " MFC-PV-AUTH-ID " SESSION ON "
                   MFC-PV-DB-NAME " OUTSIDE ANY MAINTENANCE WINDOW"
                   " OR JOURNAL ENTRY"
                   DELIMITED BY SIZE INTO WS-LINE-TEXT
               PERFORM 1500-WRITE-INDEXED-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE REPORT-FILE
           IF WS-EXCEPTIONS > 0
