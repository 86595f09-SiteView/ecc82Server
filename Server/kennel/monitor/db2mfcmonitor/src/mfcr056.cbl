      *               - automated restart attempts (MFCRSTDO) with
      *                 fail streak and outcome;
      *               - monitor-switch changes (MFCSWTA), changed
      *                 groups only;
      *               - the operator logbook (MFCOPLGO, keyed on the
      *                 MFCMOLB screen) interleaved in time order with
      *                 every in-window machine event of the sections
      *                 above, so an entry reads next to what it
      *                 explains. The sections release their rows to
      *                 a SORT as they print (the MFCR055 technique).
      *
      *             Printed at 06:45 by the scheduler, replacing the
      *             folklore handover.
           SELECT SWITCH-FILE ASSIGN TO "MFCSWTA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SA-STATUS.
           SELECT LOGBOOK-FILE ASSIGN TO "MFCOPLGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OL-STATUS.
           SELECT PARM-FILE ASSIGN TO "MFCR056P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR056O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SORT-FILE ASSIGN TO "MFCR056S".
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE
       FD  SWITCH-FILE
           RECORDING MODE IS F.
           COPY "mfcswta.cbl".
       FD  LOGBOOK-FILE
           RECORDING MODE IS F.
           COPY "mfcoplg.cbl".
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
      * SR-RELEASE-SEQ keeps rows of one second in the order they
      * were gathered, so a multi-row logbook entry stays together.
       SD  SORT-FILE.
       01 SORT-REC.
           05 SR-EVENT-SECS           PIC 9(9) COMP-5.
           05 SR-RELEASE-SEQ          PIC 9(9) COMP-5.
           05 SR-SOURCE-FILE          PIC X(8).
           05 SR-KEY                  PIC X(20).
           05 SR-DESC                 PIC X(60).
       WORKING-STORAGE SECTION.
       01 WS-AL-STATUS                PIC XX.
       01 WS-EL-STATUS                PIC XX.
       01 WS-HA-STATUS                PIC XX.
       01 WS-RA-STATUS                PIC XX.
       01 WS-SA-STATUS                PIC XX.
       01 WS-OL-STATUS                PIC XX.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-SORT                 PIC X VALUE "N".
           88 EOF-SORT                VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".

       01 WS-DISP-SECS                PIC ZZZZZZZZ9.
       01 WS-DISP-VAL                 PIC -(9)9.
       01 WS-DISP-STREAK              PIC ZZZ9.
       01 WS-DISP-INC                 PIC ZZZZZZZZ9.
       01 WS-RELEASE-COUNT            PIC 9(9) COMP-5 VALUE 0.
       01 WS-LOGBOOK-COUNT            PIC 9(9) COMP-5 VALUE 0.
       01 WS-DESC-PTR                 PIC 9(9) COMP-5.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT SORT-FILE
               ON ASCENDING KEY SR-EVENT-SECS SR-RELEASE-SEQ
               INPUT PROCEDURE IS 1500-RUN-SECTIONS
               OUTPUT PROCEDURE IS 7500-PRINT-CHRONOLOGY
           PERFORM 9000-TERMINATE
           GOBACK.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      * The per-source sections print as before; every in-window
      * row they count is also released to the chronology.
       1500-RUN-SECTIONS.
           PERFORM 2000-ALERT-SECTION
           PERFORM 3000-ERROR-SECTION
           PERFORM 4000-HADR-SECTION
           PERFORM 5000-RESTART-SECTION
           PERFORM 6000-SWITCH-SECTION
           PERFORM 6500-GATHER-LOGBOOK.

       2000-ALERT-SECTION.
           MOVE "NEW ALERTS BY METRIC" TO REPORT-LINE
           WRITE REPORT-LINE
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE MFC-AL-METRIC TO WS-GROUP-WORK
                               PERFORM 7000-TALLY-GROUP
                               MOVE MFC-AL-ALERT-SECS
                                   TO SR-EVENT-SECS
                               MOVE "MFCALRTO" TO SR-SOURCE-FILE
                               MOVE MFC-AL-KEY TO SR-KEY
                               MOVE SPACES TO SR-DESC
                               STRING MFC-AL-SOURCE " "
                                   MFC-AL-METRIC " "
                                   MFC-AL-MESSAGE
                                   DELIMITED BY SIZE INTO SR-DESC
                               PERFORM 6900-RELEASE-ROW
                               IF WS-DETAIL-SHOWN < WS-MAX-DETAIL
                                   ADD 1 TO WS-DETAIL-SHOWN
                                   MOVE SPACES TO REPORT-LINE
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE MFC-EL-SOURCE TO WS-GROUP-WORK
                               PERFORM 7000-TALLY-GROUP
                               MOVE MFC-EL-TIMESTAMP-SECS
                                   TO SR-EVENT-SECS
                               MOVE "MFCERRLG" TO SR-SOURCE-FILE
                               MOVE MFC-EL-SOURCE TO SR-KEY
                               MOVE MFC-EL-SQLCODE TO WS-DISP-VAL
                               MOVE SPACES TO SR-DESC
                               STRING "SQLCODE" WS-DISP-VAL " "
                                   MFC-EL-DETAIL
                                   DELIMITED BY SIZE INTO SR-DESC
                               PERFORM 6900-RELEASE-ROW
                               IF WS-DETAIL-SHOWN < WS-MAX-DETAIL
                                   ADD 1 TO WS-DETAIL-SHOWN
                                   MOVE MFC-EL-SQLCODE
                                   DELIMITED BY SIZE
                                   INTO REPORT-LINE
                               WRITE REPORT-LINE
                               MOVE MFC-HA-TIMESTAMP-SECS
                                   TO SR-EVENT-SECS
                               MOVE "MFCHADRA" TO SR-SOURCE-FILE
                               MOVE MFC-HA-DB-ALIAS TO SR-KEY
                               MOVE SPACES TO SR-DESC
                               STRING "HADR " MFC-HA-OPERATION
                                   " ROLE " MFC-HA-RESULT-ROLE
                                   DELIMITED BY SIZE INTO SR-DESC
                               PERFORM 6900-RELEASE-ROW
                           END-IF
                   END-READ
               END-PERFORM
                                   DELIMITED BY SIZE
                                   INTO REPORT-LINE
                               WRITE REPORT-LINE
                               MOVE MFC-RA-ATTEMPT-SECS
                                   TO SR-EVENT-SECS
                               MOVE "MFCRSTDO" TO SR-SOURCE-FILE
                               MOVE MFC-RA-DB-ALIAS TO SR-KEY
                               MOVE SPACES TO SR-DESC
                               STRING "RESTART ATTEMPT, OUTCOME "
                                   MFC-RA-OUTCOME
                                   DELIMITED BY SIZE INTO SR-DESC
                               PERFORM 6900-RELEASE-ROW
                           END-IF
                   END-READ
               END-PERFORM
                                   DELIMITED BY SIZE
                                   INTO REPORT-LINE
                               WRITE REPORT-LINE
                               MOVE MFC-SA-TIMESTAMP-SECS
                                   TO SR-EVENT-SECS
                               MOVE "MFCSWTA" TO SR-SOURCE-FILE
                               MOVE MFC-SA-GROUP-NAME TO SR-KEY
                               MOVE SPACES TO SR-DESC
                               STRING "MONITOR SWITCH "
                                   MFC-SA-BEFORE-STATE " TO "
                                   MFC-SA-AFTER-STATE
                                   DELIMITED BY SIZE INTO SR-DESC
                               PERFORM 6900-RELEASE-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM 8500-PRINT-SECTION-TOTAL.

       6500-GATHER-LOGBOOK.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT LOGBOOK-FILE
           IF WS-OL-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ LOGBOOK-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-OL-ENTRY-SECS >= WS-WINDOW-START
                               ADD 1 TO WS-LOGBOOK-COUNT
                               PERFORM 6550-RELEASE-LOGBOOK-ROWS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOGBOOK-FILE
           END-IF.

      * Up to three rows an entry, as on the MFCR055 timeline: the
      * operator and first text line, the second text line, and the
      * incident and alert key the entry names.
       6550-RELEASE-LOGBOOK-ROWS.
           MOVE MFC-OL-ENTRY-SECS TO SR-EVENT-SECS
           MOVE "MFCOPLGO" TO SR-SOURCE-FILE
           MOVE MFC-OL-DB-ALIAS TO SR-KEY
           MOVE SPACES TO SR-DESC
           STRING MFC-OL-OPERATOR " " MFC-OL-TEXT-1
               DELIMITED BY SIZE INTO SR-DESC
           PERFORM 6900-RELEASE-ROW
           IF MFC-OL-TEXT-2 NOT = SPACES
               MOVE MFC-OL-ENTRY-SECS TO SR-EVENT-SECS
               MOVE "MFCOPLGO" TO SR-SOURCE-FILE
               MOVE MFC-OL-DB-ALIAS TO SR-KEY
               MOVE SPACES TO SR-DESC
               MOVE MFC-OL-TEXT-2 TO SR-DESC(10:50)
               PERFORM 6900-RELEASE-ROW
           END-IF
           IF MFC-OL-INCIDENT-SEQ NOT = 0
               OR MFC-OL-ALERT-KEY NOT = SPACES
               MOVE MFC-OL-ENTRY-SECS TO SR-EVENT-SECS
               MOVE "MFCOPLGO" TO SR-SOURCE-FILE
               MOVE MFC-OL-DB-ALIAS TO SR-KEY
               MOVE SPACES TO SR-DESC
               MOVE 10 TO WS-DESC-PTR
               IF MFC-OL-INCIDENT-SEQ NOT = 0
                   MOVE MFC-OL-INCIDENT-SEQ TO WS-DISP-INC
                   STRING "RE INCIDENT" WS-DISP-INC " "
                       DELIMITED BY SIZE INTO SR-DESC
                       WITH POINTER WS-DESC-PTR
               END-IF
               IF MFC-OL-ALERT-KEY NOT = SPACES
                   STRING "ALERT KEY " MFC-OL-ALERT-KEY
                       DELIMITED BY SIZE INTO SR-DESC
                       WITH POINTER WS-DESC-PTR
               END-IF
               PERFORM 6900-RELEASE-ROW
           END-IF.

       6900-RELEASE-ROW.
           ADD 1 TO WS-RELEASE-COUNT
           MOVE WS-RELEASE-COUNT TO SR-RELEASE-SEQ
           RELEASE SORT-REC.

       7000-TALLY-GROUP.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
               END-IF
           END-IF.

       7500-PRINT-CHRONOLOGY.
           MOVE "OPERATOR LOGBOOK WITH MACHINE EVENTS, TIME ORDER"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-EOF-SORT
           PERFORM UNTIL EOF-SORT
               RETURN SORT-FILE
                   AT END SET EOF-SORT TO TRUE
                   NOT AT END
                       MOVE SR-EVENT-SECS TO WS-DISP-SECS
                       MOVE SPACES TO REPORT-LINE
                       STRING "    " WS-DISP-SECS "  "
                           SR-SOURCE-FILE "  " SR-KEY "  " SR-DESC
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
               END-RETURN
           END-PERFORM
           MOVE WS-LOGBOOK-COUNT TO WS-DISP-HITS
           MOVE SPACES TO REPORT-LINE
           STRING "  IN-WINDOW LOGBOOK ENTRIES: " WS-DISP-HITS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       8000-PRINT-GROUP-COUNTS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-GR-COUNT
