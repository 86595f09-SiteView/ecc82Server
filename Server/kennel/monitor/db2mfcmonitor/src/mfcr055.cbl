      *             file - MFCALRTO alerts, MFCERRLG errors, MFCHADRA
      *             HADR operations, MFCDLKEO deadlock events,
      *             MFCRSTDO restart attempts, MFCSWTA monitor-switch
      *             changes, MFCD2LGO db2diag.log entries (keyed by
      *             database, or by instance for an instance-level
      *             entry) - and the operator logbook MFCOPLGO,
      *             whose entries land among the machine events they
      *             explain (an entry runs to up to three rows: the
      *             operator and the first text line, the second text
      *             line, and the incident and alert key it names) -
      *             normalizing each record to a common
      *             timeline row (epoch, source file, key, one-line
      *             description built from the record's own fields),
      *             merge-sorting them into strict time order with the
           SELECT SWITCH-FILE ASSIGN TO "MFCSWTA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SA-STATUS.
           SELECT DIAGLOG-FILE ASSIGN TO "MFCD2LGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DL-STATUS.
           SELECT LOGBOOK-FILE ASSIGN TO "MFCOPLGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OL-STATUS.
           SELECT PARM-FILE ASSIGN TO "MFCR055P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       FD  SWITCH-FILE
           RECORDING MODE IS F.
           COPY "mfcswta.cbl".
       FD  DIAGLOG-FILE
           RECORDING MODE IS F.
           COPY "mfcd2lh.cbl".
       FD  LOGBOOK-FILE
           RECORDING MODE IS F.
           COPY "mfcoplg.cbl".
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       SD  SORT-FILE.
      * SR-RELEASE-SEQ keeps rows of one second in the order they
      * were gathered, so a multi-row logbook entry stays together.
       01 SORT-REC.
           05 SR-EVENT-SECS           PIC 9(9) COMP-5.
           05 SR-RELEASE-SEQ          PIC 9(9) COMP-5.
           05 SR-SOURCE-FILE          PIC X(8).
           05 SR-KEY                  PIC X(32).
           05 SR-DESC                 PIC X(60).
       01 WS-DE-STATUS                PIC XX.
       01 WS-RA-STATUS                PIC XX.
       01 WS-SA-STATUS                PIC XX.
       01 WS-DL-STATUS                PIC XX.
       01 WS-OL-STATUS                PIC XX.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-TL-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-FROM-SECS                PIC 9(9) COMP-5 VALUE 0.
       01 WS-TO-SECS                  PIC 9(9) COMP-5 VALUE 0.
       01 WS-ROW-COUNT                PIC 9(9) COMP-5 VALUE 0.
       01 WS-RELEASE-COUNT            PIC 9(9) COMP-5 VALUE 0.
       01 WS-DESC-PTR                 PIC 9(9) COMP-5.
       01 WS-DISP-INC                 PIC ZZZZZZZZ9.
       01 WS-DISP-SECS                PIC ZZZZZZZZ9.
       01 WS-DISP-VAL                 PIC -(9)9.
       01 WS-DISP-ROWS                PIC ZZZZZ9.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT SORT-FILE
               ON ASCENDING KEY SR-EVENT-SECS SR-RELEASE-SEQ
               INPUT PROCEDURE IS 2000-GATHER-ALL-SOURCES
               OUTPUT PROCEDURE IS 5000-WRITE-TIMELINE
           PERFORM 9000-TERMINATE
           PERFORM 2300-GATHER-HADR
           PERFORM 2400-GATHER-DEADLOCKS
           PERFORM 2500-GATHER-RESTARTS
           PERFORM 2600-GATHER-SWITCHES
           PERFORM 2700-GATHER-DIAG-LOG
           PERFORM 2800-GATHER-LOGBOOK.

       2100-GATHER-ALERTS.
           MOVE "N" TO WS-EOF-IN
                                   MFC-AL-METRIC " "
                                   MFC-AL-MESSAGE
                                   DELIMITED BY SIZE INTO SR-DESC
                               PERFORM 2900-RELEASE-ROW
                           END-IF
                   END-READ
               END-PERFORM
                               STRING "SQLCODE" WS-DISP-VAL " "
                                   MFC-EL-DETAIL
                                   DELIMITED BY SIZE INTO SR-DESC
                               PERFORM 2900-RELEASE-ROW
                           END-IF
                   END-READ
               END-PERFORM
                                   " BY " MFC-HA-USER-NAME
                                   " ROLE " MFC-HA-RESULT-ROLE
                                   DELIMITED BY SIZE INTO SR-DESC
                               PERFORM 2900-RELEASE-ROW
                           END-IF
                   END-READ
               END-PERFORM
                               STRING "DEADLOCK, CONNS" WS-DISP-VAL
                                   ", SHOWN APPL ROLLED BACK"
                                   DELIMITED BY SIZE INTO SR-DESC
                               PERFORM 2900-RELEASE-ROW
                           END-IF
                   END-READ
               END-PERFORM
                               STRING "RESTART ATTEMPT, OUTCOME "
                                   MFC-RA-OUTCOME
                                   DELIMITED BY SIZE INTO SR-DESC
                               PERFORM 2900-RELEASE-ROW
                           END-IF
                   END-READ
               END-PERFORM
                                   MFC-SA-BEFORE-STATE " TO "
                                   MFC-SA-AFTER-STATE
                                   DELIMITED BY SIZE INTO SR-DESC
                               PERFORM 2900-RELEASE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               WRITE REPORT-LINE
           END-IF.

       2700-GATHER-DIAG-LOG.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT DIAGLOG-FILE
           IF WS-DL-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ DIAGLOG-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-DL-EVENT-SECS >= WS-FROM-SECS
                               AND (WS-TO-SECS = 0
                                   OR MFC-DL-EVENT-SECS
                                       <= WS-TO-SECS)
                               MOVE MFC-DL-EVENT-SECS
                                   TO SR-EVENT-SECS
                               MOVE "MFCD2LGO" TO SR-SOURCE-FILE
                               IF MFC-DL-DATABASE = SPACES
                                   MOVE MFC-DL-INSTANCE TO SR-KEY
                               ELSE
                                   MOVE MFC-DL-DATABASE TO SR-KEY
                               END-IF
                               MOVE SPACES TO SR-DESC
                               STRING MFC-DL-LEVEL " "
                                   MFC-DL-MESSAGE
                                   DELIMITED BY SIZE INTO SR-DESC
                               PERFORM 2900-RELEASE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIAGLOG-FILE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "NOTE: MFCD2LGO NOT READABLE - SECTION"
                   " MISSING FROM THIS TIMELINE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2800-GATHER-LOGBOOK.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT LOGBOOK-FILE
           IF WS-OL-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ LOGBOOK-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-OL-ENTRY-SECS >= WS-FROM-SECS
                               AND (WS-TO-SECS = 0
                                   OR MFC-OL-ENTRY-SECS
                                       <= WS-TO-SECS)
                               PERFORM 2850-RELEASE-LOGBOOK-ROWS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOGBOOK-FILE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "NOTE: MFCOPLGO NOT READABLE - SECTION"
                   " MISSING FROM THIS TIMELINE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Continuation rows are indented under the operator id.
       2850-RELEASE-LOGBOOK-ROWS.
           MOVE MFC-OL-ENTRY-SECS TO SR-EVENT-SECS
           MOVE "MFCOPLGO" TO SR-SOURCE-FILE
           MOVE MFC-OL-DB-ALIAS TO SR-KEY
           MOVE SPACES TO SR-DESC
           STRING MFC-OL-OPERATOR " " MFC-OL-TEXT-1
               DELIMITED BY SIZE INTO SR-DESC
           PERFORM 2900-RELEASE-ROW
           IF MFC-OL-TEXT-2 NOT = SPACES
               MOVE MFC-OL-ENTRY-SECS TO SR-EVENT-SECS
               MOVE "MFCOPLGO" TO SR-SOURCE-FILE
               MOVE MFC-OL-DB-ALIAS TO SR-KEY
               MOVE SPACES TO SR-DESC
               MOVE MFC-OL-TEXT-2 TO SR-DESC(10:50)
               PERFORM 2900-RELEASE-ROW
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
               PERFORM 2900-RELEASE-ROW
           END-IF.

       2900-RELEASE-ROW.
           ADD 1 TO WS-RELEASE-COUNT
           MOVE WS-RELEASE-COUNT TO SR-RELEASE-SEQ
           RELEASE SORT-REC.

       5000-WRITE-TIMELINE.
           MOVE "N" TO WS-EOF-SORT
           PERFORM UNTIL EOF-SORT
