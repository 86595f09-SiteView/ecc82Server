      ***********************************************************************
      *
      *  Source File Name = MFCR124.CBL
      *
      *  Function = Weekly open and overdue action items by owning
      *             team.
      *
      *             Reads the post-incident action items (MFCACTNP,
      *             mfcactn.cbl, kept through MFCMACTN) and prints
      *             every OPEN item grouped by owning team, soonest
      *             due first, SORTed the MFCR055 way. An item whose
      *             due date is before today is marked OVERDUE with
      *             the days it is late; each team closes with its
      *             open and overdue counts, and the run with the
      *             shop totals and the items closed DONE or DROPPED
      *             in the lookback.
      *
      *             Under each open item the report points out any
      *             incident on MFCINCTO first seen in the lookback
      *             (LOOKBACK-DAYS on MFCR124P, default 7) that
      *             correlated to the same key after the item's own
      *             incident - the same problem back while its fix is
      *             still outstanding, which is the point of the
      *             item. The match is on the key the item carries,
      *             not on the incident sequence, since MFCALCOR
      *             renumbers on every rebuild.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR124.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTION-FILE ASSIGN TO "MFCACTNP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AI-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "MFCINCTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IC-STATUS.
           SELECT PARM-FILE ASSIGN TO "MFCR124P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR124O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SORT-FILE ASSIGN TO "MFCR124S".
       DATA DIVISION.
       FILE SECTION.
       FD  ACTION-FILE
           RECORDING MODE IS F.
           COPY "mfcactn.cbl".
       FD  INCIDENT-FILE
           RECORDING MODE IS F.
           COPY "mfcinct.cbl".
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       SD  SORT-FILE.
       01 SORT-REC.
           05 SR-OWNER-TEAM           PIC X(20).
           05 SR-DUE-DATE             PIC 9(8).
           05 SR-ITEM-SEQ             PIC 9(9) COMP-5.
           05 SR-INCIDENT-KEY         PIC X(20).
           05 SR-FIRST-SECS           PIC 9(9) COMP-5.
           05 SR-TICKET-REF           PIC X(20).
           05 SR-TEXT                 PIC X(60).
       WORKING-STORAGE SECTION.
       01 WS-AI-STATUS                PIC XX.
       01 WS-IC-STATUS                PIC XX.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-SORT                 PIC X VALUE "N".
           88 EOF-SORT                VALUE "Y".

       01 WS-LOOKBACK-DAYS            PIC 9(9) COMP-5 VALUE 7.
       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-WINDOW-START             PIC 9(9) COMP-5.
       01 WS-ZERO-TIMESTAMP           PIC X(14) VALUE "00000000000000".
       01 WS-DUE-TIMESTAMP.
           05 WS-DUE-TS-DATE          PIC 9(8).
           05 FILLER                  PIC X(6) VALUE "000000".
       01 WS-TODAY-DAYS               PIC 9(9) COMP-5.
       01 WS-DUE-DAYS                 PIC 9(9) COMP-5.
       01 WS-LATE-DAYS                PIC 9(9) COMP-5.
       01 WS-IDX                      PIC 9(9) COMP-5.

      * Team control break.
       01 WS-CUR-TEAM                 PIC X(20) VALUE SPACES.
       01 WS-FIRST-TEAM               PIC X VALUE "Y".
           88 FIRST-TEAM              VALUE "Y".
       01 WS-TEAM-OPEN                PIC 9(9) COMP-5 VALUE 0.
       01 WS-TEAM-OVERDUE             PIC 9(9) COMP-5 VALUE 0.

       01 WS-TOT-OPEN                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-TOT-OVERDUE              PIC 9(9) COMP-5 VALUE 0.
       01 WS-TOT-CLOSED               PIC 9(9) COMP-5 VALUE 0.
       01 WS-TOT-LINKS                PIC 9(9) COMP-5 VALUE 0.

      * Incidents first seen in the lookback, for the recurrence link.
       01 WS-MAX-NEW                  PIC 9(9) COMP-5 VALUE 500.
       01 WS-NEW-COUNT                PIC 9(9) COMP-5 VALUE 0.
       01 WS-NEW-TABLE.
           05 WS-NEW-ENTRY OCCURS 500 TIMES.
              10 WS-NEW-SEQ           PIC 9(9) COMP-5.
              10 WS-NEW-KEY           PIC X(20).
              10 WS-NEW-FIRST-SECS    PIC 9(9) COMP-5.
              10 WS-NEW-ALERTS        PIC 9(9) COMP-5.

       01 WS-DISP-SEQ                 PIC Z(8)9.
       01 WS-DISP-NUM                 PIC Z(6)9.
       01 WS-DISP-SECS                PIC Z(8)9.
       01 WS-DISP-LATE                PIC Z(4)9.
       01 WS-LATE-TEXT                PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-NEW-INCIDENTS
           SORT SORT-FILE
               ON ASCENDING KEY SR-OWNER-TEAM SR-DUE-DATE SR-ITEM-SEQ
               INPUT PROCEDURE IS 3000-RELEASE-OPEN-ITEMS
               OUTPUT PROCEDURE IS 5000-PRINT-BY-TEAM
           PERFORM 8000-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           IF MFC-THR-NAME = "LOOKBACK-DAYS"
                               MOVE MFC-THR-VALUE TO WS-LOOKBACK-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           CALL "MFCUTIME" USING WS-NOW-SECS
           CALL "MFCUDAYS" USING WS-ZERO-TIMESTAMP WS-TODAY-DAYS
           COMPUTE WS-WINDOW-START =
               WS-NOW-SECS - (WS-LOOKBACK-DAYS * 86400)
           OPEN OUTPUT REPORT-FILE
           MOVE "OPEN AND OVERDUE POST-INCIDENT ACTION ITEMS BY TEAM"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       2000-LOAD-NEW-INCIDENTS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT INCIDENT-FILE
           IF WS-IC-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ INCIDENT-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-IC-FIRST-SECS >= WS-WINDOW-START
                               AND WS-NEW-COUNT < WS-MAX-NEW
                               ADD 1 TO WS-NEW-COUNT
                               MOVE MFC-IC-INCIDENT-SEQ
                                   TO WS-NEW-SEQ(WS-NEW-COUNT)
                               MOVE MFC-IC-KEY
                                   TO WS-NEW-KEY(WS-NEW-COUNT)
                               MOVE MFC-IC-FIRST-SECS
                                   TO WS-NEW-FIRST-SECS(WS-NEW-COUNT)
                               MOVE MFC-IC-ALERT-COUNT
                                   TO WS-NEW-ALERTS(WS-NEW-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF.

       3000-RELEASE-OPEN-ITEMS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT ACTION-FILE
           IF WS-AI-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ ACTION-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 3100-RELEASE-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE ACTION-FILE
           END-IF.

       3100-RELEASE-ONE-ITEM.
           IF NOT MFC-AI-OPEN
               IF MFC-AI-STATUS-SECS >= WS-WINDOW-START
                   ADD 1 TO WS-TOT-CLOSED
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE MFC-AI-OWNER-TEAM TO SR-OWNER-TEAM
           MOVE MFC-AI-DUE-DATE TO SR-DUE-DATE
           MOVE MFC-AI-ITEM-SEQ TO SR-ITEM-SEQ
           MOVE MFC-AI-INCIDENT-KEY TO SR-INCIDENT-KEY
           MOVE MFC-AI-FIRST-SECS TO SR-FIRST-SECS
           MOVE MFC-AI-TICKET-REF TO SR-TICKET-REF
           MOVE MFC-AI-TEXT TO SR-TEXT
           RELEASE SORT-REC.

       5000-PRINT-BY-TEAM.
           MOVE "N" TO WS-EOF-SORT
           PERFORM UNTIL EOF-SORT
               RETURN SORT-FILE
                   AT END SET EOF-SORT TO TRUE
                   NOT AT END
                       IF FIRST-TEAM
                           OR SR-OWNER-TEAM NOT = WS-CUR-TEAM
                           PERFORM 5100-START-TEAM
                       END-IF
                       PERFORM 5200-PRINT-ITEM
                       PERFORM 5300-PRINT-RECURRENCES
               END-RETURN
           END-PERFORM
           IF NOT FIRST-TEAM
               PERFORM 5400-END-TEAM
           END-IF.

       5100-START-TEAM.
           IF NOT FIRST-TEAM
               PERFORM 5400-END-TEAM
           END-IF
           MOVE "N" TO WS-FIRST-TEAM
           MOVE SR-OWNER-TEAM TO WS-CUR-TEAM
           MOVE 0 TO WS-TEAM-OPEN
           MOVE 0 TO WS-TEAM-OVERDUE
           MOVE SPACES TO REPORT-LINE
           STRING "OWNING TEAM " WS-CUR-TEAM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "       ITEM DUE       TICKET-REF           "
               "INCIDENT-KEY         LATE"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       5200-PRINT-ITEM.
           ADD 1 TO WS-TEAM-OPEN
           ADD 1 TO WS-TOT-OPEN
           MOVE SR-DUE-DATE TO WS-DUE-TS-DATE
           CALL "MFCUDAYS" USING WS-DUE-TIMESTAMP WS-DUE-DAYS
           MOVE SPACES TO WS-LATE-TEXT
           IF WS-DUE-DAYS < WS-TODAY-DAYS
               ADD 1 TO WS-TEAM-OVERDUE
               ADD 1 TO WS-TOT-OVERDUE
               COMPUTE WS-LATE-DAYS = WS-TODAY-DAYS - WS-DUE-DAYS
               MOVE WS-LATE-DAYS TO WS-DISP-LATE
               STRING "OVERDUE " WS-DISP-LATE " DAYS"
                   DELIMITED BY SIZE INTO WS-LATE-TEXT
           END-IF
           MOVE SR-ITEM-SEQ TO WS-DISP-SEQ
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-DISP-SEQ " " SR-DUE-DATE "  " SR-TICKET-REF
               " " SR-INCIDENT-KEY " " WS-LATE-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "            " SR-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * A new incident is "the same problem back" when it carries the
      * item's key and started after the item's own incident did.
       5300-PRINT-RECURRENCES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NEW-COUNT
               IF WS-NEW-KEY(WS-IDX) = SR-INCIDENT-KEY
                   AND WS-NEW-FIRST-SECS(WS-IDX) > SR-FIRST-SECS
                   ADD 1 TO WS-TOT-LINKS
                   MOVE WS-NEW-SEQ(WS-IDX) TO WS-DISP-SEQ
                   MOVE WS-NEW-FIRST-SECS(WS-IDX) TO WS-DISP-SECS
                   MOVE WS-NEW-ALERTS(WS-IDX) TO WS-DISP-NUM
                   MOVE SPACES TO REPORT-LINE
                   STRING "            ** RECURRED: INCIDENT "
                       WS-DISP-SEQ " FIRST ALERT " WS-DISP-SECS
                       " ALERTS " WS-DISP-NUM
                       " - SAME KEY, THIS ACTION STILL OPEN"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       5400-END-TEAM.
           MOVE WS-TEAM-OPEN TO WS-DISP-NUM
           MOVE WS-TEAM-OVERDUE TO WS-DISP-LATE
           MOVE SPACES TO REPORT-LINE
           STRING "  TEAM OPEN " WS-DISP-NUM "  OVERDUE " WS-DISP-LATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       8000-PRINT-TOTALS.
           MOVE WS-TOT-OPEN TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "OPEN ACTION ITEMS ............ " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-OVERDUE TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "  OF WHICH OVERDUE ........... " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-LINKS TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "RECURRENCES ON OPEN ITEMS .... " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-CLOSED TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "CLOSED IN THE LOOKBACK ....... " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE REPORT-FILE.
