      ***********************************************************************
      *
      *  Source File Name = MFCR129.CBL
      *
      *  Function = Daily privileged-session report.
      *
      *             Lists every session of a privileged AUTH-ID that
      *             the monitor MFCCPSES tracked (mfcpses.cbl) in the
      *             last LOOKBACK-HOURS (default 24): those closed in
      *             that span off the history MFCPSESO, and those still
      *             open off the carried state MFCPSESS. Each shows
      *             the id and the authorities that make it privileged,
      *             the database, client workstation and application,
      *             first seen, duration, statements observed with the
      *             text of the latest, and what covered it - a
      *             maintenance window (WINDOW), a change-journal entry
      *             (JOURNAL) or nothing (** FLAGGED **).
      *
      *             Flagged sessions are counted by AUTH-ID at the end.
      *             Return code 4 when any session is flagged.
      *             Parameters are on MFCR129P (MFCTHR.CBL convention);
      *             the listing goes to MFCR129O. MFCR094 carries the
      *             same sessions in its compliance pack.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR129.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "MFCPSESO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PV-STATUS.
           SELECT STATE-FILE ASSIGN TO "MFCPSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.
           SELECT PARM-FILE ASSIGN TO "MFCR129P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR129O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           RECORDING MODE IS F.
           COPY "mfcpses.cbl".
      * Read INTO the session record the HISTORY FD declares; the
      * length must match mfcpses.cbl.
       FD  STATE-FILE
           RECORDING MODE IS F.
       01 STATE-REC                   PIC X(239).
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PV-STATUS                PIC XX.
       01 WS-SI-STATUS                PIC XX.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-FOUND                    PIC X VALUE "N".
           88 ID-FOUND                VALUE "Y".

      * Parameters (MFCR129P).
       01 WS-LOOKBACK-HOURS           PIC 9(9) COMP-5 VALUE 24.

       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-SINCE-SECS               PIC 9(9) COMP-5.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-SESSIONS                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-FLAGGED                  PIC 9(9) COMP-5 VALUE 0.
       01 WS-COVER-TEXT               PIC X(14).
       01 WS-STATUS-TEXT              PIC X(6).

      * Flagged sessions by AUTH-ID.
       01 WS-MAX-IDS                  PIC 9(9) COMP-5 VALUE 200.
       01 WS-ID-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-ID-TABLE.
           05 WS-ID-ENTRY OCCURS 200 TIMES.
              10 WS-ID-AUTH-ID        PIC X(20).
              10 WS-ID-FLAGGED        PIC 9(9) COMP-5.

       01 WS-STAMP                    PIC Z(9)9.
       01 WS-DISP-NUM                 PIC Z(8)9.
       01 WS-DISP-STMTS               PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-CLOSED-SESSIONS
           PERFORM 3000-LIST-OPEN-SESSIONS
           PERFORM 4000-LIST-FLAGGED-BY-ID
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           IF MFC-THR-NAME = "LOOKBACK-HOURS"
                               MOVE MFC-THR-VALUE
                                   TO WS-LOOKBACK-HOURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           CALL "MFCUTIME" USING WS-NOW-SECS
           IF WS-NOW-SECS > WS-LOOKBACK-HOURS * 3600
               COMPUTE WS-SINCE-SECS =
                   WS-NOW-SECS - WS-LOOKBACK-HOURS * 3600
           ELSE
               MOVE 0 TO WS-SINCE-SECS
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-LOOKBACK-HOURS TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "MFCR129 - PRIVILEGED SESSIONS, LAST " WS-DISP-NUM
               " HOURS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "AUTH-ID              DATABASE             "
               "WORKSTATION          APPLICATION          "
               "FIRST-SEEN   SECS  STMTS STATUS COVERED BY"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       2000-LIST-CLOSED-SESSIONS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT HISTORY-FILE
           IF WS-PV-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ HISTORY-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-PV-CLOSED-SECS >= WS-SINCE-SECS
                               PERFORM 5000-LIST-ONE-SESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       3000-LIST-OPEN-SESSIONS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT STATE-FILE
           IF WS-SI-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ STATE-FILE INTO MFC-PRIV-SESSION-REC
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 5000-LIST-ONE-SESSION
                   END-READ
               END-PERFORM
               CLOSE STATE-FILE
           END-IF.

       4000-LIST-FLAGGED-BY-ID.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SESSIONS TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "PRIVILEGED SESSIONS " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FLAGGED TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "FLAGGED - NO WINDOW OR JOURNAL ENTRY " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ID-COUNT
               MOVE WS-ID-FLAGGED(WS-IDX) TO WS-DISP-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-ID-AUTH-ID(WS-IDX) " " WS-DISP-NUM
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       5000-LIST-ONE-SESSION.
           ADD 1 TO WS-SESSIONS
           EVALUATE TRUE
               WHEN MFC-PV-IN-WINDOW
                   MOVE "WINDOW" TO WS-COVER-TEXT
               WHEN MFC-PV-JOURNALED
                   MOVE "JOURNAL" TO WS-COVER-TEXT
               WHEN OTHER
                   MOVE "** FLAGGED **" TO WS-COVER-TEXT
                   ADD 1 TO WS-FLAGGED
                   PERFORM 5100-COUNT-FLAGGED-ID
           END-EVALUATE
           IF MFC-PV-OPEN
               MOVE "OPEN" TO WS-STATUS-TEXT
           ELSE
               MOVE "CLOSED" TO WS-STATUS-TEXT
           END-IF
           MOVE MFC-PV-FIRST-SEEN-SECS TO WS-STAMP
           MOVE MFC-PV-DURATION-SECS TO WS-DISP-NUM
           MOVE MFC-PV-STMT-COUNT TO WS-DISP-STMTS
           MOVE SPACES TO REPORT-LINE
           STRING MFC-PV-AUTH-ID " " MFC-PV-DB-NAME " "
               MFC-PV-CLIENT-NNAME " " MFC-PV-APPL-NAME " "
               WS-STAMP WS-DISP-NUM(3:) WS-DISP-STMTS " "
               WS-STATUS-TEXT " " WS-COVER-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    " MFC-PV-AUTHORITIES " " MFC-PV-APPL-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF MFC-PV-LAST-STMT NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "    LAST SQL: " MFC-PV-LAST-STMT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       5100-COUNT-FLAGGED-ID.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ID-COUNT OR ID-FOUND
               IF WS-ID-AUTH-ID(WS-IDX) = MFC-PV-AUTH-ID
                   SET ID-FOUND TO TRUE
                   ADD 1 TO WS-ID-FLAGGED(WS-IDX)
               END-IF
           END-PERFORM
           IF NOT ID-FOUND AND WS-ID-COUNT < WS-MAX-IDS
               ADD 1 TO WS-ID-COUNT
               MOVE MFC-PV-AUTH-ID TO WS-ID-AUTH-ID(WS-ID-COUNT)
               MOVE 1 TO WS-ID-FLAGGED(WS-ID-COUNT)
           END-IF.

       9000-TERMINATE.
           CLOSE REPORT-FILE
           IF WS-FLAGGED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
