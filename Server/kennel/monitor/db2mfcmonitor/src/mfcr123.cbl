      ***********************************************************************
      *
      *  Source File Name = MFCR123.CBL
      *
      *  Function = Monthly known-error recurrence report.
      *
      *             The same handful of problems come back every
      *             quarter; this report says how often each known
      *             error (MFCKERRP, mfckerr.cbl) did. Run on the first
      *             of the month with the one-record control card
      *             MFCR123C carrying the reported month's first and
      *             one-past-last epoch seconds, the MFCR092 way (the
      *             prior month is taken as the equal-length window
      *             before it), it reads the incident headers MFCALCOR
      *             built (MFCINCTO - the file that answers "how many
      *             incidents last month") and, per known error in
      *             file order, prints:
      *
      *               - incidents opened this month and last month
      *                 that carried the known-error id, with the
      *                 change;
      *               - when it was last seen (first epoch of the
      *                 newest matching incident, any month);
      *               - its title.
      *
      *             A known error with no incidents in either month is
      *             still listed - a candidate to retire, or a rule
      *             that no longer matches anything. The closing lines
      *             give the month's total incidents, how many matched
      *             a known error, and the matches to ids no longer on
      *             MFCKERRP.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR123.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "MFCR123C"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MC-STATUS.
           SELECT KERR-FILE ASSIGN TO "MFCKERRP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KE-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "MFCINCTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IC-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR123O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01 PACK-CONTROL-REC.
           05 PK-MONTH-START          PIC 9(9).
           05 PK-MONTH-END            PIC 9(9).
       FD  KERR-FILE
           RECORDING MODE IS F.
           COPY "mfckerr.cbl".
       FD  INCIDENT-FILE
           RECORDING MODE IS F.
           COPY "mfcinct.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-MC-STATUS                PIC XX.
       01 WS-KE-STATUS                PIC XX.
       01 WS-IC-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".
       01 WS-CANNOT-RUN               PIC X VALUE "N".
           88 CANNOT-RUN              VALUE "Y".

       01 WS-PRIOR-START              PIC 9(9) COMP-5.
       01 WS-SLOT-SECS                PIC 9(9) COMP-5.
       01 WS-SLOT                     PIC 9(9) COMP-5.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.

      * Month tallies. Slot 1 = this month, 2 = prior.
       01 WS-INCIDENTS                PIC 9(9) COMP-5
                                      OCCURS 2 TIMES VALUE 0.
       01 WS-MATCHED                  PIC 9(9) COMP-5
                                      OCCURS 2 TIMES VALUE 0.
       01 WS-UNLISTED                 PIC 9(9) COMP-5 VALUE 0.

       01 WS-MAX-KERRS                PIC 9(9) COMP-5 VALUE 100.
       01 WS-KE-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-KE-TABLE.
           05 WS-KE-ENTRY OCCURS 100 TIMES.
              10 WS-KE-ID             PIC X(8).
              10 WS-KE-TITLE          PIC X(40).
              10 WS-KE-HITS           PIC 9(9) COMP-5 OCCURS 2.
              10 WS-KE-LAST-SECS      PIC 9(9) COMP-5.

       01 WS-CHANGE                   PIC S9(9) COMP-5.
       01 WS-DISP-A                   PIC Z(6)9.
       01 WS-DISP-B                   PIC Z(6)9.
       01 WS-DISP-CHG                 PIC +(6)9.
       01 WS-DISP-SECS                PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT CANNOT-RUN
               PERFORM 2000-LOAD-KNOWN-ERRORS
               PERFORM 3000-TALLY-INCIDENTS
               PERFORM 4000-PRINT-RECURRENCE
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT CONTROL-FILE
           IF WS-MC-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       SET CANNOT-RUN TO TRUE
                       MOVE "MFCR123: EMPTY CONTROL CARD MFCR123C"
                           TO REPORT-LINE
                       WRITE REPORT-LINE
               END-READ
               CLOSE CONTROL-FILE
           ELSE
               SET CANNOT-RUN TO TRUE
               MOVE "MFCR123: CANNOT OPEN MFCR123C" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF NOT CANNOT-RUN
               COMPUTE WS-PRIOR-START =
                   PK-MONTH-START - (PK-MONTH-END - PK-MONTH-START)
               MOVE "MONTHLY KNOWN-ERROR RECURRENCE (MFCINCTO)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Which window does an epoch fall in? 1 = reported month,
      * 2 = the equal-length window before it, 0 = neither.
       1500-PICK-SLOT.
           EVALUATE TRUE
               WHEN WS-SLOT-SECS >= PK-MONTH-START
                   AND WS-SLOT-SECS < PK-MONTH-END
                   MOVE 1 TO WS-SLOT
               WHEN WS-SLOT-SECS >= WS-PRIOR-START
                   AND WS-SLOT-SECS < PK-MONTH-START
                   MOVE 2 TO WS-SLOT
               WHEN OTHER
                   MOVE 0 TO WS-SLOT
           END-EVALUATE.

       2000-LOAD-KNOWN-ERRORS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT KERR-FILE
           IF WS-KE-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ KERR-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF WS-KE-COUNT < WS-MAX-KERRS
                               ADD 1 TO WS-KE-COUNT
                               MOVE MFC-KE-ERROR-ID
                                   TO WS-KE-ID(WS-KE-COUNT)
                               MOVE MFC-KE-TITLE
                                   TO WS-KE-TITLE(WS-KE-COUNT)
                               MOVE 0 TO WS-KE-HITS(WS-KE-COUNT 1)
                               MOVE 0 TO WS-KE-HITS(WS-KE-COUNT 2)
                               MOVE 0 TO WS-KE-LAST-SECS(WS-KE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KERR-FILE
           END-IF.

       3000-TALLY-INCIDENTS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT INCIDENT-FILE
           IF WS-IC-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ INCIDENT-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 3100-TALLY-ONE-INCIDENT
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF.

       3100-TALLY-ONE-INCIDENT.
           MOVE MFC-IC-FIRST-SECS TO WS-SLOT-SECS
           PERFORM 1500-PICK-SLOT
           IF WS-SLOT > 0
               ADD 1 TO WS-INCIDENTS(WS-SLOT)
           END-IF
           IF MFC-IC-KNOWN-ERROR-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-SLOT > 0
               ADD 1 TO WS-MATCHED(WS-SLOT)
           END-IF
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-KE-COUNT OR KY-FOUND
               IF WS-KE-ID(WS-HIT-IDX) = MFC-IC-KNOWN-ERROR-ID
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT KY-FOUND
               IF WS-SLOT = 1
                   ADD 1 TO WS-UNLISTED
               END-IF
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-HIT-IDX
           IF WS-SLOT > 0
               ADD 1 TO WS-KE-HITS(WS-HIT-IDX WS-SLOT)
           END-IF
           IF MFC-IC-FIRST-SECS > WS-KE-LAST-SECS(WS-HIT-IDX)
               MOVE MFC-IC-FIRST-SECS TO WS-KE-LAST-SECS(WS-HIT-IDX)
           END-IF.

       4000-PRINT-RECURRENCE.
           MOVE SPACES TO REPORT-LINE
           STRING "KNOWN ID  THIS MONTH  LAST MONTH   CHANGE"
               "  LAST SEEN  TITLE"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-KE-COUNT
               MOVE WS-KE-HITS(WS-IDX 1) TO WS-DISP-A
               MOVE WS-KE-HITS(WS-IDX 2) TO WS-DISP-B
               COMPUTE WS-CHANGE =
                   WS-KE-HITS(WS-IDX 1) - WS-KE-HITS(WS-IDX 2)
               MOVE WS-CHANGE TO WS-DISP-CHG
               MOVE SPACES TO REPORT-LINE
               IF WS-KE-LAST-SECS(WS-IDX) = 0
                   STRING WS-KE-ID(WS-IDX) "     " WS-DISP-A
                       "     " WS-DISP-B "  " WS-DISP-CHG
                       "      NEVER  " WS-KE-TITLE(WS-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   MOVE WS-KE-LAST-SECS(WS-IDX) TO WS-DISP-SECS
                   STRING WS-KE-ID(WS-IDX) "     " WS-DISP-A
                       "     " WS-DISP-B "  " WS-DISP-CHG
                       "  " WS-DISP-SECS "  " WS-KE-TITLE(WS-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-INCIDENTS(1) TO WS-DISP-A
           MOVE WS-INCIDENTS(2) TO WS-DISP-B
           MOVE SPACES TO REPORT-LINE
           STRING "INCIDENTS THIS MONTH " WS-DISP-A
               "  LAST MONTH " WS-DISP-B
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MATCHED(1) TO WS-DISP-A
           MOVE WS-MATCHED(2) TO WS-DISP-B
           MOVE SPACES TO REPORT-LINE
           STRING "  MATCHING A KNOWN ERROR " WS-DISP-A
               "  LAST MONTH " WS-DISP-B
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNLISTED TO WS-DISP-A
           MOVE SPACES TO REPORT-LINE
           STRING "  THIS MONTH'S MATCHES TO IDS NO LONGER ON MFCKERRP "
               WS-DISP-A
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE REPORT-FILE.
