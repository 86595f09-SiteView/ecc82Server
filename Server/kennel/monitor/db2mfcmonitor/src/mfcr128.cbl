      ***********************************************************************
      *
      *  Source File Name = MFCR128.CBL
      *
      *  Function = Monthly security audit report.
      *
      *             Reads the security audit file MFCSECAO
      *             (mfcsecx.cbl) that MFCUROLE writes and lists, for
      *             one calendar month:
      *
      *               - every refused change (REFUSED rows): when,
      *                 program, operator, role, file and action,
      *                 and the reason;
      *               - the refusals counted by operator, so an id
      *                 probing for access stands out from one that
      *                 hit a wrong key;
      *               - every role change (ROLECHG rows) made through
      *                 the roster screen MFCMOPR: who changed whose
      *                 role, from what to what.
      *
      *             REPORT-MONTH (yyyymm) picks the month; zero or
      *             absent means the previous calendar month, the
      *             normal run on the first of the month. Return code
      *             4 when the month holds any refusal. Parameters are
      *             on MFCR128P (MFCTHR.CBL convention); the listing
      *             goes to MFCR128O.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR128.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-FILE ASSIGN TO "MFCSECAO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SX-STATUS.
           SELECT PARM-FILE ASSIGN TO "MFCR128P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR128O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-FILE
           RECORDING MODE IS F.
           COPY "mfcsecx.cbl".
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-SX-STATUS                PIC XX.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-FOUND                    PIC X VALUE "N".
           88 OP-FOUND                VALUE "Y".

      * Parameters (MFCR128P).
       01 WS-REPORT-MONTH             PIC 9(9) COMP-5 VALUE 0.

      * Month bounds as epoch seconds, [start, end).
       01 WS-CURRENT-DATE-TIME        PIC X(21).
       01 WS-YYYYMM                   PIC 9(6).
       01 WS-YYYYMM-X REDEFINES WS-YYYYMM.
           05 WS-YEAR                 PIC 9(4).
           05 WS-MONTH                PIC 9(2).
       01 WS-TS-TEXT                  PIC X(14).
       01 WS-START-DAYS               PIC 9(9) COMP-5.
       01 WS-END-DAYS                 PIC 9(9) COMP-5.
       01 WS-START-SECS               PIC 9(9) COMP-5.
       01 WS-END-SECS                 PIC 9(9) COMP-5.

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-REFUSALS                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-ROLE-CHANGES             PIC 9(9) COMP-5 VALUE 0.
       01 WS-PASS                     PIC X(1).

      * Refusals by operator.
       01 WS-MAX-OPS                  PIC 9(9) COMP-5 VALUE 200.
       01 WS-OP-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-OP-TABLE.
           05 WS-OP-ENTRY OCCURS 200 TIMES.
              10 WS-OP-ID             PIC X(8).
              10 WS-OP-REFUSALS       PIC 9(9) COMP-5.

       01 WS-STAMP                    PIC Z(9)9.
       01 WS-DISP-NUM                 PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           MOVE "R" TO WS-PASS
           PERFORM 2000-SCAN-SECURITY-FILE
           PERFORM 3000-LIST-BY-OPERATOR
           MOVE "C" TO WS-PASS
           PERFORM 2000-SCAN-SECURITY-FILE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           IF MFC-THR-NAME = "REPORT-MONTH"
                               MOVE MFC-THR-VALUE TO WS-REPORT-MONTH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           PERFORM 1100-MONTH-BOUNDS
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "MFCR128 - SECURITY AUDIT FOR MONTH " WS-YYYYMM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "REFUSED CHANGES" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  EPOCH-SECS PROGRAM  OPERATOR ROLE     "
               "FILE     A SUBJECT  REASON"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * The previous month unless REPORT-MONTH names one; the bounds
      * are the first of the month and the first of the next (MFCUDAYS).
       1100-MONTH-BOUNDS.
           IF WS-REPORT-MONTH > 0
               MOVE WS-REPORT-MONTH TO WS-YYYYMM
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE-TIME(1:6) TO WS-YYYYMM
               IF WS-MONTH = 1
                   SUBTRACT 1 FROM WS-YEAR
                   MOVE 12 TO WS-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-MONTH
               END-IF
           END-IF
           MOVE SPACES TO WS-TS-TEXT
           STRING WS-YYYYMM "01000000"
               DELIMITED BY SIZE INTO WS-TS-TEXT
           CALL "MFCUDAYS" USING WS-TS-TEXT WS-START-DAYS
           IF WS-MONTH = 12
               COMPUTE WS-END-DAYS = WS-START-DAYS + 31
           ELSE
               ADD 1 TO WS-MONTH
               MOVE SPACES TO WS-TS-TEXT
               STRING WS-YYYYMM "01000000"
                   DELIMITED BY SIZE INTO WS-TS-TEXT
               CALL "MFCUDAYS" USING WS-TS-TEXT WS-END-DAYS
               SUBTRACT 1 FROM WS-MONTH
           END-IF
           COMPUTE WS-START-SECS = WS-START-DAYS * 86400
           COMPUTE WS-END-SECS = WS-END-DAYS * 86400.

      * Pass R lists refusals and counts them by operator; pass C
      * lists role changes.
       2000-SCAN-SECURITY-FILE.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT SECURITY-FILE
           IF WS-SX-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ SECURITY-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-SX-EVENT-SECS >= WS-START-SECS
                              AND MFC-SX-EVENT-SECS < WS-END-SECS
                               PERFORM 2100-ONE-SECURITY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-FILE
           END-IF
           IF WS-PASS = "R" AND WS-REFUSALS = 0
               MOVE "  NO REFUSED CHANGES IN THE MONTH" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-PASS = "C" AND WS-ROLE-CHANGES = 0
               MOVE "  NO ROLE CHANGES IN THE MONTH" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2100-ONE-SECURITY-ROW.
           MOVE MFC-SX-EVENT-SECS TO WS-STAMP
           MOVE SPACES TO REPORT-LINE
           IF WS-PASS = "R" AND MFC-SX-REFUSED
               ADD 1 TO WS-REFUSALS
               STRING "  " WS-STAMP " " MFC-SX-PROGRAM " "
                   MFC-SX-OPERATOR " " MFC-SX-ROLE " "
                   MFC-SX-TARGET " " MFC-SX-ACTION " "
                   MFC-SX-SUBJECT " " MFC-SX-DETAIL
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 2200-COUNT-OPERATOR
           END-IF
           IF WS-PASS = "C" AND MFC-SX-ROLE-CHANGE
               ADD 1 TO WS-ROLE-CHANGES
               STRING "  " WS-STAMP " " MFC-SX-OPERATOR " "
                   MFC-SX-ACTION " " MFC-SX-SUBJECT " "
                   MFC-SX-DETAIL
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2200-COUNT-OPERATOR.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OP-COUNT OR OP-FOUND
               IF WS-OP-ID(WS-IDX) = MFC-SX-OPERATOR
                   SET OP-FOUND TO TRUE
                   ADD 1 TO WS-OP-REFUSALS(WS-IDX)
               END-IF
           END-PERFORM
           IF NOT OP-FOUND AND WS-OP-COUNT < WS-MAX-OPS
               ADD 1 TO WS-OP-COUNT
               MOVE MFC-SX-OPERATOR TO WS-OP-ID(WS-OP-COUNT)
               MOVE 1 TO WS-OP-REFUSALS(WS-OP-COUNT)
           END-IF.

       3000-LIST-BY-OPERATOR.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "REFUSALS BY OPERATOR" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OP-COUNT
               MOVE WS-OP-REFUSALS(WS-IDX) TO WS-DISP-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-OP-ID(WS-IDX) " " WS-DISP-NUM
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-REFUSALS TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL    " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ROLE CHANGES" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  EPOCH-SECS BY       A OPERATOR DETAIL"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROLE-CHANGES TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "ROLE CHANGES IN THE MONTH: " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           IF WS-REFUSALS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
