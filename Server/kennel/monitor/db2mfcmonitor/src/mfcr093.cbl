      *                 by the card's TIERn-PCT multiplier;
      *               - appends one MFC-INVOICE-REC per team to the
      *                 period-to-period register MFCINVRO and
      *                 prints the invoice run to MFCR093O;
      *               - breaks stored procedure work out per team
      *                 after the invoices: the window's MFCPRWKO
      *                 rows (MFCR120's weekly stored procedure
      *                 history, mfcprwk.cbl) summed through the same
      *                 AUTH-ID mapping, the procedure seconds set
      *                 against the team's scorecard elapsed seconds,
      *                 and a team at or over the rate card's
      *                 SP-HEAVY-PCT share (default 50) marked
      *                 PROC-HEAVY. The breakout is information for
      *                 the invoice reader - it does not change the
      *                 amount billed.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
           SELECT SCORE-FILE ASSIGN TO "MFCSCWKO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SW-STATUS.
           SELECT PRWK-FILE ASSIGN TO "MFCPRWKO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PW-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MFCDBMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  SCORE-FILE
           RECORDING MODE IS F.
           COPY "mfcscwk.cbl".
       FD  PRWK-FILE
           RECORDING MODE IS F.
           COPY "mfcprwk.cbl".
       FD  MASTER-FILE.
           COPY "mfcdbm.cbl".
       FD  REGISTER-FILE
       01 WS-RK-STATUS                PIC XX.
       01 WS-AM-STATUS                PIC XX.
       01 WS-SW-STATUS                PIC XX.
       01 WS-PW-STATUS                PIC XX.
       01 WS-DM-STATUS                PIC XX.
       01 WS-IV-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-RATE-CPU                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-RATE-STMTS               PIC 9(9) COMP-5 VALUE 0.
       01 WS-RATE-LOCKS               PIC 9(9) COMP-5 VALUE 0.
       01 WS-SP-HEAVY-PCT             PIC 9(9) COMP-5 VALUE 50.
       01 WS-TIER-PCT-T.
           05 WS-TIER-PCT             PIC 9(9) COMP-5
                                      OCCURS 4 TIMES VALUE 100.
              10 WS-TM-CPU            PIC 9(18) COMP-5.
              10 WS-TM-STMTS          PIC 9(18) COMP-5.
              10 WS-TM-LOCKS          PIC 9(18) COMP-5.
              10 WS-TM-ELAPSED        PIC 9(18) COMP-5.
              10 WS-TM-SP-CALLS       PIC 9(18) COMP-5.
              10 WS-TM-SP-SECS        PIC 9(18) COMP-5.

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.
       01 WS-CUR-TIER                 PIC 9(9) COMP-5.
       01 WS-LOCK-EVENTS              PIC 9(9) COMP-5.
       01 WS-AMOUNT                   PIC 9(18) COMP-5.
       01 WS-SP-PCT                   PIC 9(9) COMP-5.
       01 WS-SP-TEAMS                 PIC 9(9) COMP-5 VALUE 0.

       01 WS-DISP-CPU                 PIC Z(11)9.
       01 WS-DISP-STM                 PIC Z(11)9.
       01 WS-DISP-DOLLARS             PIC Z(9)9.
       01 WS-DISP-CENTS               PIC 99.
       01 WS-CENTS-PART               PIC 9(9) COMP-5.
       01 WS-DISP-SP-CALLS            PIC Z(11)9.
       01 WS-DISP-SP-SECS             PIC Z(11)9.
       01 WS-DISP-ELAPSED             PIC Z(11)9.
       01 WS-DISP-SP-PCT              PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
               PERFORM 2000-LOAD-RATES
               PERFORM 3000-LOAD-MAPPING
               PERFORM 4000-SUM-SCORECARD
               PERFORM 4500-SUM-PROC-WEEKS
               PERFORM 5000-INVOICE-TEAMS
               PERFORM 6000-PROC-BREAKOUT
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.
                               WHEN "LOCK-EVENTS"
                                   MOVE MFC-RK-RATE-CENTS
                                       TO WS-RATE-LOCKS
                               WHEN "SP-HEAVY-PCT"
                                   MOVE MFC-RK-RATE-CENTS
                                       TO WS-SP-HEAVY-PCT
                               WHEN "TIER1-PCT"
                                   MOVE MFC-RK-RATE-CENTS
                                       TO WS-TIER-PCT(1)
                   MOVE 0 TO WS-TM-CPU(WS-HIT-IDX)
                   MOVE 0 TO WS-TM-STMTS(WS-HIT-IDX)
                   MOVE 0 TO WS-TM-LOCKS(WS-HIT-IDX)
                   MOVE 0 TO WS-TM-ELAPSED(WS-HIT-IDX)
                   MOVE 0 TO WS-TM-SP-CALLS(WS-HIT-IDX)
                   MOVE 0 TO WS-TM-SP-SECS(WS-HIT-IDX)
               END-IF
           END-IF
           IF WS-HIT-IDX >= 1
               COMPUTE WS-LOCK-EVENTS =
                   MFC-SW-ESCALS + MFC-SW-DEADLOCKS
               ADD WS-LOCK-EVENTS TO WS-TM-LOCKS(WS-HIT-IDX)
               ADD MFC-SW-ELAPSED-SECS TO WS-TM-ELAPSED(WS-HIT-IDX)
           END-IF.

      * Stored procedure weeks bill to the team the AUTH-ID maps to;
      * a team with no scorecard rows in the window has nothing to
      * set the procedure time against and is left out.
       4500-SUM-PROC-WEEKS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT PRWK-FILE
           IF WS-PW-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ PRWK-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-PW-RUN-SECS >= IC-PERIOD-START
                               AND MFC-PW-RUN-SECS < IC-PERIOD-END
                               PERFORM 4600-TAKE-PROC-WEEK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRWK-FILE
           END-IF.

       4600-TAKE-PROC-WEEK.
           MOVE "(UNMAPPED)" TO WS-CUR-TEAM
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-MP-COUNT
               IF WS-MP-AUTH-ID(WS-HIT-IDX) = MFC-PW-AUTH-ID
                   MOVE WS-MP-TEAM(WS-HIT-IDX) TO WS-CUR-TEAM
               END-IF
           END-PERFORM
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-TM-COUNT OR KY-FOUND
               IF WS-TM-NAME(WS-HIT-IDX) = WS-CUR-TEAM
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-HIT-IDX
               ADD MFC-PW-SP-CALLS TO WS-TM-SP-CALLS(WS-HIT-IDX)
               ADD MFC-PW-SP-SECS TO WS-TM-SP-SECS(WS-HIT-IDX)
           END-IF.

       5000-INVOICE-TEAMS.
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       6000-PROC-BREAKOUT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "STORED PROCEDURE BREAKOUT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TEAM                     SP-CALLS      SP-SECS ELAPSED-
      -    "SECS SP%" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TM-COUNT
               IF WS-TM-SP-CALLS(WS-IDX) > 0
                   OR WS-TM-SP-SECS(WS-IDX) > 0
                   PERFORM 6100-BREAKOUT-ONE-TEAM
               END-IF
           END-PERFORM
           IF WS-SP-TEAMS = 0
               MOVE "NO STORED PROCEDURE WORK ON MFCPRWKO IN THE PERIOD"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       6100-BREAKOUT-ONE-TEAM.
           ADD 1 TO WS-SP-TEAMS
           MOVE 0 TO WS-SP-PCT
           IF WS-TM-ELAPSED(WS-IDX) > 0
               COMPUTE WS-SP-PCT = WS-TM-SP-SECS(WS-IDX) * 100
                   / WS-TM-ELAPSED(WS-IDX)
               IF WS-SP-PCT > 999
                   MOVE 999 TO WS-SP-PCT
               END-IF
           END-IF
           MOVE WS-TM-SP-CALLS(WS-IDX) TO WS-DISP-SP-CALLS
           MOVE WS-TM-SP-SECS(WS-IDX) TO WS-DISP-SP-SECS
           MOVE WS-TM-ELAPSED(WS-IDX) TO WS-DISP-ELAPSED
           MOVE WS-SP-PCT TO WS-DISP-SP-PCT
           MOVE SPACES TO REPORT-LINE
           IF WS-SP-PCT >= WS-SP-HEAVY-PCT
               STRING WS-TM-NAME(WS-IDX) " " WS-DISP-SP-CALLS " "
                   WS-DISP-SP-SECS " " WS-DISP-ELAPSED " "
                   WS-DISP-SP-PCT "  PROC-HEAVY"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING WS-TM-NAME(WS-IDX) " " WS-DISP-SP-CALLS " "
                   WS-DISP-SP-SECS " " WS-DISP-ELAPSED " "
                   WS-DISP-SP-PCT
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       9000-TERMINATE.
           IF MASTER-AVAIL
               CLOSE MASTER-FILE
