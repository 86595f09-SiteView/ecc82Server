      *             which is the backup/restore reconciliation this
      *             report exists to surface.
      *
      *             Backups taken by the actuator MFCCBKUP are expected
      *             ones: every BACKED-UP row on its outcome file
      *             MFCBKUPO (mfcbkup.cbl) names the alias and the image
      *             timestamp DB2 returned, which is the first fourteen
      *             bytes of MFC-BK-ID. When MFCBKUPO is present each
      *             backup line is tagged EXPECTED when it matches one
      *             of those rows and UNSCHEDULED when it does not - a
      *             backup somebody ran outside the policy - and a
      *             closing section lists actuator backups for an alias
      *             on the extract that the DB2 history does not show.
      *             Without MFCBKUPO the report prints as before.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR005.
           SELECT HIST-FILE ASSIGN TO "MFCBKRSO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HF-STATUS.
           SELECT ACTUATOR-FILE ASSIGN TO "MFCBKUPO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BA-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR005O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  HIST-FILE
           RECORDING MODE IS F.
           COPY "mfcbkrs.cbl".
       FD  ACTUATOR-FILE
           RECORDING MODE IS F.
           COPY "mfcbkup.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-HF                   PIC X VALUE "N".
           88 EOF-HF                  VALUE "Y".
       01 WS-BA-STATUS                PIC XX.
       01 WS-EOF-BA                   PIC X VALUE "N".
           88 EOF-BA                  VALUE "Y".
       01 WS-ACTUATOR-OPEN            PIC X VALUE "N".
           88 ACTUATOR-AVAIL          VALUE "Y".

       01 WS-MAX-BACKUPS               PIC 9(9) COMP-5 VALUE 5000.
       01 WS-BACKUP-COUNT              PIC 9(9) COMP-5 VALUE 0.
           05 WS-BK-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-BK-X.
              10 WS-BK-ID              PIC X(24).
              10 WS-BK-ALIAS           PIC X(20).
       01 WS-BACKUP-FOUND              PIC X VALUE "N".
           88 BACKUP-FOUND             VALUE "Y".

      * Backups the actuator MFCCBKUP took, off MFCBKUPO.
       01 WS-MAX-EXPECTED              PIC 9(9) COMP-5 VALUE 5000.
       01 WS-EXPECTED-COUNT            PIC 9(9) COMP-5 VALUE 0.
       01 WS-EXP-IDX                   PIC 9(9) COMP-5.
       01 WS-EXPECTED-TABLE.
           05 WS-EXP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-EXP-X.
              10 WS-EXP-ALIAS          PIC X(20).
              10 WS-EXP-TS             PIC X(14).
              10 WS-EXP-MATCHED        PIC X.
       01 WS-EXPECTED-FOUND            PIC X VALUE "N".
           88 EXPECTED-FOUND           VALUE "Y".
       01 WS-SOURCE-TAG                PIC X(11) VALUE SPACES.
       01 WS-UNMATCHED-COUNT           PIC 9(9) COMP-5 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PASS-ONE-BACKUPS
           PERFORM 3000-PASS-TWO-RESTORES
           IF ACTUATOR-AVAIL
               PERFORM 4000-EXPECTED-NOT-IN-HISTORY
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT HIST-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 1100-LOAD-EXPECTED
           MOVE "BACKUP/RESTORE RECONCILIATION" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "BACKUPS" TO REPORT-LINE
           WRITE REPORT-LINE.

       1100-LOAD-EXPECTED.
           OPEN INPUT ACTUATOR-FILE
           IF WS-BA-STATUS = "00"
               MOVE "Y" TO WS-ACTUATOR-OPEN
               PERFORM UNTIL EOF-BA
                   READ ACTUATOR-FILE
                       AT END SET EOF-BA TO TRUE
                       NOT AT END
                           IF MFC-BA-OUTCOME = "BACKED-UP"
                               PERFORM 1150-REMEMBER-EXPECTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTUATOR-FILE
           END-IF.

       1150-REMEMBER-EXPECTED.
           IF WS-EXPECTED-COUNT < WS-MAX-EXPECTED
               ADD 1 TO WS-EXPECTED-COUNT
               SET WS-EXP-X TO WS-EXPECTED-COUNT
               MOVE MFC-BA-DB-ALIAS TO WS-EXP-ALIAS(WS-EXP-X)
               MOVE MFC-BA-BACKUP-TS TO WS-EXP-TS(WS-EXP-X)
               MOVE "N" TO WS-EXP-MATCHED(WS-EXP-X)
           ELSE
               DISPLAY "MFCR005: EXPECTED TABLE FULL, BACKUP NOT "
                   "REMEMBERED " MFC-BA-DB-ALIAS " " MFC-BA-BACKUP-TS
           END-IF.

       2000-PASS-ONE-BACKUPS.
           PERFORM UNTIL EOF-HF
               READ HIST-FILE
               ADD 1 TO WS-BACKUP-COUNT
               SET WS-BK-X TO WS-BACKUP-COUNT
               MOVE MFC-BK-ID TO WS-BK-ID(WS-BK-X)
               MOVE MFC-BK-DB-ALIAS TO WS-BK-ALIAS(WS-BK-X)
           ELSE
               DISPLAY "MFCR005: BACKUP TABLE FULL, ID NOT "
                   "REMEMBERED " MFC-BK-ID
           END-IF
           MOVE SPACES TO WS-SOURCE-TAG
           IF ACTUATOR-AVAIL
               PERFORM 2200-FIND-EXPECTED
               IF EXPECTED-FOUND
                   MOVE "EXPECTED" TO WS-SOURCE-TAG
               ELSE
                   MOVE "UNSCHEDULED" TO WS-SOURCE-TAG
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF MFC-BK-STATUS = DB2HISTORY-STATUS-ACTIVE
               STRING "  ID=" MFC-BK-ID
                   "  TIME=" MFC-BK-TIMESTAMP
                   "  " WS-SOURCE-TAG
                   "  LOC=" MFC-BK-LOCATION
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  ID=" MFC-BK-ID
                   "  TIME=" MFC-BK-TIMESTAMP
                   "  " WS-SOURCE-TAG
                   "  LOC=" MFC-BK-LOCATION
                   "  STATUS=" MFC-BK-STATUS " (NOT ACTIVE)"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       2200-FIND-EXPECTED.
           MOVE "N" TO WS-EXPECTED-FOUND
           SET WS-EXP-X TO 1
           SEARCH WS-EXP-ENTRY
               AT END CONTINUE
               WHEN WS-EXP-ALIAS(WS-EXP-X) = MFC-BK-DB-ALIAS
                   AND WS-EXP-TS(WS-EXP-X) = MFC-BK-ID(1:14)
                   MOVE "Y" TO WS-EXPECTED-FOUND
                   MOVE "Y" TO WS-EXP-MATCHED(WS-EXP-X)
           END-SEARCH.

       3000-PASS-TWO-RESTORES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
                   MOVE "Y" TO WS-BACKUP-FOUND
           END-SEARCH.

      * Actuator backups the DB2 history never showed - only for
      * aliases this extract covers, since MFCBKUPO spans every
      * database on the backup policy.
       4000-EXPECTED-NOT-IN-HISTORY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "EXPECTED BACKUPS NOT IN HISTORY" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXPECTED-COUNT
               SET WS-EXP-X TO WS-EXP-IDX
               IF WS-EXP-MATCHED(WS-EXP-X) NOT = "Y"
                   PERFORM 4100-CHECK-ALIAS-COVERED
               END-IF
           END-PERFORM
           IF WS-UNMATCHED-COUNT = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4100-CHECK-ALIAS-COVERED.
           SET WS-BK-X TO 1
           SEARCH WS-BK-ENTRY
               AT END CONTINUE
               WHEN WS-BK-ALIAS(WS-BK-X) = WS-EXP-ALIAS(WS-EXP-X)
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  DB=" WS-EXP-ALIAS(WS-EXP-X)
                       "  IMAGE=" WS-EXP-TS(WS-EXP-X)
                       "  *** TAKEN BY MFCCBKUP, NOT ON DB2 HISTORY ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-SEARCH.

       9000-TERMINATE.
           CLOSE HIST-FILE
           CLOSE REPORT-FILE.
