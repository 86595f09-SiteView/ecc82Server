      *             identity instead, so those rows still group
      *             rather than falling out of the ranking.
      *
      *             The group key is the fingerprint together with
      *             the package and consistency token the statement
      *             ran under (MFC-ST-CONSIST-TOKEN), so the cost of
      *             a shape before and after a rebind is never summed
      *             into one figure. Each group is also appended,
      *             stamped with this run's epoch, to the fingerprint
      *             cost history MFCFPHSO (mfcfphs.cbl, EXTEND mode -
      *             the MFCCDLK history-file convention), which the
      *             rebind regression report MFCR112 reads.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCFPRT.
           SELECT GROUP-FILE ASSIGN TO "MFCFPRTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FG-STATUS.
           SELECT HIST-FILE ASSIGN TO "MFCFPHSO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FH-STATUS.
           SELECT ACCT-FILE ASSIGN TO "MFCRUNLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       FD  GROUP-FILE
           RECORDING MODE IS F.
           COPY "mfcfprt.cbl".
       FD  HIST-FILE
           RECORDING MODE IS F.
           COPY "mfcfphs.cbl".
       FD  ACCT-FILE
           RECORDING MODE IS F.
           COPY "mfcracct.cbl".
       01 WS-ST-STATUS                PIC XX.
       01 WS-FP-STATUS                PIC XX.
       01 WS-FG-STATUS                PIC XX.
       01 WS-FH-STATUS                PIC XX.
       01 WS-EOF-ST                   PIC X VALUE "N".
           88 EOF-ST                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
              10 WS-GR-ELAPSED-USEC   PIC 9(18) COMP-5.
              10 WS-GR-CPU-USEC       PIC 9(18) COMP-5.
              10 WS-GR-SAMPLE-AUTH    PIC X(20).
              10 WS-GR-PACKAGE-NAME   PIC X(20).
              10 WS-GR-CONSIST-TOKEN  PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
               CLOSE DICT-FILE
               OPEN I-O DICT-FILE
           END-IF
           OPEN OUTPUT GROUP-FILE
           OPEN EXTEND HIST-FILE
           IF WS-FH-STATUS = "35"
               OPEN OUTPUT HIST-FILE
           END-IF.

       2000-GROUP-STATEMENTS.
           PERFORM UNTIL EOF-ST
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-GR-COUNT OR KY-FOUND
               IF WS-GR-FINGERPRINT(WS-HIT-IDX) = WS-FINGERPRINT
                   AND WS-GR-PACKAGE-NAME(WS-HIT-IDX) =
                       MFC-ST-PACKAGE-NAME
                   AND WS-GR-CONSIST-TOKEN(WS-HIT-IDX) =
                       MFC-ST-CONSIST-TOKEN
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
                   MOVE 0 TO WS-GR-CPU-USEC(WS-HIT-IDX)
                   MOVE MFC-ST-AUTH-ID
                       TO WS-GR-SAMPLE-AUTH(WS-HIT-IDX)
                   MOVE MFC-ST-PACKAGE-NAME
                       TO WS-GR-PACKAGE-NAME(WS-HIT-IDX)
                   MOVE MFC-ST-CONSIST-TOKEN
                       TO WS-GR-CONSIST-TOKEN(WS-HIT-IDX)
               END-IF
           END-IF
           IF WS-HIT-IDX >= 1
               MOVE WS-GR-CPU-USEC(WS-IDX) TO MFC-FG-TOTAL-CPU-USEC
               MOVE WS-GR-SAMPLE-AUTH(WS-IDX)
                   TO MFC-FG-SAMPLE-AUTH-ID
               MOVE WS-GR-PACKAGE-NAME(WS-IDX) TO MFC-FG-PACKAGE-NAME
               MOVE WS-GR-CONSIST-TOKEN(WS-IDX)
                   TO MFC-FG-CONSIST-TOKEN
               WRITE MFC-FPRINT-GROUP-REC
               ADD 1 TO WS-ACCT-WRITTEN
               MOVE WS-NOW-SECS TO MFC-FH-COLLECT-SECS
               MOVE WS-GR-FINGERPRINT(WS-IDX) TO MFC-FH-FINGERPRINT
               MOVE WS-GR-PACKAGE-NAME(WS-IDX) TO MFC-FH-PACKAGE-NAME
               MOVE WS-GR-CONSIST-TOKEN(WS-IDX)
                   TO MFC-FH-CONSIST-TOKEN
               MOVE WS-GR-EXECUTIONS(WS-IDX) TO MFC-FH-EXECUTIONS
               MOVE WS-GR-ELAPSED-USEC(WS-IDX)
                   TO MFC-FH-TOTAL-ELAPSED-USEC
               MOVE WS-GR-CPU-USEC(WS-IDX) TO MFC-FH-TOTAL-CPU-USEC
               WRITE MFC-FPRINT-HIST-REC
           END-PERFORM.

       9000-TERMINATE.
           CLOSE ACCT-FILE
           CLOSE STMT-FILE
           CLOSE DICT-FILE
           CLOSE GROUP-FILE
           CLOSE HIST-FILE.
