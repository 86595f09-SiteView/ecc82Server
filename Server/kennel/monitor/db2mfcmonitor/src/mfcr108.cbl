      ***********************************************************************
      *
      *  Source File Name = MFCR108.CBL
      *
      *  Function = Table space backup coverage audit.
      *
      *             MFCR005 treats every backup as a whole-database
      *             event, so a table space that drops out of a table
      *             space backup rotation is never noticed. This report
      *             crosses the current table space inventory (MFCCTBS's
      *             MFCTBSPO) against the table spaces named on each
      *             backup history entry (MFCCTBKC's MFCTBKCO) and lists
      *             every table space whose newest covering image - a
      *             full database image, or a table space image that
      *             names it, whichever is newer - is older than its
      *             policy age, or that has no covering image at all.
      *
      *             Policy age is per table space off MFCTBKPP
      *             (MFCTBKP.CBL); a table space with no policy entry is
      *             held to DEFAULT-AGE-DAYS from the PARM file
      *             (MFCR108P, MFCTHR.CBL convention, default 7).
      *
      *             A table space created
      *             (DB2HISTORY-LIST-CRT-TABLESPACE entry) after the
      *             newest full database image that has not been in any
      *             table space image since it was created is flagged
      *             NEW-NEVER-BACKED-UP on its own - nothing on file can
      *             restore it, whatever its age.
      *
      *             Table spaces on the history but no longer in the
      *             inventory (dropped since) are ignored. A closing
      *             line counts table spaces checked and each flag.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR108.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR108P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT POLICY-FILE ASSIGN TO "MFCTBKPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PL-STATUS.
           SELECT TABLESPACE-FILE ASSIGN TO "MFCTBSPO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TB-STATUS.
           SELECT COVER-FILE ASSIGN TO "MFCTBKCO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CV-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR108O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  POLICY-FILE
           RECORDING MODE IS F.
           COPY "mfctbkp.cbl".
       FD  TABLESPACE-FILE
           RECORDING MODE IS F.
           COPY "mfctbsp.cbl".
       FD  COVER-FILE
           RECORDING MODE IS F.
           COPY "mfctbkc.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-PL-STATUS                PIC XX.
       01 WS-TB-STATUS                PIC XX.
       01 WS-CV-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".
       COPY "db2ApiDf.cbl".

       01 WS-DEFAULT-AGE-DAYS         PIC 9(9) COMP-5 VALUE 7.
       01 WS-LAST-FULL-TS             PIC X(14) VALUE SPACES.
       01 WS-TODAY-DAYS               PIC 9(9) COMP-5.
       01 WS-TS-DAYS                  PIC 9(9) COMP-5.
       01 WS-ZERO-TS                  PIC X(14) VALUE ALL "0".
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-LOOK-NAME                PIC X(18).
       01 WS-COVER-TS                 PIC X(14).
       01 WS-VIA                      PIC X(4).
       01 WS-LIMIT-DAYS               PIC 9(9) COMP-5.
       01 WS-AGE-DAYS                 PIC 9(9) COMP-5.
       01 WS-FLAG                     PIC X(20).

       01 WS-CHECKED-COUNT            PIC 9(9) COMP-5 VALUE 0.
       01 WS-STALE-COUNT              PIC 9(9) COMP-5 VALUE 0.
       01 WS-NONE-COUNT               PIC 9(9) COMP-5 VALUE 0.
       01 WS-NEW-COUNT                PIC 9(9) COMP-5 VALUE 0.

      * Per-table-space policy ages, loaded once.
       01 WS-MAX-POLICY               PIC 9(9) COMP-5 VALUE 1000.
       01 WS-PO-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-POLICY-TABLE.
           05 WS-PO-ENTRY OCCURS 1000 TIMES.
              10 WS-PO-NAME           PIC X(18).
              10 WS-PO-DAYS           PIC 9(9) COMP-5.

      * Current inventory, with the newest table space image naming
      * each one and its create time off the history.
       01 WS-MAX-TBS                  PIC 9(9) COMP-5 VALUE 2000.
       01 WS-TS-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-TBS-TABLE.
           05 WS-TS-ENTRY OCCURS 2000 TIMES.
              10 WS-TS-NAME           PIC X(18).
              10 WS-TS-LAST-TBS-BK    PIC X(14).
              10 WS-TS-CREATED        PIC X(14).

       01 WS-DISP-AGE                 PIC Z(5)9.
       01 WS-DISP-AGE-TEXT            PIC X(6).
       01 WS-DISP-LIMIT               PIC Z(4)9.
       01 WS-DISP-COUNT-1             PIC Z(5)9.
       01 WS-DISP-COUNT-2             PIC Z(5)9.
       01 WS-DISP-COUNT-3             PIC Z(5)9.
       01 WS-DISP-COUNT-4             PIC Z(5)9.

       01 WS-HDR1                     PIC X(132) VALUE
           "TABLE SPACE BACKUP COVERAGE AUDIT - OUTSIDE POLICY AGE".
       01 WS-HDR2.
           05 FILLER                  PIC X(20) VALUE "TABLESPACE".
           05 FILLER                  PIC X(16) VALUE "LAST-COVERED".
           05 FILLER                  PIC X(6)  VALUE "VIA".
           05 FILLER                  PIC X(8)  VALUE "AGE-D".
           05 FILLER                  PIC X(7)  VALUE "POLICY".
           05 FILLER                  PIC X(16) VALUE "CREATED".
           05 FILLER                  PIC X(59) VALUE "FLAG".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-INVENTORY
           PERFORM 3000-LOAD-COVERAGE
           PERFORM 4000-AUDIT-TABLESPACES
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ PARM-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-THR-NAME = "DEFAULT-AGE-DAYS"
                               MOVE MFC-THR-VALUE
                                   TO WS-DEFAULT-AGE-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT POLICY-FILE
           IF WS-PL-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ POLICY-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 1100-KEEP-ONE-POLICY
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
           END-IF
           CALL "MFCUDAYS" USING WS-ZERO-TS WS-TODAY-DAYS
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR2 TO REPORT-LINE
           WRITE REPORT-LINE.

       1100-KEEP-ONE-POLICY.
           IF WS-PO-COUNT < WS-MAX-POLICY
               ADD 1 TO WS-PO-COUNT
               MOVE MFC-TK-TBS-NAME TO WS-PO-NAME(WS-PO-COUNT)
               MOVE MFC-TK-MAX-AGE-DAYS TO WS-PO-DAYS(WS-PO-COUNT)
           ELSE
               DISPLAY "MFCR108: POLICY TABLE FULL, ENTRY SKIPPED "
                   MFC-TK-TBS-NAME
           END-IF.

       2000-LOAD-INVENTORY.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT TABLESPACE-FILE
           IF WS-TB-STATUS NOT = "00"
               MOVE "NO TABLE SPACE INVENTORY AVAILABLE (MFCTBSPO)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ TABLESPACE-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       PERFORM 2100-KEEP-ONE-TABLESPACE
               END-READ
           END-PERFORM
           CLOSE TABLESPACE-FILE.

       2100-KEEP-ONE-TABLESPACE.
           IF WS-TS-COUNT < WS-MAX-TBS
               ADD 1 TO WS-TS-COUNT
               MOVE MFC-TB-NAME TO WS-TS-NAME(WS-TS-COUNT)
               MOVE SPACES TO WS-TS-LAST-TBS-BK(WS-TS-COUNT)
               MOVE SPACES TO WS-TS-CREATED(WS-TS-COUNT)
           ELSE
               DISPLAY "MFCR108: TABLE SPACE TABLE FULL, SKIPPED "
                   MFC-TB-NAME
           END-IF.

       3000-LOAD-COVERAGE.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT COVER-FILE
           IF WS-CV-STATUS NOT = "00"
               MOVE "NO BACKUP COVERAGE EXTRACT AVAILABLE (MFCTBKCO)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ COVER-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       PERFORM 3100-NOTE-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE COVER-FILE.

       3100-NOTE-ONE-ROW.
           IF MFC-TV-BACKUP
               AND MFC-TV-GRANULARITY = DB2HISTORY-GRAN-DB
               IF MFC-TV-TIMESTAMP > WS-LAST-FULL-TS
                   OR WS-LAST-FULL-TS = SPACES
                   MOVE MFC-TV-TIMESTAMP TO WS-LAST-FULL-TS
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE MFC-TV-TBS-NAME TO WS-LOOK-NAME
           PERFORM 3200-FIND-TABLESPACE
           IF NOT KY-FOUND
               EXIT PARAGRAPH
           END-IF
           IF MFC-TV-BACKUP
               IF MFC-TV-TIMESTAMP > WS-TS-LAST-TBS-BK(WS-JDX)
                   OR WS-TS-LAST-TBS-BK(WS-JDX) = SPACES
                   MOVE MFC-TV-TIMESTAMP TO WS-TS-LAST-TBS-BK(WS-JDX)
               END-IF
           ELSE
               IF MFC-TV-TIMESTAMP > WS-TS-CREATED(WS-JDX)
                   OR WS-TS-CREATED(WS-JDX) = SPACES
                   MOVE MFC-TV-TIMESTAMP TO WS-TS-CREATED(WS-JDX)
               END-IF
           END-IF.

       3200-FIND-TABLESPACE.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-TS-COUNT OR KY-FOUND
               IF WS-TS-NAME(WS-JDX) = WS-LOOK-NAME
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-JDX
           END-IF.

       4000-AUDIT-TABLESPACES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TS-COUNT
               ADD 1 TO WS-CHECKED-COUNT
               PERFORM 4100-AUDIT-ONE-TABLESPACE
           END-PERFORM.

      * Newest covering image is the newer of the last full database
      * image and the last table space image naming this one.
       4100-AUDIT-ONE-TABLESPACE.
           MOVE SPACES TO WS-FLAG
           MOVE WS-LAST-FULL-TS TO WS-COVER-TS
           MOVE "FULL" TO WS-VIA
           IF WS-TS-LAST-TBS-BK(WS-IDX) NOT = SPACES
               IF WS-TS-LAST-TBS-BK(WS-IDX) > WS-COVER-TS
                   OR WS-COVER-TS = SPACES
                   MOVE WS-TS-LAST-TBS-BK(WS-IDX) TO WS-COVER-TS
                   MOVE "TBS" TO WS-VIA
               END-IF
           END-IF
           IF WS-COVER-TS = SPACES
               MOVE SPACES TO WS-VIA
           END-IF
           PERFORM 4200-POLICY-LIMIT
           MOVE 0 TO WS-AGE-DAYS
           IF WS-COVER-TS NOT = SPACES
               CALL "MFCUDAYS" USING WS-COVER-TS WS-TS-DAYS
               IF WS-TODAY-DAYS > WS-TS-DAYS
                   COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-TS-DAYS
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-TS-CREATED(WS-IDX) NOT = SPACES
                   AND WS-TS-CREATED(WS-IDX) > WS-LAST-FULL-TS
                   AND (WS-TS-LAST-TBS-BK(WS-IDX) = SPACES
                     OR WS-TS-LAST-TBS-BK(WS-IDX)
                          < WS-TS-CREATED(WS-IDX))
                   MOVE "NEW-NEVER-BACKED-UP" TO WS-FLAG
                   ADD 1 TO WS-NEW-COUNT
               WHEN WS-COVER-TS = SPACES
                   MOVE "NO-BACKUP-ON-FILE" TO WS-FLAG
                   ADD 1 TO WS-NONE-COUNT
               WHEN WS-AGE-DAYS > WS-LIMIT-DAYS
                   MOVE "OVER-POLICY-AGE" TO WS-FLAG
                   ADD 1 TO WS-STALE-COUNT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-COVER-TS = SPACES
               MOVE SPACES TO WS-DISP-AGE-TEXT
           ELSE
               MOVE WS-AGE-DAYS TO WS-DISP-AGE
               MOVE WS-DISP-AGE TO WS-DISP-AGE-TEXT
           END-IF
           MOVE WS-LIMIT-DAYS TO WS-DISP-LIMIT
           MOVE SPACES TO REPORT-LINE
           STRING WS-TS-NAME(WS-IDX) "  " WS-COVER-TS "  " WS-VIA
               "  " WS-DISP-AGE-TEXT "  " WS-DISP-LIMIT "  "
               WS-TS-CREATED(WS-IDX) "  " WS-FLAG
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       4200-POLICY-LIMIT.
           MOVE WS-DEFAULT-AGE-DAYS TO WS-LIMIT-DAYS
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-PO-COUNT
               IF WS-PO-NAME(WS-JDX) = WS-TS-NAME(WS-IDX)
                   MOVE WS-PO-DAYS(WS-JDX) TO WS-LIMIT-DAYS
               END-IF
           END-PERFORM.

       8000-WRITE-TOTALS.
           MOVE WS-CHECKED-COUNT TO WS-DISP-COUNT-1
           MOVE WS-STALE-COUNT TO WS-DISP-COUNT-2
           MOVE WS-NONE-COUNT TO WS-DISP-COUNT-3
           MOVE WS-NEW-COUNT TO WS-DISP-COUNT-4
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "TABLE SPACES CHECKED " WS-DISP-COUNT-1
               "  OVER-POLICY-AGE " WS-DISP-COUNT-2
               "  NO-BACKUP-ON-FILE " WS-DISP-COUNT-3
               "  NEW-NEVER-BACKED-UP " WS-DISP-COUNT-4
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE REPORT-FILE.
