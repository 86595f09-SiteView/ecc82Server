      ***********************************************************************
      *
      *  Source File Name = MFCPKGV.CBL
      *
      *  Function = Control-file promotion package validation and
      *             diff - run in production on the package MFCPKGO
      *             (mfcpkg.cbl) built by MFCPKGB, ahead of the apply
      *             step MFCPKGA. In one run it:
      *
      *               - re-counts and re-hashes (MFCUPKH) every file's
      *                 rows against the manifest, so a package torn or
      *                 mixed up in transit never gets further;
      *               - stages each file whole as <file>.PKGNEW
      *                 through the CBL_ file routines - the copies
      *                 MFCPKGA swaps in;
      *               - runs MFCPVAL over every MFC*P threshold file
      *                 the package carries (writing MFCPVALC and
      *                 MFCPVALI for it) and MFCXREFA over the set
      *                 (the MFCSCHED CALL/CANCEL shape), copying
      *                 their listings in. MFCXREFA reads its inputs
      *                 under their own DD names; this step's JCL
      *                 points those DDs at the .PKGNEW copies for the
      *                 files the package carries, so the references
      *                 are checked against the set production will
      *                 hold after the apply, not file by file;
      *               - lists what the package changes against what
      *                 production holds now. A threshold file is
      *                 compared by MFC-THR-NAME (added, removed,
      *                 value from/to); any other file record by
      *                 record, each changed record shown as the byte
      *                 ranges that differ, with old and new text, plus
      *                 the records added or removed at the end. The
      *                 first MAX-DETAIL (default 50) lines per file
      *                 are shown, every change is counted.
      *
      *             The verdict goes to the promotion state record
      *             MFCPKGS (mfcpkst.cbl): V (validated - MFCPKGA may
      *             apply this version) or F. Listing on MFCPKGVO;
      *             RETURN-CODE 8 when the package fails, so the
      *             scheduler holds the apply. Parameters are on
      *             MFCPKGVP (MFCTHR.CBL convention).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCPKGV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PACKAGE-FILE ASSIGN TO "MFCPKGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PK-STATUS.
           SELECT STATE-FILE ASSIGN TO "MFCPKGS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PN-STATUS.
           SELECT PVAL-CONTROL-FILE ASSIGN TO "MFCPVALC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VC-STATUS.
           SELECT PVAL-INPUT-FILE ASSIGN TO "MFCPVALI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VI-STATUS.
           SELECT PVAL-LISTING-FILE ASSIGN TO "MFCPVALO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LI-STATUS.
           SELECT XREF-LISTING-FILE ASSIGN TO "MFCXREFO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LI-STATUS.
           SELECT PARM-FILE ASSIGN TO "MFCPKGVP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCPKGVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PACKAGE-FILE
           RECORDING MODE IS F.
           COPY "mfcpkg.cbl".
       FD  STATE-FILE
           RECORDING MODE IS F.
           COPY "mfcpkst.cbl".
       FD  PVAL-CONTROL-FILE
           RECORDING MODE IS F.
       01 PVAL-CONTROL-REC.
           05 PV-PROGRAM-NAME         PIC X(8).
       FD  PVAL-INPUT-FILE
           RECORDING MODE IS F.
       01 PVAL-INPUT-REC              PIC X(24).
       FD  PVAL-LISTING-FILE
           RECORDING MODE IS F.
       01 PVAL-LISTING-LINE           PIC X(132).
       FD  XREF-LISTING-FILE
           RECORDING MODE IS F.
       01 XREF-LISTING-LINE           PIC X(132).
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PK-STATUS                PIC XX.
       01 WS-PN-STATUS                PIC XX.
       01 WS-VC-STATUS                PIC XX.
       01 WS-VI-STATUS                PIC XX.
       01 WS-LI-STATUS                PIC XX.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-PACKAGE-FAILED           PIC X VALUE "N".
           88 PACKAGE-FAILED          VALUE "Y".
       01 WS-HEADER-SEEN              PIC X VALUE "N".
           88 HEADER-SEEN             VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".
       01 WS-CALL-FAILED              PIC X VALUE "N".
           88 CALL-FAILED             VALUE "Y".

      * Parameters (MFCPKGVP).
       01 WS-MAX-DETAIL               PIC 9(9) COMP-5 VALUE 50.

       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-VERSION                  PIC 9(9) COMP-5 VALUE 0.
       01 WS-PACKAGE-HASH             PIC 9(18) COMP-5 VALUE 0.
       01 WS-MANIFEST-LEN             PIC 9(9) COMP-5 VALUE 41.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-FL-IDX                   PIC 9(9) COMP-5.
       01 WS-STAGE-IDX                PIC 9(9) COMP-5 VALUE 0.
       01 WS-REC-IDX                  PIC 9(9) COMP-5.
       01 WS-BYTE-IDX                 PIC 9(9) COMP-5.
       01 WS-SPAN-START               PIC 9(9) COMP-5.
       01 WS-SPAN-LEN                 PIC 9(9) COMP-5.
       01 WS-SHOW-LEN                 PIC 9(9) COMP-5.
       01 WS-DETAILS                  PIC 9(9) COMP-5.
       01 WS-CHANGED                  PIC 9(9) COMP-5.
       01 WS-ADDED                    PIC 9(9) COMP-5.
       01 WS-REMOVED                  PIC 9(9) COMP-5.
       01 WS-PROD-RECORDS             PIC 9(9) COMP-5.
       01 WS-CALL-PROGRAM             PIC X(8).
       01 WS-CALL-RC                  PIC S9(9) COMP-5.
       01 WS-DISP-NUM                 PIC Z(8)9.
       01 WS-DISP-NUM-B               PIC Z(8)9.
       01 WS-DISP-RC                  PIC -(8)9.
       01 WS-SHOW-WAS                 PIC X(30).
       01 WS-SHOW-NOW                 PIC X(30).
       01 WS-RESULT-TEXT              PIC X(10).
       01 WS-LISTING-LINE             PIC X(132).

      * Control bytes shown as "." in the diff text.
       01 WS-CTL-CHARS.
           05 FILLER                  PIC X(16)
               VALUE X"000102030405060708090A0B0C0D0E0F".
           05 FILLER                  PIC X(16)
               VALUE X"101112131415161718191A1B1C1D1E1F".
       01 WS-DOTS                     PIC X(32) VALUE ALL ".".

      * One threshold record seen through the MFCTHR.CBL layout.
       01 WS-THR-VIEW.
           05 WS-THR-NAME             PIC X(20).
           05 WS-THR-VALUE            PIC 9(9) COMP-5.

      * CBL_ file routine arguments. Reads share, the staged copy
      * is created for write.
       01 WS-BS-NAME                  PIC X(20).
       01 WS-BS-READ-ACCESS           PIC X VALUE X"01".
       01 WS-BS-WRITE-ACCESS          PIC X VALUE X"02".
       01 WS-BS-DENY                  PIC X VALUE X"03".
       01 WS-BS-DENY-ALL              PIC X VALUE X"00".
       01 WS-BS-DEVICE                PIC X VALUE X"00".
       01 WS-BS-FLAGS                 PIC X VALUE X"00".
       01 WS-BS-HANDLE                PIC X(4).
       01 WS-BS-STAGE-HANDLE          PIC X(4).
       01 WS-BS-OFFSET                PIC 9(18) COMP.
       01 WS-BS-COUNT                 PIC 9(9) COMP.
       01 WS-BS-RC                    PIC S9(9) COMP-5.
       01 WS-BS-BUFFER                PIC X(512).
       01 WS-FILE-INFO.
           05 WS-FI-SIZE              PIC 9(18) COMP.
           05 FILLER                  PIC X(8).

      * The manifest, and what the rows actually hold.
       01 WS-MAX-FILES                PIC 9(9) COMP-5 VALUE 50.
       01 WS-FL-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-FILE-TABLE.
           05 WS-FL-ENTRY OCCURS 50 TIMES.
              10 WS-FL-FILE-ID        PIC X(8).
              10 WS-FL-REC-LENGTH     PIC 9(9) COMP-5.
              10 WS-FL-PARM-PROGRAM   PIC X(8).
              10 WS-FL-RECORDS        PIC 9(9) COMP-5.
              10 WS-FL-HASH           PIC 9(18) COMP-5.
              10 WS-FL-ROWS           PIC 9(9) COMP-5.
              10 WS-FL-ROW-HASH       PIC 9(18) COMP-5.
              10 WS-FL-STAGED         PIC X(1).
              10 WS-FL-IN-PROD        PIC X(1).

      * A threshold file as production holds it, for the keyed diff.
       01 WS-MAX-THRS                 PIC 9(9) COMP-5 VALUE 200.
       01 WS-TH-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-THR-TABLE.
           05 WS-TH-ENTRY OCCURS 200 TIMES.
              10 WS-TH-NAME           PIC X(20).
              10 WS-TH-VALUE          PIC 9(9) COMP-5.
              10 WS-TH-SEEN           PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-AND-STAGE
           IF HEADER-SEEN
               PERFORM 2500-CHECK-MANIFEST
               PERFORM 3000-RUN-PARM-VALIDATION
               PERFORM 4000-RUN-CROSS-REFERENCE
               PERFORM 5000-DIFF-AGAINST-PRODUCTION
           END-IF
           PERFORM 6000-WRITE-STATE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           IF MFC-THR-NAME = "MAX-DETAIL"
                               MOVE MFC-THR-VALUE TO WS-MAX-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           CALL "MFCUTIME" USING WS-NOW-SECS
           OPEN OUTPUT REPORT-FILE
           MOVE "MFCPKGV - CONTROL-FILE PROMOTION PACKAGE VALIDATION"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      ***********************************************************************
      * Package integrity and staging.
      ***********************************************************************
       2000-LOAD-AND-STAGE.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT PACKAGE-FILE
           IF WS-PK-STATUS NOT = "00"
               MOVE "NO PACKAGE ON MFCPKGO" TO REPORT-LINE
               WRITE REPORT-LINE
               SET PACKAGE-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ PACKAGE-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       PERFORM 2100-TAKE-PACKAGE-ROW
               END-READ
           END-PERFORM
           CLOSE PACKAGE-FILE
           IF WS-STAGE-IDX > 0
               CALL "CBL_CLOSE_FILE" USING WS-BS-STAGE-HANDLE
           END-IF
           IF NOT HEADER-SEEN
               MOVE "PACKAGE HAS NO HEADER ROW" TO REPORT-LINE
               WRITE REPORT-LINE
               SET PACKAGE-FAILED TO TRUE
           END-IF.

       2100-TAKE-PACKAGE-ROW.
           EVALUATE TRUE
               WHEN MFC-PK-HEADER
                   SET HEADER-SEEN TO TRUE
                   MOVE MFC-PK-VERSION TO WS-VERSION
                   MOVE WS-VERSION TO WS-DISP-NUM
                   MOVE MFC-PK-FILE-COUNT TO WS-DISP-NUM-B
                   MOVE SPACES TO REPORT-LINE
                   STRING "PACKAGE VERSION " WS-DISP-NUM
                       "  FILES " WS-DISP-NUM-B
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN MFC-PK-VERSION NOT = WS-VERSION
                   MOVE SPACES TO REPORT-LINE
                   STRING "ROW FOR " MFC-PK-FILE-ID
                       " IS FROM ANOTHER PACKAGE VERSION"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   SET PACKAGE-FAILED TO TRUE
               WHEN MFC-PK-MANIFEST
                   IF WS-FL-COUNT < WS-MAX-FILES
                       ADD 1 TO WS-FL-COUNT
                       MOVE MFC-PK-FILE-ID TO WS-FL-FILE-ID(WS-FL-COUNT)
                       MOVE MFC-PK-REC-LENGTH
                           TO WS-FL-REC-LENGTH(WS-FL-COUNT)
                       MOVE MFC-PK-PARM-PROGRAM
                           TO WS-FL-PARM-PROGRAM(WS-FL-COUNT)
                       MOVE MFC-PK-RECORD-COUNT
                           TO WS-FL-RECORDS(WS-FL-COUNT)
                       MOVE MFC-PK-CONTENT-HASH
                           TO WS-FL-HASH(WS-FL-COUNT)
                       MOVE 0 TO WS-FL-ROWS(WS-FL-COUNT)
                       MOVE 0 TO WS-FL-ROW-HASH(WS-FL-COUNT)
                       MOVE "N" TO WS-FL-STAGED(WS-FL-COUNT)
                       MOVE "N" TO WS-FL-IN-PROD(WS-FL-COUNT)
                       MOVE SPACES TO WS-BS-BUFFER
                       MOVE MFC-PACKAGE-REC(1:41) TO WS-BS-BUFFER
                       CALL "MFCUPKH" USING WS-BS-BUFFER
                           WS-MANIFEST-LEN WS-PACKAGE-HASH
                   ELSE
                       MOVE "MORE THAN 50 FILES IN THE PACKAGE"
                           TO REPORT-LINE
                       WRITE REPORT-LINE
                       SET PACKAGE-FAILED TO TRUE
                   END-IF
               WHEN MFC-PK-DATA
                   PERFORM 2200-TAKE-DATA-ROW
           END-EVALUATE.

       2200-TAKE-DATA-ROW.
           PERFORM 2900-FIND-FILE
           IF NOT KY-FOUND
               MOVE SPACES TO REPORT-LINE
               STRING "ROWS FOR " MFC-PK-FILE-ID
                   " ARE NOT ON THE MANIFEST"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               SET PACKAGE-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FL-ROWS(WS-FL-IDX)
           CALL "MFCUPKH" USING MFC-PK-BODY
               WS-FL-REC-LENGTH(WS-FL-IDX) WS-FL-ROW-HASH(WS-FL-IDX)
           IF WS-FL-IDX NOT = WS-STAGE-IDX
               PERFORM 2300-START-STAGED-COPY
           END-IF
           IF WS-FL-STAGED(WS-FL-IDX) = "Y"
               COMPUTE WS-BS-OFFSET =
                   (WS-FL-ROWS(WS-FL-IDX) - 1)
                   * WS-FL-REC-LENGTH(WS-FL-IDX)
               MOVE WS-FL-REC-LENGTH(WS-FL-IDX) TO WS-BS-COUNT
               CALL "CBL_WRITE_FILE" USING WS-BS-STAGE-HANDLE
                   WS-BS-OFFSET WS-BS-COUNT WS-BS-FLAGS MFC-PK-BODY
                   RETURNING WS-BS-RC
               IF WS-BS-RC NOT = 0
                   MOVE "N" TO WS-FL-STAGED(WS-FL-IDX)
               END-IF
           END-IF.

      * Rows come file by file, so one staged copy is open at a time.
       2300-START-STAGED-COPY.
           IF WS-STAGE-IDX > 0
               CALL "CBL_CLOSE_FILE" USING WS-BS-STAGE-HANDLE
           END-IF
           MOVE WS-FL-IDX TO WS-STAGE-IDX
           MOVE SPACES TO WS-BS-NAME
           STRING WS-FL-FILE-ID(WS-FL-IDX) DELIMITED BY SPACE
               ".PKGNEW" DELIMITED BY SIZE
               INTO WS-BS-NAME
           CALL "CBL_CREATE_FILE" USING WS-BS-NAME
               WS-BS-WRITE-ACCESS WS-BS-DENY-ALL WS-BS-DEVICE
               WS-BS-STAGE-HANDLE RETURNING WS-BS-RC
           IF WS-BS-RC = 0
               MOVE "Y" TO WS-FL-STAGED(WS-FL-IDX)
           ELSE
               MOVE 0 TO WS-STAGE-IDX
           END-IF.

       2500-CHECK-MANIFEST.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "MANIFEST   FILE       RECORDS  CHECK" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-COUNT
               EVALUATE TRUE
                   WHEN WS-FL-ROWS(WS-FL-IDX)
                           NOT = WS-FL-RECORDS(WS-FL-IDX)
                       MOVE "COUNT BAD" TO WS-RESULT-TEXT
                       SET PACKAGE-FAILED TO TRUE
                   WHEN WS-FL-ROW-HASH(WS-FL-IDX)
                           NOT = WS-FL-HASH(WS-FL-IDX)
                       MOVE "HASH BAD" TO WS-RESULT-TEXT
                       SET PACKAGE-FAILED TO TRUE
                   WHEN WS-FL-STAGED(WS-FL-IDX) NOT = "Y"
                           AND WS-FL-RECORDS(WS-FL-IDX) > 0
                       MOVE "NOT STAGED" TO WS-RESULT-TEXT
                       SET PACKAGE-FAILED TO TRUE
                   WHEN OTHER
                       MOVE "OK" TO WS-RESULT-TEXT
               END-EVALUATE
               MOVE WS-FL-ROWS(WS-FL-IDX) TO WS-DISP-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "           " WS-FL-FILE-ID(WS-FL-IDX) " "
                   WS-DISP-NUM "  " WS-RESULT-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       2900-FIND-FILE.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-COUNT OR KY-FOUND
               IF WS-FL-FILE-ID(WS-FL-IDX) = MFC-PK-FILE-ID
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-FL-IDX
           END-IF.

      ***********************************************************************
      * MFCPVAL per threshold file, MFCXREFA over the set.
      ***********************************************************************
       3000-RUN-PARM-VALIDATION.
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-COUNT
               IF WS-FL-PARM-PROGRAM(WS-FL-IDX) NOT = SPACES
                   PERFORM 3100-VALIDATE-ONE-PARM-FILE
               END-IF
           END-PERFORM.

       3100-VALIDATE-ONE-PARM-FILE.
           OPEN OUTPUT PVAL-CONTROL-FILE
           MOVE WS-FL-PARM-PROGRAM(WS-FL-IDX) TO PV-PROGRAM-NAME
           WRITE PVAL-CONTROL-REC
           CLOSE PVAL-CONTROL-FILE
           OPEN OUTPUT PVAL-INPUT-FILE
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT PACKAGE-FILE
           PERFORM UNTIL EOF-IN
               READ PACKAGE-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       IF MFC-PK-DATA
                          AND MFC-PK-FILE-ID = WS-FL-FILE-ID(WS-FL-IDX)
                           MOVE MFC-PK-BODY(1:24) TO PVAL-INPUT-REC
                           WRITE PVAL-INPUT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PACKAGE-FILE
           CLOSE PVAL-INPUT-FILE
           MOVE "MFCPVAL" TO WS-CALL-PROGRAM
           PERFORM 3500-CALL-CHECKER
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT PVAL-LISTING-FILE
           IF WS-LI-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ PVAL-LISTING-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           MOVE PVAL-LISTING-LINE TO WS-LISTING-LINE
                           PERFORM 3600-COPY-LISTING-LINE
                   END-READ
               END-PERFORM
               CLOSE PVAL-LISTING-FILE
           END-IF
           IF WS-CALL-RC >= 8
               SET PACKAGE-FAILED TO TRUE
           END-IF.

       4000-RUN-CROSS-REFERENCE.
           MOVE "MFCXREFA" TO WS-CALL-PROGRAM
           PERFORM 3500-CALL-CHECKER
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT XREF-LISTING-FILE
           IF WS-LI-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ XREF-LISTING-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           MOVE XREF-LISTING-LINE TO WS-LISTING-LINE
                           PERFORM 3600-COPY-LISTING-LINE
                   END-READ
               END-PERFORM
               CLOSE XREF-LISTING-FILE
           END-IF
           IF WS-CALL-RC NOT = 0
               SET PACKAGE-FAILED TO TRUE
           END-IF.

      * The checker runs with fresh working storage each time (the
      * MFCSCHED CALL/CANCEL shape); the caller copies its
      * listing in.
       3500-CALL-CHECKER.
           MOVE "N" TO WS-CALL-FAILED
           MOVE 0 TO RETURN-CODE
           CALL WS-CALL-PROGRAM
               ON EXCEPTION
                   SET CALL-FAILED TO TRUE
           END-CALL
           IF CALL-FAILED
               MOVE 12 TO WS-CALL-RC
           ELSE
               MOVE RETURN-CODE TO WS-CALL-RC
               CANCEL WS-CALL-PROGRAM
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE WS-CALL-RC TO WS-DISP-RC
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-CALL-PROGRAM = "MFCPVAL"
               STRING WS-CALL-PROGRAM " ON "
                   WS-FL-FILE-ID(WS-FL-IDX) " RC=" WS-DISP-RC
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING WS-CALL-PROGRAM " ON THE PACKAGE SET RC="
                   WS-DISP-RC
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       3600-COPY-LISTING-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "  | " WS-LISTING-LINE(1:128)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      ***********************************************************************
      * The diff against production.
      ***********************************************************************
       5000-DIFF-AGAINST-PRODUCTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CHANGES AGAINST PRODUCTION" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-COUNT
               PERFORM 5100-DIFF-ONE-FILE
           END-PERFORM.

       5100-DIFF-ONE-FILE.
           MOVE 0 TO WS-DETAILS
           MOVE 0 TO WS-CHANGED
           MOVE 0 TO WS-ADDED
           MOVE 0 TO WS-REMOVED
           MOVE 0 TO WS-PROD-RECORDS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE SPACES TO WS-BS-NAME
           MOVE WS-FL-FILE-ID(WS-FL-IDX) TO WS-BS-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-BS-NAME
               WS-FILE-INFO RETURNING WS-BS-RC
           IF WS-BS-RC NOT = 0
               MOVE WS-FL-RECORDS(WS-FL-IDX) TO WS-DISP-NUM
               STRING "FILE " WS-FL-FILE-ID(WS-FL-IDX)
                   " - NEW TO PRODUCTION, " WS-DISP-NUM
                   " RECORD(S) ADDED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-FL-IN-PROD(WS-FL-IDX)
           IF FUNCTION MOD(WS-FI-SIZE WS-FL-REC-LENGTH(WS-FL-IDX))
               NOT = 0
               STRING "FILE " WS-FL-FILE-ID(WS-FL-IDX)
                   " - PRODUCTION COPY IS NOT WHOLE RECORDS OF THE "
                   "PACKAGE LENGTH (LAYOUT CHANGE?) - REPLACED WHOLE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PROD-RECORDS =
               WS-FI-SIZE / WS-FL-REC-LENGTH(WS-FL-IDX)
           STRING "FILE " WS-FL-FILE-ID(WS-FL-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CALL "CBL_OPEN_FILE" USING WS-BS-NAME WS-BS-READ-ACCESS
               WS-BS-DENY WS-BS-DEVICE WS-BS-HANDLE
               RETURNING WS-BS-RC
           IF WS-BS-RC NOT = 0
               MOVE "  PRODUCTION COPY WILL NOT OPEN - NOT COMPARED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-FL-PARM-PROGRAM(WS-FL-IDX) NOT = SPACES
               AND WS-FL-REC-LENGTH(WS-FL-IDX) = 24
               PERFORM 5200-DIFF-BY-PARM-NAME
           ELSE
               PERFORM 5400-DIFF-BY-RECORD
           END-IF
           CALL "CBL_CLOSE_FILE" USING WS-BS-HANDLE
           MOVE WS-CHANGED TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "  CHANGED " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           MOVE WS-ADDED TO WS-DISP-NUM
           STRING "  ADDED " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE(22:)
           MOVE WS-REMOVED TO WS-DISP-NUM
           STRING "  REMOVED " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE(41:)
           WRITE REPORT-LINE.

      * Threshold files: matched by MFC-THR-NAME, order ignored.
       5200-DIFF-BY-PARM-NAME.
           MOVE 0 TO WS-TH-COUNT
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-PROD-RECORDS
                      OR WS-TH-COUNT >= WS-MAX-THRS
               PERFORM 5900-READ-PROD-RECORD
               MOVE WS-BS-BUFFER(1:24) TO WS-THR-VIEW
               ADD 1 TO WS-TH-COUNT
               MOVE WS-THR-NAME TO WS-TH-NAME(WS-TH-COUNT)
               MOVE WS-THR-VALUE TO WS-TH-VALUE(WS-TH-COUNT)
               MOVE "N" TO WS-TH-SEEN(WS-TH-COUNT)
           END-PERFORM
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT PACKAGE-FILE
           PERFORM UNTIL EOF-IN
               READ PACKAGE-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       IF MFC-PK-DATA
                          AND MFC-PK-FILE-ID = WS-FL-FILE-ID(WS-FL-IDX)
                           PERFORM 5300-DIFF-ONE-PARM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PACKAGE-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TH-COUNT
               IF WS-TH-SEEN(WS-IDX) = "N"
                   ADD 1 TO WS-REMOVED
                   MOVE WS-TH-VALUE(WS-IDX) TO WS-DISP-NUM
                   MOVE SPACES TO REPORT-LINE
                   STRING "  REMOVED " WS-TH-NAME(WS-IDX)
                       " WAS " WS-DISP-NUM
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM 5800-WRITE-DETAIL
               END-IF
           END-PERFORM.

       5300-DIFF-ONE-PARM.
           MOVE MFC-PK-BODY(1:24) TO WS-THR-VIEW
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TH-COUNT OR KY-FOUND
               IF WS-TH-NAME(WS-IDX) = WS-THR-NAME
                   AND WS-TH-SEEN(WS-IDX) = "N"
                   SET KY-FOUND TO TRUE
                   MOVE "Y" TO WS-TH-SEEN(WS-IDX)
                   IF WS-TH-VALUE(WS-IDX) NOT = WS-THR-VALUE
                       ADD 1 TO WS-CHANGED
                       MOVE WS-TH-VALUE(WS-IDX) TO WS-DISP-NUM
                       MOVE WS-THR-VALUE TO WS-DISP-NUM-B
                       MOVE SPACES TO REPORT-LINE
                       STRING "  CHANGED " WS-THR-NAME
                           " FROM " WS-DISP-NUM " TO " WS-DISP-NUM-B
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM 5800-WRITE-DETAIL
                   END-IF
               END-IF
           END-PERFORM
           IF NOT KY-FOUND
               ADD 1 TO WS-ADDED
               MOVE WS-THR-VALUE TO WS-DISP-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "  ADDED   " WS-THR-NAME " = " WS-DISP-NUM
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 5800-WRITE-DETAIL
           END-IF.

      * Any other file: record n against record n.
       5400-DIFF-BY-RECORD.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT PACKAGE-FILE
           PERFORM UNTIL EOF-IN
               READ PACKAGE-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       IF MFC-PK-DATA
                          AND MFC-PK-FILE-ID = WS-FL-FILE-ID(WS-FL-IDX)
                           PERFORM 5500-DIFF-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PACKAGE-FILE
           IF WS-PROD-RECORDS > WS-FL-ROWS(WS-FL-IDX)
               COMPUTE WS-REMOVED =
                   WS-PROD-RECORDS - WS-FL-ROWS(WS-FL-IDX)
               COMPUTE WS-REC-IDX = WS-FL-ROWS(WS-FL-IDX) + 1
               MOVE WS-REC-IDX TO WS-DISP-NUM
               MOVE WS-PROD-RECORDS TO WS-DISP-NUM-B
               MOVE SPACES TO REPORT-LINE
               STRING "  REMOVED RECORDS " WS-DISP-NUM " TO "
                   WS-DISP-NUM-B
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 5800-WRITE-DETAIL
           END-IF.

       5500-DIFF-ONE-RECORD.
           MOVE MFC-PK-REC-SEQ TO WS-REC-IDX
           IF WS-REC-IDX > WS-PROD-RECORDS
               ADD 1 TO WS-ADDED
               MOVE WS-REC-IDX TO WS-DISP-NUM
               MOVE SPACES TO REPORT-LINE
               STRING "  ADDED   RECORD " WS-DISP-NUM " "
                   MFC-PK-BODY(1:60)
                   DELIMITED BY SIZE INTO REPORT-LINE
               INSPECT REPORT-LINE CONVERTING WS-CTL-CHARS TO WS-DOTS
               PERFORM 5800-WRITE-DETAIL
               EXIT PARAGRAPH
           END-IF
           PERFORM 5900-READ-PROD-RECORD
           IF WS-BS-BUFFER(1:WS-FL-REC-LENGTH(WS-FL-IDX))
               = MFC-PK-BODY(1:WS-FL-REC-LENGTH(WS-FL-IDX))
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHANGED
           MOVE 0 TO WS-SPAN-START
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > WS-FL-REC-LENGTH(WS-FL-IDX)
               IF WS-BS-BUFFER(WS-BYTE-IDX:1)
                   NOT = MFC-PK-BODY(WS-BYTE-IDX:1)
                   IF WS-SPAN-START = 0
                       MOVE WS-BYTE-IDX TO WS-SPAN-START
                   END-IF
               ELSE
                   IF WS-SPAN-START > 0
                       PERFORM 5600-LIST-SPAN
                       MOVE 0 TO WS-SPAN-START
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SPAN-START > 0
               PERFORM 5600-LIST-SPAN
           END-IF.

      * One run of differing bytes, ending just before WS-BYTE-IDX.
       5600-LIST-SPAN.
           COMPUTE WS-SPAN-LEN = WS-BYTE-IDX - WS-SPAN-START
           MOVE WS-SPAN-LEN TO WS-SHOW-LEN
           IF WS-SHOW-LEN > 30
               MOVE 30 TO WS-SHOW-LEN
           END-IF
           MOVE SPACES TO WS-SHOW-WAS
           MOVE SPACES TO WS-SHOW-NOW
           MOVE WS-BS-BUFFER(WS-SPAN-START:WS-SHOW-LEN)
               TO WS-SHOW-WAS
           MOVE MFC-PK-BODY(WS-SPAN-START:WS-SHOW-LEN)
               TO WS-SHOW-NOW
           INSPECT WS-SHOW-WAS CONVERTING WS-CTL-CHARS TO WS-DOTS
           INSPECT WS-SHOW-NOW CONVERTING WS-CTL-CHARS TO WS-DOTS
           MOVE WS-REC-IDX TO WS-DISP-NUM
           MOVE WS-SPAN-START TO WS-DISP-NUM-B
           MOVE SPACES TO REPORT-LINE
           STRING "  CHANGED RECORD " WS-DISP-NUM " AT BYTE "
               WS-DISP-NUM-B " WAS '" WS-SHOW-WAS(1:WS-SHOW-LEN)
               "' NOW '" WS-SHOW-NOW(1:WS-SHOW-LEN) "'"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM 5800-WRITE-DETAIL.

       5800-WRITE-DETAIL.
           ADD 1 TO WS-DETAILS
           IF WS-DETAILS <= WS-MAX-DETAIL
               WRITE REPORT-LINE
           END-IF.

       5900-READ-PROD-RECORD.
           MOVE SPACES TO WS-BS-BUFFER
           COMPUTE WS-BS-OFFSET =
               (WS-REC-IDX - 1) * WS-FL-REC-LENGTH(WS-FL-IDX)
           MOVE WS-FL-REC-LENGTH(WS-FL-IDX) TO WS-BS-COUNT
           CALL "CBL_READ_FILE" USING WS-BS-HANDLE WS-BS-OFFSET
               WS-BS-COUNT WS-BS-FLAGS WS-BS-BUFFER
               RETURNING WS-BS-RC.

      ***********************************************************************
      * The verdict.
      ***********************************************************************
       6000-WRITE-STATE.
           INITIALIZE MFC-PROMOTION-STATE-REC
           MOVE WS-VERSION TO MFC-PN-VERSION
           IF PACKAGE-FAILED
               MOVE "F" TO MFC-PN-STATE
           ELSE
               MOVE "V" TO MFC-PN-STATE
           END-IF
           MOVE WS-NOW-SECS TO MFC-PN-STATE-SECS
           MOVE "MFCPKGV" TO MFC-PN-OPERATOR
           MOVE WS-PACKAGE-HASH TO MFC-PN-PACKAGE-HASH
           MOVE WS-FL-COUNT TO MFC-PN-FILE-COUNT
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-COUNT
               MOVE WS-FL-FILE-ID(WS-FL-IDX)
                   TO MFC-PN-FILE-ID(WS-FL-IDX)
               MOVE WS-FL-IN-PROD(WS-FL-IDX)
                   TO MFC-PN-HAD-PRIOR(WS-FL-IDX)
           END-PERFORM
           OPEN OUTPUT STATE-FILE
           WRITE MFC-PROMOTION-STATE-REC
           CLOSE STATE-FILE.

       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-VERSION TO WS-DISP-NUM
           IF PACKAGE-FAILED
               STRING "PACKAGE VERSION " WS-DISP-NUM
                   " FAILED VALIDATION - NOT TO BE APPLIED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               STRING "PACKAGE VERSION " WS-DISP-NUM
                   " VALIDATED - STAGED FOR MFCPKGA"
                   DELIMITED BY SIZE INTO REPORT-LINE
               MOVE 0 TO RETURN-CODE
           END-IF
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.
