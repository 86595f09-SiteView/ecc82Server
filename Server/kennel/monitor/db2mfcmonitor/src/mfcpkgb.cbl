      ***********************************************************************
      *
      *  Source File Name = MFCPKGB.CBL
      *
      *  Function = Control-file promotion package build - run in test
      *             once a set of control and policy file edits is
      *             ready to go to production.
      *
      *             Copying the edited files across one at a time left
      *             production running with half a change. This step
      *             bundles the whole set into ONE versioned package
      *             (MFCPKGO, mfcpkg.cbl) that MFCPKGV validates and
      *             diffs and MFCPKGA installs as a unit. The files
      *             are listed on the worklist MFCPKGC, one line per
      *             file: the file id, its fixed record length (zero
      *             takes it from the shop-file registry MFCFREG) and,
      *             for an MFC*P threshold file, the program whose
      *             parameters it holds so MFCPVAL can check it.
      *
      *             Each file is read whole by name through the CBL_
      *             file routines (the MFCROTAT / MFCR058 approach);
      *             a file that is missing, longer per record than a
      *             package row holds, or whose size is not a whole
      *             number of records (a torn copy) refuses the whole
      *             package - nothing is written and the run ends
      *             RETURN-CODE 12. Otherwise the package is the
      *             header, one manifest row per file with its record
      *             count and content hash (MFCUPKH), then every
      *             record of every file.
      *
      *             PACKAGE-VERSION on MFCPKGBP (MFCTHR.CBL convention)
      *             numbers the package and is required.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCPKGB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-FILE ASSIGN TO "MFCPKGC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WK-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "MFCFREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FR-STATUS.
           SELECT PARM-FILE ASSIGN TO "MFCPKGBP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PACKAGE-FILE ASSIGN TO "MFCPKGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WORK-FILE
           RECORDING MODE IS F.
       01 WORK-REC.
           05 WK-FILE-ID              PIC X(8).
           05 WK-REC-LENGTH           PIC 9(5).
           05 WK-PARM-PROGRAM         PIC X(8).
       FD  REGISTRY-FILE
           RECORDING MODE IS F.
           COPY "mfcfreg.cbl".
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  PACKAGE-FILE
           RECORDING MODE IS F.
           COPY "mfcpkg.cbl".
       WORKING-STORAGE SECTION.
       01 WS-WK-STATUS                PIC XX.
       01 WS-FR-STATUS                PIC XX.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-PK-STATUS                PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-CANNOT-RUN               PIC X VALUE "N".
           88 CANNOT-RUN              VALUE "Y".

      * Parameters (MFCPKGBP).
       01 WS-PACKAGE-VERSION          PIC 9(9) COMP-5 VALUE 0.

       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-FL-IDX                   PIC 9(9) COMP-5.
       01 WS-REC-IDX                  PIC 9(9) COMP-5.
       01 WS-RECORDS-OUT              PIC 9(9) COMP-5 VALUE 0.
       01 WS-DISP-NUM                 PIC Z(8)9.

      * CBL_ file routine arguments - read access, deny none.
       01 WS-BS-NAME                  PIC X(20).
       01 WS-BS-ACCESS                PIC X VALUE X"01".
       01 WS-BS-DENY                  PIC X VALUE X"03".
       01 WS-BS-DEVICE                PIC X VALUE X"00".
       01 WS-BS-FLAGS                 PIC X VALUE X"00".
       01 WS-BS-HANDLE                PIC X(4).
       01 WS-BS-OFFSET                PIC 9(18) COMP.
       01 WS-BS-COUNT                 PIC 9(9) COMP.
       01 WS-BS-RC                    PIC S9(9) COMP-5.
       01 WS-BS-BUFFER                PIC X(512).
      * CBL_CHECK_FILE_EXIST information block (the MFCR058 shape).
       01 WS-FILE-INFO.
           05 WS-FI-SIZE              PIC 9(18) COMP.
           05 FILLER                  PIC X(8).

      * Shop-file registry record lengths, for worklist lines that
      * give none.
       01 WS-MAX-REGS                 PIC 9(9) COMP-5 VALUE 200.
       01 WS-RG-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-REG-TABLE.
           05 WS-RG-ENTRY OCCURS 200 TIMES.
              10 WS-RG-FILE-ID        PIC X(8).
              10 WS-RG-REC-LENGTH     PIC 9(9) COMP-5.

      * The files to package, as measured.
       01 WS-MAX-FILES                PIC 9(9) COMP-5 VALUE 50.
       01 WS-FL-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-FILE-TABLE.
           05 WS-FL-ENTRY OCCURS 50 TIMES.
              10 WS-FL-FILE-ID        PIC X(8).
              10 WS-FL-REC-LENGTH     PIC 9(9) COMP-5.
              10 WS-FL-PARM-PROGRAM   PIC X(8).
              10 WS-FL-RECORDS        PIC 9(9) COMP-5.
              10 WS-FL-HASH           PIC 9(18) COMP-5.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT CANNOT-RUN
               PERFORM 2000-MEASURE-FILES
           END-IF
           IF NOT CANNOT-RUN
               PERFORM 3000-WRITE-PACKAGE
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           CALL "MFCUTIME" USING WS-NOW-SECS
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           IF MFC-THR-NAME = "PACKAGE-VERSION"
                               MOVE MFC-THR-VALUE
                                   TO WS-PACKAGE-VERSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           IF WS-PACKAGE-VERSION = 0
               SET CANNOT-RUN TO TRUE
               DISPLAY "MFCPKGB: NO PACKAGE-VERSION ON MFCPKGBP"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1100-LOAD-REGISTRY
           PERFORM 1200-LOAD-WORKLIST.

       1100-LOAD-REGISTRY.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT REGISTRY-FILE
           IF WS-FR-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ REGISTRY-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF WS-RG-COUNT < WS-MAX-REGS
                               ADD 1 TO WS-RG-COUNT
                               MOVE MFC-FR-FILE-ID
                                   TO WS-RG-FILE-ID(WS-RG-COUNT)
                               MOVE MFC-FR-REC-LENGTH
                                   TO WS-RG-REC-LENGTH(WS-RG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

       1200-LOAD-WORKLIST.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT WORK-FILE
           IF WS-WK-STATUS NOT = "00"
               SET CANNOT-RUN TO TRUE
               DISPLAY "MFCPKGB: NO PACKAGE WORKLIST (MFCPKGC)"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ WORK-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       PERFORM 1300-ADD-WORKLIST-FILE
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           IF WS-FL-COUNT = 0
               SET CANNOT-RUN TO TRUE
               DISPLAY "MFCPKGB: PACKAGE WORKLIST MFCPKGC IS EMPTY"
           END-IF.

       1300-ADD-WORKLIST-FILE.
           IF WK-FILE-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-FL-COUNT
               IF WS-FL-FILE-ID(WS-IDX) = WK-FILE-ID
                   SET CANNOT-RUN TO TRUE
                   DISPLAY "MFCPKGB: " WK-FILE-ID
                       " IS LISTED TWICE ON MFCPKGC"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-FL-COUNT >= WS-MAX-FILES
               SET CANNOT-RUN TO TRUE
               DISPLAY "MFCPKGB: MORE THAN 50 FILES ON MFCPKGC"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FL-COUNT
           MOVE WK-FILE-ID TO WS-FL-FILE-ID(WS-FL-COUNT)
           MOVE WK-REC-LENGTH TO WS-FL-REC-LENGTH(WS-FL-COUNT)
           MOVE WK-PARM-PROGRAM TO WS-FL-PARM-PROGRAM(WS-FL-COUNT)
           MOVE 0 TO WS-FL-RECORDS(WS-FL-COUNT)
           MOVE 0 TO WS-FL-HASH(WS-FL-COUNT)
           IF WK-REC-LENGTH = 0
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-RG-COUNT
                   IF WS-RG-FILE-ID(WS-IDX) = WK-FILE-ID
                       MOVE WS-RG-REC-LENGTH(WS-IDX)
                           TO WS-FL-REC-LENGTH(WS-FL-COUNT)
                   END-IF
               END-PERFORM
           END-IF.

      * First pass: every file must be there, whole, and fit a
      * package row before anything is written.
       2000-MEASURE-FILES.
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-COUNT
               PERFORM 2100-MEASURE-ONE-FILE
           END-PERFORM.

       2100-MEASURE-ONE-FILE.
           IF WS-FL-REC-LENGTH(WS-FL-IDX) = 0
               OR WS-FL-REC-LENGTH(WS-FL-IDX) > 512
               SET CANNOT-RUN TO TRUE
               DISPLAY "MFCPKGB: " WS-FL-FILE-ID(WS-FL-IDX)
                   " HAS NO RECORD LENGTH OR ONE OVER 512"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BS-NAME
           MOVE WS-FL-FILE-ID(WS-FL-IDX) TO WS-BS-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-BS-NAME
               WS-FILE-INFO RETURNING WS-BS-RC
           IF WS-BS-RC NOT = 0
               SET CANNOT-RUN TO TRUE
               DISPLAY "MFCPKGB: " WS-FL-FILE-ID(WS-FL-IDX)
                   " NOT FOUND"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION MOD(WS-FI-SIZE WS-FL-REC-LENGTH(WS-FL-IDX))
               NOT = 0
               SET CANNOT-RUN TO TRUE
               DISPLAY "MFCPKGB: " WS-FL-FILE-ID(WS-FL-IDX)
                   " IS NOT A WHOLE NUMBER OF RECORDS - TORN COPY?"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FL-RECORDS(WS-FL-IDX) =
               WS-FI-SIZE / WS-FL-REC-LENGTH(WS-FL-IDX)
           PERFORM 2200-OPEN-FILE
           IF CANNOT-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-FL-RECORDS(WS-FL-IDX)
                      OR CANNOT-RUN
               PERFORM 2300-READ-RECORD
               CALL "MFCUPKH" USING WS-BS-BUFFER
                   WS-FL-REC-LENGTH(WS-FL-IDX) WS-FL-HASH(WS-FL-IDX)
           END-PERFORM
           CALL "CBL_CLOSE_FILE" USING WS-BS-HANDLE.

       2200-OPEN-FILE.
           CALL "CBL_OPEN_FILE" USING WS-BS-NAME WS-BS-ACCESS
               WS-BS-DENY WS-BS-DEVICE WS-BS-HANDLE
               RETURNING WS-BS-RC
           IF WS-BS-RC NOT = 0
               SET CANNOT-RUN TO TRUE
               DISPLAY "MFCPKGB: CANNOT OPEN "
                   WS-FL-FILE-ID(WS-FL-IDX) " RC=" WS-BS-RC
           END-IF.

       2300-READ-RECORD.
           MOVE SPACES TO WS-BS-BUFFER
           COMPUTE WS-BS-OFFSET =
               (WS-REC-IDX - 1) * WS-FL-REC-LENGTH(WS-FL-IDX)
           MOVE WS-FL-REC-LENGTH(WS-FL-IDX) TO WS-BS-COUNT
           CALL "CBL_READ_FILE" USING WS-BS-HANDLE WS-BS-OFFSET
               WS-BS-COUNT WS-BS-FLAGS WS-BS-BUFFER
               RETURNING WS-BS-RC
           IF WS-BS-RC NOT = 0
               SET CANNOT-RUN TO TRUE
               DISPLAY "MFCPKGB: READ FAILED ON "
                   WS-FL-FILE-ID(WS-FL-IDX) " RC=" WS-BS-RC
           END-IF.

       3000-WRITE-PACKAGE.
           OPEN OUTPUT PACKAGE-FILE
           INITIALIZE MFC-PACKAGE-REC
           MOVE "H" TO MFC-PK-TYPE
           MOVE WS-PACKAGE-VERSION TO MFC-PK-VERSION
           MOVE WS-NOW-SECS TO MFC-PK-BUILT-SECS
           MOVE WS-FL-COUNT TO MFC-PK-FILE-COUNT
           WRITE MFC-PACKAGE-REC
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-COUNT
               INITIALIZE MFC-PACKAGE-REC
               MOVE "M" TO MFC-PK-TYPE
               MOVE WS-PACKAGE-VERSION TO MFC-PK-VERSION
               MOVE WS-FL-FILE-ID(WS-FL-IDX) TO MFC-PK-FILE-ID
               MOVE WS-FL-REC-LENGTH(WS-FL-IDX) TO MFC-PK-REC-LENGTH
               MOVE WS-FL-RECORDS(WS-FL-IDX) TO MFC-PK-RECORD-COUNT
               MOVE WS-FL-HASH(WS-FL-IDX) TO MFC-PK-CONTENT-HASH
               MOVE WS-FL-PARM-PROGRAM(WS-FL-IDX)
                   TO MFC-PK-PARM-PROGRAM
               WRITE MFC-PACKAGE-REC
           END-PERFORM
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-COUNT OR CANNOT-RUN
               PERFORM 3100-WRITE-FILE-RECORDS
           END-PERFORM
           CLOSE PACKAGE-FILE
      * A read that fails now, after the first pass, leaves no
      * half-package behind.
           IF CANNOT-RUN
               OPEN OUTPUT PACKAGE-FILE
               CLOSE PACKAGE-FILE
           END-IF.

       3100-WRITE-FILE-RECORDS.
           MOVE SPACES TO WS-BS-NAME
           MOVE WS-FL-FILE-ID(WS-FL-IDX) TO WS-BS-NAME
           PERFORM 2200-OPEN-FILE
           IF CANNOT-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-FL-RECORDS(WS-FL-IDX)
                      OR CANNOT-RUN
               PERFORM 2300-READ-RECORD
               INITIALIZE MFC-PACKAGE-REC
               MOVE "D" TO MFC-PK-TYPE
               MOVE WS-PACKAGE-VERSION TO MFC-PK-VERSION
               MOVE WS-FL-FILE-ID(WS-FL-IDX) TO MFC-PK-FILE-ID
               MOVE WS-REC-IDX TO MFC-PK-REC-SEQ
               MOVE WS-FL-REC-LENGTH(WS-FL-IDX) TO MFC-PK-REC-LENGTH
               MOVE WS-BS-BUFFER TO MFC-PK-BODY
               WRITE MFC-PACKAGE-REC
               ADD 1 TO WS-RECORDS-OUT
           END-PERFORM
           CALL "CBL_CLOSE_FILE" USING WS-BS-HANDLE.

       9000-TERMINATE.
           IF CANNOT-RUN
               DISPLAY "MFCPKGB: PACKAGE NOT BUILT"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WS-PACKAGE-VERSION TO WS-DISP-NUM
               DISPLAY "MFCPKGB: PACKAGE VERSION " WS-DISP-NUM
               PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                       UNTIL WS-FL-IDX > WS-FL-COUNT
                   MOVE WS-FL-RECORDS(WS-FL-IDX) TO WS-DISP-NUM
                   DISPLAY "MFCPKGB:   " WS-FL-FILE-ID(WS-FL-IDX)
                       " " WS-DISP-NUM " RECORD(S) HASH "
                       WS-FL-HASH(WS-FL-IDX)
               END-PERFORM
               MOVE 0 TO RETURN-CODE
           END-IF.
