      ***********************************************************************
      *
      *  Source File Name = MFCPKGA.CBL
      *
      *  Function = Control-file promotion package apply and rollback -
      *             the step after MFCPKGV. The control card MFCPKGAC
      *             names the function (A apply, R roll back) and the
      *             operator id it runs under.
      *
      *             Apply takes the package MFCPKGO (mfcpkg.cbl) only
      *             when the promotion state MFCPKGS (mfcpkst.cbl) says
      *             MFCPKGV validated it (state V) and the version and
      *             package hash there still match the package; the
      *             operator must hold the MFCUROLE grant to update
      *             every file it carries. Each staged <file>.PKGNEW
      *             left by MFCPKGV is counted and hashed (MFCUPKH)
      *             again against the manifest. Only then is each file
      *             swapped in by rename (CBL_RENAME_FILE, as MFCROTAT
      *             cuts generations): production's <file> becomes
      *             <file>.PKGPRV, the prior version kept for rollback,
      *             and <file>.PKGNEW becomes <file>. Should any rename
      *             fail, every file already swapped is put back, so
      *             production holds all of the package or none of it.
      *             The state becomes A.
      *
      *             Roll back takes the package in state A and puts
      *             each file's <file>.PKGPRV back (a file new with the
      *             package is withdrawn to <file>.PKGNEW); the state
      *             becomes R.
      *
      *             Every file promoted or rolled back is journaled on
      *             the change-control journal MFCCCJLO through
      *             MFCUCCJL. RETURN-CODE 12 when nothing was changed
      *             because the package, the state, the operator or a
      *             rename would not allow it.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCPKGA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "MFCPKGAC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.
           SELECT PACKAGE-FILE ASSIGN TO "MFCPKGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PK-STATUS.
           SELECT STATE-FILE ASSIGN TO "MFCPKGS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PN-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MFCCCJLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01 CONTROL-REC.
           05 CT-FUNCTION             PIC X(1).
               88 CT-APPLY            VALUE "A".
               88 CT-ROLLBACK         VALUE "R".
           05 CT-OPERATOR             PIC X(8).
       FD  PACKAGE-FILE
           RECORDING MODE IS F.
           COPY "mfcpkg.cbl".
       FD  STATE-FILE
           RECORDING MODE IS F.
           COPY "mfcpkst.cbl".
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY "mfcccj.cbl".
       WORKING-STORAGE SECTION.
       01 WS-CT-STATUS                PIC XX.
       01 WS-PK-STATUS                PIC XX.
       01 WS-PN-STATUS                PIC XX.
       01 WS-CJ-STATUS                PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-REFUSED                  PIC X VALUE "N".
           88 RUN-REFUSED             VALUE "Y".
       01 WS-SWAP-FAILED              PIC X VALUE "N".
           88 SWAP-FAILED             VALUE "Y".

       01 WS-FUNCTION                 PIC X(1).
       01 WS-OPERATOR                 PIC X(8).
       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-VERSION                  PIC 9(9) COMP-5 VALUE 0.
       01 WS-PACKAGE-HASH             PIC 9(18) COMP-5 VALUE 0.
       01 WS-FILE-HASH                PIC 9(18) COMP-5.
       01 WS-MANIFEST-LEN             PIC 9(9) COMP-5 VALUE 41.
       01 WS-FL-IDX                   PIC 9(9) COMP-5.
       01 WS-UNDO-IDX                 PIC 9(9) COMP-5.
       01 WS-REC-IDX                  PIC 9(9) COMP-5.
       01 WS-SWAPPED                  PIC 9(9) COMP-5 VALUE 0.
       01 WS-DISP-NUM                 PIC Z(8)9.
       01 WS-DISP-RC                  PIC -(8)9.
       01 WS-FILE-NAME                PIC X(20).
       01 WS-NEW-NAME                 PIC X(20).
       01 WS-PRV-NAME                 PIC X(20).
       01 WS-RENAME-RC                PIC S9(9) COMP-5.

      * Unified change-control journal (MFCUCCJL/mfcccj.cbl).
       01 WS-CJ-PROGRAM               PIC X(8) VALUE "MFCPKGA".
       01 WS-CJ-ALIAS                 PIC X(20) VALUE SPACES.
       01 WS-CJ-ACTION                PIC X(12).
       01 WS-CJ-TARGET                PIC X(40).
       01 WS-CJ-SQLCODE               PIC S9(9) COMP-5 VALUE 0.
       01 WS-CJ-OPERATOR              PIC X(8).

      * CBL_ file routine arguments for the staged-copy recount.
       01 WS-BS-ACCESS                PIC X VALUE X"01".
       01 WS-BS-DENY                  PIC X VALUE X"03".
       01 WS-BS-WRITE-ACCESS          PIC X VALUE X"02".
       01 WS-BS-DENY-ALL              PIC X VALUE X"00".
       01 WS-BS-DEVICE                PIC X VALUE X"00".
       01 WS-BS-FLAGS                 PIC X VALUE X"00".
       01 WS-BS-HANDLE                PIC X(4).
       01 WS-BS-OFFSET                PIC 9(18) COMP.
       01 WS-BS-COUNT                 PIC 9(9) COMP.
       01 WS-BS-RC                    PIC S9(9) COMP-5.
       01 WS-BS-BUFFER                PIC X(512).
       01 WS-FILE-INFO.
           05 WS-FI-SIZE              PIC 9(18) COMP.
           05 FILLER                  PIC X(8).

       COPY "mfcazq.cbl".

       01 WS-FL-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-FILE-TABLE.
           05 WS-FL-ENTRY OCCURS 50 TIMES.
              10 WS-FL-FILE-ID        PIC X(8).
              10 WS-FL-REC-LENGTH     PIC 9(9) COMP-5.
              10 WS-FL-RECORDS        PIC 9(9) COMP-5.
              10 WS-FL-HASH           PIC 9(18) COMP-5.
              10 WS-FL-HAD-PRIOR      PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT RUN-REFUSED
               PERFORM 1500-CHECK-ACCESS
           END-IF
           IF NOT RUN-REFUSED
               IF WS-FUNCTION = "A"
                   PERFORM 2000-APPLY
               ELSE
                   PERFORM 4000-ROLLBACK
               END-IF
           END-IF
           IF RUN-REFUSED
               DISPLAY "MFCPKGA: NOTHING CHANGED"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INITIALIZE.
           CALL "MFCUTIME" USING WS-NOW-SECS
           MOVE SPACES TO WS-FUNCTION
           MOVE SPACES TO WS-OPERATOR
           OPEN INPUT CONTROL-FILE
           IF WS-CT-STATUS = "00"
               READ CONTROL-FILE
                   NOT AT END
                       MOVE CT-FUNCTION TO WS-FUNCTION
                       MOVE CT-OPERATOR TO WS-OPERATOR
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF (WS-FUNCTION NOT = "A" AND WS-FUNCTION NOT = "R")
               OR WS-OPERATOR = SPACES
               DISPLAY "MFCPKGA: MFCPKGAC MUST GIVE A OR R AND AN "
                   "OPERATOR ID"
               SET RUN-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPERATOR TO WS-CJ-OPERATOR
           OPEN INPUT STATE-FILE
           IF WS-PN-STATUS NOT = "00"
               DISPLAY "MFCPKGA: NO PROMOTION STATE ON MFCPKGS"
               SET RUN-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ STATE-FILE
               AT END
                   DISPLAY "MFCPKGA: NO PROMOTION STATE ON MFCPKGS"
                   SET RUN-REFUSED TO TRUE
           END-READ
           CLOSE STATE-FILE
           IF RUN-REFUSED
               EXIT PARAGRAPH
           END-IF
           MOVE MFC-PN-VERSION TO WS-VERSION
           MOVE WS-VERSION TO WS-DISP-NUM
           IF WS-FUNCTION = "A"
               IF NOT MFC-PN-VALIDATED
                   DISPLAY "MFCPKGA: PACKAGE VERSION " WS-DISP-NUM
                       " IS IN STATE " MFC-PN-STATE
                       " - ONLY A VALIDATED (V) PACKAGE IS APPLIED"
                   SET RUN-REFUSED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               PERFORM 1100-LOAD-MANIFEST
           ELSE
               IF NOT MFC-PN-APPLIED
                   DISPLAY "MFCPKGA: PACKAGE VERSION " WS-DISP-NUM
                       " IS IN STATE " MFC-PN-STATE
                       " - ONLY AN APPLIED (A) PACKAGE ROLLS BACK"
                   SET RUN-REFUSED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE MFC-PN-FILE-COUNT TO WS-FL-COUNT
               PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                       UNTIL WS-FL-IDX > WS-FL-COUNT
                   MOVE MFC-PN-FILE-ID(WS-FL-IDX)
                       TO WS-FL-FILE-ID(WS-FL-IDX)
                   MOVE MFC-PN-HAD-PRIOR(WS-FL-IDX)
                       TO WS-FL-HAD-PRIOR(WS-FL-IDX)
               END-PERFORM
           END-IF.

      * The manifest again, and the package hash folded the way
      * MFCPKGV folded it - a package rebuilt or swapped since it
      * was validated does not match.
       1100-LOAD-MANIFEST.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT PACKAGE-FILE
           IF WS-PK-STATUS NOT = "00"
               DISPLAY "MFCPKGA: NO PACKAGE ON MFCPKGO"
               SET RUN-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ PACKAGE-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       IF MFC-PK-MANIFEST AND WS-FL-COUNT < 50
                           ADD 1 TO WS-FL-COUNT
                           MOVE MFC-PK-FILE-ID
                               TO WS-FL-FILE-ID(WS-FL-COUNT)
                           MOVE MFC-PK-REC-LENGTH
                               TO WS-FL-REC-LENGTH(WS-FL-COUNT)
                           MOVE MFC-PK-RECORD-COUNT
                               TO WS-FL-RECORDS(WS-FL-COUNT)
                           MOVE MFC-PK-CONTENT-HASH
                               TO WS-FL-HASH(WS-FL-COUNT)
                           MOVE "N" TO WS-FL-HAD-PRIOR(WS-FL-COUNT)
                           MOVE SPACES TO WS-BS-BUFFER
                           MOVE MFC-PACKAGE-REC(1:41) TO WS-BS-BUFFER
                           CALL "MFCUPKH" USING WS-BS-BUFFER
                               WS-MANIFEST-LEN WS-PACKAGE-HASH
                       END-IF
                       IF MFC-PK-HEADER
                           AND MFC-PK-VERSION NOT = WS-VERSION
                           SET RUN-REFUSED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PACKAGE-FILE
           IF RUN-REFUSED
               OR WS-PACKAGE-HASH NOT = MFC-PN-PACKAGE-HASH
               OR WS-FL-COUNT NOT = MFC-PN-FILE-COUNT
               DISPLAY "MFCPKGA: MFCPKGO IS NOT THE PACKAGE VERSION "
                   WS-DISP-NUM " MFCPKGV VALIDATED"
               SET RUN-REFUSED TO TRUE
           END-IF.

      * The operator must be allowed to update every file the
      * package touches; one refusal stops the whole run.
       1500-CHECK-ACCESS.
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-COUNT
               MOVE "C" TO MFC-AZ-FUNCTION
               MOVE "MFCPKGA" TO MFC-AZ-PROGRAM
               MOVE WS-OPERATOR TO MFC-AZ-OPERATOR
               MOVE WS-FL-FILE-ID(WS-FL-IDX) TO MFC-AZ-TARGET
               MOVE "U" TO MFC-AZ-ACTION
               MOVE SPACES TO MFC-AZ-SUBJECT
               CALL "MFCUROLE" USING MFC-ACCESS-QUERY
               IF NOT MFC-AZ-IS-ALLOWED
                   DISPLAY "MFCPKGA: " WS-OPERATOR " REFUSED ON "
                       WS-FL-FILE-ID(WS-FL-IDX) " - " MFC-AZ-REASON
                   SET RUN-REFUSED TO TRUE
               END-IF
           END-PERFORM.

      ***********************************************************************
      * Apply.
      ***********************************************************************
       2000-APPLY.
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-COUNT OR RUN-REFUSED
               PERFORM 2100-VERIFY-STAGED-COPY
           END-PERFORM
           IF RUN-REFUSED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SWAPPED
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-COUNT OR SWAP-FAILED
               PERFORM 2300-SWAP-IN
           END-PERFORM
           IF SWAP-FAILED
               PERFORM VARYING WS-UNDO-IDX FROM WS-SWAPPED BY -1
                       UNTIL WS-UNDO-IDX < 1
                   MOVE WS-UNDO-IDX TO WS-FL-IDX
                   PERFORM 4100-SWAP-OUT
               END-PERFORM
               DISPLAY "MFCPKGA: APPLY BACKED OUT - PRODUCTION AS IT "
                   "WAS BEFORE THE RUN"
               SET RUN-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "PROMOTE" TO WS-CJ-ACTION
           PERFORM 5000-JOURNAL-FILES
           SET MFC-PN-APPLIED TO TRUE
           PERFORM 6000-REWRITE-STATE
           MOVE WS-VERSION TO WS-DISP-NUM
           DISPLAY "MFCPKGA: PACKAGE VERSION " WS-DISP-NUM
               " APPLIED, PRIOR VERSIONS KEPT AS .PKGPRV".

       2100-VERIFY-STAGED-COPY.
           PERFORM 2900-SET-NAMES
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NEW-NAME
               WS-FILE-INFO RETURNING WS-BS-RC
           IF WS-BS-RC NOT = 0
               IF WS-FL-RECORDS(WS-FL-IDX) = 0
      * An empty file has no rows, so MFCPKGV staged nothing.
                   CALL "CBL_CREATE_FILE" USING WS-NEW-NAME
                       WS-BS-WRITE-ACCESS WS-BS-DENY-ALL WS-BS-DEVICE
                       WS-BS-HANDLE RETURNING WS-BS-RC
                   IF WS-BS-RC = 0
                       CALL "CBL_CLOSE_FILE" USING WS-BS-HANDLE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               DISPLAY "MFCPKGA: NO STAGED COPY " WS-NEW-NAME
               SET RUN-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-FI-SIZE NOT =
               WS-FL-RECORDS(WS-FL-IDX) * WS-FL-REC-LENGTH(WS-FL-IDX)
               DISPLAY "MFCPKGA: STAGED COPY " WS-NEW-NAME
                   " IS NOT THE SIZE ON THE MANIFEST"
               SET RUN-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_OPEN_FILE" USING WS-NEW-NAME WS-BS-ACCESS
               WS-BS-DENY WS-BS-DEVICE WS-BS-HANDLE
               RETURNING WS-BS-RC
           IF WS-BS-RC NOT = 0
               DISPLAY "MFCPKGA: STAGED COPY " WS-NEW-NAME
                   " WILL NOT OPEN"
               SET RUN-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FILE-HASH
           MOVE WS-FL-REC-LENGTH(WS-FL-IDX) TO WS-BS-COUNT
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-FL-RECORDS(WS-FL-IDX)
               MOVE SPACES TO WS-BS-BUFFER
               COMPUTE WS-BS-OFFSET =
                   (WS-REC-IDX - 1) * WS-FL-REC-LENGTH(WS-FL-IDX)
               CALL "CBL_READ_FILE" USING WS-BS-HANDLE WS-BS-OFFSET
                   WS-BS-COUNT WS-BS-FLAGS WS-BS-BUFFER
                   RETURNING WS-BS-RC
               CALL "MFCUPKH" USING WS-BS-BUFFER
                   WS-FL-REC-LENGTH(WS-FL-IDX) WS-FILE-HASH
           END-PERFORM
           CALL "CBL_CLOSE_FILE" USING WS-BS-HANDLE
           IF WS-FILE-HASH NOT = WS-FL-HASH(WS-FL-IDX)
               DISPLAY "MFCPKGA: STAGED COPY " WS-NEW-NAME
                   " DOES NOT HASH TO THE MANIFEST"
               SET RUN-REFUSED TO TRUE
           END-IF.

       2300-SWAP-IN.
           PERFORM 2900-SET-NAMES
           MOVE "N" TO WS-FL-HAD-PRIOR(WS-FL-IDX)
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FILE-NAME
               WS-FILE-INFO RETURNING WS-BS-RC
           IF WS-BS-RC = 0
               CALL "CBL_DELETE_FILE" USING WS-PRV-NAME
                   RETURNING WS-RENAME-RC
               CALL "CBL_RENAME_FILE" USING WS-FILE-NAME WS-PRV-NAME
                   RETURNING WS-RENAME-RC
               IF WS-RENAME-RC NOT = 0
                   MOVE WS-RENAME-RC TO WS-DISP-RC
                   DISPLAY "MFCPKGA: CANNOT KEEP " WS-FILE-NAME
                       " AS " WS-PRV-NAME " (RC=" WS-DISP-RC ")"
                   SET SWAP-FAILED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-FL-HAD-PRIOR(WS-FL-IDX)
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-NEW-NAME WS-FILE-NAME
               RETURNING WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
               MOVE WS-RENAME-RC TO WS-DISP-RC
               DISPLAY "MFCPKGA: CANNOT INSTALL " WS-NEW-NAME
                   " AS " WS-FILE-NAME " (RC=" WS-DISP-RC ")"
               IF WS-FL-HAD-PRIOR(WS-FL-IDX) = "Y"
                   CALL "CBL_RENAME_FILE" USING WS-PRV-NAME
                       WS-FILE-NAME RETURNING WS-RENAME-RC
               END-IF
               SET SWAP-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FL-IDX TO WS-SWAPPED.

       2900-SET-NAMES.
           MOVE SPACES TO WS-FILE-NAME
           MOVE SPACES TO WS-NEW-NAME
           MOVE SPACES TO WS-PRV-NAME
           MOVE WS-FL-FILE-ID(WS-FL-IDX) TO WS-FILE-NAME
           STRING WS-FL-FILE-ID(WS-FL-IDX) DELIMITED BY SPACE
               ".PKGNEW" DELIMITED BY SIZE
               INTO WS-NEW-NAME
           STRING WS-FL-FILE-ID(WS-FL-IDX) DELIMITED BY SPACE
               ".PKGPRV" DELIMITED BY SIZE
               INTO WS-PRV-NAME.

      ***********************************************************************
      * Roll back.
      ***********************************************************************
       4000-ROLLBACK.
           PERFORM VARYING WS-FL-IDX FROM WS-FL-COUNT BY -1
                   UNTIL WS-FL-IDX < 1
               PERFORM 4100-SWAP-OUT
           END-PERFORM
           MOVE "ROLLBACK" TO WS-CJ-ACTION
           PERFORM 5000-JOURNAL-FILES
           SET MFC-PN-ROLLED-BACK TO TRUE
           PERFORM 6000-REWRITE-STATE
           MOVE WS-VERSION TO WS-DISP-NUM
           DISPLAY "MFCPKGA: PACKAGE VERSION " WS-DISP-NUM
               " ROLLED BACK".

      * The package's copy goes back to .PKGNEW and the kept prior
      * version back to its own name.
       4100-SWAP-OUT.
           PERFORM 2900-SET-NAMES
           CALL "CBL_DELETE_FILE" USING WS-NEW-NAME
               RETURNING WS-RENAME-RC
           CALL "CBL_RENAME_FILE" USING WS-FILE-NAME WS-NEW-NAME
               RETURNING WS-RENAME-RC
           IF WS-FL-HAD-PRIOR(WS-FL-IDX) = "Y"
               CALL "CBL_RENAME_FILE" USING WS-PRV-NAME WS-FILE-NAME
                   RETURNING WS-RENAME-RC
               IF WS-RENAME-RC NOT = 0
                   MOVE WS-RENAME-RC TO WS-DISP-RC
                   DISPLAY "MFCPKGA: CANNOT RESTORE " WS-PRV-NAME
                       " AS " WS-FILE-NAME " (RC=" WS-DISP-RC ")"
               END-IF
           END-IF.

      ***********************************************************************
      * Journal and state.
      ***********************************************************************
       5000-JOURNAL-FILES.
           OPEN EXTEND JOURNAL-FILE
           IF WS-CJ-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE WS-VERSION TO WS-DISP-NUM
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-COUNT
               MOVE SPACES TO WS-CJ-TARGET
               STRING WS-FL-FILE-ID(WS-FL-IDX) DELIMITED BY SPACE
                   " PACKAGE VERSION " DELIMITED BY SIZE
                   WS-DISP-NUM DELIMITED BY SIZE
                   INTO WS-CJ-TARGET
               CALL "MFCUCCJL" USING WS-CJ-PROGRAM WS-CJ-ALIAS
                   WS-CJ-ACTION WS-CJ-TARGET WS-CJ-SQLCODE
                   WS-CJ-OPERATOR MFC-CHANGE-JOURNAL-REC
               WRITE MFC-CHANGE-JOURNAL-REC
           END-PERFORM
           CLOSE JOURNAL-FILE.

       6000-REWRITE-STATE.
           MOVE WS-NOW-SECS TO MFC-PN-STATE-SECS
           MOVE WS-OPERATOR TO MFC-PN-OPERATOR
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-COUNT
               MOVE WS-FL-HAD-PRIOR(WS-FL-IDX)
                   TO MFC-PN-HAD-PRIOR(WS-FL-IDX)
           END-PERFORM
           OPEN OUTPUT STATE-FILE
           WRITE MFC-PROMOTION-STATE-REC
           CLOSE STATE-FILE.
