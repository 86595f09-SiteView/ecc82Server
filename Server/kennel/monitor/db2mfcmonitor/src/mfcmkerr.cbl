      ***********************************************************************
      *
      *  Source File Name = MFCMKERR.CBL
      *
      *  Function = Maintenance screens for the known-error file
      *             (MFCKERRP, mfckerr.cbl), in the MFCMRNB mold:
      *             the file is held in memory, rewritten whole on
      *             each accepted change, and every change appends a
      *             before/after audit record (MFCPAUD.CBL) to
      *             MFCPAUDO.
      *
      *             Actions: L lists the known errors to SYSOUT with
      *             their match rules, root cause and workaround, A
      *             adds one, D deletes one by record number, X exits.
      *             An entry needs an id that is not already on file,
      *             a title, a workaround, and at least one real match
      *             rule - a key or metric pattern other than blank or
      *             "*", or a non-zero SQLCODE - since an entry with
      *             none would claim every incident MFCALCOR builds.
      *             File order is match order; a narrower entry meant
      *             to win over a broader one must be added first.
      *
      *             Each audit record is chained (MFCUCHAN "A") just
      *             before it is written, so MFCPAUDO stays a
      *             tamper-evident trail the verifier MFCR127 walks.
      *
      *             A change is taken only from an operator whose
      *             roster role grants it (MFCUROLE, 2900-CHECK-
      *             ACCESS); a refusal goes to the security audit file
      *             MFCSECAO and shows on the panel.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCMKERR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KERR-FILE ASSIGN TO "MFCKERRP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "MFCPAUDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KERR-FILE
           RECORDING MODE IS F.
           COPY "mfckerr.cbl".
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY "mfcpaud.cbl".
       WORKING-STORAGE SECTION.
       01 WS-KE-STATUS                PIC XX.
       01 WS-PA-STATUS                PIC XX.
       01 WS-CH-FUNCTION              PIC X(1) VALUE "A".
       01 WS-CH-FILE-ID               PIC X(8) VALUE "MFCPAUDO".
       01 WS-CH-PREV-HASH             PIC 9(18) COMP-5.
       01 WS-EOF-KE                   PIC X VALUE "N".
           88 EOF-KE                  VALUE "Y".
       01 WS-DONE                     PIC X VALUE "N".
           88 OPERATOR-DONE           VALUE "Y".
       01 WS-DUP                      PIC X VALUE "N".
           88 DUPLICATE-ID            VALUE "Y".

       01 WS-OPERATOR                 PIC X(8) VALUE SPACES.
       COPY "mfcazq.cbl".
       01 WS-ACTION                   PIC X VALUE SPACES.
       01 WS-REC-NUM                  PIC 9(4) VALUE 0.
       01 WS-MESSAGE                  PIC X(60) VALUE SPACES.
       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-DISP-NUM                 PIC ZZZ9.
       01 WS-DISP-SQLCODE             PIC -(9)9.

      * The file held in memory and rewritten whole on change.
       01 WS-MAX-KERRS                PIC 9(9) COMP-5 VALUE 100.
       01 WS-KE-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-KE-TABLE.
           05 WS-KE-ENTRY OCCURS 100 TIMES.
              10 WS-KE-ID             PIC X(8).
              10 WS-KE-TITLE          PIC X(40).
              10 WS-KE-KEY-PAT        PIC X(20).
              10 WS-KE-METRIC-PAT     PIC X(20).
              10 WS-KE-SQLCODE        PIC S9(9) COMP-5.
              10 WS-KE-ROOT-CAUSE     PIC X(60).
              10 WS-KE-WORKAROUND     PIC X(100).

      * Edit fields behind the add panel.
       01 WS-ED-ID                    PIC X(8).
       01 WS-ED-TITLE                 PIC X(40).
       01 WS-ED-KEY-PAT               PIC X(20).
       01 WS-ED-METRIC-PAT            PIC X(20).
       01 WS-ED-SQLCODE               PIC S9(9)
                                       SIGN IS LEADING SEPARATE.
       01 WS-ED-ROOT-CAUSE            PIC X(60).
       01 WS-ED-WORKAROUND.
           05 WS-ED-WORKAROUND-1      PIC X(50).
           05 WS-ED-WORKAROUND-2      PIC X(50).

       SCREEN SECTION.
       01 SELECT-SCREEN.
           05 LINE 1 COL 1 VALUE "KNOWN-ERROR DATABASE".
           05 LINE 1 COL 22 VALUE "MAINTENANCE".
           05 LINE 3 COL 1 VALUE "OPERATOR ID ...:".
           05 LINE 3 COL 18 PIC X(8) USING WS-OPERATOR.
           05 LINE 4 COL 1 VALUE "ACTION (L/A/D, X=EXIT):".
           05 LINE 4 COL 25 PIC X USING WS-ACTION.
           05 LINE 5 COL 1 VALUE "RECORD NUMBER (D ONLY):".
           05 LINE 5 COL 25 PIC 9(4) USING WS-REC-NUM.
           05 LINE 7 COL 1 PIC X(60) FROM WS-MESSAGE.
       01 ADD-SCREEN.
           05 LINE 1 COL 1 VALUE "NEW KNOWN ERROR".
           05 LINE 3 COL 1 VALUE "KNOWN ERROR ID:".
           05 LINE 3 COL 17 PIC X(8) USING WS-ED-ID.
           05 LINE 4 COL 1 VALUE "TITLE ........:".
           05 LINE 4 COL 17 PIC X(40) USING WS-ED-TITLE.
           05 LINE 6 COL 1 VALUE "MATCH RULES - BLANK OR * IS".
           05 LINE 6 COL 29 VALUE "NO TEST, SQLCODE ZERO IS".
           05 LINE 6 COL 54 VALUE "NO TEST".
           05 LINE 7 COL 1 VALUE "KEY PATTERN ..:".
           05 LINE 7 COL 17 PIC X(20) USING WS-ED-KEY-PAT.
           05 LINE 8 COL 1 VALUE "METRIC PATTERN:".
           05 LINE 8 COL 17 PIC X(20) USING WS-ED-METRIC-PAT.
           05 LINE 9 COL 1 VALUE "ERRLOG SQLCODE:".
           05 LINE 9 COL 17 PIC S9(9) SIGN IS LEADING SEPARATE
                                   USING WS-ED-SQLCODE.
           05 LINE 11 COL 1 VALUE "ROOT CAUSE ...:".
           05 LINE 11 COL 17 PIC X(60) USING WS-ED-ROOT-CAUSE.
           05 LINE 12 COL 1 VALUE "WORKAROUND ...:".
           05 LINE 12 COL 17 PIC X(50) USING WS-ED-WORKAROUND-1.
           05 LINE 13 COL 17 PIC X(50) USING WS-ED-WORKAROUND-2.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPERATE UNTIL OPERATOR-DONE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           CALL "MFCUTIME" USING WS-NOW-SECS
           OPEN EXTEND AUDIT-FILE
           IF WS-PA-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           PERFORM 3000-LOAD-KNOWN-ERRORS.

       2000-OPERATE.
           DISPLAY SELECT-SCREEN
           ACCEPT SELECT-SCREEN
           MOVE SPACES TO WS-MESSAGE
           EVALUATE WS-ACTION
               WHEN "X"
               WHEN "x"
                   SET OPERATOR-DONE TO TRUE
               WHEN "L"
               WHEN "l"
                   PERFORM 5000-LIST-ENTRIES
               WHEN "A"
               WHEN "a"
                   IF WS-OPERATOR = SPACES
                       MOVE "OPERATOR ID IS REQUIRED" TO WS-MESSAGE
                   ELSE
                       MOVE "A" TO MFC-AZ-ACTION
                       PERFORM 2900-CHECK-ACCESS
                       IF MFC-AZ-IS-ALLOWED
                           PERFORM 5100-ADD-ENTRY
                       END-IF
                   END-IF
               WHEN "D"
               WHEN "d"
                   IF WS-OPERATOR = SPACES
                       MOVE "OPERATOR ID IS REQUIRED" TO WS-MESSAGE
                   ELSE
                       MOVE "D" TO MFC-AZ-ACTION
                       PERFORM 2900-CHECK-ACCESS
                       IF MFC-AZ-IS-ALLOWED
                           PERFORM 5300-DELETE-ENTRY
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "ACTION MUST BE L, A, D OR X" TO WS-MESSAGE
           END-EVALUATE.

      * Roster and role check (MFCUROLE) before any change is taken;
      * a refusal is already on the security audit file MFCSECAO.
       2900-CHECK-ACCESS.
           MOVE "C" TO MFC-AZ-FUNCTION
           MOVE "MFCMKERR" TO MFC-AZ-PROGRAM
           MOVE WS-OPERATOR TO MFC-AZ-OPERATOR
           MOVE "MFCKERRP" TO MFC-AZ-TARGET
           MOVE SPACES TO MFC-AZ-SUBJECT
           CALL "MFCUROLE" USING MFC-ACCESS-QUERY
           IF NOT MFC-AZ-IS-ALLOWED
               MOVE SPACES TO WS-MESSAGE
               STRING "REFUSED - " MFC-AZ-REASON
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

       3000-LOAD-KNOWN-ERRORS.
           MOVE 0 TO WS-KE-COUNT
           OPEN INPUT KERR-FILE
           IF WS-KE-STATUS = "00"
               PERFORM UNTIL EOF-KE
                   READ KERR-FILE
                       AT END SET EOF-KE TO TRUE
                       NOT AT END
                           IF WS-KE-COUNT < WS-MAX-KERRS
                               ADD 1 TO WS-KE-COUNT
                               MOVE MFC-KE-ERROR-ID
                                   TO WS-KE-ID(WS-KE-COUNT)
                               MOVE MFC-KE-TITLE
                                   TO WS-KE-TITLE(WS-KE-COUNT)
                               MOVE MFC-KE-KEY-PAT
                                   TO WS-KE-KEY-PAT(WS-KE-COUNT)
                               MOVE MFC-KE-METRIC-PAT
                                   TO WS-KE-METRIC-PAT(WS-KE-COUNT)
                               MOVE MFC-KE-SQLCODE
                                   TO WS-KE-SQLCODE(WS-KE-COUNT)
                               MOVE MFC-KE-ROOT-CAUSE
                                   TO WS-KE-ROOT-CAUSE(WS-KE-COUNT)
                               MOVE MFC-KE-WORKAROUND
                                   TO WS-KE-WORKAROUND(WS-KE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KERR-FILE
           END-IF.

       4000-REWRITE-KNOWN-ERRORS.
           OPEN OUTPUT KERR-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-KE-COUNT
               MOVE WS-KE-ID(WS-IDX) TO MFC-KE-ERROR-ID
               MOVE WS-KE-TITLE(WS-IDX) TO MFC-KE-TITLE
               MOVE WS-KE-KEY-PAT(WS-IDX) TO MFC-KE-KEY-PAT
               MOVE WS-KE-METRIC-PAT(WS-IDX) TO MFC-KE-METRIC-PAT
               MOVE WS-KE-SQLCODE(WS-IDX) TO MFC-KE-SQLCODE
               MOVE WS-KE-ROOT-CAUSE(WS-IDX) TO MFC-KE-ROOT-CAUSE
               MOVE WS-KE-WORKAROUND(WS-IDX) TO MFC-KE-WORKAROUND
               WRITE MFC-KNOWN-ERROR-REC
           END-PERFORM
           CLOSE KERR-FILE.

       5000-LIST-ENTRIES.
           DISPLAY "  NO ID       KEY-PATTERN          METRIC-PATTERN"
               "          SQLCODE TITLE"
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-KE-COUNT
               MOVE WS-IDX TO WS-DISP-NUM
               MOVE WS-KE-SQLCODE(WS-IDX) TO WS-DISP-SQLCODE
               DISPLAY WS-DISP-NUM " " WS-KE-ID(WS-IDX) " "
                   WS-KE-KEY-PAT(WS-IDX) " "
                   WS-KE-METRIC-PAT(WS-IDX) " " WS-DISP-SQLCODE " "
                   WS-KE-TITLE(WS-IDX)
               DISPLAY "     CAUSE " WS-KE-ROOT-CAUSE(WS-IDX)
               DISPLAY "     FIX   " WS-KE-WORKAROUND(WS-IDX)(1:50)
               DISPLAY "           " WS-KE-WORKAROUND(WS-IDX)(51:50)
           END-PERFORM
           MOVE "KNOWN ERRORS LISTED TO SYSOUT" TO WS-MESSAGE.

       5100-ADD-ENTRY.
           MOVE SPACES TO WS-ED-ID
           MOVE SPACES TO WS-ED-TITLE
           MOVE SPACES TO WS-ED-KEY-PAT
           MOVE SPACES TO WS-ED-METRIC-PAT
           MOVE 0 TO WS-ED-SQLCODE
           MOVE SPACES TO WS-ED-ROOT-CAUSE
           MOVE SPACES TO WS-ED-WORKAROUND
           DISPLAY ADD-SCREEN
           ACCEPT ADD-SCREEN
           MOVE "N" TO WS-DUP
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-KE-COUNT
               IF WS-KE-ID(WS-IDX) = WS-ED-ID
                   SET DUPLICATE-ID TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ED-ID = SPACES
                   MOVE "KNOWN ERROR ID IS REQUIRED" TO WS-MESSAGE
               WHEN DUPLICATE-ID
                   MOVE "KNOWN ERROR ID IS ALREADY ON FILE"
                       TO WS-MESSAGE
               WHEN WS-ED-TITLE = SPACES
                   MOVE "TITLE IS REQUIRED" TO WS-MESSAGE
               WHEN WS-ED-WORKAROUND = SPACES
                   MOVE "WORKAROUND IS REQUIRED" TO WS-MESSAGE
               WHEN (WS-ED-KEY-PAT = SPACES OR WS-ED-KEY-PAT = "*")
                   AND (WS-ED-METRIC-PAT = SPACES
                       OR WS-ED-METRIC-PAT = "*")
                   AND WS-ED-SQLCODE = 0
                   MOVE "AT LEAST ONE MATCH RULE IS REQUIRED"
                       TO WS-MESSAGE
               WHEN WS-KE-COUNT >= WS-MAX-KERRS
                   MOVE "KNOWN-ERROR FILE IS FULL" TO WS-MESSAGE
               WHEN OTHER
                   ADD 1 TO WS-KE-COUNT
                   MOVE WS-ED-ID TO WS-KE-ID(WS-KE-COUNT)
                   MOVE WS-ED-TITLE TO WS-KE-TITLE(WS-KE-COUNT)
                   MOVE WS-ED-KEY-PAT TO WS-KE-KEY-PAT(WS-KE-COUNT)
                   MOVE WS-ED-METRIC-PAT
                       TO WS-KE-METRIC-PAT(WS-KE-COUNT)
                   MOVE WS-ED-SQLCODE TO WS-KE-SQLCODE(WS-KE-COUNT)
                   MOVE WS-ED-ROOT-CAUSE
                       TO WS-KE-ROOT-CAUSE(WS-KE-COUNT)
                   MOVE WS-ED-WORKAROUND
                       TO WS-KE-WORKAROUND(WS-KE-COUNT)
                   PERFORM 4000-REWRITE-KNOWN-ERRORS
                   MOVE WS-KE-COUNT TO WS-IDX
                   PERFORM 6000-AUDIT-ADDED-ENTRY
                   MOVE "KNOWN ERROR ADDED" TO WS-MESSAGE
           END-EVALUATE.

       5300-DELETE-ENTRY.
           IF WS-REC-NUM < 1 OR WS-REC-NUM > WS-KE-COUNT
               MOVE "RECORD NUMBER OUT OF RANGE - LIST FIRST"
                   TO WS-MESSAGE
           ELSE
               MOVE WS-REC-NUM TO WS-IDX
               PERFORM 6200-AUDIT-DELETED-ENTRY
               PERFORM VARYING WS-IDX FROM WS-REC-NUM BY 1
                       UNTIL WS-IDX >= WS-KE-COUNT
                   MOVE WS-KE-ENTRY(WS-IDX + 1)
                       TO WS-KE-ENTRY(WS-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-KE-COUNT
               PERFORM 4000-REWRITE-KNOWN-ERRORS
               MOVE "KNOWN ERROR DELETED" TO WS-MESSAGE
           END-IF.

       6000-AUDIT-ADDED-ENTRY.
           MOVE WS-NOW-SECS TO MFC-PA-TIMESTAMP-SECS
           MOVE WS-OPERATOR TO MFC-PA-OPERATOR
           MOVE "MFCKERRP" TO MFC-PA-FILE-ID
           MOVE "A" TO MFC-PA-ACTION
           MOVE SPACES TO MFC-PA-BEFORE-IMAGE
           PERFORM 6500-FORMAT-AFTER-IMAGE
           CALL "MFCUCHAN" USING WS-CH-FUNCTION WS-CH-FILE-ID
               MFC-POLICY-AUDIT-REC MFC-PA-CHAIN-SEQ WS-CH-PREV-HASH
               MFC-PA-CHAIN-HASH
           WRITE MFC-POLICY-AUDIT-REC.

       6200-AUDIT-DELETED-ENTRY.
           MOVE WS-NOW-SECS TO MFC-PA-TIMESTAMP-SECS
           MOVE WS-OPERATOR TO MFC-PA-OPERATOR
           MOVE "MFCKERRP" TO MFC-PA-FILE-ID
           MOVE "D" TO MFC-PA-ACTION
           PERFORM 6400-FORMAT-BEFORE-IMAGE
           MOVE SPACES TO MFC-PA-AFTER-IMAGE
           CALL "MFCUCHAN" USING WS-CH-FUNCTION WS-CH-FILE-ID
               MFC-POLICY-AUDIT-REC MFC-PA-CHAIN-SEQ WS-CH-PREV-HASH
               MFC-PA-CHAIN-HASH
           WRITE MFC-POLICY-AUDIT-REC.

       6400-FORMAT-BEFORE-IMAGE.
           MOVE WS-KE-SQLCODE(WS-IDX) TO WS-DISP-SQLCODE
           MOVE SPACES TO MFC-PA-BEFORE-IMAGE
           STRING WS-KE-ID(WS-IDX) " " WS-KE-KEY-PAT(WS-IDX) " "
               WS-KE-METRIC-PAT(WS-IDX) WS-DISP-SQLCODE " "
               WS-KE-TITLE(WS-IDX)(1:18)
               DELIMITED BY SIZE INTO MFC-PA-BEFORE-IMAGE.

       6500-FORMAT-AFTER-IMAGE.
           MOVE WS-KE-SQLCODE(WS-IDX) TO WS-DISP-SQLCODE
           MOVE SPACES TO MFC-PA-AFTER-IMAGE
           STRING WS-KE-ID(WS-IDX) " " WS-KE-KEY-PAT(WS-IDX) " "
               WS-KE-METRIC-PAT(WS-IDX) WS-DISP-SQLCODE " "
               WS-KE-TITLE(WS-IDX)(1:18)
               DELIMITED BY SIZE INTO MFC-PA-AFTER-IMAGE.

       9000-TERMINATE.
           CLOSE AUDIT-FILE.
