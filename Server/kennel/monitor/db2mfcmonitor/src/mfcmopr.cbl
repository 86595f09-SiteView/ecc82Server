      ***********************************************************************
      *
      *  Source File Name = MFCMOPR.CBL
      *
      *  Function = Maintenance screens for the operator roster
      *             (MFCOPRRP, mfcoprr.cbl), in the MFCMRNB mold: the
      *             roster is held in memory, rewritten whole on each
      *             accepted change, and every change appends a
      *             chained before/after audit record (MFCPAUD.CBL)
      *             to MFCPAUDO.
      *
      *             Actions: L lists the roster to SYSOUT, A adds an
      *             operator or changes the role of one already on
      *             the roster (operator id and role required), D
      *             deletes one by record number, X exits. Changes
      *             are taken only from an operator whose role grants
      *             them on MFCOPRRP (SECURITY by default - MFCUROLE,
      *             2900-CHECK-ACCESS), and never against the
      *             operator's own entry: nobody raises their own
      *             role. The one exception is the first entry on an
      *             empty roster, which MFCUROLE lets through so the
      *             first SECURITY operator can be seeded.
      *
      *             Each accepted change stamps MFC-OR-GRANTED-SECS
      *             and MFC-OR-GRANTED-BY and is logged as a ROLECHG
      *             row (old and new role) on the security audit file
      *             MFCSECAO through MFCUROLE "R", which also has the
      *             roster reread by every later check.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCMOPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "MFCOPRRP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OR-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "MFCPAUDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE
           RECORDING MODE IS F.
           COPY "mfcoprr.cbl".
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY "mfcpaud.cbl".
       WORKING-STORAGE SECTION.
       01 WS-OR-STATUS                PIC XX.
       01 WS-PA-STATUS                PIC XX.
       01 WS-CH-FUNCTION              PIC X(1) VALUE "A".
       01 WS-CH-FILE-ID               PIC X(8) VALUE "MFCPAUDO".
       01 WS-CH-PREV-HASH             PIC 9(18) COMP-5.
       01 WS-EOF-OR                   PIC X VALUE "N".
           88 EOF-OR                  VALUE "Y".
       01 WS-DONE                     PIC X VALUE "N".
           88 OPERATOR-DONE           VALUE "Y".

       01 WS-OPERATOR                 PIC X(8) VALUE SPACES.
       COPY "mfcazq.cbl".
       01 WS-ACTION                   PIC X VALUE SPACES.
       01 WS-REC-NUM                  PIC 9(4) VALUE 0.
       01 WS-MESSAGE                  PIC X(60) VALUE SPACES.
       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-FOUND-IDX                PIC 9(9) COMP-5.
       01 WS-DISP-NUM                 PIC ZZZ9.
       01 WS-OLD-ROLE                 PIC X(8).
       01 WS-AUDIT-ACTION             PIC X(1).

      * The roster held in memory and rewritten whole on change.
       01 WS-MAX-OPS                  PIC 9(9) COMP-5 VALUE 500.
       01 WS-OP-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-OP-TABLE.
           05 WS-OP-ENTRY OCCURS 500 TIMES.
              10 WS-OP-ID             PIC X(8).
              10 WS-OP-ROLE           PIC X(8).
              10 WS-OP-NAME           PIC X(30).
              10 WS-OP-GRANTED-SECS   PIC 9(9) COMP-5.
              10 WS-OP-GRANTED-BY     PIC X(8).

      * Edit fields behind the add panel.
       01 WS-ED-ID                    PIC X(8).
       01 WS-ED-ROLE                  PIC X(8).
       01 WS-ED-NAME                  PIC X(30).

       SCREEN SECTION.
       01 SELECT-SCREEN.
           05 LINE 1 COL 1 VALUE "OPERATOR ROSTER".
           05 LINE 1 COL 17 VALUE "MAINTENANCE".
           05 LINE 3 COL 1 VALUE "OPERATOR ID ...:".
           05 LINE 3 COL 18 PIC X(8) USING WS-OPERATOR.
           05 LINE 4 COL 1 VALUE "ACTION (L/A/D, X=EXIT):".
           05 LINE 4 COL 25 PIC X USING WS-ACTION.
           05 LINE 5 COL 1 VALUE "RECORD NUMBER (D ONLY):".
           05 LINE 5 COL 25 PIC 9(4) USING WS-REC-NUM.
           05 LINE 7 COL 1 PIC X(60) FROM WS-MESSAGE.
       01 ADD-SCREEN.
           05 LINE 1 COL 1 VALUE "ROSTER ENTRY (NEW OR ROLE CHANGE)".
           05 LINE 3 COL 1 VALUE "OPERATOR ID .:".
           05 LINE 3 COL 16 PIC X(8) USING WS-ED-ID.
           05 LINE 4 COL 1 VALUE "ROLE ........:".
           05 LINE 4 COL 16 PIC X(8) USING WS-ED-ROLE.
           05 LINE 5 COL 1 VALUE "NAME ........:".
           05 LINE 5 COL 16 PIC X(30) USING WS-ED-NAME.
           05 LINE 7 COL 1 VALUE
               "ROLES: VIEWER OPERATOR DBA SECURITY HOLDADM".

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
           PERFORM 3000-LOAD-ROSTER.

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
                       PERFORM 5100-ADD-OR-CHANGE-ENTRY
                   END-IF
               WHEN "D"
               WHEN "d"
                   IF WS-OPERATOR = SPACES
                       MOVE "OPERATOR ID IS REQUIRED" TO WS-MESSAGE
                   ELSE
                       PERFORM 5300-DELETE-ENTRY
                   END-IF
               WHEN OTHER
                   MOVE "ACTION MUST BE L, A, D OR X" TO WS-MESSAGE
           END-EVALUATE.

      * Roster and role check (MFCUROLE) before any change is taken;
      * a refusal is already on the security audit file MFCSECAO.
       2900-CHECK-ACCESS.
           MOVE "C" TO MFC-AZ-FUNCTION
           MOVE "MFCMOPR" TO MFC-AZ-PROGRAM
           MOVE WS-OPERATOR TO MFC-AZ-OPERATOR
           MOVE "MFCOPRRP" TO MFC-AZ-TARGET
           MOVE SPACES TO MFC-AZ-SUBJECT
           CALL "MFCUROLE" USING MFC-ACCESS-QUERY
           IF NOT MFC-AZ-IS-ALLOWED
               MOVE SPACES TO WS-MESSAGE
               STRING "REFUSED - " MFC-AZ-REASON
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

       3000-LOAD-ROSTER.
           MOVE 0 TO WS-OP-COUNT
           OPEN INPUT ROSTER-FILE
           IF WS-OR-STATUS = "00"
               PERFORM UNTIL EOF-OR
                   READ ROSTER-FILE
                       AT END SET EOF-OR TO TRUE
                       NOT AT END
                           IF WS-OP-COUNT < WS-MAX-OPS
                               ADD 1 TO WS-OP-COUNT
                               MOVE MFC-OR-OPERATOR
                                   TO WS-OP-ID(WS-OP-COUNT)
                               MOVE MFC-OR-ROLE
                                   TO WS-OP-ROLE(WS-OP-COUNT)
                               MOVE MFC-OR-NAME
                                   TO WS-OP-NAME(WS-OP-COUNT)
                               MOVE MFC-OR-GRANTED-SECS
                                   TO WS-OP-GRANTED-SECS(WS-OP-COUNT)
                               MOVE MFC-OR-GRANTED-BY
                                   TO WS-OP-GRANTED-BY(WS-OP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.

       4000-REWRITE-ROSTER.
           OPEN OUTPUT ROSTER-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OP-COUNT
               MOVE WS-OP-ID(WS-IDX) TO MFC-OR-OPERATOR
               MOVE WS-OP-ROLE(WS-IDX) TO MFC-OR-ROLE
               MOVE WS-OP-NAME(WS-IDX) TO MFC-OR-NAME
               MOVE WS-OP-GRANTED-SECS(WS-IDX) TO MFC-OR-GRANTED-SECS
               MOVE WS-OP-GRANTED-BY(WS-IDX) TO MFC-OR-GRANTED-BY
               WRITE MFC-OPERATOR-ROSTER-REC
           END-PERFORM
           CLOSE ROSTER-FILE.

       5000-LIST-ENTRIES.
           DISPLAY "  NO OPERATOR ROLE     NAME"
               "                           BY"
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OP-COUNT
               MOVE WS-IDX TO WS-DISP-NUM
               DISPLAY WS-DISP-NUM " " WS-OP-ID(WS-IDX) " "
                   WS-OP-ROLE(WS-IDX) " " WS-OP-NAME(WS-IDX) " "
                   WS-OP-GRANTED-BY(WS-IDX)
           END-PERFORM
           MOVE "ROSTER LISTED TO SYSOUT" TO WS-MESSAGE.

      * An id already on the roster is a role change (audited as U),
      * a new id an add (A); either way the old and new role go to
      * MFCSECAO through MFCUROLE "R".
       5100-ADD-OR-CHANGE-ENTRY.
           MOVE SPACES TO WS-ED-ID
           MOVE SPACES TO WS-ED-ROLE
           MOVE SPACES TO WS-ED-NAME
           DISPLAY ADD-SCREEN
           ACCEPT ADD-SCREEN
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OP-COUNT OR WS-FOUND-IDX > 0
               IF WS-OP-ID(WS-IDX) = WS-ED-ID
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ED-ID = SPACES
                   MOVE "OPERATOR ID IS REQUIRED" TO WS-MESSAGE
               WHEN WS-ED-ROLE = SPACES
                   MOVE "ROLE IS REQUIRED" TO WS-MESSAGE
               WHEN WS-ED-ID = WS-OPERATOR AND WS-OP-COUNT > 0
                   MOVE "CANNOT CHANGE YOUR OWN ROSTER ENTRY"
                       TO WS-MESSAGE
               WHEN WS-FOUND-IDX = 0 AND WS-OP-COUNT >= WS-MAX-OPS
                   MOVE "ROSTER IS FULL" TO WS-MESSAGE
               WHEN OTHER
                   IF WS-FOUND-IDX = 0
                       MOVE "A" TO WS-AUDIT-ACTION
                   ELSE
                       MOVE "U" TO WS-AUDIT-ACTION
                   END-IF
                   MOVE WS-AUDIT-ACTION TO MFC-AZ-ACTION
                   PERFORM 2900-CHECK-ACCESS
                   IF MFC-AZ-IS-ALLOWED
                       PERFORM 5200-APPLY-ENTRY
                   END-IF
           END-EVALUATE.

       5200-APPLY-ENTRY.
           IF WS-FOUND-IDX = 0
               ADD 1 TO WS-OP-COUNT
               MOVE WS-OP-COUNT TO WS-IDX
               MOVE WS-ED-ID TO WS-OP-ID(WS-IDX)
               MOVE SPACES TO WS-OLD-ROLE
               MOVE SPACES TO MFC-PA-BEFORE-IMAGE
           ELSE
               MOVE WS-FOUND-IDX TO WS-IDX
               MOVE WS-OP-ROLE(WS-IDX) TO WS-OLD-ROLE
               PERFORM 6400-FORMAT-BEFORE-IMAGE
           END-IF
           MOVE WS-ED-ROLE TO WS-OP-ROLE(WS-IDX)
           IF WS-ED-NAME NOT = SPACES
               MOVE WS-ED-NAME TO WS-OP-NAME(WS-IDX)
           END-IF
           MOVE WS-NOW-SECS TO WS-OP-GRANTED-SECS(WS-IDX)
           MOVE WS-OPERATOR TO WS-OP-GRANTED-BY(WS-IDX)
           PERFORM 4000-REWRITE-ROSTER
           MOVE WS-FOUND-IDX TO WS-IDX
           IF WS-IDX = 0
               MOVE WS-OP-COUNT TO WS-IDX
           END-IF
           PERFORM 6500-FORMAT-AFTER-IMAGE
           PERFORM 6000-AUDIT-CHANGE
           PERFORM 6600-LOG-ROLE-CHANGE
           IF WS-FOUND-IDX = 0
               MOVE "ROSTER ENTRY ADDED" TO WS-MESSAGE
           ELSE
               MOVE "ROLE CHANGED" TO WS-MESSAGE
           END-IF.

       5300-DELETE-ENTRY.
           IF WS-REC-NUM < 1 OR WS-REC-NUM > WS-OP-COUNT
               MOVE "RECORD NUMBER OUT OF RANGE - LIST FIRST"
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-ID(WS-REC-NUM) = WS-OPERATOR
               MOVE "CANNOT CHANGE YOUR OWN ROSTER ENTRY"
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO MFC-AZ-ACTION
           PERFORM 2900-CHECK-ACCESS
           IF MFC-AZ-IS-ALLOWED
               MOVE WS-REC-NUM TO WS-IDX
               MOVE "D" TO WS-AUDIT-ACTION
               MOVE WS-OP-ROLE(WS-IDX) TO WS-OLD-ROLE
               MOVE WS-OP-ID(WS-IDX) TO WS-ED-ID
               MOVE SPACES TO WS-ED-ROLE
               PERFORM 6400-FORMAT-BEFORE-IMAGE
               MOVE SPACES TO MFC-PA-AFTER-IMAGE
               PERFORM 6000-AUDIT-CHANGE
               PERFORM 6600-LOG-ROLE-CHANGE
               PERFORM VARYING WS-IDX FROM WS-REC-NUM BY 1
                       UNTIL WS-IDX >= WS-OP-COUNT
                   MOVE WS-OP-ENTRY(WS-IDX + 1)
                       TO WS-OP-ENTRY(WS-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-OP-COUNT
               PERFORM 4000-REWRITE-ROSTER
               MOVE "ROSTER ENTRY DELETED" TO WS-MESSAGE
           END-IF.

      * The before and after images are formatted by the caller.
       6000-AUDIT-CHANGE.
           MOVE WS-NOW-SECS TO MFC-PA-TIMESTAMP-SECS
           MOVE WS-OPERATOR TO MFC-PA-OPERATOR
           MOVE "MFCOPRRP" TO MFC-PA-FILE-ID
           MOVE WS-AUDIT-ACTION TO MFC-PA-ACTION
           CALL "MFCUCHAN" USING WS-CH-FUNCTION WS-CH-FILE-ID
               MFC-POLICY-AUDIT-REC MFC-PA-CHAIN-SEQ WS-CH-PREV-HASH
               MFC-PA-CHAIN-HASH
           WRITE MFC-POLICY-AUDIT-REC.

       6400-FORMAT-BEFORE-IMAGE.
           MOVE SPACES TO MFC-PA-BEFORE-IMAGE
           STRING WS-OP-ID(WS-IDX) " " WS-OP-ROLE(WS-IDX) " "
               WS-OP-NAME(WS-IDX) " " WS-OP-GRANTED-BY(WS-IDX)
               DELIMITED BY SIZE INTO MFC-PA-BEFORE-IMAGE.

       6500-FORMAT-AFTER-IMAGE.
           MOVE SPACES TO MFC-PA-AFTER-IMAGE
           STRING WS-OP-ID(WS-IDX) " " WS-OP-ROLE(WS-IDX) " "
               WS-OP-NAME(WS-IDX) " " WS-OP-GRANTED-BY(WS-IDX)
               DELIMITED BY SIZE INTO MFC-PA-AFTER-IMAGE.

       6600-LOG-ROLE-CHANGE.
           MOVE "R" TO MFC-AZ-FUNCTION
           MOVE "MFCMOPR" TO MFC-AZ-PROGRAM
           MOVE WS-OPERATOR TO MFC-AZ-OPERATOR
           MOVE "MFCOPRRP" TO MFC-AZ-TARGET
           MOVE WS-AUDIT-ACTION TO MFC-AZ-ACTION
           MOVE WS-ED-ID TO MFC-AZ-SUBJECT
           MOVE WS-ED-ROLE TO MFC-AZ-ROLE
           MOVE SPACES TO MFC-AZ-REASON
           STRING "ROLE " WS-OLD-ROLE " TO " WS-ED-ROLE
               DELIMITED BY SIZE INTO MFC-AZ-REASON
           CALL "MFCUROLE" USING MFC-ACCESS-QUERY.

       9000-TERMINATE.
           CLOSE AUDIT-FILE.
