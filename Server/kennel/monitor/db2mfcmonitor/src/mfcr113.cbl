      ***********************************************************************
      *
      *  Source File Name = MFCR113.CBL
      *
      *  Function = Slow-statement reproduction report - a captured
      *             statement printed with the values that were bound
      *             to its parameter markers shown in place.
      *
      *             The slow-SQL extract (MFCSTMTO) carries the text
      *             with its ? markers; a DBA cannot rerun the problem
      *             statement without the values. MFCCSTMT writes the
      *             values the statement event record carried to the
      *             companion file MFCSTVLO (MFCSTVAL.CBL), one row per
      *             marker under the owning row's MFCSTMTO record
      *             number. This report reads both and, for each chosen
      *             statement, prints:
      *               - the row's identity (record number, APPL-ID,
      *                 package, cursor) and its elapsed time,
      *               - the text as captured,
      *               - the text again with each ? outside a quoted
      *                 literal replaced, in order, by its value:
      *                 character and datetime values quoted, numeric
      *                 ones bare, anything else as X'..' hex, a null
      *                 as NULL; a marker with no value stays ?,
      *               - the value list itself, with the SQL type DB2
      *                 sent and a note where the value was longer
      *                 than the companion file keeps.
      *             The marker values are matched by their
      *             STMT-VALUE-INDEX, counted from the lowest index
      *             the statement carries (DB2 numbers them from 0).
      *
      *             Which statements, from the PARM file (MFCR113P,
      *             MFCTHR.CBL convention):
      *               STMT-SEQ       - the MFCSTMTO record number to
      *                 reproduce; 0 (the default) prints every row
      *                 that has values captured.
      *               MAX-STATEMENTS - stop after this many
      *                 statements (default 20).
      *
      *             Pointed at a masked pair (MFCMASKX MFCSTMT and
      *             MFCSTVL output) the same report prints the masked
      *             values, which is what goes out of the shop.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR113.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR113P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT STMT-FILE ASSIGN TO "MFCSTMTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.
           SELECT VALUE-FILE ASSIGN TO "MFCSTVLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SV-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR113O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  STMT-FILE
           RECORDING MODE IS F.
           COPY "mfcstmt.cbl".
       FD  VALUE-FILE
           RECORDING MODE IS F.
           COPY "mfcstval.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-ST-STATUS                PIC XX.
       01 WS-SV-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".

       01 WS-STMT-SEQ                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-MAX-STATEMENTS           PIC 9(9) COMP-5 VALUE 20.

       01 WS-ROW-SEQ                  PIC 9(9) COMP-5 VALUE 0.
       01 WS-PRINTED                  PIC 9(9) COMP-5 VALUE 0.
       01 WS-IDX                      PIC 9(9) COMP-5.

      * Every captured value, in MFCSTVLO (record number) order.
       01 WS-MAX-VALUES               PIC 9(9) COMP-5 VALUE 5000.
       01 WS-VL-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-VALUE-TABLE.
           05 WS-VL-ENTRY OCCURS 5000 TIMES.
              10 WS-VL-SEQ            PIC 9(9) COMP-5.
              10 WS-VL-INDEX          PIC 9(9) COMP-5.
              10 WS-VL-SQL-TYPE       PIC 9(9) COMP-5.
              10 WS-VL-ISNULL         PIC X(1).
              10 WS-VL-RENDER         PIC X(1).
              10 WS-VL-DATA-LEN       PIC 9(9) COMP-5.
              10 WS-VL-DATA           PIC X(128).

      * The current statement's values: where they start in the
      * table, how many, and the lowest index among them.
       01 WS-FIRST-VL                 PIC 9(9) COMP-5.
       01 WS-VL-HERE                  PIC 9(9) COMP-5.
       01 WS-BASE-INDEX               PIC 9(9) COMP-5.
       01 WS-VL-IDX                   PIC 9(9) COMP-5.
       01 WS-HIT-VL                   PIC 9(9) COMP-5.

      * Text walk and the rebuilt statement.
       01 WS-TEXT-LEN                 PIC 9(9) COMP-5.
       01 WS-POS                      PIC 9(9) COMP-5.
       01 WS-CH                       PIC X(1).
       01 WS-MARKER                   PIC 9(9) COMP-5.
       01 WS-WANT-INDEX               PIC 9(9) COMP-5.
       01 WS-IN-QUOTE                 PIC X(1).
           88 IN-QUOTE                VALUE "Y".
       01 WS-REPRO                    PIC X(1024).
       01 WS-REPRO-PTR                PIC 9(9) COMP-5.
       01 WS-REPRO-FULL               PIC X(1).
           88 REPRO-FULL              VALUE "Y".
       01 WS-VALUE-LEN                PIC 9(9) COMP-5.
       01 WS-KEPT-LEN                 PIC 9(9) COMP-5.
       01 WS-LINE-POS                 PIC 9(9) COMP-5.
       01 WS-LINE-LEN                 PIC 9(9) COMP-5.

       01 WS-DISP-SEQ                 PIC Z(8)9.
       01 WS-DISP-MARKER              PIC ZZ9.
       01 WS-DISP-INDEX               PIC ZZZ9.
       01 WS-DISP-TYPE                PIC ZZZ9.
       01 WS-DISP-LEN                 PIC Z(8)9.
       01 WS-DISP-SECS                PIC Z(8)9.
       01 WS-DISP-USEC                PIC 9(6).

       01 WS-HDR1                     PIC X(132) VALUE
           "SLOW-STATEMENT REPRODUCTION - CAPTURED TEXT WITH PARAMETER M
      -    "ARKER VALUES IN PLACE (MFCSTMTO, MFCSTVLO)".
       01 WS-TEXT-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 TL-STMT-TEXT             PIC X(120).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-READ-PARMS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-VALUES
           PERFORM 3000-READ-STATEMENTS
           PERFORM 9000-TERMINATE
           GOBACK.

       0500-READ-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           EVALUATE MFC-THR-NAME
                               WHEN "STMT-SEQ"
                                   MOVE MFC-THR-VALUE
                                       TO WS-STMT-SEQ
                               WHEN "MAX-STATEMENTS"
                                   MOVE MFC-THR-VALUE
                                       TO WS-MAX-STATEMENTS
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       2000-LOAD-VALUES.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT VALUE-FILE
           IF WS-SV-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ VALUE-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 2100-TAKE-VALUE
                   END-READ
               END-PERFORM
               CLOSE VALUE-FILE
           END-IF.

       2100-TAKE-VALUE.
           IF WS-STMT-SEQ NOT = 0
               AND MFC-SV-STMT-SEQ NOT = WS-STMT-SEQ
               EXIT PARAGRAPH
           END-IF
           IF WS-VL-COUNT >= WS-MAX-VALUES
               DISPLAY "MFCR113: VALUE TABLE FULL, VALUE NOT SHOWN "
                   "FOR STATEMENT " MFC-SV-STMT-SEQ
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VL-COUNT
           MOVE MFC-SV-STMT-SEQ TO WS-VL-SEQ(WS-VL-COUNT)
           MOVE MFC-SV-VALUE-INDEX TO WS-VL-INDEX(WS-VL-COUNT)
           MOVE MFC-SV-SQL-TYPE TO WS-VL-SQL-TYPE(WS-VL-COUNT)
           MOVE MFC-SV-ISNULL TO WS-VL-ISNULL(WS-VL-COUNT)
           MOVE MFC-SV-RENDER TO WS-VL-RENDER(WS-VL-COUNT)
           MOVE MFC-SV-DATA-LEN TO WS-VL-DATA-LEN(WS-VL-COUNT)
           MOVE MFC-SV-DATA TO WS-VL-DATA(WS-VL-COUNT).

      * A row is chosen by its record number, or - with no number
      * asked for - by having values captured.
       3000-READ-STATEMENTS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT STMT-FILE
           IF WS-ST-STATUS = "00"
               PERFORM UNTIL EOF-IN
                       OR WS-PRINTED >= WS-MAX-STATEMENTS
                   READ STMT-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ROW-SEQ
                           PERFORM 3100-CONSIDER-ROW
                   END-READ
               END-PERFORM
               CLOSE STMT-FILE
           END-IF
           IF WS-PRINTED = 0
               MOVE SPACES TO REPORT-LINE
               IF WS-STMT-SEQ = 0
                   MOVE "NO STATEMENT WITH PARAMETER MARKER VALUES"
                       TO REPORT-LINE
               ELSE
                   MOVE WS-STMT-SEQ TO WS-DISP-SEQ
                   STRING "STATEMENT " WS-DISP-SEQ
                       " NOT FOUND IN MFCSTMTO"
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-IF.

       3100-CONSIDER-ROW.
           IF WS-STMT-SEQ NOT = 0
               AND WS-ROW-SEQ NOT = WS-STMT-SEQ
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-FIND-ROW-VALUES
           IF WS-STMT-SEQ = 0 AND WS-VL-HERE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 4000-PRINT-STATEMENT.

      * The values of one row sit together in the table.
       3200-FIND-ROW-VALUES.
           MOVE 0 TO WS-FIRST-VL
           MOVE 0 TO WS-VL-HERE
           MOVE 0 TO WS-BASE-INDEX
           PERFORM VARYING WS-VL-IDX FROM 1 BY 1
                   UNTIL WS-VL-IDX > WS-VL-COUNT
               IF WS-VL-SEQ(WS-VL-IDX) = WS-ROW-SEQ
                   IF WS-VL-HERE = 0
                       MOVE WS-VL-IDX TO WS-FIRST-VL
                       MOVE WS-VL-INDEX(WS-VL-IDX) TO WS-BASE-INDEX
                   END-IF
                   ADD 1 TO WS-VL-HERE
                   IF WS-VL-INDEX(WS-VL-IDX) < WS-BASE-INDEX
                       MOVE WS-VL-INDEX(WS-VL-IDX) TO WS-BASE-INDEX
                   END-IF
               END-IF
           END-PERFORM.

       4000-PRINT-STATEMENT.
           ADD 1 TO WS-PRINTED
           MOVE WS-ROW-SEQ TO WS-DISP-SEQ
           MOVE SPACES TO REPORT-LINE
           STRING "STATEMENT " WS-DISP-SEQ "  SOURCE " MFC-ST-SOURCE
               "  APPL-ID " MFC-ST-APPL-ID
               "  PACKAGE " MFC-ST-PACKAGE-NAME
               "  CURSOR " MFC-ST-CURSOR-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE MFC-ST-ELAPSED-SECS TO WS-DISP-SECS
           MOVE MFC-ST-ELAPSED-MICROSEC TO WS-DISP-USEC
           MOVE SPACES TO REPORT-LINE
           STRING "     ELAPSED " WS-DISP-SECS "." WS-DISP-USEC
               " SECS  DATABASE " MFC-ST-DB-NAME
               "  AUTH-ID " MFC-ST-AUTH-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 256 TO WS-TEXT-LEN
           PERFORM UNTIL WS-TEXT-LEN = 0
                   OR MFC-ST-STMT-TEXT(WS-TEXT-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TEXT-LEN
           END-PERFORM
           IF WS-TEXT-LEN = 0
               MOVE SPACES TO REPORT-LINE
               STRING "     NO STATEMENT TEXT CAPTURED - VALUES "
                   "LISTED ONLY"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "     AS CAPTURED:" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO WS-REPRO
               MOVE MFC-ST-STMT-TEXT(1:WS-TEXT-LEN) TO WS-REPRO
               MOVE WS-TEXT-LEN TO WS-REPRO-PTR
               ADD 1 TO WS-REPRO-PTR
               PERFORM 4500-PRINT-REPRO
               MOVE "     WITH VALUES IN PLACE:" TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 4100-BUILD-REPRO
               PERFORM 4500-PRINT-REPRO
               IF REPRO-FULL
                   MOVE SPACES TO REPORT-LINE
                   STRING "     ... STATEMENT LONGER THAN SHOWN"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF
           PERFORM 4600-PRINT-VALUE-LIST
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      * Quotes toggle the literal state; a ? outside a literal is
      * the next marker.
       4100-BUILD-REPRO.
           MOVE SPACES TO WS-REPRO
           MOVE 1 TO WS-REPRO-PTR
           MOVE "N" TO WS-REPRO-FULL
           MOVE "N" TO WS-IN-QUOTE
           MOVE 0 TO WS-MARKER
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-TEXT-LEN OR REPRO-FULL
               MOVE MFC-ST-STMT-TEXT(WS-POS:1) TO WS-CH
               EVALUATE TRUE
                   WHEN WS-CH = "'"
                       IF IN-QUOTE
                           MOVE "N" TO WS-IN-QUOTE
                       ELSE
                           MOVE "Y" TO WS-IN-QUOTE
                       END-IF
                       PERFORM 4150-APPEND-CHAR
                   WHEN WS-CH = "?" AND NOT IN-QUOTE
                       ADD 1 TO WS-MARKER
                       PERFORM 4200-APPEND-VALUE
                   WHEN OTHER
                       PERFORM 4150-APPEND-CHAR
               END-EVALUATE
           END-PERFORM.

       4150-APPEND-CHAR.
           STRING WS-CH DELIMITED BY SIZE
               INTO WS-REPRO WITH POINTER WS-REPRO-PTR
               ON OVERFLOW SET REPRO-FULL TO TRUE
           END-STRING.

       4200-APPEND-VALUE.
           COMPUTE WS-WANT-INDEX = WS-BASE-INDEX + WS-MARKER - 1
           MOVE 0 TO WS-HIT-VL
           IF WS-VL-HERE > 0
               PERFORM VARYING WS-VL-IDX FROM WS-FIRST-VL BY 1
                       UNTIL WS-VL-IDX > WS-VL-COUNT
                       OR WS-HIT-VL > 0
                   IF WS-VL-SEQ(WS-VL-IDX) = WS-ROW-SEQ
                       AND WS-VL-INDEX(WS-VL-IDX) = WS-WANT-INDEX
                       MOVE WS-VL-IDX TO WS-HIT-VL
                   END-IF
               END-PERFORM
           END-IF
           IF WS-HIT-VL = 0
               MOVE "?" TO WS-CH
               PERFORM 4150-APPEND-CHAR
               EXIT PARAGRAPH
           END-IF
           IF WS-VL-ISNULL(WS-HIT-VL) = "Y"
               STRING "NULL" DELIMITED BY SIZE
                   INTO WS-REPRO WITH POINTER WS-REPRO-PTR
                   ON OVERFLOW SET REPRO-FULL TO TRUE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           PERFORM 4300-MEASURE-VALUE
           EVALUATE WS-VL-RENDER(WS-HIT-VL)
               WHEN "C"
                   IF WS-VALUE-LEN = 0
                       STRING "''" DELIMITED BY SIZE
                           INTO WS-REPRO WITH POINTER WS-REPRO-PTR
                           ON OVERFLOW SET REPRO-FULL TO TRUE
                       END-STRING
                   ELSE
                       STRING "'"
                           WS-VL-DATA(WS-HIT-VL)(1:WS-VALUE-LEN) "'"
                           DELIMITED BY SIZE
                           INTO WS-REPRO WITH POINTER WS-REPRO-PTR
                           ON OVERFLOW SET REPRO-FULL TO TRUE
                       END-STRING
                   END-IF
               WHEN "X"
                   STRING "X'"
                       WS-VL-DATA(WS-HIT-VL)(1:WS-VALUE-LEN) "'"
                       DELIMITED BY SIZE
                       INTO WS-REPRO WITH POINTER WS-REPRO-PTR
                       ON OVERFLOW SET REPRO-FULL TO TRUE
                   END-STRING
               WHEN OTHER
                   STRING WS-VL-DATA(WS-HIT-VL)(1:WS-VALUE-LEN)
                       DELIMITED BY SIZE
                       INTO WS-REPRO WITH POINTER WS-REPRO-PTR
                       ON OVERFLOW SET REPRO-FULL TO TRUE
                   END-STRING
           END-EVALUATE.

      * Rendered length without the trailing pad; a numeric or hex
      * value is never empty.
       4300-MEASURE-VALUE.
           MOVE 128 TO WS-VALUE-LEN
           PERFORM UNTIL WS-VALUE-LEN = 0
                   OR WS-VL-DATA(WS-HIT-VL)(WS-VALUE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-VALUE-LEN
           END-PERFORM
           IF WS-VALUE-LEN = 0
               AND WS-VL-RENDER(WS-HIT-VL) NOT = "C"
               MOVE 1 TO WS-VALUE-LEN
           END-IF.

      * WS-REPRO up to the pointer, 120 columns a line.
       4500-PRINT-REPRO.
           MOVE 1 TO WS-LINE-POS
           PERFORM UNTIL WS-LINE-POS >= WS-REPRO-PTR
               COMPUTE WS-LINE-LEN = WS-REPRO-PTR - WS-LINE-POS
               IF WS-LINE-LEN > 120
                   MOVE 120 TO WS-LINE-LEN
               END-IF
               MOVE SPACES TO TL-STMT-TEXT
               MOVE WS-REPRO(WS-LINE-POS:WS-LINE-LEN) TO TL-STMT-TEXT
               MOVE WS-TEXT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD WS-LINE-LEN TO WS-LINE-POS
           END-PERFORM.

       4600-PRINT-VALUE-LIST.
           IF WS-VL-HERE = 0
               MOVE SPACES TO REPORT-LINE
               STRING "     NO PARAMETER MARKER VALUES CAPTURED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "     VALUES:" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-HIT-VL FROM WS-FIRST-VL BY 1
                   UNTIL WS-HIT-VL > WS-VL-COUNT
               IF WS-VL-SEQ(WS-HIT-VL) = WS-ROW-SEQ
                   PERFORM 4700-PRINT-ONE-VALUE
               END-IF
           END-PERFORM.

       4700-PRINT-ONE-VALUE.
           COMPUTE WS-IDX = WS-VL-INDEX(WS-HIT-VL) - WS-BASE-INDEX + 1
           MOVE WS-IDX TO WS-DISP-MARKER
           MOVE WS-VL-INDEX(WS-HIT-VL) TO WS-DISP-INDEX
           MOVE WS-VL-SQL-TYPE(WS-HIT-VL) TO WS-DISP-TYPE
           MOVE SPACES TO REPORT-LINE
           IF WS-VL-ISNULL(WS-HIT-VL) = "Y"
               STRING "       ?" WS-DISP-MARKER "  INDEX " WS-DISP-INDEX
                   "  SQL TYPE " WS-DISP-TYPE "  NULL"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "       ?" WS-DISP-MARKER "  INDEX " WS-DISP-INDEX
                   "  SQL TYPE " WS-DISP-TYPE "  "
                   WS-VL-DATA(WS-HIT-VL)(1:80)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE WS-VL-DATA-LEN(WS-HIT-VL) TO WS-KEPT-LEN
           IF (WS-VL-RENDER(WS-HIT-VL) = "C" AND WS-KEPT-LEN > 128)
               OR (WS-VL-RENDER(WS-HIT-VL) = "X" AND WS-KEPT-LEN > 64)
               MOVE WS-KEPT-LEN TO WS-DISP-LEN
               MOVE SPACES TO REPORT-LINE
               STRING "            (TRUNCATED - " WS-DISP-LEN
                   " BYTES SENT)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE REPORT-FILE.
