      ***********************************************************************
      *
      *  Source File Name = MFCR115.CBL
      *
      *  Function = Remote cursor blocking efficiency report, per
      *             workload class and application.
      *
      *             A distributed application that fetches row by row
      *             instead of in blocks sends one network round trip
      *             per row and keeps its agent busy for every one.
      *             MFCCCBLK writes each connected application's
      *             remote cursor counters to MFCCBLKO (mfccblk.cbl);
      *             this report joins them by APPL-ID to the workload
      *             class MFCCWLD gave the same connection in MFCWLDO
      *             (mfcwldo.cbl - a connection missing from MFCWLDO,
      *             say one that connected between the two runs, is
      *             shown under class UNKNOWN) and sums them per class
      *             and application name:
      *
      *               UNBLOCKED  - remote cursors open without
      *                 blocking (OPEN-REM-CURS - OPEN-REM-CURS-BLK)
      *                 and their share of the remote cursors open;
      *               ACCEPT%    - blocking requests accepted, as a
      *                 share of those made (ACC-CURS-BLK over
      *                 ACC-CURS-BLK + REJ-CURS-BLK); N/A where none
      *                 were made.
      *
      *             A group is flagged LOW-ACCEPT under MIN-ACCEPT-PCT
      *             and UNBLOCKED at or over MAX-UNBLOCKED-PCT.
      *
      *             Every connection with REJ-CURS-BLK at or over
      *             MIN-REJECTED is then listed separately, worst
      *             first: a rejected blocking request means the
      *             server had no block buffer to give - the client's
      *             RQRIOBLK is too small for the rows asked for, or
      *             the agent's block buffers are used up - and the
      *             cursor falls back to row-at-a-time regardless of
      *             how the application was written.
      *
      *             Thresholds from the PARM file (MFCR115P,
      *             MFCTHR.CBL convention):
      *               MIN-ACCEPT-PCT    (default 90)
      *               MAX-UNBLOCKED-PCT (default 50)
      *               MIN-REJECTED      (default 1)
      *
      *             Table-and-sort in COBOL is this shop's norm (see
      *             MFCR009).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR115.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR115P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT WORKLOAD-FILE ASSIGN TO "MFCWLDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.
           SELECT BLOCK-FILE ASSIGN TO "MFCCBLKO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CB-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR115O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  WORKLOAD-FILE
           RECORDING MODE IS F.
           COPY "mfcwldo.cbl".
       FD  BLOCK-FILE
           RECORDING MODE IS F.
           COPY "mfccblk.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-WO-STATUS                PIC XX.
       01 WS-CB-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".

       01 WS-MIN-ACCEPT-PCT           PIC 9(9) COMP-5 VALUE 90.
       01 WS-MAX-UNBLOCKED-PCT        PIC 9(9) COMP-5 VALUE 50.
       01 WS-MIN-REJECTED             PIC 9(9) COMP-5 VALUE 1.

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.
       01 WS-SWAP-IDX                 PIC 9(9) COMP-5.
       01 WS-CUR-CLASS                PIC X(10).
       01 WS-UNBLOCKED                PIC 9(9) COMP-5.

      * Workload class of every connection MFCCWLD classified.
       01 WS-MAX-CLASSIFIED           PIC 9(9) COMP-5 VALUE 3000.
       01 WS-WC-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-WC-TABLE.
           05 WS-WC-ENTRY OCCURS 3000 TIMES.
              10 WS-WC-AGENT-ID       PIC 9(9) COMP-5.
              10 WS-WC-APPL-ID        PIC X(32).
              10 WS-WC-CLASS          PIC X(10).

      * Counters summed per workload class and application name.
       01 WS-MAX-GROUPS               PIC 9(9) COMP-5 VALUE 500.
       01 WS-GR-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-GR-TABLE.
           05 WS-GR-ENTRY OCCURS 500 TIMES.
              10 WS-GR-CLASS          PIC X(10).
              10 WS-GR-APPL-NAME      PIC X(20).
              10 WS-GR-CONNS          PIC 9(9) COMP-5.
              10 WS-GR-OPEN-REM       PIC 9(9) COMP-5.
              10 WS-GR-OPEN-REM-BLK   PIC 9(9) COMP-5.
              10 WS-GR-ACCEPTED       PIC 9(9) COMP-5.
              10 WS-GR-REJECTED       PIC 9(9) COMP-5.
       01 WS-GR-RANK-TABLE.
           05 WS-GR-RANK OCCURS 500 TIMES PIC 9(9) COMP-5.

      * Connections whose blocking requests are being rejected.
       01 WS-MAX-REJECTS              PIC 9(9) COMP-5 VALUE 500.
       01 WS-RJ-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-RJ-TABLE.
           05 WS-RJ-ENTRY OCCURS 500 TIMES.
              10 WS-RJ-CLASS          PIC X(10).
              10 WS-RJ-APPL-NAME      PIC X(20).
              10 WS-RJ-APPL-ID        PIC X(32).
              10 WS-RJ-AUTH-ID        PIC X(20).
              10 WS-RJ-ACCEPTED       PIC 9(9) COMP-5.
              10 WS-RJ-REJECTED       PIC 9(9) COMP-5.
              10 WS-RJ-UNBLOCKED      PIC 9(9) COMP-5.
       01 WS-RJ-RANK-TABLE.
           05 WS-RJ-RANK OCCURS 500 TIMES PIC 9(9) COMP-5.

       01 WS-REQUESTS                 PIC 9(9) COMP-5.
       01 WS-PCT                      PIC 9(9) COMP-5.
       01 WS-FLAG-TEXT                PIC X(22).
       01 WS-DISP-CONNS               PIC Z(5)9.
       01 WS-DISP-OPEN                PIC Z(7)9.
       01 WS-DISP-OPEN-BLK            PIC Z(7)9.
       01 WS-DISP-UNBLOCKED           PIC Z(8)9.
       01 WS-DISP-UNBLK-PCT           PIC Z(4)9.
       01 WS-DISP-ACCEPTED            PIC Z(9)9.
       01 WS-DISP-REJECTED            PIC Z(9)9.
       01 WS-DISP-ACCEPT-PCT          PIC X(6).
       01 WS-DISP-PCT                 PIC Z(4)9.
       01 WS-DISP-COUNT               PIC Z(9)9.

       01 WS-HDR1                     PIC X(132) VALUE
           "REMOTE CURSOR BLOCKING EFFICIENCY BY WORKLOAD CLASS AND APPL
      -    "ICATION (MFCCBLKO/MFCWLDO)".
       01 WS-HDR2                     PIC X(132) VALUE
           "CLASS      APPL-NAME             CONNS REM-OPEN  REM-BLK UNB
      -    "LOCKED UNBLK%   ACCEPTED   REJECTED ACCEPT%  FLAG".
       01 WS-HDR3                     PIC X(132) VALUE
           "CONNECTIONS WITH BLOCKING REQUESTS REJECTED - NO BLOCK BUFFE
      -    "R (RQRIOBLK OR AGENT BLOCK BUFFERS EXHAUSTED)".
       01 WS-HDR4                     PIC X(132) VALUE
           "CLASS      APPL-NAME            APPL-ID                     
      -    "     AUTH-ID               ACCEPTED   REJECTED   REJ% UNBLOC
      -    "KED".
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-READ-PARMS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-WORKLOAD
           PERFORM 3000-LOAD-CURSOR-BLOCKING
           PERFORM 4000-PRINT-GROUPS
           PERFORM 5000-PRINT-REJECTS
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
                               WHEN "MIN-ACCEPT-PCT"
                                   MOVE MFC-THR-VALUE
                                       TO WS-MIN-ACCEPT-PCT
                               WHEN "MAX-UNBLOCKED-PCT"
                                   MOVE MFC-THR-VALUE
                                       TO WS-MAX-UNBLOCKED-PCT
                               WHEN "MIN-REJECTED"
                                   MOVE MFC-THR-VALUE
                                       TO WS-MIN-REJECTED
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           IF WS-MIN-REJECTED < 1
               MOVE 1 TO WS-MIN-REJECTED
           END-IF.

       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       2000-LOAD-WORKLOAD.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT WORKLOAD-FILE
           IF WS-WO-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ WORKLOAD-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 2100-TAKE-WORKLOAD-ROW
                   END-READ
               END-PERFORM
               CLOSE WORKLOAD-FILE
           END-IF.

       2100-TAKE-WORKLOAD-ROW.
           IF WS-WC-COUNT >= WS-MAX-CLASSIFIED
               DISPLAY "MFCR115: WORKLOAD TABLE FULL, CONNECTION "
                   "SHOWN AS UNKNOWN " MFC-WO-APPL-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WC-COUNT
           MOVE MFC-WO-AGENT-ID TO WS-WC-AGENT-ID(WS-WC-COUNT)
           MOVE MFC-WO-APPL-ID TO WS-WC-APPL-ID(WS-WC-COUNT)
           MOVE MFC-WO-WORKLOAD-CLASS TO WS-WC-CLASS(WS-WC-COUNT).

       3000-LOAD-CURSOR-BLOCKING.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT BLOCK-FILE
           IF WS-CB-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ BLOCK-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 3100-TAKE-BLOCK-ROW
                   END-READ
               END-PERFORM
               CLOSE BLOCK-FILE
           END-IF.

       3100-TAKE-BLOCK-ROW.
           MOVE "UNKNOWN" TO WS-CUR-CLASS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-WC-COUNT
               IF WS-WC-APPL-ID(WS-IDX) = MFC-CB-APPL-ID
                   AND WS-WC-AGENT-ID(WS-IDX) = MFC-CB-AGENT-ID
                   MOVE WS-WC-CLASS(WS-IDX) TO WS-CUR-CLASS
               END-IF
           END-PERFORM
           IF MFC-CB-OPEN-REM-CURS > MFC-CB-OPEN-REM-CURS-BLK
               COMPUTE WS-UNBLOCKED = MFC-CB-OPEN-REM-CURS
                   - MFC-CB-OPEN-REM-CURS-BLK
           ELSE
               MOVE 0 TO WS-UNBLOCKED
           END-IF
           PERFORM 3200-ADD-TO-GROUP
           IF MFC-CB-REJ-CURS-BLK >= WS-MIN-REJECTED
               PERFORM 3300-NOTE-REJECTS
           END-IF.

       3200-ADD-TO-GROUP.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-GR-COUNT OR KY-FOUND
               IF WS-GR-CLASS(WS-HIT-IDX) = WS-CUR-CLASS
                   AND WS-GR-APPL-NAME(WS-HIT-IDX) = MFC-CB-APPL-NAME
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-HIT-IDX
           ELSE
               IF WS-GR-COUNT >= WS-MAX-GROUPS
                   DISPLAY "MFCR115: GROUP TABLE FULL, NOT REPORTED "
                       WS-CUR-CLASS " " MFC-CB-APPL-NAME
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GR-COUNT
               MOVE WS-GR-COUNT TO WS-HIT-IDX
               INITIALIZE WS-GR-ENTRY(WS-HIT-IDX)
               MOVE WS-CUR-CLASS TO WS-GR-CLASS(WS-HIT-IDX)
               MOVE MFC-CB-APPL-NAME TO WS-GR-APPL-NAME(WS-HIT-IDX)
           END-IF
           ADD 1 TO WS-GR-CONNS(WS-HIT-IDX)
           ADD MFC-CB-OPEN-REM-CURS TO WS-GR-OPEN-REM(WS-HIT-IDX)
           ADD MFC-CB-OPEN-REM-CURS-BLK
               TO WS-GR-OPEN-REM-BLK(WS-HIT-IDX)
           ADD MFC-CB-ACC-CURS-BLK TO WS-GR-ACCEPTED(WS-HIT-IDX)
           ADD MFC-CB-REJ-CURS-BLK TO WS-GR-REJECTED(WS-HIT-IDX).

       3300-NOTE-REJECTS.
           IF WS-RJ-COUNT >= WS-MAX-REJECTS
               DISPLAY "MFCR115: REJECT TABLE FULL, NOT LISTED "
                   MFC-CB-APPL-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RJ-COUNT
           MOVE WS-CUR-CLASS TO WS-RJ-CLASS(WS-RJ-COUNT)
           MOVE MFC-CB-APPL-NAME TO WS-RJ-APPL-NAME(WS-RJ-COUNT)
           MOVE MFC-CB-APPL-ID TO WS-RJ-APPL-ID(WS-RJ-COUNT)
           MOVE MFC-CB-AUTH-ID TO WS-RJ-AUTH-ID(WS-RJ-COUNT)
           MOVE MFC-CB-ACC-CURS-BLK TO WS-RJ-ACCEPTED(WS-RJ-COUNT)
           MOVE MFC-CB-REJ-CURS-BLK TO WS-RJ-REJECTED(WS-RJ-COUNT)
           MOVE WS-UNBLOCKED TO WS-RJ-UNBLOCKED(WS-RJ-COUNT).

      * Class, then application name.
       4000-PRINT-GROUPS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-GR-COUNT
               MOVE WS-IDX TO WS-GR-RANK(WS-IDX)
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-GR-COUNT
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-GR-COUNT - WS-IDX
                   IF WS-GR-CLASS(WS-GR-RANK(WS-JDX)) >
                           WS-GR-CLASS(WS-GR-RANK(WS-JDX + 1))
                       OR (WS-GR-CLASS(WS-GR-RANK(WS-JDX)) =
                           WS-GR-CLASS(WS-GR-RANK(WS-JDX + 1))
                       AND WS-GR-APPL-NAME(WS-GR-RANK(WS-JDX)) >
                           WS-GR-APPL-NAME(WS-GR-RANK(WS-JDX + 1)))
                       MOVE WS-GR-RANK(WS-JDX) TO WS-SWAP-IDX
                       MOVE WS-GR-RANK(WS-JDX + 1)
                           TO WS-GR-RANK(WS-JDX)
                       MOVE WS-SWAP-IDX TO WS-GR-RANK(WS-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-GR-COUNT = 0
               MOVE "NO APPLICATION ROWS IN MFCCBLKO" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-GR-COUNT
               MOVE WS-GR-RANK(WS-IDX) TO WS-HIT-IDX
               PERFORM 4100-PRINT-ONE-GROUP
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       4100-PRINT-ONE-GROUP.
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-GR-OPEN-REM(WS-HIT-IDX) >
                   WS-GR-OPEN-REM-BLK(WS-HIT-IDX)
               COMPUTE WS-UNBLOCKED = WS-GR-OPEN-REM(WS-HIT-IDX)
                   - WS-GR-OPEN-REM-BLK(WS-HIT-IDX)
           ELSE
               MOVE 0 TO WS-UNBLOCKED
           END-IF
           MOVE 0 TO WS-PCT
           IF WS-GR-OPEN-REM(WS-HIT-IDX) > 0
               COMPUTE WS-PCT = WS-UNBLOCKED * 100
                   / WS-GR-OPEN-REM(WS-HIT-IDX)
               IF WS-PCT >= WS-MAX-UNBLOCKED-PCT
                   AND WS-UNBLOCKED > 0
                   MOVE "UNBLOCKED" TO WS-FLAG-TEXT
               END-IF
           END-IF
           MOVE WS-PCT TO WS-DISP-UNBLK-PCT
           COMPUTE WS-REQUESTS = WS-GR-ACCEPTED(WS-HIT-IDX)
               + WS-GR-REJECTED(WS-HIT-IDX)
           IF WS-REQUESTS = 0
               MOVE "   N/A" TO WS-DISP-ACCEPT-PCT
           ELSE
               COMPUTE WS-PCT = WS-GR-ACCEPTED(WS-HIT-IDX) * 100
                   / WS-REQUESTS
               MOVE WS-PCT TO WS-DISP-PCT
               MOVE SPACES TO WS-DISP-ACCEPT-PCT
               MOVE WS-DISP-PCT TO WS-DISP-ACCEPT-PCT(2:5)
               IF WS-PCT < WS-MIN-ACCEPT-PCT
                   IF WS-FLAG-TEXT = SPACES
                       MOVE "LOW-ACCEPT" TO WS-FLAG-TEXT
                   ELSE
                       MOVE "UNBLOCKED LOW-ACCEPT" TO WS-FLAG-TEXT
                   END-IF
               END-IF
           END-IF
           MOVE WS-GR-CONNS(WS-HIT-IDX) TO WS-DISP-CONNS
           MOVE WS-GR-OPEN-REM(WS-HIT-IDX) TO WS-DISP-OPEN
           MOVE WS-GR-OPEN-REM-BLK(WS-HIT-IDX) TO WS-DISP-OPEN-BLK
           MOVE WS-UNBLOCKED TO WS-DISP-UNBLOCKED
           MOVE WS-GR-ACCEPTED(WS-HIT-IDX) TO WS-DISP-ACCEPTED
           MOVE WS-GR-REJECTED(WS-HIT-IDX) TO WS-DISP-REJECTED
           MOVE SPACES TO REPORT-LINE
           STRING WS-GR-CLASS(WS-HIT-IDX) " "
               WS-GR-APPL-NAME(WS-HIT-IDX) " " WS-DISP-CONNS " "
               WS-DISP-OPEN " " WS-DISP-OPEN-BLK " "
               WS-DISP-UNBLOCKED " " WS-DISP-UNBLK-PCT "% "
               WS-DISP-ACCEPTED " " WS-DISP-REJECTED " "
               WS-DISP-ACCEPT-PCT "  " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Most rejected first.
       5000-PRINT-REJECTS.
           MOVE WS-HDR3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR4 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RJ-COUNT
               MOVE WS-IDX TO WS-RJ-RANK(WS-IDX)
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-RJ-COUNT
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-RJ-COUNT - WS-IDX
                   IF WS-RJ-REJECTED(WS-RJ-RANK(WS-JDX)) <
                           WS-RJ-REJECTED(WS-RJ-RANK(WS-JDX + 1))
                       MOVE WS-RJ-RANK(WS-JDX) TO WS-SWAP-IDX
                       MOVE WS-RJ-RANK(WS-JDX + 1)
                           TO WS-RJ-RANK(WS-JDX)
                       MOVE WS-SWAP-IDX TO WS-RJ-RANK(WS-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-RJ-COUNT = 0
               MOVE "NO CONNECTION HAS BLOCKING REQUESTS REJECTED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RJ-COUNT
               MOVE WS-RJ-RANK(WS-IDX) TO WS-HIT-IDX
               PERFORM 5100-PRINT-ONE-REJECT
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RJ-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CONNECTIONS WITH REJECTED BLOCKING REQUESTS: "
               WS-DISP-COUNT " - CHECK THE CLIENTS' RQRIOBLK "
               "AND THE AGENT BLOCK BUFFERS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       5100-PRINT-ONE-REJECT.
           COMPUTE WS-REQUESTS = WS-RJ-ACCEPTED(WS-HIT-IDX)
               + WS-RJ-REJECTED(WS-HIT-IDX)
           COMPUTE WS-PCT = WS-RJ-REJECTED(WS-HIT-IDX) * 100
               / WS-REQUESTS
           MOVE WS-PCT TO WS-DISP-PCT
           MOVE WS-RJ-ACCEPTED(WS-HIT-IDX) TO WS-DISP-ACCEPTED
           MOVE WS-RJ-REJECTED(WS-HIT-IDX) TO WS-DISP-REJECTED
           MOVE WS-RJ-UNBLOCKED(WS-HIT-IDX) TO WS-DISP-UNBLOCKED
           MOVE SPACES TO REPORT-LINE
           STRING WS-RJ-CLASS(WS-HIT-IDX) " "
               WS-RJ-APPL-NAME(WS-HIT-IDX) " "
               WS-RJ-APPL-ID(WS-HIT-IDX) " "
               WS-RJ-AUTH-ID(WS-HIT-IDX)
               WS-DISP-ACCEPTED " " WS-DISP-REJECTED " "
               WS-DISP-PCT "% " WS-DISP-UNBLOCKED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE REPORT-FILE.
