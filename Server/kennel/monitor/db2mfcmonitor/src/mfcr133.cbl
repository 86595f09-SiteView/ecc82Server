      ***********************************************************************
      *
      *  Source File Name = MFCR133.CBL
      *
      *  Function = Outage impact report - who is affected when a
      *             database goes down.
      *
      *             Lists the impact map MFCIMPS (mfcimpm.cbl, built
      *             nightly by MFCCIMPM) for the alias on the one-line
      *             worklist MFCR133A, the MFCRCALS way: its owning
      *             team and HADR partner, then every application name,
      *             workload class, DCS host link and catalog node that
      *             depends on it, each with the time it was last seen
      *             there and the number of nights it has been seen.
      *             With no alias given, every alias on the map is
      *             listed in turn.
      *
      *             The listing goes to MFCR133O. Return code 4 when
      *             the alias asked for is not on the map; 12 when
      *             there is no map.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR133.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALIAS-FILE ASSIGN TO "MFCR133A"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AF-STATUS.
           SELECT MAP-FILE ASSIGN TO "MFCIMPS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR133O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALIAS-FILE
           RECORDING MODE IS F.
       01 ALIAS-REC                   PIC X(20).
       FD  MAP-FILE
           RECORDING MODE IS F.
           COPY "mfcimpm.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-EPOCH-OFFSET-DAYS        PIC 9(9) COMP-5 VALUE 134775.
       01 WS-AF-STATUS                PIC XX.
       01 WS-IP-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-CANNOT-RUN               PIC X VALUE "N".
           88 CANNOT-RUN              VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".

       01 WS-WANT-ALIAS               PIC X(20) VALUE SPACES.
       01 WS-CUR-ALIAS                PIC X(20).
       01 WS-CUR-TYPE                 PIC X(1).
       01 WS-TYPE-NAME                PIC X(12).
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-AX                       PIC 9(9) COMP-5.
       01 WS-TX                       PIC 9(9) COMP-5.
       01 WS-DEPENDENTS               PIC 9(9) COMP-5.
       01 WS-ALIASES-LISTED           PIC 9(9) COMP-5 VALUE 0.

      * Section order on the listing: team and partner first.
       01 WS-TYPE-ORDER               PIC X(6) VALUE "TPAWHN".

      * The map, and the aliases on it in order of first appearance.
       01 WS-MAX-ENTRIES              PIC 9(9) COMP-5 VALUE 5000.
       01 WS-IP-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-MAP-TABLE.
           05 WS-IP-IMAGE OCCURS 5000 TIMES PIC X(129).
       01 WS-MAX-ALIASES              PIC 9(9) COMP-5 VALUE 500.
       01 WS-AL-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-ALIAS-TABLE.
           05 WS-AL-ALIAS OCCURS 500 TIMES PIC X(20).

      * Last-seen epoch as YYYY-MM-DD HH:MM.
       01 WS-DAY-INT                  PIC 9(9) COMP-5.
       01 WS-TOD-SECS                 PIC 9(9) COMP-5.
       01 WS-HH                       PIC 9(9) COMP-5.
       01 WS-MM                       PIC 9(9) COMP-5.
       01 WS-YYYYMMDD                 PIC 9(8).
       01 WS-STAMP-TEXT.
           05 WS-ST-YYYY              PIC 9(4).
           05 FILLER                  PIC X VALUE "-".
           05 WS-ST-MO                PIC 99.
           05 FILLER                  PIC X VALUE "-".
           05 WS-ST-DD                PIC 99.
           05 FILLER                  PIC X VALUE " ".
           05 WS-ST-HH                PIC 99.
           05 FILLER                  PIC X VALUE ":".
           05 WS-ST-MI                PIC 99.
       01 WS-DISP-NIGHTS              PIC Z(5)9.
       01 WS-DISP-NUM                 PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-MAP
           IF NOT CANNOT-RUN
               PERFORM 3000-LIST-ALIASES
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT ALIAS-FILE
           IF WS-AF-STATUS = "00"
               READ ALIAS-FILE
                   AT END CONTINUE
                   NOT AT END MOVE ALIAS-REC TO WS-WANT-ALIAS
               END-READ
               CLOSE ALIAS-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           IF WS-WANT-ALIAS = SPACES
               STRING "MFCR133 - OUTAGE IMPACT MAP, ALL DATABASES"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "MFCR133 - OUTAGE IMPACT MAP FOR DATABASE "
                   WS-WANT-ALIAS
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       2000-LOAD-MAP.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT MAP-FILE
           IF WS-IP-STATUS NOT = "00"
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "NO IMPACT MAP MFCIMPS - RUN MFCCIMPM FIRST"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               SET CANNOT-RUN TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ MAP-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       IF WS-WANT-ALIAS = SPACES
                           OR MFC-IP-DB-ALIAS = WS-WANT-ALIAS
                           PERFORM 2100-KEEP-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAP-FILE.

       2100-KEEP-ENTRY.
           IF WS-IP-COUNT >= WS-MAX-ENTRIES
               DISPLAY "MFCR133: MAP TABLE FULL, ENTRY NOT LISTED "
                   MFC-IP-DB-ALIAS " " MFC-IP-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IP-COUNT
           MOVE MFC-IMPACT-MAP-REC TO WS-IP-IMAGE(WS-IP-COUNT)
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-AL-COUNT OR KY-FOUND
               IF WS-AL-ALIAS(WS-AX) = MFC-IP-DB-ALIAS
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT KY-FOUND AND WS-AL-COUNT < WS-MAX-ALIASES
               ADD 1 TO WS-AL-COUNT
               MOVE MFC-IP-DB-ALIAS TO WS-AL-ALIAS(WS-AL-COUNT)
           END-IF.

       3000-LIST-ALIASES.
           IF WS-AL-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "NOTHING ON THE IMPACT MAP FOR " WS-WANT-ALIAS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-AL-COUNT
               MOVE WS-AL-ALIAS(WS-AX) TO WS-CUR-ALIAS
               PERFORM 3100-LIST-ONE-ALIAS
           END-PERFORM.

       3100-LIST-ONE-ALIAS.
           ADD 1 TO WS-ALIASES-LISTED
           MOVE 0 TO WS-DEPENDENTS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DATABASE " WS-CUR-ALIAS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  DEPENDENT    NAME                             "
               "LAST SEEN        NIGHTS DETAIL"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 6
               MOVE WS-TYPE-ORDER(WS-TX:1) TO WS-CUR-TYPE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-IP-COUNT
                   MOVE WS-IP-IMAGE(WS-IDX) TO MFC-IMPACT-MAP-REC
                   IF MFC-IP-DB-ALIAS = WS-CUR-ALIAS
                       AND MFC-IP-DEP-TYPE = WS-CUR-TYPE
                       PERFORM 3200-LIST-ONE-ENTRY
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE WS-DEPENDENTS TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "  DEPENDENTS ON THE MAP " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       3200-LIST-ONE-ENTRY.
           ADD 1 TO WS-DEPENDENTS
           EVALUATE TRUE
               WHEN MFC-IP-TEAM
                   MOVE "OWNING TEAM" TO WS-TYPE-NAME
               WHEN MFC-IP-HADR-PARTNER
                   MOVE "HADR PARTNER" TO WS-TYPE-NAME
               WHEN MFC-IP-APPLICATION
                   MOVE "APPLICATION" TO WS-TYPE-NAME
               WHEN MFC-IP-CLASS
                   MOVE "WORKLOAD" TO WS-TYPE-NAME
               WHEN MFC-IP-HOST-LINK
                   MOVE "HOST LINK" TO WS-TYPE-NAME
               WHEN MFC-IP-NODE
                   MOVE "CATALOG NODE" TO WS-TYPE-NAME
           END-EVALUATE
           PERFORM 5000-FORMAT-STAMP
           MOVE MFC-IP-OBSERVATIONS TO WS-DISP-NIGHTS
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-TYPE-NAME " " MFC-IP-NAME " "
               WS-STAMP-TEXT " " WS-DISP-NIGHTS " " MFC-IP-DETAIL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * MFC-IP-LAST-SEEN-SECS on the site clock into WS-STAMP-TEXT.
       5000-FORMAT-STAMP.
           DIVIDE MFC-IP-LAST-SEEN-SECS BY 86400 GIVING WS-DAY-INT
               REMAINDER WS-TOD-SECS
           ADD WS-EPOCH-OFFSET-DAYS TO WS-DAY-INT
           COMPUTE WS-YYYYMMDD = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-YYYYMMDD(1:4) TO WS-ST-YYYY
           MOVE WS-YYYYMMDD(5:2) TO WS-ST-MO
           MOVE WS-YYYYMMDD(7:2) TO WS-ST-DD
           DIVIDE WS-TOD-SECS BY 3600 GIVING WS-HH REMAINDER WS-MM
           DIVIDE WS-MM BY 60 GIVING WS-MM
           MOVE WS-HH TO WS-ST-HH
           MOVE WS-MM TO WS-ST-MI.

       9000-TERMINATE.
           CLOSE REPORT-FILE
           EVALUATE TRUE
               WHEN CANNOT-RUN
                   MOVE 12 TO RETURN-CODE
               WHEN WS-AL-COUNT = 0 AND WS-WANT-ALIAS NOT = SPACES
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
