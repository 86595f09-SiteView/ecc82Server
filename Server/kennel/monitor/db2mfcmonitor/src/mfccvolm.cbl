      ***********************************************************************
      *
      *  Source File Name = MFCCVOLM.CBL
      *
      *  Function = Container-to-storage-volume map builder.
      *
      *             MFCR004 lists container paths but nothing of the
      *             storage behind them, and two busy table spaces on
      *             one overloaded volume look like a DB2 problem. Run
      *             after MFCCTBS, this program maps every container on
      *             the extract (MFCTCNTO, owning table space names off
      *             MFCTBSPO) onto the storage team's volume inventory
      *             MFCVOLI (mfcvoli.cbl): a container is on the volume
      *             with the longest path prefix matching the front of
      *             its path up to a directory separator. A container
      *             matching no prefix is kept on the map with a blank
      *             volume, for MFCR134 to flag.
      *
      *             The MFCCTBS extract carries no database name, so
      *             the database comes off the one-line alias card
      *             MFCCVOLA (the MFCR004A idiom; a missing card is
      *             *LOCAL*) - the database name as the snapshot
      *             reports it, so MFCR134 can join the map to the
      *             table space I/O times MFCCTSIO collects.
      *
      *             The map (mfcvcmp.cbl) is carried MFCVMAPS in,
      *             MFCVMAPT out: the database's containers are
      *             replaced and every other database's kept, so run
      *             once per database the map covers the instance.
      *             Without the container extract or the inventory
      *             nothing can be mapped; the map is carried forward
      *             as it was and the return code is 12.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCVOLM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALIAS-FILE ASSIGN TO "MFCCVOLA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AF-STATUS.
           SELECT TABLESPACE-FILE ASSIGN TO "MFCTBSPO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TB-STATUS.
           SELECT CONTAINER-FILE ASSIGN TO "MFCTCNTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.
           SELECT VOLUME-FILE ASSIGN TO "MFCVOLI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VI-STATUS.
           SELECT STATE-IN-FILE ASSIGN TO "MFCVMAPS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.
           SELECT STATE-OUT-FILE ASSIGN TO "MFCVMAPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
           SELECT ACCT-FILE ASSIGN TO "MFCRUNLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALIAS-FILE
           RECORDING MODE IS F.
       01 ALIAS-REC                   PIC X(20).
       FD  TABLESPACE-FILE
           RECORDING MODE IS F.
           COPY "mfctbsp.cbl".
       FD  CONTAINER-FILE
           RECORDING MODE IS F.
           COPY "mfctcnt.cbl".
       FD  VOLUME-FILE
           RECORDING MODE IS F.
           COPY "mfcvoli.cbl".
       FD  STATE-IN-FILE
           RECORDING MODE IS F.
           COPY "mfcvcmp.cbl".
      * Written FROM the map record the STATE-IN FD declares; the
      * length must match mfcvcmp.cbl.
       FD  STATE-OUT-FILE
           RECORDING MODE IS F.
       01 STATE-OUT-REC               PIC X(152).
       FD  ACCT-FILE
           RECORDING MODE IS F.
           COPY "mfcracct.cbl".
       WORKING-STORAGE SECTION.
      * End-of-run accounting for the common run ledger
      * (MFCRACCT.CBL/MFCURACC.CBL).
       01 WS-RN-STATUS                PIC XX.
       01 WS-RN-PROGRAM               PIC X(8) VALUE "MFCCVOLM".
       01 WS-ACCT-START-SECS          PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-READ                PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-WRITTEN             PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-SQLCODE             PIC S9(9) COMP-5 VALUE 0.
       01 WS-ACCT-STATUS              PIC X(8)
                                       VALUE "COMPLETE".
       01 WS-AF-STATUS                PIC XX.
       01 WS-TB-STATUS                PIC XX.
       01 WS-TC-STATUS                PIC XX.
       01 WS-VI-STATUS                PIC XX.
       01 WS-SI-STATUS                PIC XX.
       01 WS-SO-STATUS                PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-CANNOT-MAP               PIC X VALUE "N".
           88 CANNOT-MAP              VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".

       01 WS-CUR-DB-NAME              PIC X(20) VALUE "*LOCAL*".
       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.
       01 WS-PFX-LEN                  PIC 9(4) COMP-5.
       01 WS-BEST-LEN                 PIC 9(4) COMP-5.
       01 WS-NEXT-CHAR                PIC X(1).
       01 WS-DISP-ID                  PIC Z(8)9.
       01 WS-DISP-LEAD                PIC 9(4) COMP-5.
       01 WS-UNMAPPED                 PIC 9(9) COMP-5 VALUE 0.

      * The storage team's inventory, prefix lengths worked out once.
       01 WS-MAX-VOLUMES              PIC 9(9) COMP-5 VALUE 1000.
       01 WS-VI-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-VOLUME-TABLE.
           05 WS-VI-ENTRY OCCURS 1000 TIMES.
              10 WS-VI-PREFIX         PIC X(64).
              10 WS-VI-PREFIX-LEN     PIC 9(4) COMP-5.
              10 WS-VI-VOLUME-ID      PIC X(20).
              10 WS-VI-ARRAY          PIC X(20).

      * Table space id to name, off the MFCCTBS extract.
       01 WS-MAX-TS                   PIC 9(9) COMP-5 VALUE 500.
       01 WS-TS-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-TS-TABLE.
           05 WS-TS-ENTRY OCCURS 500 TIMES.
              10 WS-TS-ID             PIC 9(9) COMP-5.
              10 WS-TS-NAME           PIC X(20).

      * The map: other databases' rows carried, this one's rebuilt.
       01 WS-MAX-ENTRIES              PIC 9(9) COMP-5 VALUE 5000.
       01 WS-VC-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-MAP-TABLE.
           05 WS-VC-ENTRY OCCURS 5000 TIMES.
              10 WS-VC-IMAGE          PIC X(152).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "MFCUTIME" USING WS-ACCT-START-SECS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-VOLUMES
           PERFORM 2500-LOAD-TABLESPACES
           PERFORM 3000-LOAD-MAP
           IF NOT CANNOT-MAP
               PERFORM 4000-MAP-CONTAINERS
           END-IF
           PERFORM 6000-WRITE-NEW-MAP
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           CALL "MFCUTIME" USING WS-NOW-SECS
           OPEN INPUT ALIAS-FILE
           IF WS-AF-STATUS = "00"
               READ ALIAS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ALIAS-REC NOT = SPACES
                           MOVE ALIAS-REC TO WS-CUR-DB-NAME
                       END-IF
               END-READ
               CLOSE ALIAS-FILE
           END-IF.

       2000-LOAD-VOLUMES.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT VOLUME-FILE
           IF WS-VI-STATUS NOT = "00"
               DISPLAY "MFCCVOLM: NO VOLUME INVENTORY (MFCVOLI) - "
                   "MAP CARRIED FORWARD UNCHANGED"
               SET CANNOT-MAP TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ VOLUME-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCT-READ
                       PERFORM 2100-NOTE-VOLUME
               END-READ
           END-PERFORM
           CLOSE VOLUME-FILE.

       2100-NOTE-VOLUME.
           IF MFC-VI-PATH-PREFIX = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-VI-COUNT >= WS-MAX-VOLUMES
               DISPLAY "MFCCVOLM: VOLUME TABLE FULL, IGNORED "
                   MFC-VI-VOLUME-ID
               MOVE "DEGRADED" TO WS-ACCT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 64 TO WS-PFX-LEN
           PERFORM UNTIL WS-PFX-LEN = 0
                   OR MFC-VI-PATH-PREFIX(WS-PFX-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-PFX-LEN
           END-PERFORM
           ADD 1 TO WS-VI-COUNT
           MOVE MFC-VI-PATH-PREFIX TO WS-VI-PREFIX(WS-VI-COUNT)
           MOVE WS-PFX-LEN TO WS-VI-PREFIX-LEN(WS-VI-COUNT)
           MOVE MFC-VI-VOLUME-ID TO WS-VI-VOLUME-ID(WS-VI-COUNT)
           MOVE MFC-VI-ARRAY TO WS-VI-ARRAY(WS-VI-COUNT).

       2500-LOAD-TABLESPACES.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT TABLESPACE-FILE
           IF WS-TB-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ TABLESPACE-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCT-READ
                       IF WS-TS-COUNT < WS-MAX-TS
                           ADD 1 TO WS-TS-COUNT
                           MOVE MFC-TB-ID TO WS-TS-ID(WS-TS-COUNT)
                           MOVE MFC-TB-NAME TO WS-TS-NAME(WS-TS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TABLESPACE-FILE.

      * This database's old rows are dropped only when there is a
      * container extract to replace them from.
       3000-LOAD-MAP.
           IF NOT CANNOT-MAP
               OPEN INPUT CONTAINER-FILE
               IF WS-TC-STATUS NOT = "00"
                   DISPLAY "MFCCVOLM: NO CONTAINER EXTRACT (MFCTCNTO) "
                       "- MAP CARRIED FORWARD UNCHANGED"
                   SET CANNOT-MAP TO TRUE
               END-IF
           END-IF
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT STATE-IN-FILE
           IF WS-SI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ STATE-IN-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       IF MFC-VC-DB-NAME NOT = WS-CUR-DB-NAME
                           OR CANNOT-MAP
                           PERFORM 3100-KEEP-MAP-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATE-IN-FILE.

       3100-KEEP-MAP-ROW.
           IF WS-VC-COUNT >= WS-MAX-ENTRIES
               DISPLAY "MFCCVOLM: MAP TABLE FULL, ROW DROPPED "
                   MFC-VC-DB-NAME " " MFC-VC-CONTAINER-NAME
               MOVE "DEGRADED" TO WS-ACCT-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VC-COUNT
           MOVE MFC-VOL-CONTAINER-REC TO WS-VC-IMAGE(WS-VC-COUNT).

      ***********************************************************************
      * Each container on the extract onto its volume.
      ***********************************************************************
       4000-MAP-CONTAINERS.
           MOVE "N" TO WS-EOF-IN
           PERFORM UNTIL EOF-IN
               READ CONTAINER-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCT-READ
                       PERFORM 4100-MAP-ONE-CONTAINER
               END-READ
           END-PERFORM
           CLOSE CONTAINER-FILE
           IF WS-UNMAPPED > 0
               DISPLAY "MFCCVOLM: " WS-UNMAPPED " CONTAINERS OF "
                   WS-CUR-DB-NAME " ON NO KNOWN VOLUME"
           END-IF.

       4100-MAP-ONE-CONTAINER.
           IF WS-VC-COUNT >= WS-MAX-ENTRIES
               DISPLAY "MFCCVOLM: MAP TABLE FULL, NOT MAPPED "
                   MFC-TC-NAME
               MOVE "DEGRADED" TO WS-ACCT-STATUS
               EXIT PARAGRAPH
           END-IF
           INITIALIZE MFC-VOL-CONTAINER-REC
           MOVE WS-CUR-DB-NAME TO MFC-VC-DB-NAME
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TS-COUNT OR KY-FOUND
               IF WS-TS-ID(WS-IDX) = MFC-TC-TBS-ID
                   SET KY-FOUND TO TRUE
                   MOVE WS-TS-NAME(WS-IDX) TO MFC-VC-TBSP-NAME
               END-IF
           END-PERFORM
           IF NOT KY-FOUND
               MOVE MFC-TC-TBS-ID TO WS-DISP-ID
               MOVE 0 TO WS-DISP-LEAD
               INSPECT WS-DISP-ID TALLYING WS-DISP-LEAD
                   FOR LEADING SPACE
               STRING "TS#" WS-DISP-ID(WS-DISP-LEAD + 1:)
                   DELIMITED BY SIZE INTO MFC-VC-TBSP-NAME
           END-IF
           MOVE MFC-TC-CONTAINER-ID TO MFC-VC-CONTAINER-ID
           MOVE MFC-TC-NAME TO MFC-VC-CONTAINER-NAME
           MOVE WS-NOW-SECS TO MFC-VC-MAPPED-SECS
           PERFORM 4200-FIND-VOLUME
           IF WS-HIT-IDX > 0
               MOVE WS-VI-VOLUME-ID(WS-HIT-IDX) TO MFC-VC-VOLUME-ID
               MOVE WS-VI-ARRAY(WS-HIT-IDX) TO MFC-VC-ARRAY
           ELSE
               ADD 1 TO WS-UNMAPPED
           END-IF
           ADD 1 TO WS-VC-COUNT
           MOVE MFC-VOL-CONTAINER-REC TO WS-VC-IMAGE(WS-VC-COUNT).

      * Longest prefix that matches the front of the path and ends
      * at a separator - its own last character, or the path's next.
       4200-FIND-VOLUME.
           MOVE 0 TO WS-HIT-IDX
           MOVE 0 TO WS-BEST-LEN
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-VI-COUNT
               MOVE WS-VI-PREFIX-LEN(WS-IDX) TO WS-PFX-LEN
               IF WS-PFX-LEN > WS-BEST-LEN
                   AND MFC-TC-NAME(1:WS-PFX-LEN) =
                       WS-VI-PREFIX(WS-IDX)(1:WS-PFX-LEN)
                   IF WS-PFX-LEN < 64
                       MOVE MFC-TC-NAME(WS-PFX-LEN + 1:1)
                           TO WS-NEXT-CHAR
                   ELSE
                       MOVE SPACE TO WS-NEXT-CHAR
                   END-IF
                   IF WS-NEXT-CHAR = "/" OR "\" OR SPACE
                       OR WS-VI-PREFIX(WS-IDX)(WS-PFX-LEN:1) = "/"
                       OR WS-VI-PREFIX(WS-IDX)(WS-PFX-LEN:1) = "\"
                       MOVE WS-IDX TO WS-HIT-IDX
                       MOVE WS-PFX-LEN TO WS-BEST-LEN
                   END-IF
               END-IF
           END-PERFORM.

       6000-WRITE-NEW-MAP.
           OPEN OUTPUT STATE-OUT-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-VC-COUNT
               MOVE WS-VC-IMAGE(WS-IDX) TO MFC-VOL-CONTAINER-REC
               WRITE STATE-OUT-REC FROM MFC-VOL-CONTAINER-REC
               ADD 1 TO WS-ACCT-WRITTEN
           END-PERFORM
           CLOSE STATE-OUT-FILE.

       9000-TERMINATE.
           IF CANNOT-MAP
               MOVE "FAILED" TO WS-ACCT-STATUS
           END-IF
           OPEN EXTEND ACCT-FILE
           IF WS-RN-STATUS = "35"
               OPEN OUTPUT ACCT-FILE
           END-IF
           CALL "MFCURACC" USING WS-RN-PROGRAM
               WS-ACCT-START-SECS WS-ACCT-READ
               WS-ACCT-WRITTEN WS-ACCT-SQLCODE
               WS-ACCT-STATUS MFC-RUN-ACCT-REC
           WRITE MFC-RUN-ACCT-REC
           CLOSE ACCT-FILE
           IF CANNOT-MAP
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
