      ***********************************************************************
      *
      *  Source File Name = MFCR130.CBL
      *
      *  Function = Dormant authorization report and revoke proposals.
      *
      *             Crosses the authorization extract MFCAUTHO against
      *             the last-seen master MFCLSENS (mfclsen.cbl, kept by
      *             MFCCLSEN) and lists every AUTH-ID that holds any
      *             authority on the database but has not been seen
      *             there - connected, running a statement or
      *             completing a unit of work - for DORMANT-DAYS
      *             (MFCR130P, MFCTHR.CBL convention, default 90), or
      *             has never been seen at all, with the authorities it
      *             holds and when and how it was last seen.
      *
      *             MFCAUTHO carries no alias; as in MFCARCRT the
      *             database it was collected against comes off the
      *             one-line worklist MFCRCALS, and the master entries
      *             for that database name are the ones consulted. With
      *             no alias the latest sighting on any database
      *             counts.
      *
      *             Nothing is judged until the master covers the
      *             whole dormancy period: collection is taken to have
      *             started at the earliest first sighting on the
      *             master (for the database, when there is an alias).
      *             While that is later than DORMANT-DAYS ago an id not
      *             seen since is listed as NOT YET JUDGEABLE - neither
      *             NEVER nor dormant - and gets no proposal.
      *
      *             Each dormant id gets proposed-revoke rows on
      *             MFCRVKPO (mfcrvkp.cbl) for the security team to
      *             action: a REVOKE ... ON DATABASE statement for its
      *             database authorities and a group-removal note for
      *             its instance authorities. Nothing is revoked here.
      *
      *             The listing goes to MFCR130O. Return code 4 when any
      *             id is dormant; 12 when the extract or the master is
      *             missing, since without the master every id would be
      *             proposed for revoke.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR130.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR130P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ALIAS-FILE ASSIGN TO "MFCRCALS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AF-STATUS.
           SELECT AUTH-FILE ASSIGN TO "MFCAUTHO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MFCLSENS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LN-STATUS.
           SELECT PROPOSAL-FILE ASSIGN TO "MFCRVKPO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RV-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR130O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  ALIAS-FILE
           RECORDING MODE IS F.
       01 ALIAS-REC                   PIC X(20).
       FD  AUTH-FILE
           RECORDING MODE IS F.
           COPY "mfcauth.cbl".
       FD  MASTER-FILE
           RECORDING MODE IS F.
           COPY "mfclsen.cbl".
       FD  PROPOSAL-FILE
           RECORDING MODE IS F.
           COPY "mfcrvkp.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-AF-STATUS                PIC XX.
       01 WS-AU-STATUS                PIC XX.
       01 WS-LN-STATUS                PIC XX.
       01 WS-RV-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-CANNOT-RUN               PIC X VALUE "N".
           88 CANNOT-RUN              VALUE "Y".

      * Parameters (MFCR130P).
       01 WS-DORMANT-DAYS             PIC 9(9) COMP-5 VALUE 90.

       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-CUTOFF-SECS              PIC 9(9) COMP-5.
       01 WS-CUR-ALIAS                PIC X(20) VALUE SPACES.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-HOLDERS                  PIC 9(9) COMP-5 VALUE 0.
       01 WS-DORMANT                  PIC 9(9) COMP-5 VALUE 0.
       01 WS-NEVER-SEEN               PIC 9(9) COMP-5 VALUE 0.
       01 WS-NOT-JUDGEABLE            PIC 9(9) COMP-5 VALUE 0.
       01 WS-COLLECT-START-SECS       PIC 9(9) COMP-5 VALUE 0.
       01 WS-PROPOSALS                PIC 9(9) COMP-5 VALUE 0.

      * This id's latest sighting on the master.
       01 WS-SEEN-SECS                PIC 9(9) COMP-5.
       01 WS-SEEN-SOURCE              PIC X(8).
       01 WS-SEEN-DB-NAME             PIC X(20).
       01 WS-DAYS-DORMANT             PIC 9(9) COMP-5.

      * What this id holds.
       01 WS-AUTH-TEXT                PIC X(80).
       01 WS-AUTH-PTR                 PIC 9(4) COMP-5.
       01 WS-ACTION-TEXT              PIC X(120).
       01 WS-ACTION-PTR               PIC 9(4) COMP-5.
       01 WS-ACTION-ITEMS             PIC 9(4) COMP-5.

      * Last-seen master entries.
       01 WS-MAX-ENTRIES              PIC 9(9) COMP-5 VALUE 5000.
       01 WS-LN-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-MASTER-TABLE.
           05 WS-LN-ENTRY OCCURS 5000 TIMES.
              10 WS-LN-AUTH-ID        PIC X(20).
              10 WS-LN-DB-NAME        PIC X(20).
              10 WS-LN-LAST-SEEN-SECS PIC 9(9) COMP-5.
              10 WS-LN-LAST-SOURCE    PIC X(8).

       01 WS-STAMP                    PIC Z(9)9.
       01 WS-DISP-NUM                 PIC Z(8)9.
       01 WS-DISP-DAYS                PIC Z(4)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-MASTER
           IF NOT CANNOT-RUN
               PERFORM 3000-CHECK-AUTHORIZATIONS
           END-IF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           IF MFC-THR-NAME = "DORMANT-DAYS"
                               MOVE MFC-THR-VALUE TO WS-DORMANT-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           CALL "MFCUTIME" USING WS-NOW-SECS
           IF WS-NOW-SECS > WS-DORMANT-DAYS * 86400
               COMPUTE WS-CUTOFF-SECS =
                   WS-NOW-SECS - WS-DORMANT-DAYS * 86400
           ELSE
               MOVE 0 TO WS-CUTOFF-SECS
           END-IF
           OPEN INPUT ALIAS-FILE
           IF WS-AF-STATUS = "00"
               READ ALIAS-FILE
                   AT END CONTINUE
                   NOT AT END MOVE ALIAS-REC TO WS-CUR-ALIAS
               END-READ
               CLOSE ALIAS-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT PROPOSAL-FILE
           MOVE WS-DORMANT-DAYS TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "MFCR130 - AUTHORIZATIONS DORMANT OVER " WS-DISP-NUM
               " DAYS, DATABASE " WS-CUR-ALIAS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "AUTH-ID              LAST SEEN ON         "
               " LAST-SEEN DAYS SOURCE   AUTHORITIES"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       2000-LOAD-MASTER.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT MASTER-FILE
           IF WS-LN-STATUS NOT = "00"
               MOVE SPACES TO REPORT-LINE
               STRING "NO LAST-SEEN MASTER MFCLSENS - NOTHING CAN BE "
                   "JUDGED DORMANT"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               SET CANNOT-RUN TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ MASTER-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       PERFORM 2100-NOTE-COLLECT-START
                       IF WS-LN-COUNT < WS-MAX-ENTRIES
                           ADD 1 TO WS-LN-COUNT
                           MOVE MFC-LN-AUTH-ID
                               TO WS-LN-AUTH-ID(WS-LN-COUNT)
                           MOVE MFC-LN-DB-NAME
                               TO WS-LN-DB-NAME(WS-LN-COUNT)
                           MOVE MFC-LN-LAST-SEEN-SECS
                               TO WS-LN-LAST-SEEN-SECS(WS-LN-COUNT)
                           MOVE MFC-LN-LAST-SOURCE
                               TO WS-LN-LAST-SOURCE(WS-LN-COUNT)
                       ELSE
                           DISPLAY "MFCR130: MASTER TABLE FULL, ENTRY "
                               "NOT CONSIDERED " MFC-LN-AUTH-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           IF WS-COLLECT-START-SECS = 0
               OR WS-COLLECT-START-SECS > WS-CUTOFF-SECS
               MOVE WS-COLLECT-START-SECS TO WS-STAMP
               MOVE SPACES TO REPORT-LINE
               STRING "LAST-SEEN COLLECTION STARTED " WS-STAMP
                   " - IDS NOT SEEN SINCE ARE NOT YET JUDGEABLE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Collection start is the earliest first sighting on the master
      * for this database (any database when there is no alias).
       2100-NOTE-COLLECT-START.
           IF WS-CUR-ALIAS NOT = SPACES
               AND MFC-LN-DB-NAME NOT = WS-CUR-ALIAS
               EXIT PARAGRAPH
           END-IF
           IF MFC-LN-FIRST-SEEN-SECS > 0
               AND (WS-COLLECT-START-SECS = 0
                   OR MFC-LN-FIRST-SEEN-SECS < WS-COLLECT-START-SECS)
               MOVE MFC-LN-FIRST-SEEN-SECS TO WS-COLLECT-START-SECS
           END-IF.

       3000-CHECK-AUTHORIZATIONS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT AUTH-FILE
           IF WS-AU-STATUS NOT = "00"
               MOVE SPACES TO REPORT-LINE
               STRING "NO AUTHORIZATION EXTRACT MFCAUTHO"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               SET CANNOT-RUN TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ AUTH-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       PERFORM 3100-JUDGE-ONE-ID
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE.

      * Only ids that hold something can be dormant holders.
       3100-JUDGE-ONE-ID.
           PERFORM 3200-NOTE-AUTHORITIES
           IF WS-AUTH-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOLDERS
           PERFORM 3300-FIND-LAST-SEEN
           IF WS-SEEN-SECS >= WS-CUTOFF-SECS AND WS-SEEN-SECS > 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-COLLECT-START-SECS = 0
               OR WS-COLLECT-START-SECS > WS-CUTOFF-SECS
               ADD 1 TO WS-NOT-JUDGEABLE
               STRING MFC-AU-AUTH-ID " " WS-CUR-ALIAS " "
                   "NOT YET JUDGEABLE        " WS-AUTH-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DORMANT
           IF WS-SEEN-SECS = 0
               ADD 1 TO WS-NEVER-SEEN
               MOVE 0 TO WS-DAYS-DORMANT
               STRING MFC-AU-AUTH-ID " " WS-CUR-ALIAS " "
                   "     NEVER    -          " WS-AUTH-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               COMPUTE WS-DAYS-DORMANT =
                   (WS-NOW-SECS - WS-SEEN-SECS) / 86400
               MOVE WS-SEEN-SECS TO WS-STAMP
               MOVE WS-DAYS-DORMANT TO WS-DISP-DAYS
               STRING MFC-AU-AUTH-ID " " WS-SEEN-DB-NAME " "
                   WS-STAMP WS-DISP-DAYS " " WS-SEEN-SOURCE " "
                   WS-AUTH-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           PERFORM 4000-PROPOSE-DB-REVOKE
           PERFORM 4100-PROPOSE-GROUP-REMOVAL.

       3200-NOTE-AUTHORITIES.
           MOVE SPACES TO WS-AUTH-TEXT
           MOVE 1 TO WS-AUTH-PTR
           IF MFC-AU-SYSADM = "Y"
               STRING "SYSADM " DELIMITED BY SIZE
                   INTO WS-AUTH-TEXT WITH POINTER WS-AUTH-PTR
           END-IF
           IF MFC-AU-DBADM = "Y"
               STRING "DBADM " DELIMITED BY SIZE
                   INTO WS-AUTH-TEXT WITH POINTER WS-AUTH-PTR
           END-IF
           IF MFC-AU-SYSCTRL = "Y"
               STRING "SYSCTRL " DELIMITED BY SIZE
                   INTO WS-AUTH-TEXT WITH POINTER WS-AUTH-PTR
           END-IF
           IF MFC-AU-SYSMAINT = "Y"
               STRING "SYSMAINT " DELIMITED BY SIZE
                   INTO WS-AUTH-TEXT WITH POINTER WS-AUTH-PTR
           END-IF
           IF MFC-AU-SYSMON = "Y"
               STRING "SYSMON " DELIMITED BY SIZE
                   INTO WS-AUTH-TEXT WITH POINTER WS-AUTH-PTR
           END-IF
           IF MFC-AU-SECURITY-ADMIN = "Y"
               STRING "SECADM " DELIMITED BY SIZE
                   INTO WS-AUTH-TEXT WITH POINTER WS-AUTH-PTR
           END-IF
           IF MFC-AU-LOAD = "Y"
               STRING "LOAD " DELIMITED BY SIZE
                   INTO WS-AUTH-TEXT WITH POINTER WS-AUTH-PTR
           END-IF
           IF MFC-AU-BINDADD = "Y"
               STRING "BINDADD " DELIMITED BY SIZE
                   INTO WS-AUTH-TEXT WITH POINTER WS-AUTH-PTR
           END-IF
           IF MFC-AU-CONNECT = "Y"
               STRING "CONNECT " DELIMITED BY SIZE
                   INTO WS-AUTH-TEXT WITH POINTER WS-AUTH-PTR
           END-IF
           IF MFC-AU-CREATETAB = "Y"
               STRING "CREATETAB " DELIMITED BY SIZE
                   INTO WS-AUTH-TEXT WITH POINTER WS-AUTH-PTR
           END-IF.

      * Latest sighting of the id on this database (any database when
      * there is no alias) into WS-SEEN-*, zero when never seen.
       3300-FIND-LAST-SEEN.
           MOVE 0 TO WS-SEEN-SECS
           MOVE SPACES TO WS-SEEN-SOURCE
           MOVE WS-CUR-ALIAS TO WS-SEEN-DB-NAME
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LN-COUNT
               IF WS-LN-AUTH-ID(WS-IDX) = MFC-AU-AUTH-ID
                   AND (WS-CUR-ALIAS = SPACES
                       OR WS-LN-DB-NAME(WS-IDX) = WS-CUR-ALIAS)
                   AND WS-LN-LAST-SEEN-SECS(WS-IDX) > WS-SEEN-SECS
                   MOVE WS-LN-LAST-SEEN-SECS(WS-IDX) TO WS-SEEN-SECS
                   MOVE WS-LN-LAST-SOURCE(WS-IDX) TO WS-SEEN-SOURCE
                   MOVE WS-LN-DB-NAME(WS-IDX) TO WS-SEEN-DB-NAME
               END-IF
           END-PERFORM.

      ***********************************************************************
      * Proposed-revoke rows.
      ***********************************************************************
       4000-PROPOSE-DB-REVOKE.
           MOVE SPACES TO WS-ACTION-TEXT
           MOVE 1 TO WS-ACTION-PTR
           MOVE 0 TO WS-ACTION-ITEMS
           STRING "REVOKE " DELIMITED BY SIZE
               INTO WS-ACTION-TEXT WITH POINTER WS-ACTION-PTR
           IF MFC-AU-DBADM = "Y"
               PERFORM 4900-ACTION-SEPARATOR
               STRING "DBADM" DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT WITH POINTER WS-ACTION-PTR
           END-IF
           IF MFC-AU-SECURITY-ADMIN = "Y"
               PERFORM 4900-ACTION-SEPARATOR
               STRING "SECADM" DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT WITH POINTER WS-ACTION-PTR
           END-IF
           IF MFC-AU-LOAD = "Y"
               PERFORM 4900-ACTION-SEPARATOR
               STRING "LOAD" DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT WITH POINTER WS-ACTION-PTR
           END-IF
           IF MFC-AU-BINDADD = "Y"
               PERFORM 4900-ACTION-SEPARATOR
               STRING "BINDADD" DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT WITH POINTER WS-ACTION-PTR
           END-IF
           IF MFC-AU-CONNECT = "Y"
               PERFORM 4900-ACTION-SEPARATOR
               STRING "CONNECT" DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT WITH POINTER WS-ACTION-PTR
           END-IF
           IF MFC-AU-CREATETAB = "Y"
               PERFORM 4900-ACTION-SEPARATOR
               STRING "CREATETAB" DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT WITH POINTER WS-ACTION-PTR
           END-IF
           IF WS-ACTION-ITEMS = 0
               EXIT PARAGRAPH
           END-IF
           STRING " ON DATABASE FROM USER " DELIMITED BY SIZE
               MFC-AU-AUTH-ID DELIMITED BY SPACE
               INTO WS-ACTION-TEXT WITH POINTER WS-ACTION-PTR
           MOVE "D" TO MFC-RV-ACTION-TYPE
           PERFORM 4500-WRITE-PROPOSAL.

       4100-PROPOSE-GROUP-REMOVAL.
           MOVE SPACES TO WS-ACTION-TEXT
           MOVE 1 TO WS-ACTION-PTR
           MOVE 0 TO WS-ACTION-ITEMS
           STRING "REMOVE USER " DELIMITED BY SIZE
               MFC-AU-AUTH-ID DELIMITED BY SPACE
               " FROM INSTANCE GROUP " DELIMITED BY SIZE
               INTO WS-ACTION-TEXT WITH POINTER WS-ACTION-PTR
           IF MFC-AU-SYSADM = "Y"
               PERFORM 4900-ACTION-SEPARATOR
               STRING "SYSADM_GROUP" DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT WITH POINTER WS-ACTION-PTR
           END-IF
           IF MFC-AU-SYSCTRL = "Y"
               PERFORM 4900-ACTION-SEPARATOR
               STRING "SYSCTRL_GROUP" DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT WITH POINTER WS-ACTION-PTR
           END-IF
           IF MFC-AU-SYSMAINT = "Y"
               PERFORM 4900-ACTION-SEPARATOR
               STRING "SYSMAINT_GROUP" DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT WITH POINTER WS-ACTION-PTR
           END-IF
           IF MFC-AU-SYSMON = "Y"
               PERFORM 4900-ACTION-SEPARATOR
               STRING "SYSMON_GROUP" DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT WITH POINTER WS-ACTION-PTR
           END-IF
           IF WS-ACTION-ITEMS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "G" TO MFC-RV-ACTION-TYPE
           PERFORM 4500-WRITE-PROPOSAL.

       4500-WRITE-PROPOSAL.
           MOVE WS-NOW-SECS TO MFC-RV-PROPOSED-SECS
           MOVE WS-CUR-ALIAS TO MFC-RV-DB-ALIAS
           MOVE MFC-AU-AUTH-ID TO MFC-RV-AUTH-ID
           MOVE WS-AUTH-TEXT TO MFC-RV-AUTHORITIES
           MOVE WS-SEEN-SECS TO MFC-RV-LAST-SEEN-SECS
           MOVE WS-DAYS-DORMANT TO MFC-RV-DAYS-DORMANT
           MOVE WS-ACTION-TEXT TO MFC-RV-ACTION-TEXT
           MOVE "PROPOSED" TO MFC-RV-STATUS
           WRITE MFC-REVOKE-PROPOSAL-REC
           ADD 1 TO WS-PROPOSALS
           MOVE SPACES TO REPORT-LINE
           STRING "    PROPOSED: " WS-ACTION-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       4900-ACTION-SEPARATOR.
           IF WS-ACTION-ITEMS > 0
               STRING ", " DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT WITH POINTER WS-ACTION-PTR
           END-IF
           ADD 1 TO WS-ACTION-ITEMS.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HOLDERS TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "IDS HOLDING AUTHORITY  " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DORMANT TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "DORMANT                " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NEVER-SEEN TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "  OF WHICH NEVER SEEN  " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NOT-JUDGEABLE TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "NOT YET JUDGEABLE      " WS-DISP-NUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PROPOSALS TO WS-DISP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "REVOKE PROPOSALS       " WS-DISP-NUM " (MFCRVKPO)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE PROPOSAL-FILE
           CLOSE REPORT-FILE
           EVALUATE TRUE
               WHEN CANNOT-RUN
                   MOVE 12 TO RETURN-CODE
               WHEN WS-DORMANT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
