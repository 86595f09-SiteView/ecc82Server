      ***********************************************************************
      *
      *  Source File Name = MFCCIMPM.CBL
      *
      *  Function = Outage impact map builder, run nightly.
      *
      *             When a database goes red on MFCR057 the bridge asks
      *             who is affected. This program keeps the answer on
      *             the impact map (mfcimpm.cbl), one entry per alias
      *             and dependent, from what the suite already sees:
      *
      *               - the application snapshot MFCWLDO - every
      *                 application name and workload class connected
      *                 to the database, stamped with its collection
      *                 epoch;
      *               - the DCS gateway extract MFCDCSGO - every host
      *                 link routed through the database, named by its
      *                 outbound application id less the last two
      *                 qualifiers (port or LU, and the connection
      *                 stamp) - the host's network address; the extract
      *                 carries no time of its own, so it is stamped
      *                 with the run's;
      *               - the database directory extract MFCDDIRO and
      *                 the node directory MFCNODE - the node each
      *                 remote alias is cataloged at and its host;
      *               - the database-master worklist MFCDBMI
      *                 (mfcdbm.cbl) - the owning team and the HADR
      *                 partner.
      *
      *             The snapshot and gateway rows carry the database
      *             name, while the bridge, the master and MFCALCOR's
      *             incidents go by catalog alias - and a remote alias
      *             is often cataloged under a name of its own. So the
      *             directory is loaded first, and each application,
      *             workload class and host link is noted under every
      *             alias whose directory entry names that database;
      *             only a database no entry names is noted under the
      *             database name itself.
      *
      *             The map is carried the MFCCLSEN way, MFCIMPS in and
      *             MFCIMPT out, and each entry counts the nights it
      *             was seen. Team and HADR partner entries follow the
      *             master: when MFCDBMI was read, one it no longer
      *             names is dropped. Any other entry unseen for
      *             KEEP-DAYS (MFCCIMPP, MFCTHR.CBL convention, default
      *             90) is dropped.
      *
      *             The impact report MFCR133 lists the map for an
      *             alias; MFCALCOR reads it to put an affected-services
      *             summary on each incident, which MFCTKTEX carries to
      *             the ticket.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCIMPM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCCIMPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT WORKLOAD-FILE ASSIGN TO "MFCWLDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.
           SELECT DCS-FILE ASSIGN TO "MFCDCSGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DG-STATUS.
           SELECT NODE-FILE ASSIGN TO "MFCNODE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NF-STATUS.
           SELECT DBDIR-FILE ASSIGN TO "MFCDDIRO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DD-STATUS.
           SELECT MASTER-IN-FILE ASSIGN TO "MFCDBMI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DM-STATUS.
           SELECT STATE-IN-FILE ASSIGN TO "MFCIMPS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.
           SELECT STATE-OUT-FILE ASSIGN TO "MFCIMPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
           SELECT ACCT-FILE ASSIGN TO "MFCRUNLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  WORKLOAD-FILE
           RECORDING MODE IS F.
           COPY "mfcwldo.cbl".
       FD  DCS-FILE
           RECORDING MODE IS F.
           COPY "mfcdcs.cbl".
       FD  NODE-FILE
           RECORDING MODE IS F.
           COPY "mfcnode.cbl".
       FD  DBDIR-FILE
           RECORDING MODE IS F.
           COPY "mfcddir.cbl".
       FD  MASTER-IN-FILE
           RECORDING MODE IS F.
           COPY "mfcdbm.cbl".
       FD  STATE-IN-FILE
           RECORDING MODE IS F.
           COPY "mfcimpm.cbl".
      * Written FROM the map record the STATE-IN FD declares; the
      * length must match mfcimpm.cbl.
       FD  STATE-OUT-FILE
           RECORDING MODE IS F.
       01 STATE-OUT-REC               PIC X(129).
       FD  ACCT-FILE
           RECORDING MODE IS F.
           COPY "mfcracct.cbl".
       WORKING-STORAGE SECTION.
      * End-of-run accounting for the common run ledger
      * (MFCRACCT.CBL/MFCURACC.CBL).
       01 WS-RN-STATUS                PIC XX.
       01 WS-RN-PROGRAM               PIC X(8) VALUE "MFCCIMPM".
       01 WS-ACCT-START-SECS          PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-READ                PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-WRITTEN             PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-SQLCODE             PIC S9(9) COMP-5 VALUE 0.
       01 WS-ACCT-STATUS              PIC X(8)
                                       VALUE "COMPLETE".
       01 WS-PARM-STATUS              PIC XX.
       01 WS-WO-STATUS                PIC XX.
       01 WS-DG-STATUS                PIC XX.
       01 WS-NF-STATUS                PIC XX.
       01 WS-DD-STATUS                PIC XX.
       01 WS-DM-STATUS                PIC XX.
       01 WS-SI-STATUS                PIC XX.
       01 WS-SO-STATUS                PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".
       01 WS-MASTER-READ              PIC X VALUE "N".
           88 MASTER-READ             VALUE "Y".

      * Parameters (MFCCIMPP).
       01 WS-KEEP-DAYS                PIC 9(9) COMP-5 VALUE 90.

       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-CUTOFF-SECS              PIC 9(9) COMP-5.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.
       01 WS-DISP-TIER                PIC 9.
       01 WS-DROPPED                  PIC 9(9) COMP-5 VALUE 0.

      * The dependency being noted.
       01 WS-CUR-KEY.
           05 WS-CUR-DB-ALIAS         PIC X(20).
           05 WS-CUR-DEP-TYPE         PIC X(1).
           05 WS-CUR-NAME             PIC X(32).
       01 WS-CUR-DETAIL               PIC X(64).
      * Database name of a snapshot or gateway row, before it is
      * turned into the aliases it is cataloged under.
       01 WS-CUR-DB-NAME              PIC X(20).
       01 WS-ALIAS-HITS               PIC 9(9) COMP-5.
       01 WS-CUR-SECS                 PIC 9(9) COMP-5.
       01 WS-DOT-POS                  PIC 9(4) COMP-5.
       01 WS-DOTS-SEEN                PIC 9(4) COMP-5.

      * Database directory, for the aliases of each database name
      * and the node of each remote alias.
       01 WS-MAX-DIR                  PIC 9(9) COMP-5 VALUE 500.
       01 WS-DIR-COUNT                PIC 9(9) COMP-5 VALUE 0.
       01 WS-DIR-IDX                  PIC 9(9) COMP-5.
       01 WS-DIR-TABLE.
           05 WS-DIR-ENTRY OCCURS 500 TIMES.
              10 WS-DIR-ALIAS         PIC X(8).
              10 WS-DIR-DBNAME        PIC X(8).
              10 WS-DIR-NODENAME      PIC X(8).
              10 WS-DIR-SECS          PIC 9(9) COMP-5.

      * Node directory, for the host of each cataloged node.
       01 WS-MAX-NODES                PIC 9(9) COMP-5 VALUE 500.
       01 WS-ND-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-NODE-TABLE.
           05 WS-ND-ENTRY OCCURS 500 TIMES.
              10 WS-ND-NODENAME       PIC X(8).
              10 WS-ND-DETAIL         PIC X(64).

      * The map: carried entries plus any first seen this run.
       01 WS-MAX-ENTRIES              PIC 9(9) COMP-5 VALUE 5000.
       01 WS-IP-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-MAP-TABLE.
           05 WS-IP-ENTRY OCCURS 5000 TIMES.
              10 WS-IP-KEY            PIC X(53).
              10 WS-IP-SEEN           PIC X(1).
              10 WS-IP-IMAGE          PIC X(129).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "MFCUTIME" USING WS-ACCT-START-SECS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-MAP
           PERFORM 2500-LOAD-DIRECTORY
           PERFORM 3000-READ-SNAPSHOT-ROWS
           PERFORM 3200-READ-DCS-ROWS
           PERFORM 3400-LOAD-NODES
           PERFORM 3500-READ-DIRECTORY
           PERFORM 3700-READ-MASTER
           PERFORM 6000-WRITE-NEW-MAP
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           IF MFC-THR-NAME = "KEEP-DAYS"
                               MOVE MFC-THR-VALUE TO WS-KEEP-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           CALL "MFCUTIME" USING WS-NOW-SECS
           IF WS-NOW-SECS > WS-KEEP-DAYS * 86400
               COMPUTE WS-CUTOFF-SECS =
                   WS-NOW-SECS - WS-KEEP-DAYS * 86400
           ELSE
               MOVE 0 TO WS-CUTOFF-SECS
           END-IF.

       2000-LOAD-MAP.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT STATE-IN-FILE
           IF WS-SI-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ STATE-IN-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF WS-IP-COUNT < WS-MAX-ENTRIES
                               ADD 1 TO WS-IP-COUNT
                               MOVE MFC-IMPACT-MAP-REC(1:53)
                                   TO WS-IP-KEY(WS-IP-COUNT)
                               MOVE "N" TO WS-IP-SEEN(WS-IP-COUNT)
                               MOVE MFC-IMPACT-MAP-REC
                                   TO WS-IP-IMAGE(WS-IP-COUNT)
                           ELSE
                               DISPLAY "MFCCIMPM: MAP TABLE FULL, "
                                   "ENTRY DROPPED " MFC-IP-DB-ALIAS
                                   " " MFC-IP-NAME
                               MOVE "DEGRADED" TO WS-ACCT-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-IN-FILE
           END-IF.

       2500-LOAD-DIRECTORY.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT DBDIR-FILE
           IF WS-DD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ DBDIR-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCT-READ
                       IF WS-DIR-COUNT < WS-MAX-DIR
                           ADD 1 TO WS-DIR-COUNT
                           MOVE MFC-DD-ALIAS
                               TO WS-DIR-ALIAS(WS-DIR-COUNT)
                           MOVE MFC-DD-DBNAME
                               TO WS-DIR-DBNAME(WS-DIR-COUNT)
                           MOVE MFC-DD-NODENAME
                               TO WS-DIR-NODENAME(WS-DIR-COUNT)
                           MOVE MFC-DD-COLLECT-SECS
                               TO WS-DIR-SECS(WS-DIR-COUNT)
                       ELSE
                           DISPLAY "MFCCIMPM: DIRECTORY TABLE FULL, "
                               "ALIAS SKIPPED " MFC-DD-ALIAS
                           MOVE "DEGRADED" TO WS-ACCT-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DBDIR-FILE.

      ***********************************************************************
      * What the collectors saw.
      ***********************************************************************
       3000-READ-SNAPSHOT-ROWS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT WORKLOAD-FILE
           IF WS-WO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ WORKLOAD-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCT-READ
                       MOVE MFC-WO-DB-NAME TO WS-CUR-DB-NAME
                       MOVE MFC-WO-COLLECT-SECS TO WS-CUR-SECS
                       IF MFC-WO-APPL-NAME NOT = SPACES
                           MOVE "A" TO WS-CUR-DEP-TYPE
                           MOVE MFC-WO-APPL-NAME TO WS-CUR-NAME
                           MOVE SPACES TO WS-CUR-DETAIL
                           STRING "CLASS " MFC-WO-WORKLOAD-CLASS
                               " AUTH-ID " MFC-WO-AUTH-ID
                               DELIMITED BY SIZE INTO WS-CUR-DETAIL
                           PERFORM 4000-NOTE-UNDER-ALIASES
                       END-IF
                       IF MFC-WO-WORKLOAD-CLASS NOT = SPACES
                           MOVE "W" TO WS-CUR-DEP-TYPE
                           MOVE MFC-WO-WORKLOAD-CLASS TO WS-CUR-NAME
                           MOVE SPACES TO WS-CUR-DETAIL
                           PERFORM 4000-NOTE-UNDER-ALIASES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORKLOAD-FILE.

      * A gateway connection's outbound application id starts with
      * the host's network address; the rest is per connection.
       3200-READ-DCS-ROWS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT DCS-FILE
           IF WS-DG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ DCS-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCT-READ
                       IF MFC-DG-OUTBOUND-APPL-ID NOT = SPACES
                           MOVE MFC-DG-DB-NAME TO WS-CUR-DB-NAME
                           MOVE "H" TO WS-CUR-DEP-TYPE
                           PERFORM 3250-NAME-HOST
                           MOVE SPACES TO WS-CUR-DETAIL
                           STRING "OUTBOUND " MFC-DG-OUTBOUND-APPL-ID
                               DELIMITED BY SIZE INTO WS-CUR-DETAIL
                           MOVE WS-NOW-SECS TO WS-CUR-SECS
                           PERFORM 4000-NOTE-UNDER-ALIASES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DCS-FILE.

      * 9.26.12.34.40000.061228001234 or G91A0D3A.P8C4.061228001234:
      * back off the last two qualifiers. An id without them is
      * taken whole.
       3250-NAME-HOST.
           MOVE 0 TO WS-DOTS-SEEN
           MOVE 32 TO WS-DOT-POS
           PERFORM UNTIL WS-DOT-POS < 2 OR WS-DOTS-SEEN = 2
               IF MFC-DG-OUTBOUND-APPL-ID(WS-DOT-POS:1) = "."
                   ADD 1 TO WS-DOTS-SEEN
               END-IF
               IF WS-DOTS-SEEN < 2
                   SUBTRACT 1 FROM WS-DOT-POS
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-CUR-NAME
           IF WS-DOTS-SEEN = 2
               MOVE MFC-DG-OUTBOUND-APPL-ID(1:WS-DOT-POS - 1)
                   TO WS-CUR-NAME
           ELSE
               MOVE MFC-DG-OUTBOUND-APPL-ID TO WS-CUR-NAME
           END-IF.

       3400-LOAD-NODES.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT NODE-FILE
           IF WS-NF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-IN
               READ NODE-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       IF WS-ND-COUNT < WS-MAX-NODES
                           ADD 1 TO WS-ND-COUNT
                           MOVE MFC-ND-NODENAME
                               TO WS-ND-NODENAME(WS-ND-COUNT)
                           MOVE MFC-ND-DETAIL
                               TO WS-ND-DETAIL(WS-ND-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NODE-FILE.

      * Only a remote alias is cataloged at a node.
       3500-READ-DIRECTORY.
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
                   UNTIL WS-DIR-IDX > WS-DIR-COUNT
               IF WS-DIR-NODENAME(WS-DIR-IDX) NOT = SPACES
                   PERFORM 3550-NOTE-NODE
               END-IF
           END-PERFORM.

       3550-NOTE-NODE.
           MOVE WS-DIR-ALIAS(WS-DIR-IDX) TO WS-CUR-DB-ALIAS
           MOVE "N" TO WS-CUR-DEP-TYPE
           MOVE WS-DIR-NODENAME(WS-DIR-IDX) TO WS-CUR-NAME
           MOVE "NOT ON THE NODE DIRECTORY" TO WS-CUR-DETAIL
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ND-COUNT
               IF WS-ND-NODENAME(WS-IDX) = WS-DIR-NODENAME(WS-DIR-IDX)
                   MOVE WS-ND-DETAIL(WS-IDX) TO WS-CUR-DETAIL
               END-IF
           END-PERFORM
           MOVE WS-DIR-SECS(WS-DIR-IDX) TO WS-CUR-SECS
           IF WS-CUR-SECS = 0
               MOVE WS-NOW-SECS TO WS-CUR-SECS
           END-IF
           PERFORM 5000-NOTE-DEPENDENCY.

       3700-READ-MASTER.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT MASTER-IN-FILE
           IF WS-DM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET MASTER-READ TO TRUE
           PERFORM UNTIL EOF-IN
               READ MASTER-IN-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCT-READ
                       PERFORM 3750-NOTE-MASTER
               END-READ
           END-PERFORM
           CLOSE MASTER-IN-FILE.

       3750-NOTE-MASTER.
           MOVE MFC-DM-DB-ALIAS TO WS-CUR-DB-ALIAS
           MOVE WS-NOW-SECS TO WS-CUR-SECS
           IF MFC-DM-OWNING-TEAM NOT = SPACES
               MOVE "T" TO WS-CUR-DEP-TYPE
               MOVE MFC-DM-OWNING-TEAM TO WS-CUR-NAME
               MOVE MFC-DM-CRIT-TIER TO WS-DISP-TIER
               MOVE SPACES TO WS-CUR-DETAIL
               STRING "ENV " MFC-DM-ENVIRONMENT " TIER " WS-DISP-TIER
                   " CONTACT " MFC-DM-CONTACT-CODE
                   DELIMITED BY SIZE INTO WS-CUR-DETAIL
               PERFORM 5000-NOTE-DEPENDENCY
           END-IF
           IF MFC-DM-HADR-PARTNER NOT = SPACES
               MOVE "P" TO WS-CUR-DEP-TYPE
               MOVE MFC-DM-HADR-PARTNER TO WS-CUR-NAME
               MOVE "HADR PARTNER - TAKEOVER TARGET" TO WS-CUR-DETAIL
               PERFORM 5000-NOTE-DEPENDENCY
           END-IF.

      ***********************************************************************
      * A snapshot or gateway dependency goes under every alias the
      * directory catalogs its database name as - the name itself
      * only when no entry does.
      ***********************************************************************
       4000-NOTE-UNDER-ALIASES.
           MOVE 0 TO WS-ALIAS-HITS
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
                   UNTIL WS-DIR-IDX > WS-DIR-COUNT
               IF WS-DIR-DBNAME(WS-DIR-IDX) = WS-CUR-DB-NAME
                   ADD 1 TO WS-ALIAS-HITS
                   MOVE WS-DIR-ALIAS(WS-DIR-IDX) TO WS-CUR-DB-ALIAS
                   PERFORM 5000-NOTE-DEPENDENCY
               END-IF
           END-PERFORM
           IF WS-ALIAS-HITS = 0
               MOVE WS-CUR-DB-NAME TO WS-CUR-DB-ALIAS
               PERFORM 5000-NOTE-DEPENDENCY
           END-IF.

      ***********************************************************************
      * Fold one dependency into the map; nights seen count once.
      ***********************************************************************
       5000-NOTE-DEPENDENCY.
           IF WS-CUR-DB-ALIAS = SPACES OR WS-CUR-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-IP-COUNT OR KY-FOUND
               IF WS-IP-KEY(WS-HIT-IDX) = WS-CUR-KEY
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-HIT-IDX
               MOVE WS-IP-IMAGE(WS-HIT-IDX) TO MFC-IMPACT-MAP-REC
           ELSE
               IF WS-IP-COUNT >= WS-MAX-ENTRIES
                   DISPLAY "MFCCIMPM: MAP TABLE FULL, NOT RECORDED "
                       WS-CUR-DB-ALIAS " " WS-CUR-NAME
                   MOVE "DEGRADED" TO WS-ACCT-STATUS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-IP-COUNT
               MOVE WS-IP-COUNT TO WS-HIT-IDX
               MOVE WS-CUR-KEY TO WS-IP-KEY(WS-HIT-IDX)
               MOVE "N" TO WS-IP-SEEN(WS-HIT-IDX)
               INITIALIZE MFC-IMPACT-MAP-REC
               MOVE WS-CUR-DB-ALIAS TO MFC-IP-DB-ALIAS
               MOVE WS-CUR-DEP-TYPE TO MFC-IP-DEP-TYPE
               MOVE WS-CUR-NAME TO MFC-IP-NAME
               MOVE WS-CUR-SECS TO MFC-IP-FIRST-SEEN-SECS
           END-IF
           IF WS-IP-SEEN(WS-HIT-IDX) NOT = "Y"
               ADD 1 TO MFC-IP-OBSERVATIONS
               MOVE "Y" TO WS-IP-SEEN(WS-HIT-IDX)
           END-IF
           IF WS-CUR-SECS < MFC-IP-FIRST-SEEN-SECS
               MOVE WS-CUR-SECS TO MFC-IP-FIRST-SEEN-SECS
           END-IF
           IF WS-CUR-SECS >= MFC-IP-LAST-SEEN-SECS
               MOVE WS-CUR-SECS TO MFC-IP-LAST-SEEN-SECS
               IF WS-CUR-DETAIL NOT = SPACES
                   MOVE WS-CUR-DETAIL TO MFC-IP-DETAIL
               END-IF
           END-IF
           MOVE MFC-IMPACT-MAP-REC TO WS-IP-IMAGE(WS-HIT-IDX).

      * Team and partner entries the master no longer names, and any
      * entry unseen for KEEP-DAYS, are not carried forward.
       6000-WRITE-NEW-MAP.
           OPEN OUTPUT STATE-OUT-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-IP-COUNT
               MOVE WS-IP-IMAGE(WS-IDX) TO MFC-IMPACT-MAP-REC
               EVALUATE TRUE
                   WHEN (MFC-IP-TEAM OR MFC-IP-HADR-PARTNER)
                       AND MASTER-READ
                       AND WS-IP-SEEN(WS-IDX) NOT = "Y"
                       ADD 1 TO WS-DROPPED
                   WHEN MFC-IP-LAST-SEEN-SECS < WS-CUTOFF-SECS
                       ADD 1 TO WS-DROPPED
                   WHEN OTHER
                       WRITE STATE-OUT-REC FROM MFC-IMPACT-MAP-REC
                       ADD 1 TO WS-ACCT-WRITTEN
               END-EVALUATE
           END-PERFORM
           CLOSE STATE-OUT-FILE
           IF WS-DROPPED > 0
               DISPLAY "MFCCIMPM: " WS-DROPPED " MAP ENTRIES AGED OUT "
                   "OR NO LONGER ON THE MASTER"
           END-IF.

       9000-TERMINATE.
           OPEN EXTEND ACCT-FILE
           IF WS-RN-STATUS = "35"
               OPEN OUTPUT ACCT-FILE
           END-IF
           CALL "MFCURACC" USING WS-RN-PROGRAM
               WS-ACCT-START-SECS WS-ACCT-READ
               WS-ACCT-WRITTEN WS-ACCT-SQLCODE
               WS-ACCT-STATUS MFC-RUN-ACCT-REC
           WRITE MFC-RUN-ACCT-REC
           CLOSE ACCT-FILE.
