      ***********************************************************************
      *
      *  Source File Name = MFCCBKUP.CBL
      *
      *  Function = Policy-driven backup actuator on
      *             DB2G-BACKUP-STRUCT, with window and approval
      *             checks.
      *
      *             Until now the kennel only checked backups after the
      *             fact (MFCCHRS, MFCR005, MFCR062, MFCR082) while the
      *             backups themselves ran from job steps that knew
      *             nothing of the maintenance calendar. This program
      *             takes them instead: for every database on the
      *             backup policy worklist MFCBKPLP (mfcbkpl.cbl) whose
      *             MFC-BP-DAYS byte for today is Y it issues
      *             db2gBackup with the policy's type (full /
      *             incremental / delta), mode (online / offline) and
      *             target media.
      *
      *             Before each backup:
      *               - a database already BACKED-UP today (a row on
      *                 MFCBKUPO from an earlier run with the same
      *                 epoch day) is left alone, so the job can be
      *                 scheduled more than once a day and still only
      *                 take one image;
      *               - the maintenance calendar is consulted through
      *                 MFCUMWIN. An online backup is held while a
      *                 window covers the database (the window is
      *                 somebody else's outage or change). An offline
      *                 backup is the other way round - it takes the
      *                 database away from its users, so it runs only
      *                 inside a window and is held outside one;
      *               - an offline backup of a database at or above
      *                 the APPROVAL-MAX-TIER criticality on the
      *                 database master MFCDBMF (tier 1 by default; an
      *                 alias not on the master is treated as tier 1)
      *                 runs only against a second person's unexpired
      *                 BACKUP-DB approval on MFCAPPRO (MFCUAPPR).
      *                 APPROVAL-REQUIRED=0 in MFCBKUPP waives the
      *                 gate, as it does for MFCCRSDB.
      *
      *             A failed db2gBackup goes through the shared retry
      *             service MFCURTRY; every call, and every hold, is
      *             journaled on MFCCCJLO through MFCUCCJL (action
      *             BACKUP-DB). One outcome row per database decision
      *             is appended to MFCBKUPO (mfcbkup.cbl) carrying the
      *             image timestamp DB2 returned - MFCR005 reads it to
      *             mark the matching DB2 history entry as an expected
      *             backup rather than a surprise. A backup that still
      *             fails after retry is raised on MFCALRTO
      *             (BACKUP-FAILED).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCBKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN TO "MFCBKPLP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BP-STATUS.
           SELECT PARM-FILE ASSIGN TO "MFCBKUPP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MFCDBMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MFC-DM-DB-ALIAS
               FILE STATUS IS WS-DM-STATUS.
           SELECT ATTEMPT-FILE ASSIGN TO "MFCBKUPO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BA-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MFCCCJLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CJ-STATUS.
           SELECT ALERT-FILE ASSIGN TO "MFCALRTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT ACCT-FILE ASSIGN TO "MFCRUNLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE
           RECORDING MODE IS F.
           COPY "mfcbkpl.cbl".
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  MASTER-FILE.
           COPY "mfcdbm.cbl".
       FD  ATTEMPT-FILE
           RECORDING MODE IS F.
           COPY "mfcbkup.cbl".
       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY "mfcalert.cbl".
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY "mfcccj.cbl".
       FD  ACCT-FILE
           RECORDING MODE IS F.
           COPY "mfcracct.cbl".
       WORKING-STORAGE SECTION.
      * End-of-run accounting for the common run ledger
      * (MFCRACCT.CBL/MFCURACC.CBL) - one row appended at
      * 9000-TERMINATE time; the freshness watchdog (MFCWDOG)
      * reads this ledger to prove the collector still runs.
       01 WS-RN-STATUS                PIC XX.
       01 WS-RN-PROGRAM               PIC X(8) VALUE "MFCCBKUP".
       01 WS-ACCT-START-SECS          PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-READ                PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-WRITTEN             PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-SQLCODE             PIC S9(9) COMP-5 VALUE 0.
       01 WS-ACCT-STATUS              PIC X(8)
                                       VALUE "COMPLETE".
       01 WS-CJ-STATUS                PIC XX.
      * Unified change-control journal (MFCUCCJL/mfcccj.cbl) - one
      * common audit row per db2gBackup call and per held backup.
       01 WS-CJ-PROGRAM               PIC X(8) VALUE "MFCCBKUP".
       01 WS-CJ-ACTION                PIC X(12) VALUE "BACKUP-DB".
       01 WS-CJ-TARGET                PIC X(40).
       01 WS-CJ-OPERATOR              PIC X(8) VALUE "AUTOBKUP".
      * Dual-control gate (MFCUAPPR/MFCAPPRO) for offline backups of
      * the most critical databases. APPROVAL-REQUIRED=0 in the parm
      * file waives the gate; the policy default is on.
       01 WS-APPROVAL-REQUIRED        PIC 9(9) COMP-5 VALUE 1.
       01 WS-APPROVAL-MAX-TIER        PIC 9(9) COMP-5 VALUE 1.
       01 WS-APPR-ACTION              PIC X(12) VALUE "BACKUP-DB".
       01 WS-APPR-GRANTED             PIC X(1).
       01 WS-APPR-ID                  PIC X(8) VALUE SPACES.
      * Maintenance-calendar check (MFCUMWIN/MFCMWINP).
       01 WS-MW-PROGRAM               PIC X(8) VALUE "MFCCBKUP".
       01 WS-MW-DETAIL                PIC X(40).
       01 WS-MW-IN-WINDOW             PIC X(1).
      * Transient-error retry (MFCURTRY/MFCRTRYP) around db2gBackup.
       01 WS-RT-SOURCE                PIC X(8) VALUE "MFCCBKUP".
       01 WS-BK-ATTEMPT               PIC 9(9) COMP-5.
       01 WS-RETRY-FLAG               PIC X(1).
       01 WS-TRY-AGAIN                PIC X VALUE "N".
           88 TRY-AGAIN               VALUE "Y".
       COPY "sqlca.cbl".
       COPY "sqlutil.cbl".
       COPY "db2ApiDf.cbl".

       01 WS-BP-STATUS                PIC XX.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-DM-STATUS                PIC XX.
       01 WS-BA-STATUS                PIC XX.
       01 WS-AL-STATUS                PIC XX.
       01 WS-EOF-BP                   PIC X VALUE "N".
           88 EOF-BP                  VALUE "Y".
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-BA                   PIC X VALUE "N".
           88 EOF-BA                  VALUE "Y".
       01 WS-MASTER-OPEN              PIC X VALUE "N".
           88 MASTER-AVAIL            VALUE "Y".

       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-TODAY-DAYS               PIC 9(9) COMP-5.
       01 WS-ROW-DAYS                 PIC 9(9) COMP-5.
       01 WS-DOW-REM                  PIC 9(9) COMP-5.
       01 WS-DOW                      PIC 9(9) COMP-5.
       01 WS-DB-TIER                  PIC 9(9) COMP-5.

      * Databases already backed up today, from earlier MFCBKUPO rows.
       01 WS-MAX-DONE                 PIC 9(9) COMP-5 VALUE 500.
       01 WS-DONE-COUNT               PIC 9(9) COMP-5 VALUE 0.
       01 WS-DONE-FOUND               PIC X VALUE "N".
           88 DONE-FOUND              VALUE "Y".
       01 WS-DONE-TABLE.
           05 WS-DONE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-DONE-X.
              10 WS-DONE-ALIAS        PIC X(20).

       01 WS-CUR-DB-ALIAS             PIC X(20) VALUE SPACES.
       01 WS-BA-OUTCOME               PIC X(20) VALUE SPACES.
       01 WS-TYPE-WORD                PIC X(12).
       01 WS-MODE-WORD                PIC X(8).

      * db2gBackup inputs and outputs. The generic media list points
      * at one location entry (pointer + length) for local media; TSM
      * and XBSA take no locations.
       01 WS-BK-TIMESTAMP             PIC X(14).
       01 WS-BK-TARGET                PIC X(120).
       01 WS-BK-TARGET-LEN            PIC 9(9) COMP-5.
       01 WS-BK-TRAIL-SPACES          PIC 9(9) COMP-5.
       01 WS-BK-LOCATION-ENTRY.
           05 WS-BK-LOC-PTR           USAGE IS POINTER.
           05 WS-BK-LOC-LEN           PIC 9(9) COMP-5.

       01 WS-AL-SOURCE                PIC X(8)  VALUE "MFCCBKUP".
       01 WS-AL-METRIC                PIC X(20) VALUE "BACKUP-FAILED".
       01 WS-AL-KEY                   PIC X(20) VALUE SPACES.
       01 WS-AL-MESSAGE               PIC X(60) VALUE SPACES.
       01 WS-AL-ONE                   PIC 9(9) COMP-5 VALUE 1.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "MFCUTIME" USING WS-ACCT-START-SECS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-WORK-POLICIES
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           CALL "MFCUTIME" USING WS-NOW-SECS
           COMPUTE WS-TODAY-DAYS = WS-NOW-SECS / 86400
      * 1970-01-01 was a Thursday - day 5 counting Sunday as day 1.
           COMPUTE WS-DOW-REM = WS-TODAY-DAYS + 4
           DIVIDE WS-DOW-REM BY 7 GIVING WS-DOW-REM
               REMAINDER WS-DOW
           ADD 1 TO WS-DOW
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           IF MFC-THR-NAME = "APPROVAL-REQUIRED"
                               MOVE MFC-THR-VALUE
                                   TO WS-APPROVAL-REQUIRED
                           END-IF
                           IF MFC-THR-NAME = "APPROVAL-MAX-TIER"
                               MOVE MFC-THR-VALUE
                                   TO WS-APPROVAL-MAX-TIER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           PERFORM 1100-LOAD-DONE-TODAY
           OPEN INPUT MASTER-FILE
           IF WS-DM-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           END-IF
           OPEN INPUT POLICY-FILE
           OPEN EXTEND ATTEMPT-FILE
           IF WS-BA-STATUS = "35"
               OPEN OUTPUT ATTEMPT-FILE
           END-IF
           OPEN EXTEND ALERT-FILE
           IF WS-AL-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF.

       1100-LOAD-DONE-TODAY.
           OPEN INPUT ATTEMPT-FILE
           IF WS-BA-STATUS = "00"
               PERFORM UNTIL EOF-BA
                   READ ATTEMPT-FILE
                       AT END SET EOF-BA TO TRUE
                       NOT AT END
                           COMPUTE WS-ROW-DAYS =
                               MFC-BA-ATTEMPT-SECS / 86400
                           IF WS-ROW-DAYS = WS-TODAY-DAYS
                               AND MFC-BA-OUTCOME = "BACKED-UP"
                               AND WS-DONE-COUNT < WS-MAX-DONE
                               ADD 1 TO WS-DONE-COUNT
                               SET WS-DONE-X TO WS-DONE-COUNT
                               MOVE MFC-BA-DB-ALIAS
                                   TO WS-DONE-ALIAS(WS-DONE-X)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTEMPT-FILE
           END-IF.

       2000-WORK-POLICIES.
           IF WS-BP-STATUS NOT = "00"
               DISPLAY "MFCCBKUP: NO BACKUP POLICY FILE MFCBKPLP, "
                   "STATUS=" WS-BP-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-BP
               READ POLICY-FILE
                   AT END SET EOF-BP TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCT-READ
                       IF MFC-BP-DAYS(WS-DOW:1) = "Y"
                           PERFORM 2100-EVALUATE-ONE-DATABASE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE.

       2100-EVALUATE-ONE-DATABASE.
           MOVE MFC-BP-DB-ALIAS TO WS-CUR-DB-ALIAS
           MOVE SPACES TO WS-APPR-ID
           MOVE SPACES TO WS-BK-TIMESTAMP
           MOVE 0 TO WS-BK-ATTEMPT
           MOVE 0 TO SQLCODE
           PERFORM 2200-SET-WORDS
           PERFORM 2150-FIND-DONE
           IF DONE-FOUND
               DISPLAY "MFCCBKUP: " WS-CUR-DB-ALIAS
                   " ALREADY BACKED UP TODAY - SKIPPED"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MW-DETAIL
           STRING WS-TYPE-WORD DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-MODE-WORD DELIMITED BY SPACE
               " BACKUP" DELIMITED BY SIZE
               INTO WS-MW-DETAIL
           CALL "MFCUMWIN" USING WS-MW-PROGRAM WS-CUR-DB-ALIAS
               WS-MW-DETAIL WS-MW-IN-WINDOW
           IF MFC-BP-IS-ONLINE
               IF WS-MW-IN-WINDOW = "Y"
                   MOVE "HELD-IN-WINDOW" TO WS-BA-OUTCOME
                   DISPLAY "MFCCBKUP: ONLINE BACKUP OF "
                       WS-CUR-DB-ALIAS " HELD - MAINTENANCE WINDOW"
                   PERFORM 3400-WRITE-ATTEMPT
                   PERFORM 3450-WRITE-JOURNAL
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-MW-IN-WINDOW NOT = "Y"
                   MOVE "HELD-NO-WINDOW" TO WS-BA-OUTCOME
                   DISPLAY "MFCCBKUP: OFFLINE BACKUP OF "
                       WS-CUR-DB-ALIAS " HELD - NO MAINTENANCE WINDOW"
                   PERFORM 3400-WRITE-ATTEMPT
                   PERFORM 3450-WRITE-JOURNAL
                   EXIT PARAGRAPH
               END-IF
               PERFORM 2300-LOOKUP-TIER
               IF WS-APPROVAL-REQUIRED NOT = 0
                   AND WS-DB-TIER <= WS-APPROVAL-MAX-TIER
                   CALL "MFCUAPPR" USING WS-APPR-ACTION
                       WS-CUR-DB-ALIAS WS-APPR-GRANTED WS-APPR-ID
                   IF WS-APPR-GRANTED NOT = "Y"
                       MOVE "NO-APPROVAL" TO WS-BA-OUTCOME
                       DISPLAY "MFCCBKUP: OFFLINE BACKUP OF "
                           WS-CUR-DB-ALIAS " HELD - NO UNEXPIRED "
                           "APPROVAL ON MFCAPPRO"
                       PERFORM 3400-WRITE-ATTEMPT
                       PERFORM 3450-WRITE-JOURNAL
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           PERFORM 3000-ISSUE-BACKUP.

       2150-FIND-DONE.
           MOVE "N" TO WS-DONE-FOUND
           SET WS-DONE-X TO 1
           SEARCH WS-DONE-ENTRY
               AT END CONTINUE
               WHEN WS-DONE-ALIAS(WS-DONE-X) = WS-CUR-DB-ALIAS
                   MOVE "Y" TO WS-DONE-FOUND
           END-SEARCH.

       2200-SET-WORDS.
           EVALUATE TRUE
               WHEN MFC-BP-INCREMENTAL
                   MOVE "INCREMENTAL" TO WS-TYPE-WORD
               WHEN MFC-BP-DELTA
                   MOVE "DELTA" TO WS-TYPE-WORD
               WHEN OTHER
                   MOVE "FULL" TO WS-TYPE-WORD
           END-EVALUATE
           IF MFC-BP-IS-ONLINE
               MOVE "ONLINE" TO WS-MODE-WORD
           ELSE
               MOVE "OFFLINE" TO WS-MODE-WORD
           END-IF.

      * Criticality tier off the database master; an alias the master
      * does not know is treated as the most critical.
       2300-LOOKUP-TIER.
           MOVE 1 TO WS-DB-TIER
           IF MASTER-AVAIL
               MOVE WS-CUR-DB-ALIAS TO MFC-DM-DB-ALIAS
               READ MASTER-FILE
                   INVALID KEY
                       MOVE 1 TO MFC-DM-CRIT-TIER
               END-READ
               MOVE MFC-DM-CRIT-TIER TO WS-DB-TIER
           END-IF.

       3000-ISSUE-BACKUP.
           PERFORM 3100-BUILD-BACKUP-STRUCT
           MOVE 1 TO WS-BK-ATTEMPT
           MOVE "Y" TO WS-TRY-AGAIN
           PERFORM UNTIL NOT TRY-AGAIN
               PERFORM 3200-BACKUP-WITH-RETRY
           END-PERFORM
           IF SQLCODE = 0
               MOVE "BACKED-UP" TO WS-BA-OUTCOME
           ELSE
               MOVE "BACKUP-FAILED" TO WS-BA-OUTCOME
               MOVE SPACES TO WS-BK-TIMESTAMP
               DISPLAY "MFCCBKUP: db2gBackup SQLCODE=" SQLCODE
                   " DB=" WS-CUR-DB-ALIAS
               IF SQLCODE < WS-ACCT-SQLCODE
                   MOVE SQLCODE TO WS-ACCT-SQLCODE
               END-IF
               MOVE "DEGRADED" TO WS-ACCT-STATUS
               MOVE SPACES TO WS-AL-MESSAGE
               STRING WS-TYPE-WORD DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-MODE-WORD DELIMITED BY SPACE
                   " BACKUP FAILED AFTER RETRY - SEE SQLCODE"
                       DELIMITED BY SIZE
                   INTO WS-AL-MESSAGE
               PERFORM 3500-WRITE-ALERT
           END-IF
           PERFORM 3400-WRITE-ATTEMPT.

       3100-BUILD-BACKUP-STRUCT.
           SET DB2-PI-DBALIAS OF DB2G-BACKUP-STRUCT
               TO ADDRESS OF WS-CUR-DB-ALIAS
           MOVE LENGTH OF WS-CUR-DB-ALIAS
               TO DB2-I-DBALIAS-LEN OF DB2G-BACKUP-STRUCT
           SET DB2-PO-APPLICATION-ID OF DB2G-BACKUP-STRUCT TO NULL
           MOVE 0 TO DB2-I-APPLICATION-ID-LEN OF DB2G-BACKUP-STRUCT
           SET DB2-PO-TIMESTAMP OF DB2G-BACKUP-STRUCT
               TO ADDRESS OF WS-BK-TIMESTAMP
           MOVE LENGTH OF WS-BK-TIMESTAMP
               TO DB2-I-TIMESTAMP-LEN OF DB2G-BACKUP-STRUCT
           SET DB2-PI-TABLESPACE-LIST OF DB2G-BACKUP-STRUCT TO NULL
           SET DB2-PI-USERNAME OF DB2G-BACKUP-STRUCT TO NULL
           MOVE 0 TO DB2-I-USERNAME-LEN OF DB2G-BACKUP-STRUCT
           SET DB2-PI-PASSWORD OF DB2G-BACKUP-STRUCT TO NULL
           MOVE 0 TO DB2-I-PASSWORD-LEN OF DB2G-BACKUP-STRUCT
           SET DB2-PI-VENDOR-OPTIONS OF DB2G-BACKUP-STRUCT TO NULL
           MOVE 0 TO DB2-I-VENDOR-OPTIONS-SIZE OF DB2G-BACKUP-STRUCT
           SET DB2-PI-COMPR-LIBRARY OF DB2G-BACKUP-STRUCT TO NULL
           MOVE 0 TO DB2-I-COMPR-LIBRARY-LEN OF DB2G-BACKUP-STRUCT
           SET DB2-PI-COMPR-OPTIONS OF DB2G-BACKUP-STRUCT TO NULL
           MOVE 0 TO DB2-I-COMPR-OPTIONS-SIZE OF DB2G-BACKUP-STRUCT
      * Unattended - no device prompts; buffers, parallelism and
      * throttling left for DB2 to choose.
           MOVE DB2BACKUP-NOINTERRUPT
               TO DB2-I-CALLER-ACTION OF DB2G-BACKUP-STRUCT
           MOVE 0 TO DB2-I-BUFFER-SIZE OF DB2G-BACKUP-STRUCT
           MOVE 0 TO DB2-I-NUM-BUFFERS OF DB2G-BACKUP-STRUCT
           MOVE 0 TO DB2-I-PARALLELISM OF DB2G-BACKUP-STRUCT
           MOVE 0 TO DB2-I-UTIL-IMPACT-PRIORITY OF DB2G-BACKUP-STRUCT
           MOVE DB2BACKUP-DB TO DB2-I-OPTIONS OF DB2G-BACKUP-STRUCT
           IF MFC-BP-INCREMENTAL
               ADD DB2BACKUP-INCREMENTAL
                   TO DB2-I-OPTIONS OF DB2G-BACKUP-STRUCT
           END-IF
           IF MFC-BP-DELTA
               ADD DB2BACKUP-DELTA
                   TO DB2-I-OPTIONS OF DB2G-BACKUP-STRUCT
           END-IF
           IF MFC-BP-IS-ONLINE
               ADD DB2BACKUP-ONLINE
                   TO DB2-I-OPTIONS OF DB2G-BACKUP-STRUCT
           END-IF
           MOVE MFC-BP-MEDIA-TYPE
               TO DB2-LOCATION-TYPE OF DB2G-MEDIA-LIST-STRUCT
           IF MFC-BP-MEDIA-TYPE = SQLU-LOCAL-MEDIA
               MOVE MFC-BP-TARGET TO WS-BK-TARGET
               MOVE 0 TO WS-BK-TRAIL-SPACES
               INSPECT FUNCTION REVERSE(WS-BK-TARGET)
                   TALLYING WS-BK-TRAIL-SPACES FOR LEADING SPACE
               COMPUTE WS-BK-TARGET-LEN =
                   LENGTH OF WS-BK-TARGET - WS-BK-TRAIL-SPACES
               SET WS-BK-LOC-PTR TO ADDRESS OF WS-BK-TARGET
               MOVE WS-BK-TARGET-LEN TO WS-BK-LOC-LEN
               SET DB2-LOCATIONS OF DB2G-MEDIA-LIST-STRUCT
                   TO ADDRESS OF WS-BK-LOCATION-ENTRY
               MOVE 1 TO DB2-NUM-LOCATIONS OF DB2G-MEDIA-LIST-STRUCT
           ELSE
               SET DB2-LOCATIONS OF DB2G-MEDIA-LIST-STRUCT TO NULL
               MOVE 0 TO DB2-NUM-LOCATIONS OF DB2G-MEDIA-LIST-STRUCT
           END-IF
           SET DB2-PI-MEDIA-LIST OF DB2G-BACKUP-STRUCT
               TO ADDRESS OF DB2G-MEDIA-LIST-STRUCT.

      * One db2gBackup call; every call is journaled, and a failure
      * goes through the shared retry service, which takes the
      * backoff sleep itself.
       3200-BACKUP-WITH-RETRY.
           CALL "db2gBackup" USING DB2VERSION810
               DB2G-BACKUP-STRUCT SQLCA
           IF SQLCODE = 0
               MOVE "BACKED-UP" TO WS-BA-OUTCOME
               PERFORM 3450-WRITE-JOURNAL
               MOVE "N" TO WS-TRY-AGAIN
           ELSE
               MOVE "BACKUP-FAILED" TO WS-BA-OUTCOME
               PERFORM 3450-WRITE-JOURNAL
               CALL "MFCURTRY" USING WS-RT-SOURCE WS-CUR-DB-ALIAS
                   SQLCODE WS-BK-ATTEMPT WS-RETRY-FLAG
               IF WS-RETRY-FLAG = "Y"
                   ADD 1 TO WS-BK-ATTEMPT
               ELSE
                   MOVE "N" TO WS-TRY-AGAIN
               END-IF
           END-IF.

       3400-WRITE-ATTEMPT.
           MOVE WS-NOW-SECS TO MFC-BA-ATTEMPT-SECS
           MOVE WS-CUR-DB-ALIAS TO MFC-BA-DB-ALIAS
           MOVE MFC-BP-TYPE TO MFC-BA-TYPE
           MOVE MFC-BP-ONLINE TO MFC-BA-ONLINE
           MOVE WS-BK-ATTEMPT TO MFC-BA-TRIES
           MOVE SQLCODE TO MFC-BA-SQLCODE
           MOVE WS-BA-OUTCOME TO MFC-BA-OUTCOME
           MOVE WS-BK-TIMESTAMP TO MFC-BA-BACKUP-TS
           MOVE WS-APPR-ID TO MFC-BA-APPROVER
           WRITE MFC-BACKUP-ATTEMPT-REC
           ADD 1 TO WS-ACCT-WRITTEN.

       3450-WRITE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF WS-CJ-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE SPACES TO WS-CJ-TARGET
           STRING WS-BA-OUTCOME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-TYPE-WORD DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-MODE-WORD DELIMITED BY SPACE
               INTO WS-CJ-TARGET
           CALL "MFCUCCJL" USING WS-CJ-PROGRAM WS-CUR-DB-ALIAS
               WS-CJ-ACTION WS-CJ-TARGET SQLCODE WS-CJ-OPERATOR
               MFC-CHANGE-JOURNAL-REC
           WRITE MFC-CHANGE-JOURNAL-REC
           ADD 1 TO WS-ACCT-WRITTEN
           CLOSE JOURNAL-FILE.

       3500-WRITE-ALERT.
           MOVE WS-CUR-DB-ALIAS TO WS-AL-KEY
           CALL "MFCUALRT" USING WS-AL-SOURCE WS-AL-METRIC WS-AL-KEY
               WS-BK-ATTEMPT WS-AL-ONE
               WS-AL-MESSAGE MFC-ALERT-REC
           WRITE MFC-ALERT-REC
           ADD 1 TO WS-ACCT-WRITTEN.

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
           CLOSE ACCT-FILE
           IF MASTER-AVAIL
               CLOSE MASTER-FILE
           END-IF
           CLOSE ATTEMPT-FILE
           CLOSE ALERT-FILE.
