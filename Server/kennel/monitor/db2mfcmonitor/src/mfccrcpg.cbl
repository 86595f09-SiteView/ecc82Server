      ***********************************************************************
      *
      *  Source File Name = MFCCRCPG.CBL
      *
      *  Function = Collector for crash recovery and rollback progress
      *             after restarts.
      *
      *             When MFCCRSDB issues a restart, or a database comes
      *             back after a crash, the first question is when it
      *             will be usable again. The snapshot answers it in
      *             two places, and this program walks one
      *             db2GetSnapshot buffer the MFCCUTIL / MFCCRPRG way to
      *             collect both:
      *
      *               - crash recovery shows up as an active utility,
      *                 an SQLM-ELM-UTILITY group of type
      *                 SQLM-UTILITY-CRASH-RECOVERY, whose
      *                 PROGRESS-LIST carries one PROGRESS group per
      *                 phase (PROGRESS-SEQ-NUM, PROGRESS-DESCRIPTION,
      *                 PROGRESS-TOTAL-UNITS, PROGRESS-COMPLETED-UNITS,
      *                 PROGRESS-START-TIME) and the number of the phase
      *                 now running (PROGRESS-LIST-CUR-SEQ-NUM);
      *               - a unit of work being backed out carries a
      *                 ROLLBACK-PROGRESS group of the same shape under
      *                 its SQLM-APPL.
      *
      *             Phases are accumulated behind their owning utility
      *             or application (the accumulate-then-write
      *             technique) and written, one MFC-RECOV-PROG-REC per
      *             phase, once the next utility, application or end
      *             of buffer shows the owner is complete - by then the
      *             utility type is known, and utilities other than
      *             crash recovery are dropped.
      *
      *             Recovery is short-lived, so one run can follow it:
      *             MAX-POLLS snapshots (default 1) are taken
      *             POLL-SECS apart (default 60) - each its own
      *             db2GetSnapshot call, never the sweep's shared
      *             MFCUSNAP capture - stopping early at the
      *             first poll that finds nothing recovering (PARM file
      *             MFCRCPGP, MFCTHR.CBL convention). The history file
      *             MFCRCPGO is opened EXTEND (append) like MFCRPRGO;
      *             MFCR110 turns successive polls into percent done
      *             and a projected availability time.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCRCPG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFY-FILE ASSIGN TO "MFCPFMDP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VF-STATUS.
           SELECT PARM-FILE ASSIGN TO "MFCRCPGP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RECOV-PROG-FILE ASSIGN TO "MFCRCPGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT ENV-FILE ASSIGN TO "MFCRCPGE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EV-STATUS.
           SELECT ERRLOG-FILE ASSIGN TO "MFCERRLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EL-STATUS.
           SELECT DIAG-FILE ASSIGN TO "MFCDIAGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DG-STATUS.
           SELECT ACCT-FILE ASSIGN TO "MFCRUNLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Preflight verify-mode flag (MFCPFMDP) - set by MFCPFLGT
      * ahead of the sweep; "VERIFY" turns this run into a
      * connect-and-walk check that writes nothing.
       FD  VERIFY-FILE
           RECORDING MODE IS F.
       01 VERIFY-REC                  PIC X(8).
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  RECOV-PROG-FILE
           RECORDING MODE IS F.
           COPY "mfcrcpg.cbl".
       FD  ENV-FILE
           RECORDING MODE IS F.
           COPY "mfcenv.cbl".
       FD  ERRLOG-FILE
           RECORDING MODE IS F.
           COPY "mfcerrlg.cbl".
       FD  DIAG-FILE
           RECORDING MODE IS F.
           COPY "mfcdiag.cbl".
       FD  ACCT-FILE
           RECORDING MODE IS F.
           COPY "mfcracct.cbl".
       WORKING-STORAGE SECTION.
       01 WS-VF-STATUS                PIC XX.
       01 WS-VERIFY-MODE              PIC X VALUE "N".
           88 VERIFY-MODE             VALUE "Y".
       01 WS-VF-BAD                   PIC X VALUE "N".
           88 VERIFY-WALK-BAD         VALUE "Y".
      * End-of-run accounting for the common run ledger
      * (MFCRACCT.CBL/MFCURACC.CBL) - one row appended at
      * 9000-TERMINATE time; the freshness watchdog (MFCWDOG)
      * reads this ledger to prove the collector still runs.
       01 WS-RN-STATUS                PIC XX.
       01 WS-RN-PROGRAM               PIC X(8) VALUE "MFCCRCPG".
       01 WS-ACCT-START-SECS          PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-READ                PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-WRITTEN             PIC 9(9) COMP-5 VALUE 0.
       01 WS-ACCT-SQLCODE             PIC S9(9) COMP-5 VALUE 0.
       01 WS-ACCT-STATUS              PIC X(8)
                                       VALUE "COMPLETE".
      * Control-total envelope for this run's appended rows
      * (MFCUENVW/mfcenv.cbl) - MFCENVCK reconciles consumers.
       01 WS-EV-STATUS                PIC XX.
       01 WS-LAYOUT-VERSION           PIC 9(9) COMP-5 VALUE 1.
       01 WS-HASH-TOTAL               PIC 9(18) COMP-5 VALUE 0.
      * Transient-error retry (MFCURTRY/MFCRTRYP) around the
      * snapshot API, and on hard failure one MFCERRLG record plus
      * the full diagnostic bundle (MFCUDIAG/mfcdiag.cbl) keyed by
      * the same timestamp - the MFCCPING convention.
       01 WS-EL-STATUS                PIC XX.
       01 WS-DG-STATUS                PIC XX.
       01 WS-FAIL-SECS                PIC 9(9) COMP-5.
       01 WS-DG-SOURCE                PIC X(8) VALUE "MFCCRCPG".
       01 WS-RT-KEY                   PIC X(20) VALUE SPACES.
       01 WS-SNAP-ATTEMPT             PIC 9(9) COMP-5 VALUE 1.
       01 WS-RETRY-FLAG               PIC X(1).
       01 WS-TRY-AGAIN                PIC X(1) VALUE "N".
           88 TRY-AGAIN               VALUE "Y".
       01 WS-PARM-SUMMARY             PIC X(80).
       01 WS-BUFFER-COUNTS            PIC X(40).
       COPY "sqlca.cbl".
       COPY "sqlmonct.cbl".
       COPY "db2ApiDf.cbl".

       01 WS-PARM-STATUS              PIC XX.
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-RC-STATUS                PIC XX.
       01 WS-POLL-SECS                PIC 9(9) COMP-5 VALUE 60.
       01 WS-MAX-POLLS                PIC 9(9) COMP-5 VALUE 1.
       01 WS-POLL-NO                  PIC 9(9) COMP-5 VALUE 0.
       01 WS-POLL-ROWS                PIC 9(9) COMP-5 VALUE 0.
       01 WS-POLLING                  PIC X VALUE "Y".
           88 KEEP-POLLING            VALUE "Y".
       01 WS-OCC-PTR                  USAGE POINTER.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-PDX                      PIC 9(9) COMP-5.
       01 WS-MAX-OCC                  PIC 9(9) COMP-5 VALUE 2000.
       01 WS-COLLECT-SECS             PIC 9(9) COMP-5.
       01 WS-TEXT-LEN                 PIC 9(9) COMP-5.

      * The owner being accumulated - a utility or an application -
      * and the phases seen beneath it so far.
       01 WS-OWNER-KIND               PIC X VALUE SPACE.
           88 OWNER-IS-UTILITY        VALUE "U".
           88 OWNER-IS-APPL           VALUE "A".
           88 NO-OWNER                VALUE SPACE.
       01 WS-ROLLBACK-SEEN            PIC X VALUE "N".
           88 ROLLBACK-SEEN           VALUE "Y".
       01 WS-WANT-START-SECS          PIC X VALUE "N".
           88 WANT-START-SECS         VALUE "Y".
       01 WS-CUR-DB-NAME              PIC X(20) VALUE SPACES.
       01 WS-CUR-OWNER-ID             PIC 9(9) COMP-5 VALUE 0.
       01 WS-CUR-UTILITY-TYPE         PIC 9(9) COMP-5 VALUE 0.
       01 WS-CUR-START-SECS           PIC 9(9) COMP-5 VALUE 0.
       01 WS-CUR-SEQ                  PIC 9(4) COMP-5 VALUE 0.
       01 WS-MAX-PHASES               PIC 9(9) COMP-5 VALUE 10.
       01 WS-PH-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-PHASE-TABLE.
           05 WS-PH-ENTRY OCCURS 10 TIMES.
              10 WS-PH-SEQ            PIC 9(4) COMP-5.
              10 WS-PH-DESCRIPTION    PIC X(40).
              10 WS-PH-START-SECS     PIC 9(9) COMP-5.
              10 WS-PH-TOTAL-UNITS    PIC 9(18) COMP-5.
              10 WS-PH-DONE-UNITS     PIC 9(18) COMP-5.

      * Decoded payload of the numeric element under the pointer -
      * filled by 3150-DECODE-NUM-ELEM off the header size.
       01 WS-NUM-VALUE                PIC 9(18) COMP-5.

       LINKAGE SECTION.
      * First 8 bytes common to every SQLM-* snapshot element - used to
      * decide which real structure to overlay the pointer with next.
       01 WS-SQLM-ELEM-HDR.
           05 WS-EH-SIZE               PIC 9(9) COMP-5.
           05 WS-EH-INFO-TYPE          PIC X.
           05 WS-EH-INFO-TYPE-N REDEFINES WS-EH-INFO-TYPE
                                        PIC 9 COMP-X.
           05 FILLER                   PIC X(3).
      * A numeric element carries 4 or 8 payload bytes behind the
      * 8-byte header; the header size (12 or 16) says which.
       01 WS-SQLM-NUM-ELEM.
           05 FILLER                   PIC X(8).
           05 WS-NE-PAYLOAD.
              10 WS-NE-VALUE-4         PIC 9(9) COMP-5.
              10 FILLER                PIC X(4).
           05 WS-NE-VALUE REDEFINES WS-NE-PAYLOAD
                                        PIC 9(18) COMP-5.
       01 WS-SQLM-TEXT-ELEM.
           05 FILLER                   PIC X(8).
           05 WS-TE-TEXT                PIC X(256).
       COPY "sqlmon.cbl".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-VERIFY-MODE
           IF VERIFY-MODE
               PERFORM 0600-VERIFY-ONLY
               GOBACK
           END-IF
           CALL "MFCUTIME" USING WS-ACCT-START-SECS
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL NOT KEEP-POLLING
               ADD 1 TO WS-POLL-NO
               MOVE 0 TO WS-POLL-ROWS
               CALL "MFCUTIME" USING WS-COLLECT-SECS
               PERFORM 2000-GET-SNAPSHOT
               IF SQLCODE = 0
                   PERFORM 3000-WALK-BUFFER
               END-IF
               IF SQLCODE NOT = 0
                   OR WS-POLL-ROWS = 0
                   OR WS-POLL-NO >= WS-MAX-POLLS
                   MOVE "N" TO WS-POLLING
               ELSE
                   CALL "C$SLEEP" USING WS-POLL-SECS
               END-IF
           END-PERFORM
           PERFORM 9000-TERMINATE
           GOBACK.

      * GO/NO-GO preflight verify mode: the same connect, one
      * minimal default-class request and the same header walk the
      * real run trusts - but not one record written anywhere.
      * RETURN-CODE 0 is GO, 12 is NO-GO; MFCPFLGT chains these.
       0500-CHECK-VERIFY-MODE.
           OPEN INPUT VERIFY-FILE
           IF WS-VF-STATUS = "00"
               READ VERIFY-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF VERIFY-REC = "VERIFY"
                           SET VERIFY-MODE TO TRUE
                       END-IF
               END-READ
               CLOSE VERIFY-FILE
           END-IF.

       0600-VERIFY-ONLY.
           MOVE SQLM-DBMON-VERSION8
               TO DB2-I-VERSION OF DB2G-GET-SNAPSHOT-DATA
           MOVE SQLM-CLASS-DEFAULT
               TO DB2-I-SNAPSHOT-CLASS OF DB2G-GET-SNAPSHOT-DATA
           MOVE 0 TO DB2-I-NODE-NUMBER OF DB2G-GET-SNAPSHOT-DATA
           MOVE 0 TO DB2-I-STORE-RESULT
           CALL "db2GetSnapshot"
               USING DB2-I-VERSION OF DB2G-GET-SNAPSHOT-DATA
               DB2G-GET-SNAPSHOT-DATA SQLCA
           IF SQLCODE NOT = 0
               DISPLAY "MFCCRCPG: VERIFY NO-GO SQLCODE=" SQLCODE
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0700-VERIFY-WALK
           END-IF.

       0700-VERIFY-WALK.
           MOVE DB2-PO-BUFFER OF DB2G-GET-SNAPSHOT-DATA TO WS-OCC-PTR
           SET ADDRESS OF WS-SQLM-ELEM-HDR TO WS-OCC-PTR
           MOVE 0 TO WS-IDX
           MOVE "N" TO WS-VF-BAD
           PERFORM UNTIL WS-IDX >= WS-MAX-OCC
                   OR WS-EH-SIZE OF WS-SQLM-ELEM-HDR = 0
                   OR VERIFY-WALK-BAD
               IF WS-EH-SIZE OF WS-SQLM-ELEM-HDR < 8
                   SET VERIFY-WALK-BAD TO TRUE
               ELSE
                   SET WS-OCC-PTR TO ADDRESS OF WS-SQLM-ELEM-HDR
                   SET WS-OCC-PTR UP BY WS-EH-SIZE
                       OF WS-SQLM-ELEM-HDR
                   SET ADDRESS OF WS-SQLM-ELEM-HDR TO WS-OCC-PTR
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM
           IF VERIFY-WALK-BAD
               DISPLAY "MFCCRCPG: VERIFY NO-GO - STREAM NOT WALKABLE"
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "MFCCRCPG: VERIFY GO"
               MOVE 0 TO RETURN-CODE
           END-IF.

       1000-INITIALIZE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL EOF-PARMS
                   READ PARM-FILE
                       AT END SET EOF-PARMS TO TRUE
                       NOT AT END
                           IF MFC-THR-NAME = "POLL-SECS"
                               MOVE MFC-THR-VALUE TO WS-POLL-SECS
                           END-IF
                           IF MFC-THR-NAME = "MAX-POLLS"
                               MOVE MFC-THR-VALUE TO WS-MAX-POLLS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           IF WS-MAX-POLLS = 0
               MOVE 1 TO WS-MAX-POLLS
           END-IF
           OPEN EXTEND RECOV-PROG-FILE
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RECOV-PROG-FILE
           END-IF.

       2000-GET-SNAPSHOT.
           MOVE SQLM-DBMON-VERSION8
               TO DB2-I-VERSION OF DB2G-GET-SNAPSHOT-DATA
           MOVE SQLM-CLASS-DEFAULT
               TO DB2-I-SNAPSHOT-CLASS OF DB2G-GET-SNAPSHOT-DATA
           MOVE 0 TO DB2-I-NODE-NUMBER OF DB2G-GET-SNAPSHOT-DATA
           MOVE 0 TO DB2-I-STORE-RESULT
           MOVE 1 TO WS-SNAP-ATTEMPT
           MOVE "Y" TO WS-TRY-AGAIN
           PERFORM 2050-SNAPSHOT-WITH-RETRY UNTIL NOT TRY-AGAIN
           IF SQLCODE NOT = 0
               DISPLAY "MFCCRCPG: db2GetSnapshot SQLCODE=" SQLCODE
               IF SQLCODE < WS-ACCT-SQLCODE
                   MOVE SQLCODE TO WS-ACCT-SQLCODE
               END-IF
               MOVE "FAILED" TO WS-ACCT-STATUS
               PERFORM 2060-WRITE-FAILURE-DIAG
           END-IF.

      * One attempt of the snapshot API; a transient SQLCODE goes
      * through the shared retry service (MFCURTRY/MFCRTRYP), which
      * journals the decision and takes the backoff sleep itself.
       2050-SNAPSHOT-WITH-RETRY.
      * Every poll takes its own capture, as the MFCCLKW continuous
      * watch does: the sweep's shared capture (MFCUSNAP) is reused
      * for SHARE-SECS, so polls inside that window would all see
      * the first poll's picture and the progress would never move.
           CALL "db2GetSnapshot"
               USING DB2-I-VERSION OF DB2G-GET-SNAPSHOT-DATA
               DB2G-GET-SNAPSHOT-DATA SQLCA
           IF SQLCODE = 0
               MOVE "N" TO WS-TRY-AGAIN
           ELSE
               CALL "MFCURTRY" USING WS-DG-SOURCE WS-RT-KEY
                   SQLCODE WS-SNAP-ATTEMPT WS-RETRY-FLAG
               IF WS-RETRY-FLAG = "Y"
                   ADD 1 TO WS-SNAP-ATTEMPT
               ELSE
                   MOVE "N" TO WS-TRY-AGAIN
               END-IF
           END-IF.

      * Hard failure: one MFCERRLG record plus the full diagnostic
      * bundle (MFCUDIAG/mfcdiag.cbl) keyed by the same timestamp,
      * so the vendor ticket gets the whole SQLCA, not 60 bytes.
       2060-WRITE-FAILURE-DIAG.
           CALL "MFCUTIME" USING WS-FAIL-SECS
           OPEN EXTEND ERRLOG-FILE
           IF WS-EL-STATUS = "35"
               OPEN OUTPUT ERRLOG-FILE
           END-IF
           MOVE WS-FAIL-SECS TO MFC-EL-TIMESTAMP-SECS
           MOVE WS-DG-SOURCE TO MFC-EL-SOURCE
           MOVE SQLCODE TO MFC-EL-SQLCODE
           MOVE SQLSTATE OF SQLCA TO MFC-EL-SQLSTATE
           MOVE "SNAPSHOT FAILED - SEE DIAG BUNDLE"
               TO MFC-EL-DETAIL
           WRITE MFC-ERROR-LOG-REC
           CLOSE ERRLOG-FILE
           OPEN EXTEND DIAG-FILE
           IF WS-DG-STATUS = "35"
               OPEN OUTPUT DIAG-FILE
           END-IF
           MOVE "CLASS=DEFAULT NODE=0" TO WS-PARM-SUMMARY
           MOVE "NO BUFFER - SNAPSHOT CALL FAILED"
               TO WS-BUFFER-COUNTS
           CALL "MFCUDIAG" USING WS-FAIL-SECS WS-DG-SOURCE SQLCA
               WS-PARM-SUMMARY WS-BUFFER-COUNTS
               MFC-DIAG-BUNDLE-REC
           WRITE MFC-DIAG-BUNDLE-REC
           CLOSE DIAG-FILE.

       3000-WALK-BUFFER.
           MOVE DB2-PO-BUFFER OF DB2G-GET-SNAPSHOT-DATA TO WS-OCC-PTR
           SET ADDRESS OF WS-SQLM-ELEM-HDR TO WS-OCC-PTR
           MOVE 0 TO WS-IDX
           MOVE SPACE TO WS-OWNER-KIND
           PERFORM UNTIL WS-IDX >= WS-MAX-OCC
                   OR WS-EH-SIZE OF WS-SQLM-ELEM-HDR = 0
               PERFORM 3100-DISPATCH-ELEMENT
               SET WS-OCC-PTR TO ADDRESS OF WS-SQLM-ELEM-HDR
               SET WS-OCC-PTR UP BY WS-EH-SIZE OF WS-SQLM-ELEM-HDR
               SET ADDRESS OF WS-SQLM-ELEM-HDR TO WS-OCC-PTR
               ADD 1 TO WS-IDX
           END-PERFORM
      * Stopped at the element limit short of the end of the
      * capture: the elements past it are lost, so the run says so.
           IF WS-IDX >= WS-MAX-OCC
               AND WS-EH-SIZE OF WS-SQLM-ELEM-HDR NOT = 0
               DISPLAY "MFCCRCPG: WALK STOPPED AT " WS-IDX
                   " ELEMENTS - CAPTURE NOT FULLY READ"
               MOVE "DEGRADED" TO WS-ACCT-STATUS
           END-IF
           PERFORM 3190-FLUSH-OWNER.

       3100-DISPATCH-ELEMENT.
           EVALUATE WS-EH-INFO-TYPE-N OF WS-SQLM-ELEM-HDR
               WHEN SQLM-ELM-UTILITY
                   PERFORM 3190-FLUSH-OWNER
                   PERFORM 3200-START-OWNER
                   SET OWNER-IS-UTILITY TO TRUE
               WHEN SQLM-ELM-APPL
                   PERFORM 3190-FLUSH-OWNER
                   PERFORM 3200-START-OWNER
                   SET OWNER-IS-APPL TO TRUE
                   SET ADDRESS OF SQLM-APPL TO WS-OCC-PTR
                   MOVE DB-NAME OF SQLM-APPL TO WS-CUR-DB-NAME
                   MOVE AGENT-ID OF SQLM-APPL TO WS-CUR-OWNER-ID
                   MOVE SECONDS OF UOW-START-TIME OF SQLM-APPL
                       TO WS-CUR-START-SECS
               WHEN SQLM-ELM-DBASE
               WHEN SQLM-ELM-DB2
                   PERFORM 3190-FLUSH-OWNER
               WHEN SQLM-ELM-UTILITY-DBNAME
                   IF OWNER-IS-UTILITY
                       SET ADDRESS OF WS-SQLM-TEXT-ELEM TO WS-OCC-PTR
                       PERFORM 3300-CAPTURE-DBNAME
                   END-IF
               WHEN SQLM-ELM-UTILITY-ID
                   IF OWNER-IS-UTILITY
                       PERFORM 3150-DECODE-NUM-ELEM
                       MOVE WS-NUM-VALUE TO WS-CUR-OWNER-ID
                   END-IF
               WHEN SQLM-ELM-UTILITY-TYPE
                   IF OWNER-IS-UTILITY
                       PERFORM 3150-DECODE-NUM-ELEM
                       MOVE WS-NUM-VALUE TO WS-CUR-UTILITY-TYPE
                   END-IF
               WHEN SQLM-ELM-UTILITY-START-TIME
                   IF OWNER-IS-UTILITY
                       PERFORM 3150-DECODE-NUM-ELEM
                       MOVE WS-NUM-VALUE TO WS-CUR-START-SECS
                   END-IF
               WHEN SQLM-ELM-ROLLBACK-PROGRESS
                   IF OWNER-IS-APPL
                       SET ROLLBACK-SEEN TO TRUE
                   END-IF
               WHEN SQLM-PROG-LST-CUR-SEQN
                   PERFORM 3150-DECODE-NUM-ELEM
                   MOVE WS-NUM-VALUE TO WS-CUR-SEQ
               WHEN SQLM-ELM-PROGRESS
                   PERFORM 3400-START-PHASE
               WHEN SQLM-ELM-PROGRESS-SEQ-NUM
                   IF WS-PH-COUNT > 0
                       PERFORM 3150-DECODE-NUM-ELEM
                       MOVE WS-NUM-VALUE TO WS-PH-SEQ(WS-PH-COUNT)
                   END-IF
               WHEN SQLM-ELM-PROGRESS-DESCRIPTION
                   IF WS-PH-COUNT > 0
                       SET ADDRESS OF WS-SQLM-TEXT-ELEM TO WS-OCC-PTR
                       PERFORM 3500-CAPTURE-DESCRIPTION
                   END-IF
               WHEN SQLM-ELM-PROGRESS-TOTAL-UNITS
                   IF WS-PH-COUNT > 0
                       PERFORM 3150-DECODE-NUM-ELEM
                       MOVE WS-NUM-VALUE
                           TO WS-PH-TOTAL-UNITS(WS-PH-COUNT)
                   END-IF
               WHEN SQLM-ELM-PROG-COMP-UNIT
                   IF WS-PH-COUNT > 0
                       PERFORM 3150-DECODE-NUM-ELEM
                       MOVE WS-NUM-VALUE
                           TO WS-PH-DONE-UNITS(WS-PH-COUNT)
                   END-IF
               WHEN SQLM-ELM-PROGRESS-START-TIME
                   IF WS-PH-COUNT > 0
                       SET WANT-START-SECS TO TRUE
                   END-IF
               WHEN SQLM-ELM-SECONDS
                   IF WANT-START-SECS
                       PERFORM 3150-DECODE-NUM-ELEM
                       MOVE WS-NUM-VALUE
                           TO WS-PH-START-SECS(WS-PH-COUNT)
                       MOVE "N" TO WS-WANT-START-SECS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A monitor numeric element arrives as a 4-byte counter
      * (header size 12) or an 8-byte value (size 16); decoding
      * off the size keeps an 8-byte read on a 12-byte element
      * from swallowing the next element's header.
       3150-DECODE-NUM-ELEM.
           SET ADDRESS OF WS-SQLM-NUM-ELEM TO WS-OCC-PTR
           IF WS-EH-SIZE OF WS-SQLM-ELEM-HDR >= 16
               MOVE WS-NE-VALUE TO WS-NUM-VALUE
           ELSE
               MOVE WS-NE-VALUE-4 TO WS-NUM-VALUE
           END-IF.

      * The owner is complete: a crash-recovery utility, or an
      * application with a rollback under way, writes its phases.
       3190-FLUSH-OWNER.
           IF OWNER-IS-UTILITY
               AND WS-CUR-UTILITY-TYPE = SQLM-UTILITY-CRASH-RECOVERY
               MOVE "CRASH" TO MFC-RC-KIND
               PERFORM 3900-WRITE-PHASES
           END-IF
           IF OWNER-IS-APPL AND ROLLBACK-SEEN
               MOVE "ROLLBACK" TO MFC-RC-KIND
               PERFORM 3900-WRITE-PHASES
           END-IF
           MOVE SPACE TO WS-OWNER-KIND
           MOVE 0 TO WS-PH-COUNT.

       3200-START-OWNER.
           MOVE "N" TO WS-ROLLBACK-SEEN
           MOVE "N" TO WS-WANT-START-SECS
           MOVE SPACES TO WS-CUR-DB-NAME
           MOVE 0 TO WS-CUR-OWNER-ID
           MOVE 0 TO WS-CUR-UTILITY-TYPE
           MOVE 0 TO WS-CUR-START-SECS
           MOVE 0 TO WS-CUR-SEQ
           MOVE 0 TO WS-PH-COUNT.

       3300-CAPTURE-DBNAME.
           COMPUTE WS-TEXT-LEN = WS-EH-SIZE OF WS-SQLM-ELEM-HDR - 8
           MOVE SPACES TO WS-CUR-DB-NAME
           IF WS-TEXT-LEN > 0
               MOVE WS-TE-TEXT(1:WS-TEXT-LEN) TO WS-CUR-DB-NAME
           END-IF.

      * A PROGRESS group only counts under an owner being followed.
       3400-START-PHASE.
           MOVE "N" TO WS-WANT-START-SECS
           IF NO-OWNER
               EXIT PARAGRAPH
           END-IF
           IF WS-PH-COUNT >= WS-MAX-PHASES
               DISPLAY "MFCCRCPG: PHASE TABLE FULL, PHASE SKIPPED "
                   WS-CUR-DB-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PH-COUNT
           MOVE 0 TO WS-PH-SEQ(WS-PH-COUNT)
           MOVE SPACES TO WS-PH-DESCRIPTION(WS-PH-COUNT)
           MOVE 0 TO WS-PH-START-SECS(WS-PH-COUNT)
           MOVE 0 TO WS-PH-TOTAL-UNITS(WS-PH-COUNT)
           MOVE 0 TO WS-PH-DONE-UNITS(WS-PH-COUNT).

       3500-CAPTURE-DESCRIPTION.
           COMPUTE WS-TEXT-LEN = WS-EH-SIZE OF WS-SQLM-ELEM-HDR - 8
           MOVE SPACES TO WS-PH-DESCRIPTION(WS-PH-COUNT)
           IF WS-TEXT-LEN > 0
               MOVE WS-TE-TEXT(1:WS-TEXT-LEN)
                   TO WS-PH-DESCRIPTION(WS-PH-COUNT)
           END-IF.

      * MFC-RC-KIND is set by the caller.
       3900-WRITE-PHASES.
           PERFORM VARYING WS-PDX FROM 1 BY 1
                   UNTIL WS-PDX > WS-PH-COUNT
               MOVE WS-COLLECT-SECS TO MFC-RC-COLLECT-SECS
               MOVE WS-CUR-DB-NAME TO MFC-RC-DB-NAME
               MOVE WS-CUR-OWNER-ID TO MFC-RC-OWNER-ID
               MOVE WS-CUR-START-SECS TO MFC-RC-START-SECS
               MOVE WS-PH-SEQ(WS-PDX) TO MFC-RC-PHASE-SEQ
               MOVE WS-CUR-SEQ TO MFC-RC-CUR-SEQ
               MOVE WS-PH-DESCRIPTION(WS-PDX) TO MFC-RC-DESCRIPTION
               MOVE WS-PH-START-SECS(WS-PDX)
                   TO MFC-RC-PHASE-START-SECS
               MOVE WS-PH-TOTAL-UNITS(WS-PDX) TO MFC-RC-TOTAL-UNITS
               MOVE WS-PH-DONE-UNITS(WS-PDX) TO MFC-RC-DONE-UNITS
               WRITE MFC-RECOV-PROG-REC
               ADD 1 TO WS-ACCT-WRITTEN
               ADD 1 TO WS-POLL-ROWS
               ADD MFC-RC-DONE-UNITS TO WS-HASH-TOTAL
           END-PERFORM.

       9000-TERMINATE.
      * Control-total envelope for this run's appended rows
      * (MFCUENVW/mfcenv.cbl) - MFCENVCK reconciles consumers.
           OPEN EXTEND ENV-FILE
           IF WS-EV-STATUS = "35"
               OPEN OUTPUT ENV-FILE
           END-IF
           CALL "MFCUENVW" USING WS-RN-PROGRAM WS-LAYOUT-VERSION
               WS-ACCT-WRITTEN WS-HASH-TOTAL MFC-ENVELOPE-REC
           WRITE MFC-ENVELOPE-REC
           CLOSE ENV-FILE
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
           CLOSE RECOV-PROG-FILE.
