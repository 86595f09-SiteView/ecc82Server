      *             sort overflow attaches to the database that caused
      *             it. Otherwise it opens a new incident.
      *
      *             db2diag.log entries kept by MFCCD2LG (MFCD2LGO/
      *             mfcd2lh.cbl) at or above DIAG-CORRELATE-LEVEL
      *             (MFCALCOP, a MFC-DL-LEVEL-RANK, default 2 =
      *             SEVERE) are merged into the walk in time order and
      *             folded in the same way, as members from source
      *             MFCCD2LG with metric DB2DIAG-<level>, keyed by
      *             their database - so the severe message that came
      *             first lands in the incident it explains. An entry
      *             that matched an MFCD2LGR rule is skipped here: its
      *             alert is already on MFCALRTO.
      *
      *             Known errors: every incident is tested against
      *             the known-error file MFCKERRP (mfckerr.cbl) - key
      *             pattern on the incident key, metric pattern on any
      *             member's metric, and a SQLCODE that MFCERRLG logged
      *             within the correlation window of the incident's
      *             span - and the first known error whose rules all
      *             hold stamps its id and workaround on the incident
      *             header, for the console and the ticket export.
      *
      *             Affected services: each incident header carries a
      *             short summary of who depends on its key, taken from
      *             the impact map MFCIMPS (mfcimpm.cbl, MFCCIMPM) -
      *             owning team, the applications (the first three by
      *             name), workload classes and host links on the
      *             alias, and its HADR partner - for the bridge and
      *             the ticket export. Without a map it is left blank.
      *
      *             Outputs, derived fresh each run the way a report
      *             is: incident headers on MFCINCTO (mfcinct.cbl),
      *             member alerts on MFCINCMO (mfcincm.cbl), and a
           SELECT ALERT-FILE ASSIGN TO "MFCALRTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT DIAGLOG-FILE ASSIGN TO "MFCD2LGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DL-STATUS.
           SELECT KERR-FILE ASSIGN TO "MFCKERRP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KE-STATUS.
           SELECT ERRLOG-FILE ASSIGN TO "MFCERRLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EL-STATUS.
           SELECT PARM-FILE ASSIGN TO "MFCALCOP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT IMPACT-FILE ASSIGN TO "MFCIMPS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IP-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "MFCINCTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IC-STATUS.
       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY "mfcalert.cbl".
       FD  DIAGLOG-FILE
           RECORDING MODE IS F.
           COPY "mfcd2lh.cbl".
       FD  KERR-FILE
           RECORDING MODE IS F.
           COPY "mfckerr.cbl".
       FD  ERRLOG-FILE
           RECORDING MODE IS F.
           COPY "mfcerrlg.cbl".
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  IMPACT-FILE
           RECORDING MODE IS F.
           COPY "mfcimpm.cbl".
       FD  INCIDENT-FILE
           RECORDING MODE IS F.
           COPY "mfcinct.cbl".
           COPY "mfcracct.cbl".
       WORKING-STORAGE SECTION.
       01 WS-AL-STATUS                PIC XX.
       01 WS-DL-STATUS                PIC XX.
       01 WS-KE-STATUS                PIC XX.
       01 WS-EL-STATUS                PIC XX.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-IP-STATUS                PIC XX.
       01 WS-IC-STATUS                PIC XX.
       01 WS-IM-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-RN-STATUS                PIC XX.
       01 WS-EOF-AL                   PIC X VALUE "N".
           88 EOF-AL                  VALUE "Y".
       01 WS-EOF-DL                   PIC X VALUE "N".
           88 EOF-DL                  VALUE "Y".
       01 WS-AL-OPENED                PIC X VALUE "N".
       01 WS-DL-OPENED                PIC X VALUE "N".
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".

       01 WS-CORR-WINDOW              PIC 9(9) COMP-5 VALUE 900.
       01 WS-DIAG-LEVEL               PIC 9(9) COMP-5 VALUE 2.
      * The alert or db2diag.log entry being placed - whichever of
      * the two read-ahead records is older.
       01 WS-PL-SECS                  PIC 9(9) COMP-5.
       01 WS-PL-SOURCE                PIC X(8).
       01 WS-PL-METRIC                PIC X(20).
       01 WS-PL-KEY                   PIC X(20).
       01 WS-PL-ACTUAL                PIC 9(9) COMP-5.
       01 WS-PL-THRESHOLD             PIC 9(9) COMP-5.
       01 WS-MAX-INCIDENTS            PIC 9(9) COMP-5 VALUE 300.
       01 WS-INCIDENT-COUNT           PIC 9(9) COMP-5 VALUE 0.
       01 WS-IDX                      PIC 9(9) COMP-5.

      * One open or closed incident. Up to eight distinct source
      * program names are remembered per incident to derive the
      * distinct-source count shown to management. The two hit
      * flags per known error record whether a member's metric, and
      * a logged SQLCODE, satisfied that known error's rule.
       01 WS-INCIDENT-TABLE.
           05 WS-IN-ENTRY OCCURS 300 TIMES.
              10 WS-IN-FIRST-SECS     PIC 9(9) COMP-5.
              10 WS-IN-ALERT-COUNT    PIC 9(9) COMP-5.
              10 WS-IN-SOURCE-COUNT   PIC 9(9) COMP-5.
              10 WS-IN-SOURCE-NAME    PIC X(8) OCCURS 8 TIMES.
              10 WS-IN-KE-METRIC-HIT  PIC X(1) OCCURS 100 TIMES.
              10 WS-IN-KE-SQL-HIT     PIC X(1) OCCURS 100 TIMES.

      * Known errors, in file order - the first whose rules all
      * hold is the one an incident carries.
       01 WS-MAX-KERRS                PIC 9(9) COMP-5 VALUE 100.
       01 WS-KE-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-KE-SQL-RULES             PIC 9(9) COMP-5 VALUE 0.
       01 WS-KDX                      PIC 9(9) COMP-5.
       01 WS-KE-HIT-IDX               PIC 9(9) COMP-5.
       01 WS-KNOWN-COUNT              PIC 9(9) COMP-5 VALUE 0.
       01 WS-KERR-TABLE.
           05 WS-KE-ENTRY OCCURS 100 TIMES.
              10 WS-KE-ID             PIC X(8).
              10 WS-KE-KEY-PAT        PIC X(20).
              10 WS-KE-METRIC-PAT     PIC X(20).
              10 WS-KE-SQLCODE        PIC S9(9) COMP-5.
              10 WS-KE-WORKAROUND     PIC X(100).
       01 WS-PAT-MATCHED              PIC X VALUE "N".
           88 PAT-MATCHED             VALUE "Y".
       01 WS-STEM-LEN                 PIC 9(9) COMP-5.
       01 WS-PAT-WORK                 PIC X(20).
       01 WS-VALUE-WORK               PIC X(20).

      * Impact map dependents, for the affected-services summary.
       01 WS-MAX-IMPACTS              PIC 9(9) COMP-5 VALUE 5000.
       01 WS-MP-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-MAP-AVAIL                PIC X VALUE "N".
           88 MAP-AVAIL               VALUE "Y".
       01 WS-IMPACT-TABLE.
           05 WS-MP-ENTRY OCCURS 5000 TIMES.
              10 WS-MP-DB-ALIAS       PIC X(20).
              10 WS-MP-DEP-TYPE       PIC X(1).
              10 WS-MP-NAME           PIC X(32).
       01 WS-MP-TEAM                  PIC X(32).
       01 WS-MP-PARTNER               PIC X(32).
       01 WS-MP-APPS                  PIC 9(9) COMP-5.
       01 WS-MP-CLASSES               PIC 9(9) COMP-5.
       01 WS-MP-HOSTS                 PIC 9(9) COMP-5.
       01 WS-MP-APP-NAMES             PIC X(66).
       01 WS-MP-NAMES-PTR             PIC 9(4) COMP-5.
       01 WS-AFFECTED-PTR             PIC 9(4) COMP-5.
       01 WS-DISP-DEPS                PIC Z(3)9.
       01 WS-DEPS-LEAD                PIC 9(4) COMP-5.

       01 WS-DISP-SEQ                 PIC ZZZZZZZ9.
       01 WS-DISP-SECS                PIC ZZZZZZZZ9.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CORRELATE-ALERTS
           IF WS-KE-SQL-RULES > 0
               PERFORM 2800-SCAN-ERROR-LOG
           END-IF
           PERFORM 3000-WRITE-INCIDENTS
           PERFORM 9000-TERMINATE
           GOBACK.
                                   "CORRELATION-WINDOW-SECS"
                               MOVE MFC-THR-VALUE TO WS-CORR-WINDOW
                           END-IF
                           IF MFC-THR-NAME = "DIAG-CORRELATE-LEVEL"
                               MOVE MFC-THR-VALUE TO WS-DIAG-LEVEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           PERFORM 1100-LOAD-KNOWN-ERRORS
           PERFORM 1200-LOAD-IMPACT-MAP
           OPEN OUTPUT INCIDENT-FILE
           OPEN OUTPUT MEMBER-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       1100-LOAD-KNOWN-ERRORS.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT KERR-FILE
           IF WS-KE-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ KERR-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF WS-KE-COUNT < WS-MAX-KERRS
                               ADD 1 TO WS-KE-COUNT
                               MOVE MFC-KE-ERROR-ID
                                   TO WS-KE-ID(WS-KE-COUNT)
                               MOVE MFC-KE-KEY-PAT
                                   TO WS-KE-KEY-PAT(WS-KE-COUNT)
                               MOVE MFC-KE-METRIC-PAT
                                   TO WS-KE-METRIC-PAT(WS-KE-COUNT)
                               MOVE MFC-KE-SQLCODE
                                   TO WS-KE-SQLCODE(WS-KE-COUNT)
                               MOVE MFC-KE-WORKAROUND
                                   TO WS-KE-WORKAROUND(WS-KE-COUNT)
                               IF MFC-KE-SQLCODE NOT = 0
                                   ADD 1 TO WS-KE-SQL-RULES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KERR-FILE
           END-IF.

       1200-LOAD-IMPACT-MAP.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT IMPACT-FILE
           IF WS-IP-STATUS = "00"
               SET MAP-AVAIL TO TRUE
               PERFORM UNTIL EOF-IN
                   READ IMPACT-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF WS-MP-COUNT < WS-MAX-IMPACTS
                               ADD 1 TO WS-MP-COUNT
                               MOVE MFC-IP-DB-ALIAS
                                   TO WS-MP-DB-ALIAS(WS-MP-COUNT)
                               MOVE MFC-IP-DEP-TYPE
                                   TO WS-MP-DEP-TYPE(WS-MP-COUNT)
                               MOVE MFC-IP-NAME
                                   TO WS-MP-NAME(WS-MP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMPACT-FILE
           END-IF.

       2000-CORRELATE-ALERTS.
           OPEN INPUT ALERT-FILE
           IF WS-AL-STATUS = "00"
               MOVE "Y" TO WS-AL-OPENED
               PERFORM 2010-NEXT-ALERT
           ELSE
               SET EOF-AL TO TRUE
           END-IF
           OPEN INPUT DIAGLOG-FILE
           IF WS-DL-STATUS = "00"
               MOVE "Y" TO WS-DL-OPENED
               PERFORM 2020-NEXT-DIAG-ENTRY
           ELSE
               SET EOF-DL TO TRUE
           END-IF
           PERFORM UNTIL EOF-AL AND EOF-DL
               IF NOT EOF-AL
                   AND (EOF-DL
                       OR MFC-AL-ALERT-SECS <= MFC-DL-EVENT-SECS)
                   MOVE MFC-AL-ALERT-SECS TO WS-PL-SECS
                   MOVE MFC-AL-SOURCE TO WS-PL-SOURCE
                   MOVE MFC-AL-METRIC TO WS-PL-METRIC
                   MOVE MFC-AL-KEY TO WS-PL-KEY
                   MOVE MFC-AL-ACTUAL-VALUE TO WS-PL-ACTUAL
                   MOVE MFC-AL-THRESHOLD-VALUE TO WS-PL-THRESHOLD
                   PERFORM 2100-PLACE-ONE-ALERT
                   PERFORM 2010-NEXT-ALERT
               ELSE
                   MOVE MFC-DL-EVENT-SECS TO WS-PL-SECS
                   MOVE "MFCCD2LG" TO WS-PL-SOURCE
                   MOVE SPACES TO WS-PL-METRIC
                   STRING "DB2DIAG-" MFC-DL-LEVEL
                       DELIMITED BY SIZE INTO WS-PL-METRIC
                   MOVE MFC-DL-DATABASE TO WS-PL-KEY
                   MOVE MFC-DL-LEVEL-RANK TO WS-PL-ACTUAL
                   MOVE WS-DIAG-LEVEL TO WS-PL-THRESHOLD
                   PERFORM 2100-PLACE-ONE-ALERT
                   PERFORM 2020-NEXT-DIAG-ENTRY
               END-IF
           END-PERFORM
           IF WS-AL-OPENED = "Y"
               CLOSE ALERT-FILE
           END-IF
           IF WS-DL-OPENED = "Y"
               CLOSE DIAGLOG-FILE
           END-IF.

       2010-NEXT-ALERT.
           READ ALERT-FILE
               AT END SET EOF-AL TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      * Only unalerted entries at or above DIAG-CORRELATE-LEVEL take
      * part; the rest are read past.
       2020-NEXT-DIAG-ENTRY.
           PERFORM UNTIL EOF-DL
               READ DIAGLOG-FILE
                   AT END SET EOF-DL TO TRUE
                   NOT AT END
                       IF MFC-DL-LEVEL-RANK <= WS-DIAG-LEVEL
                           AND MFC-DL-RULE-METRIC = SPACES
                           ADD 1 TO WS-RECORDS-READ
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM.

      * Newest incidents are scanned first so a rolling storm chains
      * onto its own most recent cluster rather than an older one
      * with the same key.
           IF WS-INCIDENT-COUNT > 0
               PERFORM VARYING WS-IDX FROM WS-INCIDENT-COUNT BY -1
                       UNTIL WS-IDX < 1 OR INC-FOUND
                   IF WS-PL-SECS >= WS-IN-LAST-SECS(WS-IDX)
                       AND WS-PL-SECS -
                           WS-IN-LAST-SECS(WS-IDX) <= WS-CORR-WINDOW
                       AND (WS-IN-KEY(WS-IDX) = WS-PL-KEY
                           OR WS-IN-KEY(WS-IDX) = SPACES
                           OR WS-PL-KEY = SPACES)
                       SET INC-FOUND TO TRUE
                       MOVE WS-IDX TO WS-HIT-IDX
                   END-IF
           END-IF.

       2200-JOIN-INCIDENT.
           MOVE WS-PL-SECS TO WS-IN-LAST-SECS(WS-HIT-IDX)
           ADD 1 TO WS-IN-ALERT-COUNT(WS-HIT-IDX)
      * A blank-keyed incident adopts the first real key that joins
      * it, so the incident ends up named for the database involved.
           IF WS-IN-KEY(WS-HIT-IDX) = SPACES
               AND WS-PL-KEY NOT = SPACES
               MOVE WS-PL-KEY TO WS-IN-KEY(WS-HIT-IDX)
           END-IF
           PERFORM 2400-NOTE-SOURCE
           PERFORM 2500-WRITE-MEMBER.
           IF WS-INCIDENT-COUNT < WS-MAX-INCIDENTS
               ADD 1 TO WS-INCIDENT-COUNT
               MOVE WS-INCIDENT-COUNT TO WS-HIT-IDX
               MOVE WS-PL-SECS
                   TO WS-IN-FIRST-SECS(WS-HIT-IDX)
               MOVE WS-PL-SECS TO WS-IN-LAST-SECS(WS-HIT-IDX)
               MOVE WS-PL-KEY TO WS-IN-KEY(WS-HIT-IDX)
               MOVE 1 TO WS-IN-ALERT-COUNT(WS-HIT-IDX)
               MOVE 0 TO WS-IN-SOURCE-COUNT(WS-HIT-IDX)
               PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > 8
                   MOVE SPACES TO WS-IN-SOURCE-NAME(WS-HIT-IDX WS-JDX)
               END-PERFORM
               PERFORM VARYING WS-KDX FROM 1 BY 1
                       UNTIL WS-KDX > WS-KE-COUNT
                   MOVE "N" TO WS-IN-KE-METRIC-HIT(WS-HIT-IDX WS-KDX)
                   MOVE "N" TO WS-IN-KE-SQL-HIT(WS-HIT-IDX WS-KDX)
               END-PERFORM
               PERFORM 2400-NOTE-SOURCE
               PERFORM 2500-WRITE-MEMBER
           ELSE
               DISPLAY "MFCALCOR: INCIDENT TABLE FULL, ALERT NOT "
                   "CORRELATED " WS-PL-METRIC " " WS-PL-KEY
           END-IF.

       2400-NOTE-SOURCE.
           MOVE "N" TO WS-SRC-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > 8
               IF WS-IN-SOURCE-NAME(WS-HIT-IDX WS-JDX) =
                       WS-PL-SOURCE
                   SET SRC-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT SRC-FOUND
               AND WS-IN-SOURCE-COUNT(WS-HIT-IDX) < 8
               ADD 1 TO WS-IN-SOURCE-COUNT(WS-HIT-IDX)
               MOVE WS-PL-SOURCE TO WS-IN-SOURCE-NAME(
                   WS-HIT-IDX WS-IN-SOURCE-COUNT(WS-HIT-IDX))
           END-IF.

       2500-WRITE-MEMBER.
           MOVE WS-HIT-IDX TO MFC-IM-INCIDENT-SEQ
           MOVE WS-PL-SECS TO MFC-IM-ALERT-SECS
           MOVE WS-PL-SOURCE TO MFC-IM-SOURCE
           MOVE WS-PL-METRIC TO MFC-IM-METRIC
           MOVE WS-PL-KEY TO MFC-IM-KEY
           MOVE WS-PL-ACTUAL TO MFC-IM-ACTUAL-VALUE
           MOVE WS-PL-THRESHOLD TO MFC-IM-THRESHOLD-VALUE
           WRITE MFC-INCIDENT-MEMBER-REC
           ADD 1 TO WS-RECORDS-WRITTEN
           PERFORM 2600-NOTE-METRIC-RULES.

      * A blank metric pattern is no test, so it counts as hit.
       2600-NOTE-METRIC-RULES.
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-KE-COUNT
               MOVE WS-KE-METRIC-PAT(WS-KDX) TO WS-PAT-WORK
               MOVE WS-PL-METRIC TO WS-VALUE-WORK
               PERFORM 2650-MATCH-ONE-PATTERN
               IF PAT-MATCHED
                   MOVE "Y" TO WS-IN-KE-METRIC-HIT(WS-HIT-IDX WS-KDX)
               END-IF
           END-PERFORM.

      * The MFCSEVP stem-and-star match (the MFCALDSP technique),
      * with a blank pattern taken as "*".
       2650-MATCH-ONE-PATTERN.
           MOVE "N" TO WS-PAT-MATCHED
           IF WS-PAT-WORK = "*" OR WS-PAT-WORK = SPACES
               SET PAT-MATCHED TO TRUE
           ELSE
               MOVE 0 TO WS-STEM-LEN
               INSPECT WS-PAT-WORK TALLYING WS-STEM-LEN
                   FOR CHARACTERS BEFORE INITIAL "*"
               IF WS-STEM-LEN < 20 AND WS-STEM-LEN > 0
                   IF WS-VALUE-WORK(1:WS-STEM-LEN) =
                           WS-PAT-WORK(1:WS-STEM-LEN)
                       SET PAT-MATCHED TO TRUE
                   END-IF
               ELSE
                   IF WS-VALUE-WORK = WS-PAT-WORK
                       SET PAT-MATCHED TO TRUE
                   END-IF
               END-IF
           END-IF.

      * MFCERRLG carries no database key, only the program that
      * logged the SQLCODE, so the tie to an incident is time: the
      * entry must fall within the correlation window of the span.
       2800-SCAN-ERROR-LOG.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT ERRLOG-FILE
           IF WS-EL-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ ERRLOG-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-EL-SQLCODE NOT = 0
                               PERFORM 2850-NOTE-SQLCODE-RULES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ERRLOG-FILE
           END-IF.

       2850-NOTE-SQLCODE-RULES.
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-KE-COUNT
               IF WS-KE-SQLCODE(WS-KDX) = MFC-EL-SQLCODE
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-INCIDENT-COUNT
                       IF MFC-EL-TIMESTAMP-SECS + WS-CORR-WINDOW
                               >= WS-IN-FIRST-SECS(WS-IDX)
                           AND MFC-EL-TIMESTAMP-SECS
                               <= WS-IN-LAST-SECS(WS-IDX)
                                   + WS-CORR-WINDOW
                           MOVE "Y"
                               TO WS-IN-KE-SQL-HIT(WS-IDX WS-KDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       3000-WRITE-INCIDENTS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL INCIDENTS: " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-KNOWN-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "MATCHING A KNOWN ERROR: " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * First known error in file order whose rules all hold; a
      * zero SQLCODE is no test.
       3050-MATCH-KNOWN-ERROR.
           MOVE 0 TO WS-KE-HIT-IDX
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-KE-COUNT OR WS-KE-HIT-IDX > 0
               IF WS-IN-KE-METRIC-HIT(WS-IDX WS-KDX) = "Y"
                   AND (WS-KE-SQLCODE(WS-KDX) = 0
                       OR WS-IN-KE-SQL-HIT(WS-IDX WS-KDX) = "Y")
                   MOVE WS-KE-KEY-PAT(WS-KDX) TO WS-PAT-WORK
                   MOVE WS-IN-KEY(WS-IDX) TO WS-VALUE-WORK
                   PERFORM 2650-MATCH-ONE-PATTERN
                   IF PAT-MATCHED
                       MOVE WS-KDX TO WS-KE-HIT-IDX
                   END-IF
               END-IF
           END-PERFORM.

      * Who depends on the incident key, off the impact map, into
      * MFC-IC-AFFECTED: TEAM x APPS n (first three) CLASSES n
      * HOSTS n HADR x - whatever of that the map has.
       3060-SUMMARIZE-IMPACT.
           MOVE SPACES TO MFC-IC-AFFECTED
           IF NOT MAP-AVAIL OR WS-IN-KEY(WS-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MP-TEAM
           MOVE SPACES TO WS-MP-PARTNER
           MOVE SPACES TO WS-MP-APP-NAMES
           MOVE 1 TO WS-MP-NAMES-PTR
           MOVE 0 TO WS-MP-APPS
           MOVE 0 TO WS-MP-CLASSES
           MOVE 0 TO WS-MP-HOSTS
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-MP-COUNT
               IF WS-MP-DB-ALIAS(WS-JDX) = WS-IN-KEY(WS-IDX)
                   EVALUATE WS-MP-DEP-TYPE(WS-JDX)
                       WHEN "T"
                           MOVE WS-MP-NAME(WS-JDX) TO WS-MP-TEAM
                       WHEN "P"
                           MOVE WS-MP-NAME(WS-JDX) TO WS-MP-PARTNER
                       WHEN "A"
                           ADD 1 TO WS-MP-APPS
                           IF WS-MP-APPS <= 3
                               STRING WS-MP-NAME(WS-JDX)
                                   DELIMITED BY SPACE
                                   " " DELIMITED BY SIZE
                                   INTO WS-MP-APP-NAMES
                                   WITH POINTER WS-MP-NAMES-PTR
                           END-IF
                       WHEN "W"
                           ADD 1 TO WS-MP-CLASSES
                       WHEN "H"
                           ADD 1 TO WS-MP-HOSTS
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-MP-TEAM = SPACES AND WS-MP-PARTNER = SPACES
               AND WS-MP-APPS = 0 AND WS-MP-CLASSES = 0
               AND WS-MP-HOSTS = 0
               MOVE "NOT ON THE IMPACT MAP" TO MFC-IC-AFFECTED
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-AFFECTED-PTR
           IF WS-MP-TEAM NOT = SPACES
               STRING "TEAM " WS-MP-TEAM DELIMITED BY SIZE
                   INTO MFC-IC-AFFECTED WITH POINTER WS-AFFECTED-PTR
               PERFORM 3065-TRIM-AFFECTED
           END-IF
           IF WS-MP-APPS > 0
               STRING "APPS " DELIMITED BY SIZE
                   INTO MFC-IC-AFFECTED WITH POINTER WS-AFFECTED-PTR
               MOVE WS-MP-APPS TO WS-DISP-DEPS
               PERFORM 3067-STRING-COUNT
               STRING " (" DELIMITED BY SIZE
                   WS-MP-APP-NAMES DELIMITED BY "  "
                   ") " DELIMITED BY SIZE
                   INTO MFC-IC-AFFECTED WITH POINTER WS-AFFECTED-PTR
           END-IF
           IF WS-MP-CLASSES > 0
               STRING "CLASSES " DELIMITED BY SIZE
                   INTO MFC-IC-AFFECTED WITH POINTER WS-AFFECTED-PTR
               MOVE WS-MP-CLASSES TO WS-DISP-DEPS
               PERFORM 3067-STRING-COUNT
               STRING " " DELIMITED BY SIZE
                   INTO MFC-IC-AFFECTED WITH POINTER WS-AFFECTED-PTR
           END-IF
           IF WS-MP-HOSTS > 0
               STRING "HOSTS " DELIMITED BY SIZE
                   INTO MFC-IC-AFFECTED WITH POINTER WS-AFFECTED-PTR
               MOVE WS-MP-HOSTS TO WS-DISP-DEPS
               PERFORM 3067-STRING-COUNT
               STRING " " DELIMITED BY SIZE
                   INTO MFC-IC-AFFECTED WITH POINTER WS-AFFECTED-PTR
           END-IF
           IF WS-MP-PARTNER NOT = SPACES
               STRING "HADR " WS-MP-PARTNER DELIMITED BY SIZE
                   INTO MFC-IC-AFFECTED WITH POINTER WS-AFFECTED-PTR
           END-IF.

      * Back the pointer up over the trailing blanks of a name just
      * strung in, leaving one.
       3065-TRIM-AFFECTED.
           PERFORM UNTIL WS-AFFECTED-PTR < 3
                   OR WS-AFFECTED-PTR > 80
                   OR MFC-IC-AFFECTED(WS-AFFECTED-PTR - 2:1)
                       NOT = SPACE
               SUBTRACT 1 FROM WS-AFFECTED-PTR
           END-PERFORM.

      * WS-DISP-DEPS without its leading blanks.
       3067-STRING-COUNT.
           MOVE 0 TO WS-DEPS-LEAD
           INSPECT WS-DISP-DEPS TALLYING WS-DEPS-LEAD
               FOR LEADING SPACE
           STRING WS-DISP-DEPS(WS-DEPS-LEAD + 1:) DELIMITED BY SIZE
               INTO MFC-IC-AFFECTED WITH POINTER WS-AFFECTED-PTR.

       3100-WRITE-ONE-INCIDENT.
           MOVE WS-IDX TO MFC-IC-INCIDENT-SEQ
           MOVE WS-IN-FIRST-SECS(WS-IDX) TO MFC-IC-FIRST-SECS
           MOVE WS-IN-KEY(WS-IDX) TO MFC-IC-KEY
           MOVE WS-IN-ALERT-COUNT(WS-IDX) TO MFC-IC-ALERT-COUNT
           MOVE WS-IN-SOURCE-COUNT(WS-IDX) TO MFC-IC-SOURCE-COUNT
           MOVE SPACES TO MFC-IC-KNOWN-ERROR-ID
           MOVE SPACES TO MFC-IC-WORKAROUND
           PERFORM 3050-MATCH-KNOWN-ERROR
           IF WS-KE-HIT-IDX > 0
               ADD 1 TO WS-KNOWN-COUNT
               MOVE WS-KE-ID(WS-KE-HIT-IDX) TO MFC-IC-KNOWN-ERROR-ID
               MOVE WS-KE-WORKAROUND(WS-KE-HIT-IDX)
                   TO MFC-IC-WORKAROUND
           END-IF
           PERFORM 3060-SUMMARIZE-IMPACT
           WRITE MFC-INCIDENT-REC
           ADD 1 TO WS-RECORDS-WRITTEN
           MOVE WS-IDX TO WS-DISP-SEQ
               "  LAST=" WS-DISP-SECS2
               "  ALERTS=" WS-DISP-COUNT
               "  SOURCES=" WS-DISP-COUNT2
               "  KNOWN=" MFC-IC-KNOWN-ERROR-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF MFC-IC-AFFECTED NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "         AFFECTED: " MFC-IC-AFFECTED
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE INCIDENT-FILE
