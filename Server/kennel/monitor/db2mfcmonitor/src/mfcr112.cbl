      ***********************************************************************
      *
      *  Source File Name = MFCR112.CBL
      *
      *  Function = Package rebind plan-regression report - statement
      *             fingerprints whose per-execution cost went up
      *             when their package's consistency token changed.
      *
      *             A rebind (or a precompile and bind of a changed
      *             program) gives the package a new consistency token
      *             and every static statement in it a new access
      *             plan. MFCCFPRT keys its grouping by fingerprint,
      *             package and token and appends each run's groups to
      *             the history MFCFPHSO (mfcfphs.cbl). This report
      *             reads that history and, for every fingerprint and
      *             package, takes each token in the order it was
      *             first seen: where a token replaces an earlier one,
      *             the change time is the first run that saw the new
      *             token, and the per-execution elapsed and CPU of the
      *             old token over the WINDOW-DAYS before the change
      *             are set against the new token's over the
      *             WINDOW-DAYS after it. A change whose elapsed per
      *             execution after is MIN-RATIO-PCT of the figure
      *             before, or more, is a regression.
      *
      *             Each regression is printed with what caused it, so
      *             the plan change has an owner:
      *               - the newest change-journal entry (MFCCCJLO,
      *                 MFCUCCJL) in the WINDOW-DAYS up to the change
      *                 whose target names the package, and
      *               - the newest compile/bind staging entry (MFCCSQO,
      *                 the build team's export MFCR042 reads) for the
      *                 package staged in the same window,
      *             either, both, or a line saying neither was found.
      *             The normalized statement text is looked up from
      *             the fingerprint dictionary MFCFPDCF as MFCR078
      *             does.
      *
      *             Thresholds from the PARM file (MFCR112P,
      *             MFCTHR.CBL convention):
      *               WINDOW-DAYS    - days either side of the token
      *                 change that are compared (default 7).
      *               MIN-RATIO-PCT  - after-to-before elapsed per
      *                 execution, as a percentage, at which a change
      *                 is reported (default 150).
      *               MIN-EXECUTIONS - executions each side must have
      *                 before the comparison is trusted (default 5).
      *
      *             History rows with no token (event-origin
      *             statements) cannot mark a change and are left
      *             out. Table-and-sort in COBOL is this shop's norm
      *             (see MFCR009).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCR112.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MFCR112P"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HIST-FILE ASSIGN TO "MFCFPHSO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FH-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MFCCCJLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CJ-STATUS.
           SELECT STAGE-FILE ASSIGN TO "MFCCSQO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CS-STATUS.
           SELECT DICT-FILE ASSIGN TO "MFCFPDCF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MFC-FP-FINGERPRINT
               FILE STATUS IS WS-FP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MFCR112O"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  HIST-FILE
           RECORDING MODE IS F.
           COPY "mfcfphs.cbl".
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY "mfcccj.cbl".
       FD  STAGE-FILE
           RECORDING MODE IS F.
           COPY "mfccsqs.cbl".
       FD  DICT-FILE.
           COPY "mfcfpdc.cbl".
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS              PIC XX.
       01 WS-FH-STATUS                PIC XX.
       01 WS-CJ-STATUS                PIC XX.
       01 WS-CS-STATUS                PIC XX.
       01 WS-FP-STATUS                PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-EOF-PARMS                PIC X VALUE "N".
           88 EOF-PARMS               VALUE "Y".
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".
       01 WS-DICT-AVAIL               PIC X VALUE "N".
           88 DICT-AVAIL              VALUE "Y".

       01 WS-WINDOW-DAYS              PIC 9(9) COMP-5 VALUE 7.
       01 WS-MIN-RATIO-PCT            PIC 9(9) COMP-5 VALUE 150.
       01 WS-MIN-EXECUTIONS           PIC 9(9) COMP-5 VALUE 5.
       01 WS-WINDOW-SECS              PIC 9(9) COMP-5.

       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-JDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.
       01 WS-PRV-IDX                  PIC 9(9) COMP-5.
       01 WS-HS-IDX                   PIC 9(9) COMP-5.
       01 WS-SWAP-IDX                 PIC 9(9) COMP-5.
       01 WS-PRINTED                  PIC 9(9) COMP-5 VALUE 0.

      * Every history row that carries a token.
       01 WS-MAX-HIST                 PIC 9(9) COMP-5 VALUE 5000.
       01 WS-HS-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-HS-TABLE.
           05 WS-HS-ENTRY OCCURS 5000 TIMES.
              10 WS-HS-SECS           PIC 9(9) COMP-5.
              10 WS-HS-FINGERPRINT    PIC X(16).
              10 WS-HS-PACKAGE-NAME   PIC X(20).
              10 WS-HS-CONSIST-TOKEN  PIC X(8).
              10 WS-HS-EXECUTIONS     PIC 9(9) COMP-5.
              10 WS-HS-ELAPSED-USEC   PIC 9(18) COMP-5.
              10 WS-HS-CPU-USEC       PIC 9(18) COMP-5.

      * Each fingerprint/package/token and the first run that saw it.
       01 WS-MAX-TOKENS               PIC 9(9) COMP-5 VALUE 1000.
       01 WS-TK-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-TK-TABLE.
           05 WS-TK-ENTRY OCCURS 1000 TIMES.
              10 WS-TK-FINGERPRINT    PIC X(16).
              10 WS-TK-PACKAGE-NAME   PIC X(20).
              10 WS-TK-CONSIST-TOKEN  PIC X(8).
              10 WS-TK-FIRST-SECS     PIC 9(9) COMP-5.

      * One side of a token change, summed over its window.
       01 WS-SIDE-TOKEN               PIC X(8).
       01 WS-SIDE-FROM-SECS           PIC 9(9) COMP-5.
       01 WS-SIDE-TO-SECS             PIC 9(9) COMP-5.
       01 WS-SIDE-EXECS               PIC 9(18) COMP-5.
       01 WS-SIDE-ELAPSED-USEC        PIC 9(18) COMP-5.
       01 WS-SIDE-CPU-USEC            PIC 9(18) COMP-5.
       01 WS-BEFORE-FROM-SECS         PIC 9(9) COMP-5.

      * Token changes that regressed past MIN-RATIO-PCT.
       01 WS-MAX-REGRESS              PIC 9(9) COMP-5 VALUE 500.
       01 WS-RG-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-RG-TABLE.
           05 WS-RG-ENTRY OCCURS 500 TIMES.
              10 WS-RG-FINGERPRINT    PIC X(16).
              10 WS-RG-PACKAGE-NAME   PIC X(20).
              10 WS-RG-OLD-TOKEN      PIC X(8).
              10 WS-RG-NEW-TOKEN      PIC X(8).
              10 WS-RG-CHANGE-SECS    PIC 9(9) COMP-5.
              10 WS-RG-BEFORE-EXECS   PIC 9(18) COMP-5.
              10 WS-RG-BEFORE-ELAPSED PIC 9(18) COMP-5.
              10 WS-RG-BEFORE-CPU     PIC 9(18) COMP-5.
              10 WS-RG-AFTER-EXECS    PIC 9(18) COMP-5.
              10 WS-RG-AFTER-ELAPSED  PIC 9(18) COMP-5.
              10 WS-RG-AFTER-CPU      PIC 9(18) COMP-5.
              10 WS-RG-RATIO-PCT      PIC 9(9) COMP-5.
       01 WS-RANK-TABLE.
           05 WS-RANK-IDX OCCURS 500 TIMES PIC 9(9) COMP-5.
       01 WS-RATIO-PCT                PIC 9(9) COMP-5.
       01 WS-BEFORE-PER-EXEC          PIC 9(18) COMP-5.
       01 WS-AFTER-PER-EXEC           PIC 9(18) COMP-5.

      * Change-journal entries and bind staging entries, loaded once
      * and searched per regression.
       01 WS-MAX-JOURNAL              PIC 9(9) COMP-5 VALUE 2000.
       01 WS-CJ-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-CJ-TABLE.
           05 WS-CJ-ENTRY OCCURS 2000 TIMES.
              10 WS-CJ-SECS           PIC 9(9) COMP-5.
              10 WS-CJ-PROGRAM        PIC X(8).
              10 WS-CJ-ACTION         PIC X(12).
              10 WS-CJ-TARGET         PIC X(40).
              10 WS-CJ-OPERATOR       PIC X(8).
       01 WS-MAX-STAGED               PIC 9(9) COMP-5 VALUE 1000.
       01 WS-CS-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-CS-TABLE.
           05 WS-CS-ENTRY OCCURS 1000 TIMES.
              10 WS-CS-SECS           PIC 9(9) COMP-5.
              10 WS-CS-PROGRAM        PIC X(8).
              10 WS-CS-PACKAGE-NAME   PIC X(8).
              10 WS-CS-VERSION        PIC X(20).
              10 WS-CS-BIND-STATUS    PIC X(10).
       01 WS-CJ-HIT                   PIC 9(9) COMP-5.
       01 WS-CS-HIT                   PIC 9(9) COMP-5.

      * Package name search in a journal target.
       01 WS-PKG-LEN                  PIC 9(9) COMP-5.
       01 WS-POS                      PIC 9(9) COMP-5.
       01 WS-LAST-POS                 PIC 9(9) COMP-5.
       01 WS-NAME-FOUND               PIC X(1).
           88 NAME-FOUND              VALUE "Y".

      * Epoch to "YYYY-MM-DD HH:MM:SS" through the shared renderer
      * (MFCURNDR).
       01 WS-RDR-FUNC                 PIC X(1) VALUE "D".
       01 WS-RDR-SECS                 PIC 9(9) COMP-5.
       01 WS-RDR-TEXT                 PIC X(20).

       01 WS-DISP-RANK                PIC ZZ9.
       01 WS-DISP-RATIO               PIC Z(6)9.
       01 WS-DISP-EXECS               PIC Z(10)9.
       01 WS-DISP-ELAPSED             PIC Z(12)9.
       01 WS-DISP-CPU                 PIC Z(12)9.
       01 WS-PER-EXEC                 PIC 9(18) COMP-5.

       01 WS-HDR1                     PIC X(132) VALUE
           "PACKAGE REBIND PLAN REGRESSIONS - COST BEFORE/AFTER A CONSIS
      -    "TENCY TOKEN CHANGE (MFCFPHSO/MFCCCJLO/MFCCSQO)".
       01 WS-HDR2                     PIC X(132) VALUE
           "RNK  FINGERPRINT      PACKAGE              OLD-TOKEN NEW-TOK
      -    "EN TOKEN CHANGED           RATIO".
       01 WS-TEXT-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 TL-STMT-TEXT             PIC X(120).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-READ-PARMS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-HISTORY
           PERFORM 2500-LOAD-JOURNAL
           PERFORM 2700-LOAD-STAGING
           PERFORM 3000-FIND-TOKEN-CHANGES
           PERFORM 5000-RANK-AND-PRINT
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
                               WHEN "WINDOW-DAYS"
                                   MOVE MFC-THR-VALUE
                                       TO WS-WINDOW-DAYS
                               WHEN "MIN-RATIO-PCT"
                                   MOVE MFC-THR-VALUE
                                       TO WS-MIN-RATIO-PCT
                               WHEN "MIN-EXECUTIONS"
                                   MOVE MFC-THR-VALUE
                                       TO WS-MIN-EXECUTIONS
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           IF WS-MIN-EXECUTIONS < 1
               MOVE 1 TO WS-MIN-EXECUTIONS
           END-IF
           COMPUTE WS-WINDOW-SECS = WS-WINDOW-DAYS * 86400.

       1000-INITIALIZE.
           OPEN INPUT DICT-FILE
           IF WS-FP-STATUS = "00"
               SET DICT-AVAIL TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HDR1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HDR2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       2000-LOAD-HISTORY.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT HIST-FILE
           IF WS-FH-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ HIST-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-FH-CONSIST-TOKEN NOT = SPACES
                               AND MFC-FH-EXECUTIONS > 0
                               PERFORM 2100-TAKE-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

       2100-TAKE-HISTORY-ROW.
           IF WS-HS-COUNT >= WS-MAX-HIST
               DISPLAY "MFCR112: HISTORY TABLE FULL, ROW NOT COMPARED "
                   MFC-FH-FINGERPRINT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HS-COUNT
           MOVE MFC-FH-COLLECT-SECS TO WS-HS-SECS(WS-HS-COUNT)
           MOVE MFC-FH-FINGERPRINT TO WS-HS-FINGERPRINT(WS-HS-COUNT)
           MOVE MFC-FH-PACKAGE-NAME
               TO WS-HS-PACKAGE-NAME(WS-HS-COUNT)
           MOVE MFC-FH-CONSIST-TOKEN
               TO WS-HS-CONSIST-TOKEN(WS-HS-COUNT)
           MOVE MFC-FH-EXECUTIONS TO WS-HS-EXECUTIONS(WS-HS-COUNT)
           MOVE MFC-FH-TOTAL-ELAPSED-USEC
               TO WS-HS-ELAPSED-USEC(WS-HS-COUNT)
           MOVE MFC-FH-TOTAL-CPU-USEC TO WS-HS-CPU-USEC(WS-HS-COUNT)
           PERFORM 2200-NOTE-TOKEN.

      * First sight of a fingerprint/package/token; an earlier row
      * met later in the file still moves the first-seen time back.
       2200-NOTE-TOKEN.
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-TK-COUNT OR KY-FOUND
               IF WS-TK-FINGERPRINT(WS-HIT-IDX) = MFC-FH-FINGERPRINT
                   AND WS-TK-PACKAGE-NAME(WS-HIT-IDX) =
                       MFC-FH-PACKAGE-NAME
                   AND WS-TK-CONSIST-TOKEN(WS-HIT-IDX) =
                       MFC-FH-CONSIST-TOKEN
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-HIT-IDX
               IF MFC-FH-COLLECT-SECS < WS-TK-FIRST-SECS(WS-HIT-IDX)
                   MOVE MFC-FH-COLLECT-SECS
                       TO WS-TK-FIRST-SECS(WS-HIT-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-TK-COUNT >= WS-MAX-TOKENS
               DISPLAY "MFCR112: TOKEN TABLE FULL, NOT COMPARED "
                   MFC-FH-FINGERPRINT " " MFC-FH-CONSIST-TOKEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TK-COUNT
           MOVE MFC-FH-FINGERPRINT TO WS-TK-FINGERPRINT(WS-TK-COUNT)
           MOVE MFC-FH-PACKAGE-NAME
               TO WS-TK-PACKAGE-NAME(WS-TK-COUNT)
           MOVE MFC-FH-CONSIST-TOKEN
               TO WS-TK-CONSIST-TOKEN(WS-TK-COUNT)
           MOVE MFC-FH-COLLECT-SECS TO WS-TK-FIRST-SECS(WS-TK-COUNT).

       2500-LOAD-JOURNAL.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT JOURNAL-FILE
           IF WS-CJ-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ JOURNAL-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 2600-TAKE-JOURNAL-ROW
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       2600-TAKE-JOURNAL-ROW.
           IF WS-CJ-COUNT >= WS-MAX-JOURNAL
               DISPLAY "MFCR112: JOURNAL TABLE FULL, ENTRY NOT "
                   "SEARCHED " MFC-CJ-PROGRAM " " MFC-CJ-ACTION
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CJ-COUNT
           MOVE MFC-CJ-ACTION-SECS TO WS-CJ-SECS(WS-CJ-COUNT)
           MOVE MFC-CJ-PROGRAM TO WS-CJ-PROGRAM(WS-CJ-COUNT)
           MOVE MFC-CJ-ACTION TO WS-CJ-ACTION(WS-CJ-COUNT)
           MOVE MFC-CJ-TARGET TO WS-CJ-TARGET(WS-CJ-COUNT)
           MOVE MFC-CJ-OPERATOR TO WS-CJ-OPERATOR(WS-CJ-COUNT).

       2700-LOAD-STAGING.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT STAGE-FILE
           IF WS-CS-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ STAGE-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           PERFORM 2800-TAKE-STAGING-ROW
                   END-READ
               END-PERFORM
               CLOSE STAGE-FILE
           END-IF.

       2800-TAKE-STAGING-ROW.
           IF WS-CS-COUNT >= WS-MAX-STAGED
               DISPLAY "MFCR112: STAGING TABLE FULL, ENTRY NOT "
                   "SEARCHED " MFC-CS-PACKAGE-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CS-COUNT
           MOVE MFC-CS-STAGED-SECS TO WS-CS-SECS(WS-CS-COUNT)
           MOVE MFC-CS-PROGRAM-NAME TO WS-CS-PROGRAM(WS-CS-COUNT)
           MOVE MFC-CS-PACKAGE-NAME
               TO WS-CS-PACKAGE-NAME(WS-CS-COUNT)
           MOVE MFC-CS-PACKAGE-VERSION TO WS-CS-VERSION(WS-CS-COUNT)
           MOVE MFC-CS-STATUS TO WS-CS-BIND-STATUS(WS-CS-COUNT).

      * A token's predecessor is the newest other token of the same
      * fingerprint and package first seen before it.
       3000-FIND-TOKEN-CHANGES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TK-COUNT
               MOVE 0 TO WS-PRV-IDX
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-TK-COUNT
                   IF WS-TK-FINGERPRINT(WS-JDX) =
                           WS-TK-FINGERPRINT(WS-IDX)
                       AND WS-TK-PACKAGE-NAME(WS-JDX) =
                           WS-TK-PACKAGE-NAME(WS-IDX)
                       AND WS-TK-FIRST-SECS(WS-JDX) <
                           WS-TK-FIRST-SECS(WS-IDX)
                       IF WS-PRV-IDX = 0
                           MOVE WS-JDX TO WS-PRV-IDX
                       ELSE
                           IF WS-TK-FIRST-SECS(WS-JDX) >
                                   WS-TK-FIRST-SECS(WS-PRV-IDX)
                               MOVE WS-JDX TO WS-PRV-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PRV-IDX > 0
                   PERFORM 3100-MEASURE-CHANGE
               END-IF
           END-PERFORM.

      * Old token over the window up to the change, new token over
      * the window from it; both sides need enough executions.
       3100-MEASURE-CHANGE.
           MOVE WS-TK-CONSIST-TOKEN(WS-PRV-IDX) TO WS-SIDE-TOKEN
           IF WS-TK-FIRST-SECS(WS-IDX) > WS-WINDOW-SECS
               COMPUTE WS-BEFORE-FROM-SECS =
                   WS-TK-FIRST-SECS(WS-IDX) - WS-WINDOW-SECS
           ELSE
               MOVE 0 TO WS-BEFORE-FROM-SECS
           END-IF
           MOVE WS-BEFORE-FROM-SECS TO WS-SIDE-FROM-SECS
           MOVE WS-TK-FIRST-SECS(WS-IDX) TO WS-SIDE-TO-SECS
           PERFORM 3200-SUM-SIDE
           IF WS-SIDE-EXECS < WS-MIN-EXECUTIONS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BEFORE-PER-EXEC =
               WS-SIDE-ELAPSED-USEC / WS-SIDE-EXECS
           IF WS-RG-COUNT >= WS-MAX-REGRESS
               DISPLAY "MFCR112: REGRESSION TABLE FULL, NOT REPORTED "
                   WS-TK-FINGERPRINT(WS-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SIDE-EXECS TO WS-RG-BEFORE-EXECS(WS-RG-COUNT + 1)
           MOVE WS-SIDE-ELAPSED-USEC
               TO WS-RG-BEFORE-ELAPSED(WS-RG-COUNT + 1)
           MOVE WS-SIDE-CPU-USEC TO WS-RG-BEFORE-CPU(WS-RG-COUNT + 1)
           MOVE WS-TK-CONSIST-TOKEN(WS-IDX) TO WS-SIDE-TOKEN
           MOVE WS-TK-FIRST-SECS(WS-IDX) TO WS-SIDE-FROM-SECS
           COMPUTE WS-SIDE-TO-SECS =
               WS-TK-FIRST-SECS(WS-IDX) + WS-WINDOW-SECS
               ON SIZE ERROR
                   MOVE 999999999 TO WS-SIDE-TO-SECS
           END-COMPUTE
           PERFORM 3200-SUM-SIDE
           IF WS-SIDE-EXECS < WS-MIN-EXECUTIONS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AFTER-PER-EXEC =
               WS-SIDE-ELAPSED-USEC / WS-SIDE-EXECS
           IF WS-BEFORE-PER-EXEC < 1
               MOVE 1 TO WS-BEFORE-PER-EXEC
           END-IF
           COMPUTE WS-RATIO-PCT =
               WS-AFTER-PER-EXEC * 100 / WS-BEFORE-PER-EXEC
               ON SIZE ERROR
                   MOVE 999999999 TO WS-RATIO-PCT
           END-COMPUTE
           IF WS-RATIO-PCT < WS-MIN-RATIO-PCT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RG-COUNT
           MOVE WS-TK-FINGERPRINT(WS-IDX)
               TO WS-RG-FINGERPRINT(WS-RG-COUNT)
           MOVE WS-TK-PACKAGE-NAME(WS-IDX)
               TO WS-RG-PACKAGE-NAME(WS-RG-COUNT)
           MOVE WS-TK-CONSIST-TOKEN(WS-PRV-IDX)
               TO WS-RG-OLD-TOKEN(WS-RG-COUNT)
           MOVE WS-TK-CONSIST-TOKEN(WS-IDX)
               TO WS-RG-NEW-TOKEN(WS-RG-COUNT)
           MOVE WS-TK-FIRST-SECS(WS-IDX)
               TO WS-RG-CHANGE-SECS(WS-RG-COUNT)
           MOVE WS-SIDE-EXECS TO WS-RG-AFTER-EXECS(WS-RG-COUNT)
           MOVE WS-SIDE-ELAPSED-USEC
               TO WS-RG-AFTER-ELAPSED(WS-RG-COUNT)
           MOVE WS-SIDE-CPU-USEC TO WS-RG-AFTER-CPU(WS-RG-COUNT)
           MOVE WS-RATIO-PCT TO WS-RG-RATIO-PCT(WS-RG-COUNT)
           MOVE WS-RG-COUNT TO WS-RANK-IDX(WS-RG-COUNT).

      * History rows of this fingerprint/package under WS-SIDE-TOKEN
      * collected from WS-SIDE-FROM-SECS up to (not including)
      * WS-SIDE-TO-SECS.
       3200-SUM-SIDE.
           MOVE 0 TO WS-SIDE-EXECS
           MOVE 0 TO WS-SIDE-ELAPSED-USEC
           MOVE 0 TO WS-SIDE-CPU-USEC
           PERFORM VARYING WS-HS-IDX FROM 1 BY 1
                   UNTIL WS-HS-IDX > WS-HS-COUNT
               IF WS-HS-FINGERPRINT(WS-HS-IDX) =
                       WS-TK-FINGERPRINT(WS-IDX)
                   AND WS-HS-PACKAGE-NAME(WS-HS-IDX) =
                       WS-TK-PACKAGE-NAME(WS-IDX)
                   AND WS-HS-CONSIST-TOKEN(WS-HS-IDX) = WS-SIDE-TOKEN
                   AND WS-HS-SECS(WS-HS-IDX) >= WS-SIDE-FROM-SECS
                   AND WS-HS-SECS(WS-HS-IDX) < WS-SIDE-TO-SECS
                   ADD WS-HS-EXECUTIONS(WS-HS-IDX) TO WS-SIDE-EXECS
                   ADD WS-HS-ELAPSED-USEC(WS-HS-IDX)
                       TO WS-SIDE-ELAPSED-USEC
                   ADD WS-HS-CPU-USEC(WS-HS-IDX) TO WS-SIDE-CPU-USEC
               END-IF
           END-PERFORM.

       5000-RANK-AND-PRINT.
           IF WS-RG-COUNT > 1
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-RG-COUNT - 1
                   PERFORM VARYING WS-JDX FROM 1 BY 1
                           UNTIL WS-JDX > WS-RG-COUNT - WS-IDX
                       IF WS-RG-RATIO-PCT(WS-RANK-IDX(WS-JDX)) <
                               WS-RG-RATIO-PCT(WS-RANK-IDX(WS-JDX + 1))
                           MOVE WS-RANK-IDX(WS-JDX) TO WS-SWAP-IDX
                           MOVE WS-RANK-IDX(WS-JDX + 1)
                               TO WS-RANK-IDX(WS-JDX)
                           MOVE WS-SWAP-IDX TO WS-RANK-IDX(WS-JDX + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-RG-COUNT
               MOVE WS-RANK-IDX(WS-JDX) TO WS-IDX
               PERFORM 5100-PRINT-ONE
           END-PERFORM
           IF WS-PRINTED = 0
               MOVE "NO TOKEN CHANGE REGRESSED BY MIN-RATIO-PCT OR MORE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Heading line, before and after per execution, the cause
      * lines, then the normalized text.
       5100-PRINT-ONE.
           ADD 1 TO WS-PRINTED
           MOVE WS-PRINTED TO WS-DISP-RANK
           MOVE WS-RG-CHANGE-SECS(WS-IDX) TO WS-RDR-SECS
           CALL "MFCURNDR" USING WS-RDR-FUNC WS-RDR-SECS WS-RDR-TEXT
           MOVE WS-RG-RATIO-PCT(WS-IDX) TO WS-DISP-RATIO
           MOVE SPACES TO REPORT-LINE
           STRING WS-DISP-RANK "  " WS-RG-FINGERPRINT(WS-IDX) " "
               WS-RG-PACKAGE-NAME(WS-IDX) " "
               WS-RG-OLD-TOKEN(WS-IDX) "  "
               WS-RG-NEW-TOKEN(WS-IDX) "  " WS-RDR-TEXT " "
               WS-DISP-RATIO "%"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RG-BEFORE-EXECS(WS-IDX) TO WS-DISP-EXECS
           COMPUTE WS-PER-EXEC = WS-RG-BEFORE-ELAPSED(WS-IDX)
               / WS-RG-BEFORE-EXECS(WS-IDX)
           MOVE WS-PER-EXEC TO WS-DISP-ELAPSED
           COMPUTE WS-PER-EXEC = WS-RG-BEFORE-CPU(WS-IDX)
               / WS-RG-BEFORE-EXECS(WS-IDX)
           MOVE WS-PER-EXEC TO WS-DISP-CPU
           MOVE SPACES TO REPORT-LINE
           STRING "     BEFORE: EXECUTIONS " WS-DISP-EXECS
               "  ELAPSED/EXEC " WS-DISP-ELAPSED
               " USEC  CPU/EXEC " WS-DISP-CPU " USEC"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RG-AFTER-EXECS(WS-IDX) TO WS-DISP-EXECS
           COMPUTE WS-PER-EXEC = WS-RG-AFTER-ELAPSED(WS-IDX)
               / WS-RG-AFTER-EXECS(WS-IDX)
           MOVE WS-PER-EXEC TO WS-DISP-ELAPSED
           COMPUTE WS-PER-EXEC = WS-RG-AFTER-CPU(WS-IDX)
               / WS-RG-AFTER-EXECS(WS-IDX)
           MOVE WS-PER-EXEC TO WS-DISP-CPU
           MOVE SPACES TO REPORT-LINE
           STRING "     AFTER:  EXECUTIONS " WS-DISP-EXECS
               "  ELAPSED/EXEC " WS-DISP-ELAPSED
               " USEC  CPU/EXEC " WS-DISP-CPU " USEC"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 5200-FIND-CAUSE
           PERFORM 5400-PRINT-CAUSE
           MOVE ALL "-" TO MFC-FP-NORMALIZED-TEXT
           IF DICT-AVAIL
               MOVE WS-RG-FINGERPRINT(WS-IDX) TO MFC-FP-FINGERPRINT
               READ DICT-FILE
                   INVALID KEY
                       MOVE ALL "-" TO MFC-FP-NORMALIZED-TEXT
               END-READ
           END-IF
           MOVE MFC-FP-NORMALIZED-TEXT(1:120) TO TL-STMT-TEXT
           MOVE WS-TEXT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      * Newest journal entry naming the package, and newest staging
      * entry for it, in the window up to the change.
       5200-FIND-CAUSE.
           MOVE 0 TO WS-CJ-HIT
           MOVE 0 TO WS-CS-HIT
           IF WS-RG-CHANGE-SECS(WS-IDX) > WS-WINDOW-SECS
               COMPUTE WS-BEFORE-FROM-SECS =
                   WS-RG-CHANGE-SECS(WS-IDX) - WS-WINDOW-SECS
           ELSE
               MOVE 0 TO WS-BEFORE-FROM-SECS
           END-IF
           MOVE 20 TO WS-PKG-LEN
           PERFORM UNTIL WS-PKG-LEN = 0
                   OR WS-RG-PACKAGE-NAME(WS-IDX)(WS-PKG-LEN:1)
                       NOT = SPACE
               SUBTRACT 1 FROM WS-PKG-LEN
           END-PERFORM
           IF WS-PKG-LEN = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-CJ-COUNT
               IF WS-CJ-SECS(WS-HIT-IDX) >= WS-BEFORE-FROM-SECS
                   AND WS-CJ-SECS(WS-HIT-IDX) <=
                       WS-RG-CHANGE-SECS(WS-IDX)
                   PERFORM 5300-FIND-PACKAGE-IN-TARGET
                   IF NAME-FOUND
                       IF WS-CJ-HIT = 0
                           MOVE WS-HIT-IDX TO WS-CJ-HIT
                       ELSE
                           IF WS-CJ-SECS(WS-HIT-IDX) >=
                                   WS-CJ-SECS(WS-CJ-HIT)
                               MOVE WS-HIT-IDX TO WS-CJ-HIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-CS-COUNT
               IF WS-CS-PACKAGE-NAME(WS-HIT-IDX) =
                       WS-RG-PACKAGE-NAME(WS-IDX)
                   AND WS-CS-SECS(WS-HIT-IDX) >= WS-BEFORE-FROM-SECS
                   AND WS-CS-SECS(WS-HIT-IDX) <=
                       WS-RG-CHANGE-SECS(WS-IDX)
                   IF WS-CS-HIT = 0
                       MOVE WS-HIT-IDX TO WS-CS-HIT
                   ELSE
                       IF WS-CS-SECS(WS-HIT-IDX) >=
                               WS-CS-SECS(WS-CS-HIT)
                           MOVE WS-HIT-IDX TO WS-CS-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       5300-FIND-PACKAGE-IN-TARGET.
           MOVE "N" TO WS-NAME-FOUND
           IF WS-PKG-LEN > 40
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LAST-POS = 40 - WS-PKG-LEN + 1
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-LAST-POS OR NAME-FOUND
               IF WS-CJ-TARGET(WS-HIT-IDX)(WS-POS:WS-PKG-LEN) =
                       WS-RG-PACKAGE-NAME(WS-IDX)(1:WS-PKG-LEN)
                   SET NAME-FOUND TO TRUE
               END-IF
           END-PERFORM.

       5400-PRINT-CAUSE.
           IF WS-CJ-HIT > 0
               MOVE WS-CJ-SECS(WS-CJ-HIT) TO WS-RDR-SECS
               CALL "MFCURNDR" USING WS-RDR-FUNC WS-RDR-SECS
                   WS-RDR-TEXT
               MOVE SPACES TO REPORT-LINE
               STRING "     CAUSE:  JOURNAL " WS-RDR-TEXT " "
                   WS-CJ-PROGRAM(WS-CJ-HIT) " "
                   WS-CJ-ACTION(WS-CJ-HIT) " "
                   WS-CJ-TARGET(WS-CJ-HIT) " OPERATOR "
                   WS-CJ-OPERATOR(WS-CJ-HIT)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-CS-HIT > 0
               MOVE WS-CS-SECS(WS-CS-HIT) TO WS-RDR-SECS
               CALL "MFCURNDR" USING WS-RDR-FUNC WS-RDR-SECS
                   WS-RDR-TEXT
               MOVE SPACES TO REPORT-LINE
               STRING "     CAUSE:  BIND STAGED " WS-RDR-TEXT
                   " PROGRAM " WS-CS-PROGRAM(WS-CS-HIT)
                   " VERSION " WS-CS-VERSION(WS-CS-HIT)
                   " STATUS " WS-CS-BIND-STATUS(WS-CS-HIT)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-CJ-HIT = 0 AND WS-CS-HIT = 0
               MOVE SPACES TO REPORT-LINE
               STRING "     CAUSE:  NO JOURNAL OR BIND STAGING ENTRY "
                   "FOR THE PACKAGE IN THE WINDOW BEFORE THE CHANGE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       9000-TERMINATE.
           IF DICT-AVAIL
               CLOSE DICT-FILE
           END-IF
           CLOSE REPORT-FILE.
