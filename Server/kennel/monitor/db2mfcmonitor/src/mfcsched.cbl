      *             declaration that streams are independent, and a
      *             cross-stream dependency means it is wrong.
      *
      *             BUSINESS CALENDAR: each worklist step carries an
      *             eligibility rule (MFC-RC-CAL-RULE) - every day,
      *             business days, month-end, first business day,
      *             close days, not in a freeze, inside or outside a
      *             named period - tested through the calendar
      *             service MFCUCAL against the sweep's business date,
      *             the site-clock date the sweep started on, so a
      *             sweep running past midnight does not change its
      *             mind halfway. A step the calendar excludes gets a
      *             CALSKIP outcome row and is not called, and so does
      *             every step depending on it: its input was not
      *             produced today. A CALSKIP is not a failure and
      *             leaves the run status alone.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCSCHED.
       01 WS-DEP-FOUND                PIC X VALUE "N".
           88 DEP-FOUND               VALUE "Y".

      * Business calendar question and answer (MFCUCAL); the sweep's
      * business date is fixed once at startup.
       COPY "mfccalq.cbl".
       01 WS-SWEEP-DATE               PIC 9(8).
       01 WS-CAL-ELIGIBLE             PIC X VALUE "Y".
           88 CAL-ELIGIBLE            VALUE "Y".

       01 WS-MAX-STEPS                PIC 9(9) COMP-5 VALUE 200.
       01 WS-STEP-COUNT               PIC 9(9) COMP-5 VALUE 0.
       01 WS-IDX                      PIC 9(9) COMP-5.
           88 LOCK-HELD               VALUE "Y".

      * One loaded worklist step plus its run disposition. WS-ST-STATE
      * starts "P" (pending) and ends "O"/"F"/"K"/"C"/"N"; a step is
      * treated as dead for dependency purposes when it FAILED with
      * the skip-dependents action, or was itself skipped - by a
      * dead dependency or by the calendar.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ST-X.
                 88 WS-ST-RAN-FAILED  VALUE "F".
                 88 WS-ST-WAS-SKIPPED VALUE "K".
                 88 WS-ST-NOT-RUN     VALUE "N".
                 88 WS-ST-CAL-SKIPPED VALUE "C".
              10 WS-ST-PRIOR-OK       PIC X(1).
                 88 WS-ST-DONE-BEFORE VALUE "Y".
              10 WS-ST-DONE-SECS      PIC 9(9) COMP-5.
              10 WS-ST-STREAM         PIC 9(4).
              10 WS-ST-CAL-RULE       PIC X(1).
              10 WS-ST-CAL-PERIOD     PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
      * the sweep checkpoint is left exactly as found.
       1000-INITIALIZE.
           CALL "MFCUTIME" USING WS-SWEEP-SECS
           MOVE 0 TO MFC-CQ-DATE
           MOVE SPACES TO MFC-CQ-PERIOD-NAME
           CALL "MFCUCAL" USING MFC-CAL-QUERY
           MOVE MFC-CQ-DATE TO WS-SWEEP-DATE
      * A stream selector makes this instance one stream's driver;
      * the run-lock is stream-qualified so the concurrent streams
      * do not refuse each other, only a double start of the SAME
               MOVE "N" TO WS-ST-PRIOR-OK(WS-ST-X)
               MOVE 0 TO WS-ST-DONE-SECS(WS-ST-X)
               MOVE 0 TO WS-ST-STREAM(WS-ST-X)
               MOVE MFC-RC-CAL-RULE TO WS-ST-CAL-RULE(WS-ST-X)
               MOVE MFC-RC-CAL-PERIOD TO WS-ST-CAL-PERIOD(WS-ST-X)
           ELSE
               DISPLAY "MFCSCHED: WORKLIST OVER " WS-MAX-STEPS
                   " STEPS, IGNORED STEP " MFC-RC-STEP-NAME
                   MOVE 0 TO WS-CALL-RC
                   PERFORM 3500-WRITE-OUTCOME
               ELSE
                   PERFORM 3150-CHECK-CALENDAR
                   IF NOT CAL-ELIGIBLE
                       MOVE "C" TO WS-ST-STATE(WS-ST-X)
                   ELSE
                       PERFORM 3200-CHECK-DEPENDENCY
                   END-IF
                   IF WS-ST-WAS-SKIPPED(WS-ST-X)
                       OR WS-ST-CAL-SKIPPED(WS-ST-X)
                       MOVE 0 TO WS-CALL-RC
                       PERFORM 3500-WRITE-OUTCOME
                   ELSE
               END-IF
           END-IF.

      * The step's calendar rule against the sweep's business date.
      * An unknown rule letter is eligible - a typo must not silently
      * drop a step - but is said on the log.
       3150-CHECK-CALENDAR.
           MOVE "Y" TO WS-CAL-ELIGIBLE
           IF WS-ST-CAL-RULE(WS-ST-X) = SPACE
               OR WS-ST-CAL-RULE(WS-ST-X) = "A"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SWEEP-DATE TO MFC-CQ-DATE
           MOVE WS-ST-CAL-PERIOD(WS-ST-X) TO MFC-CQ-PERIOD-NAME
           CALL "MFCUCAL" USING MFC-CAL-QUERY
           EVALUATE WS-ST-CAL-RULE(WS-ST-X)
               WHEN "B"
                   MOVE MFC-CQ-BUSINESS-DAY TO WS-CAL-ELIGIBLE
               WHEN "M"
                   MOVE MFC-CQ-LAST-BUS-DAY TO WS-CAL-ELIGIBLE
               WHEN "F"
                   MOVE MFC-CQ-FIRST-BUS-DAY TO WS-CAL-ELIGIBLE
               WHEN "C"
                   MOVE MFC-CQ-CLOSE-DAY TO WS-CAL-ELIGIBLE
               WHEN "Z"
                   IF MFC-CQ-IS-FROZEN
                       MOVE "N" TO WS-CAL-ELIGIBLE
                   END-IF
               WHEN "I"
                   MOVE MFC-CQ-IN-PERIOD TO WS-CAL-ELIGIBLE
               WHEN "X"
                   IF MFC-CQ-IS-IN-PERIOD
                       MOVE "N" TO WS-CAL-ELIGIBLE
                   END-IF
               WHEN OTHER
                   DISPLAY "MFCSCHED: STEP " WS-ST-STEP-NAME(WS-ST-X)
                       " HAS UNKNOWN CALENDAR RULE "
                       WS-ST-CAL-RULE(WS-ST-X) " - RUN EVERY DAY"
           END-EVALUATE
           IF NOT CAL-ELIGIBLE
               DISPLAY "MFCSCHED: STEP " WS-ST-STEP-NAME(WS-ST-X)
                   " NOT ELIGIBLE ON " WS-SWEEP-DATE
                   " (CALENDAR RULE " WS-ST-CAL-RULE(WS-ST-X) ") "
                   MFC-CQ-REASON
           END-IF.

      * A step is skipped when the step it depends on failed with the
      * skip-dependents action, or was itself skipped - so a skip
      * cascades down a collector-report-report chain without stopping
                                       = "D")
                               MOVE "K" TO WS-ST-STATE(WS-ST-X)
                           END-IF
                           IF WS-ST-CAL-SKIPPED(WS-DEP-IDX)
                               MOVE "C" TO WS-ST-STATE(WS-ST-X)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
                   MOVE "FAILED" TO MFC-SO-OUTCOME
               WHEN WS-ST-WAS-SKIPPED(WS-ST-X)
                   MOVE "SKIPPED" TO MFC-SO-OUTCOME
               WHEN WS-ST-CAL-SKIPPED(WS-ST-X)
                   MOVE "CALSKIP" TO MFC-SO-OUTCOME
               WHEN OTHER
                   MOVE "NOTRUN" TO MFC-SO-OUTCOME
           END-EVALUATE
