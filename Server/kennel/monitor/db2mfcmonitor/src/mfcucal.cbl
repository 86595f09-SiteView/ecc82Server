      ***********************************************************************
      *
      *  Source File Name = MFCUCAL.CBL
      *
      *  Function = Shared utility - the business calendar service.
      *             Answers "is this a business day, a close day, a
      *             frozen day, inside that named period" for one date
      *             (mfccalq.cbl), off the shared calendar MFCCALP
      *             (mfccal.cbl), so every program that needs the
      *             question answered gets the same answer from one
      *             piece of code.
      *
      *             The calendar is loaded once, on the first call, and
      *             kept for the life of the run unit - MFCR061 asks
      *             about every day of its lookback, MFCR084 about
      *             every snapshot row. A missing MFCCALP is a calendar
      *             without entries: weekdays are business days and
      *             nothing is closed, frozen or in a period.
      *
      *  Called by MFCSCHED for worklist step eligibility, and by
      *  MFCR061 and MFCR084 to leave site holidays out of their trend
      *  arithmetic.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCUCAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "MFCCALP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY "mfccal.cbl".
       WORKING-STORAGE SECTION.
       77 WS-EPOCH-OFFSET-DAYS       PIC 9(9) COMP-5 VALUE 134775.
       01 WS-CA-STATUS                PIC XX.
       01 WS-EOF-CA                   PIC X VALUE "N".
           88 EOF-CA                  VALUE "Y".
       01 WS-LOADED                   PIC X VALUE "N".
           88 CALENDAR-LOADED         VALUE "Y".
       01 WS-PROBE-BUSINESS           PIC X VALUE "N".
           88 PROBE-BUSINESS          VALUE "Y".
       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-DAY-INT                  PIC 9(9) COMP-5.
       01 WS-PROBE-INT                PIC 9(9) COMP-5.
       01 WS-PROBE-DATE               PIC 9(8).
       01 WS-MONTH-START              PIC 9(8).
       01 WS-DATE-TEXT                PIC X(8).

       01 WS-MAX-ENTRIES              PIC 9(9) COMP-5 VALUE 1000.
       01 WS-CE-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-CAL-TABLE.
           05 WS-CE-ENTRY OCCURS 1000 TIMES.
              10 WS-CE-KIND           PIC X(8).
              10 WS-CE-NAME           PIC X(8).
              10 WS-CE-FROM           PIC 9(8).
              10 WS-CE-TO             PIC 9(8).
              10 WS-CE-DESCRIPTION    PIC X(40).

       LINKAGE SECTION.
       COPY "mfccalq.cbl".

       PROCEDURE DIVISION USING MFC-CAL-QUERY.
       0000-MAIN.
           IF NOT CALENDAR-LOADED
               PERFORM 1000-LOAD-CALENDAR
           END-IF
           IF MFC-CQ-DATE = 0
               CALL "MFCUTIME" USING WS-NOW-SECS
               COMPUTE WS-DAY-INT =
                   (WS-NOW-SECS / 86400) + WS-EPOCH-OFFSET-DAYS
               COMPUTE MFC-CQ-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           ELSE
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(MFC-CQ-DATE)
           END-IF
           COMPUTE MFC-CQ-EPOCH-DAY = WS-DAY-INT - WS-EPOCH-OFFSET-DAYS
           COMPUTE MFC-CQ-DAY-OF-WEEK =
               FUNCTION MOD(MFC-CQ-EPOCH-DAY + 4 7)
           MOVE "N" TO MFC-CQ-HOLIDAY
           MOVE "N" TO MFC-CQ-BUSINESS-DAY
           MOVE "N" TO MFC-CQ-FIRST-BUS-DAY
           MOVE "N" TO MFC-CQ-LAST-BUS-DAY
           MOVE "N" TO MFC-CQ-CLOSE-DAY
           MOVE "N" TO MFC-CQ-FROZEN
           MOVE "N" TO MFC-CQ-IN-PERIOD
           MOVE SPACES TO MFC-CQ-REASON
           PERFORM 2000-MATCH-ENTRIES
           MOVE WS-DAY-INT TO WS-PROBE-INT
           PERFORM 3000-PROBE-BUSINESS
           IF PROBE-BUSINESS
               MOVE "Y" TO MFC-CQ-BUSINESS-DAY
               PERFORM 4000-FIRST-LAST-BUSINESS
           END-IF
           GOBACK.

       1000-LOAD-CALENDAR.
           SET CALENDAR-LOADED TO TRUE
           OPEN INPUT CALENDAR-FILE
           IF WS-CA-STATUS = "00"
               PERFORM UNTIL EOF-CA
                   READ CALENDAR-FILE
                       AT END SET EOF-CA TO TRUE
                       NOT AT END
                           PERFORM 1100-KEEP-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       1100-KEEP-ENTRY.
           IF WS-CE-COUNT < WS-MAX-ENTRIES
               ADD 1 TO WS-CE-COUNT
               MOVE MFC-BD-KIND TO WS-CE-KIND(WS-CE-COUNT)
               MOVE MFC-BD-NAME TO WS-CE-NAME(WS-CE-COUNT)
               MOVE MFC-BD-FROM-DATE TO WS-CE-FROM(WS-CE-COUNT)
               IF MFC-BD-TO-DATE = 0
                   MOVE MFC-BD-FROM-DATE TO WS-CE-TO(WS-CE-COUNT)
               ELSE
                   MOVE MFC-BD-TO-DATE TO WS-CE-TO(WS-CE-COUNT)
               END-IF
               MOVE MFC-BD-DESCRIPTION
                   TO WS-CE-DESCRIPTION(WS-CE-COUNT)
           ELSE
               DISPLAY "MFCUCAL: CALENDAR OVER " WS-MAX-ENTRIES
                   " ENTRIES, IGNORED " MFC-BD-KIND " "
                   MFC-BD-FROM-DATE
           END-IF.

       2000-MATCH-ENTRIES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CE-COUNT
               IF MFC-CQ-DATE >= WS-CE-FROM(WS-IDX)
                   AND MFC-CQ-DATE <= WS-CE-TO(WS-IDX)
                   EVALUATE WS-CE-KIND(WS-IDX)
                       WHEN "HOLIDAY"
                           MOVE "Y" TO MFC-CQ-HOLIDAY
                           MOVE WS-CE-DESCRIPTION(WS-IDX)
                               TO MFC-CQ-REASON
                       WHEN "CLOSE"
                           MOVE "Y" TO MFC-CQ-CLOSE-DAY
                       WHEN "FREEZE"
                           MOVE "Y" TO MFC-CQ-FROZEN
                           MOVE WS-CE-DESCRIPTION(WS-IDX)
                               TO MFC-CQ-REASON
                       WHEN "PERIOD"
                           IF MFC-CQ-PERIOD-NAME NOT = SPACES
                               AND WS-CE-NAME(WS-IDX)
                                   = MFC-CQ-PERIOD-NAME
                               MOVE "Y" TO MFC-CQ-IN-PERIOD
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * Is integer day WS-PROBE-INT a business day - a weekday with no
      * HOLIDAY entry over it.
       3000-PROBE-BUSINESS.
           MOVE "N" TO WS-PROBE-BUSINESS
           IF FUNCTION MOD(WS-PROBE-INT - WS-EPOCH-OFFSET-DAYS + 4 7)
                   = 0
               OR FUNCTION MOD(WS-PROBE-INT - WS-EPOCH-OFFSET-DAYS
                   + 4 7) = 6
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PROBE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CE-COUNT
               IF WS-CE-KIND(WS-IDX) = "HOLIDAY"
                   AND WS-PROBE-DATE >= WS-CE-FROM(WS-IDX)
                   AND WS-PROBE-DATE <= WS-CE-TO(WS-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           SET PROBE-BUSINESS TO TRUE.

      * First business day: no business day earlier in the month.
      * Last business day: none later in the month.
       4000-FIRST-LAST-BUSINESS.
           MOVE MFC-CQ-DATE TO WS-DATE-TEXT
           MOVE "01" TO WS-DATE-TEXT(7:2)
           MOVE WS-DATE-TEXT TO WS-MONTH-START
           MOVE "Y" TO MFC-CQ-FIRST-BUS-DAY
           COMPUTE WS-PROBE-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           PERFORM UNTIL WS-PROBE-INT >= WS-DAY-INT
               PERFORM 3000-PROBE-BUSINESS
               IF PROBE-BUSINESS
                   MOVE "N" TO MFC-CQ-FIRST-BUS-DAY
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-PROBE-INT
           END-PERFORM
           MOVE "Y" TO MFC-CQ-LAST-BUS-DAY
           COMPUTE WS-PROBE-INT = WS-DAY-INT + 1
           COMPUTE WS-PROBE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
           PERFORM UNTIL WS-PROBE-DATE(1:6) NOT = WS-DATE-TEXT(1:6)
               PERFORM 3000-PROBE-BUSINESS
               IF PROBE-BUSINESS
                   MOVE "N" TO MFC-CQ-LAST-BUS-DAY
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-PROBE-INT
               COMPUTE WS-PROBE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
           END-PERFORM.
