      *             MFCCSTMT convention rather than MFCCDLK's history-file
      *             one.
      *
      *             Every record read is first put through the shared
      *             stream header check MFCUEVHD, which validates the
      *             log headers' byte order, code page and monitor
      *             version and records each monitor activation on
      *             MFCEVACO (MFCR121 reports them). A mismatched stream
      *             is refused - one MFCERRLG entry, nothing dispatched,
      *             the run ledger row FAILED. Only the records MFCUEVHD
      *             calls events are dispatched.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCCONN.
       01 WS-EV-STATUS                PIC XX.
       01 WS-CN-STATUS                PIC XX.
       01 WS-EVENT-LEN                PIC 9(9) COMP-5.
      * Shared event stream header check (MFCUEVHD) - only records
      * it calls events are dispatched.
       01 WS-HDCHK-FUNC               PIC X(1).
       01 WS-HDCHK-STREAM             PIC X(8) VALUE "MFCEVMCN".
       01 WS-HDCHK-RESULT             PIC X(1).
           88 HDCHK-EVENT             VALUE "E".
           88 HDCHK-NEW-STREAM        VALUE "N".
           88 HDCHK-REFUSED           VALUE "X".
       01 WS-EOF-EVENTS               PIC X VALUE "N".
           88 EOF-EVENTS              VALUE "Y".
       01 WS-TRAIL-PTR                USAGE POINTER.

       1000-INITIALIZE.
           OPEN OUTPUT CONN-FILE
           OPEN INPUT EVENT-FILE
           MOVE "O" TO WS-HDCHK-FUNC
           CALL "MFCUEVHD" USING WS-HDCHK-FUNC WS-RN-PROGRAM
               WS-HDCHK-STREAM WS-EVENT-LEN EVENT-REC WS-HDCHK-RESULT.

       2000-READ-EVENTS.
           PERFORM UNTIL EOF-EVENTS
               READ EVENT-FILE
                   AT END SET EOF-EVENTS TO TRUE
                   NOT AT END
                       PERFORM 2050-CHECK-STREAM-HEADER
                       IF HDCHK-EVENT
                           PERFORM 2100-DISPATCH-EVENT
                       END-IF
               END-READ
           END-PERFORM.

       2050-CHECK-STREAM-HEADER.
           MOVE "R" TO WS-HDCHK-FUNC
           CALL "MFCUEVHD" USING WS-HDCHK-FUNC WS-RN-PROGRAM
               WS-HDCHK-STREAM WS-EVENT-LEN EVENT-REC WS-HDCHK-RESULT
           IF HDCHK-REFUSED
               MOVE "FAILED" TO WS-ACCT-STATUS
               SET EOF-EVENTS TO TRUE
           END-IF.

       2100-DISPATCH-EVENT.
           SET ADDRESS OF WS-EVENT-HDR TO ADDRESS OF EVENT-REC
           EVALUATE WS-EVH-EVENT-TYPE OF WS-EVENT-HDR
