      *             every MFC-CHECKPOINT-INTERVAL records and again at
      *             normal termination.
      *
      *             Every record read is first put through the shared
      *             stream header check MFCUEVHD, which validates the
      *             log headers' byte order, code page and monitor
      *             version and records each monitor activation on
      *             MFCEVACO (MFCR121 reports them). A mismatched stream
      *             is refused - one MFCERRLG entry, nothing dispatched,
      *             the run ledger row FAILED. Only the records MFCUEVHD
      *             calls events are dispatched.
      *             A stream from a re-created monitor is read from its
      *             first event whatever the checkpoint said; a refused
      *             stream leaves the checkpoint where it was.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCOVFL.
       01 WS-OV-STATUS                PIC XX.
       01 WS-CK-STATUS                PIC XX.
       01 WS-EVENT-LEN                PIC 9(9) COMP-5.
      * Shared event stream header check (MFCUEVHD) - only records
      * it calls events are dispatched.
       01 WS-HDCHK-FUNC               PIC X(1).
       01 WS-HDCHK-STREAM             PIC X(8) VALUE "MFCEVMOV".
       01 WS-HDCHK-RESULT             PIC X(1).
           88 HDCHK-EVENT             VALUE "E".
           88 HDCHK-NEW-STREAM        VALUE "N".
           88 HDCHK-REFUSED           VALUE "X".
       01 WS-EOF-EVENTS               PIC X VALUE "N".
           88 EOF-EVENTS              VALUE "Y".
       01 WS-PRIOR-CHECKPOINT         PIC 9(9) COMP-5 VALUE 0.

       1000-INITIALIZE.
           OPEN INPUT EVENT-FILE
           MOVE "O" TO WS-HDCHK-FUNC
           CALL "MFCUEVHD" USING WS-HDCHK-FUNC WS-RN-PROGRAM
               WS-HDCHK-STREAM WS-EVENT-LEN EVENT-REC WS-HDCHK-RESULT
           OPEN EXTEND OVERFLOW-HIST-FILE
           IF WS-OV-STATUS = "35"
               OPEN OUTPUT OVERFLOW-HIST-FILE
                   AT END SET EOF-EVENTS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 2050-CHECK-STREAM-HEADER
                       IF HDCHK-EVENT
                           AND WS-RECORDS-READ > WS-PRIOR-CHECKPOINT
                           PERFORM 2100-DISPATCH-EVENT
                       END-IF
                       DIVIDE WS-RECORDS-READ BY WS-CHECKPOINT-INTERVAL
               END-READ
           END-PERFORM.

      * A new stream's records are all unread whatever the old
      * checkpoint said; a refused stream leaves the checkpoint where
      * the last good run put it.
       2050-CHECK-STREAM-HEADER.
           MOVE "R" TO WS-HDCHK-FUNC
           CALL "MFCUEVHD" USING WS-HDCHK-FUNC WS-RN-PROGRAM
               WS-HDCHK-STREAM WS-EVENT-LEN EVENT-REC WS-HDCHK-RESULT
           EVALUATE TRUE
               WHEN HDCHK-NEW-STREAM
                   MOVE 0 TO WS-PRIOR-CHECKPOINT
               WHEN HDCHK-REFUSED
                   MOVE WS-PRIOR-CHECKPOINT TO WS-RECORDS-READ
                   MOVE "FAILED" TO WS-ACCT-STATUS
                   SET EOF-EVENTS TO TRUE
           END-EVALUATE.

       2100-DISPATCH-EVENT.
           SET ADDRESS OF WS-EVENT-HDR TO ADDRESS OF EVENT-REC
           EVALUATE WS-EVH-EVENT-TYPE OF WS-EVENT-HDR
