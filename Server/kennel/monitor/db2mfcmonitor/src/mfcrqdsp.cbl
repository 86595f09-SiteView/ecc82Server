      *                 and its run-ledger row tie back to the call
      *                 that asked for it;
      *               - flips the request to DONE or FAILED with the
      *                 completion epoch, rewriting the queue whole
      *                 (the requester operator id carried through).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
              10 WS-RQ-STATE          PIC X(1).
              10 WS-RQ-QUEUED         PIC 9(9) COMP-5.
              10 WS-RQ-DONE           PIC 9(9) COMP-5.
              10 WS-RQ-REQUESTER      PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
                                   TO WS-RQ-QUEUED(WS-RQ-COUNT)
                               MOVE MFC-RQ-DONE-SECS
                                   TO WS-RQ-DONE(WS-RQ-COUNT)
                               MOVE MFC-RQ-REQUESTER
                                   TO WS-RQ-REQUESTER(WS-RQ-COUNT)
                           ELSE
                               DISPLAY "MFCRQDSP: QUEUE TABLE FULL, "
                                   "REQUEST LEFT QUEUED"
               MOVE WS-RQ-STATE(WS-IDX) TO MFC-RQ-STATUS
               MOVE WS-RQ-QUEUED(WS-IDX) TO MFC-RQ-QUEUED-SECS
               MOVE WS-RQ-DONE(WS-IDX) TO MFC-RQ-DONE-SECS
               MOVE WS-RQ-REQUESTER(WS-IDX) TO MFC-RQ-REQUESTER
               WRITE MFC-REQUEST-REC
           END-PERFORM
           CLOSE QUEUE-FILE.
