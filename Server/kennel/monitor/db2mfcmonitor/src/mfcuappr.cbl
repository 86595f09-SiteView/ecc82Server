      *             action must not run on the strength of one
      *             person's say-so.
      *
      *             The rewrite carries each record's chain sequence
      *             and hash (mfcappr.cbl) across unchanged - the
      *             CONSUMED flag is outside the hashed part, so
      *             consuming an approval does not break the chain.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCUAPPR.
              10 WS-AV-APPROVER       PIC X(8).
              10 WS-AV-EXPIRY         PIC 9(9) COMP-5.
              10 WS-AV-CONSUMED       PIC X(1).
              10 WS-AV-CHAIN-SEQ      PIC 9(9) COMP-5.
              10 WS-AV-CHAIN-HASH     PIC 9(18) COMP-5.

       LINKAGE SECTION.
       01 LS-ACTION                  PIC X(12).
                                   TO WS-AV-EXPIRY(WS-AV-COUNT)
                               MOVE MFC-AV-CONSUMED
                                   TO WS-AV-CONSUMED(WS-AV-COUNT)
                               MOVE MFC-AV-CHAIN-SEQ
                                   TO WS-AV-CHAIN-SEQ(WS-AV-COUNT)
                               MOVE MFC-AV-CHAIN-HASH
                                   TO WS-AV-CHAIN-HASH(WS-AV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-AV-APPROVER(WS-IDX) TO MFC-AV-APPROVER
               MOVE WS-AV-EXPIRY(WS-IDX) TO MFC-AV-EXPIRY-SECS
               MOVE WS-AV-CONSUMED(WS-IDX) TO MFC-AV-CONSUMED
               MOVE WS-AV-CHAIN-SEQ(WS-IDX) TO MFC-AV-CHAIN-SEQ
               MOVE WS-AV-CHAIN-HASH(WS-IDX) TO MFC-AV-CHAIN-HASH
               WRITE MFC-APPROVAL-REC
           END-PERFORM
           CLOSE APPROVAL-FILE.
