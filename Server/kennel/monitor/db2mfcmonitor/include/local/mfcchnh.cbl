      ***********************************************************************
      *
      *  Source File Name = MFCCHNH.CBL
      *
      *  Function = Shop-owned control record - the chain head of one
      *             hash-chained audit trail file on MFCCHNHP, one
      *             record per file id (MFCCCJLO, MFCPAUDO, MFCAPPRO,
      *             MFCALEVO). Holds the sequence and hash MFCUCHAN
      *             last stamped on that file, so the next append
      *             chains to it without rereading the file, and the
      *             time of the file's last anchor (mfcchna.cbl).
      *             Rewritten whole by MFCUCHAN on every append, the
      *             MFCULOCK shape.
      *
      *             The head is also what shows a trail cut short at
      *             the end: MFCR127 expects the last record in the
      *             file to carry MFC-HK-LAST-SEQ and MFC-HK-LAST-
      *             HASH, which no chained record can testify to by
      *             itself.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-CHAIN-HEAD-REC.
           05 MFC-HK-FILE-ID          PIC X(8) USAGE DISPLAY.
           05 MFC-HK-LAST-SEQ         PIC 9(9) COMP-5.
           05 MFC-HK-LAST-HASH        PIC 9(18) COMP-5.
           05 MFC-HK-LAST-SECS        PIC 9(9) COMP-5.
           05 MFC-HK-ANCHOR-SECS      PIC 9(9) COMP-5.
