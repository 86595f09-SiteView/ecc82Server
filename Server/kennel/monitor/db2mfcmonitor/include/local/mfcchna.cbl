      ***********************************************************************
      *
      *  Source File Name = MFCCHNA.CBL
      *
      *  Function = Shop-owned copy file for one anchor row MFCUCHAN
      *             appends to MFCCHANO - the sequence and chain hash
      *             of a hash-chained audit trail file at that moment,
      *             taken every ANCHOR-EVERY records and at least
      *             every ANCHOR-HOURS (MFCCHNKP). The anchor file is
      *             kept apart from the trails it vouches for and is
      *             copied off to the compliance archive with each
      *             evidence pack, so a trail rewritten end to end -
      *             chain and all - still disagrees with the anchors
      *             already taken. MFCR127 checks every anchor against
      *             the record carrying its sequence.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-CHAIN-ANCHOR-REC.
           05 MFC-AN-ANCHOR-SECS      PIC 9(9) COMP-5.
           05 MFC-AN-FILE-ID          PIC X(8) USAGE DISPLAY.
           05 MFC-AN-CHAIN-SEQ        PIC 9(9) COMP-5.
           05 MFC-AN-CHAIN-HASH       PIC 9(18) COMP-5.
