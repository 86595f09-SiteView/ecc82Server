      *             RAISED rows here instead of on the raw, repeating
      *             MFCALRTO rows.
      *
      *             TAMPER EVIDENCE: MFC-AE-CHAIN-SEQ and
      *             MFC-AE-CHAIN-HASH are stamped by MFCUCHAN just
      *             before the WRITE - the record's place in the file
      *             and a keyed hash of the record up to the chain
      *             fields, the sequence and the previous record's
      *             hash - and checked by MFCR127.
      *             New fields go in ahead of the chain fields, and
      *             the hashed length for this file in MFCUCHAN grows
      *             with them.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
           05 MFC-AE-REPEAT-COUNT      PIC 9(9) COMP-5.
           05 MFC-AE-OPERATOR          PIC X(8) USAGE DISPLAY.
           05 MFC-AE-MESSAGE           PIC X(60) USAGE DISPLAY.
           05 MFC-AE-CHAIN-SEQ         PIC 9(9) COMP-5.
           05 MFC-AE-CHAIN-HASH        PIC 9(18) COMP-5.
