      *             person's worklist - one person editing one control
      *             file is exactly what this gate ends.
      *
      *             TAMPER EVIDENCE: MFC-AV-CHAIN-SEQ and
      *             MFC-AV-CHAIN-HASH are stamped by MFCUCHAN just
      *             before the WRITE - the record's place in the file
      *             and a keyed hash of the record up to
      *             MFC-AV-CONSUMED (consuming an approval is the one
      *             sanctioned change, MFCUAPPR keeping the chain
      *             fields as they were), the sequence and the
      *             previous record's hash - and checked by MFCR127.
      *             New fields go in ahead of the chain fields, and
      *             the hashed length for this file in MFCUCHAN grows
      *             with them.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
           05 MFC-AV-EXPIRY-SECS      PIC 9(9) COMP-5.
           05 MFC-AV-CONSUMED         PIC X(1) USAGE DISPLAY.
               88 MFC-AV-IS-CONSUMED  VALUE "Y".
           05 MFC-AV-CHAIN-SEQ        PIC 9(9) COMP-5.
           05 MFC-AV-CHAIN-HASH       PIC 9(18) COMP-5.
