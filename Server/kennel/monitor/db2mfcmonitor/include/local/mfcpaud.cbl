      *             to zero and when", which a raw text editor never
      *             could.
      *
      *             TAMPER EVIDENCE: MFC-PA-CHAIN-SEQ and
      *             MFC-PA-CHAIN-HASH are stamped by MFCUCHAN just
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
               88 MFC-PA-DELETED      VALUE "D".
           05 MFC-PA-BEFORE-IMAGE     PIC X(80) USAGE DISPLAY.
           05 MFC-PA-AFTER-IMAGE      PIC X(80) USAGE DISPLAY.
           05 MFC-PA-CHAIN-SEQ        PIC 9(9) COMP-5.
           05 MFC-PA-CHAIN-HASH       PIC 9(18) COMP-5.
