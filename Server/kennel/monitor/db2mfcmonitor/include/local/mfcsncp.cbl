      ***********************************************************************
      *
      *  Source File Name = MFCSNCP.CBL
      *
      *  Function = Shop-owned record - one event in the life of a
      *             shared snapshot capture, as the capture service
      *             MFCUSNAP saw it on behalf of a snapshot collector.
      *             Appended (EXTEND mode) to MFCSNCPO, never
      *             rewritten; MFCR122 reports it.
      *
      *             MFC-SN-CAPTURED ("C") - a db2GetSnapshot was issued
      *             for the partition and class: MFC-SN-ESTIMATE-BYTES
      *             is what db2GetSnapshotSize said it would need (zero
      *             when the size call failed) and MFC-SN-BUFFER-BYTES
      *             the space it was given.
      *
      *             MFC-SN-SHARED ("S") - a later collector in the same
      *             sweep was handed that capture instead of issuing
      *             its own; MFC-SN-CAPTURE-SECS is when the shared
      *             capture was taken.
      *
      *             MFC-SN-OVERFLOW ("O") - the capture did not fit its
      *             space (SQLM-RC-BUFFER-FULL, or the estimate would
      *             not fit the space left): every collector walking it
      *             saw a truncated snapshot.
      *
      *             MFC-SN-WALK-LIMIT ("W") - a collector's walk of the
      *             capture stopped at its WS-MAX-OCC element limit
      *             before the end of the buffer; MFC-SN-ELEMENTS is
      *             the number of elements it walked.
      *
      *             MFC-SN-FAILED ("F") - the db2GetSnapshot failed;
      *             MFC-SN-SQLCODE is why. Nothing was shared.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-SNAP-CAPTURE-REC.
           05 MFC-SN-EVENT-SECS         PIC 9(9) COMP-5.
           05 MFC-SN-CAPTURE-SECS       PIC 9(9) COMP-5.
           05 MFC-SN-SOURCE             PIC X(8) USAGE DISPLAY.
           05 MFC-SN-KIND               PIC X(1) USAGE DISPLAY.
               88 MFC-SN-CAPTURED       VALUE "C".
               88 MFC-SN-SHARED         VALUE "S".
               88 MFC-SN-OVERFLOW       VALUE "O".
               88 MFC-SN-WALK-LIMIT     VALUE "W".
               88 MFC-SN-FAILED         VALUE "F".
           05 MFC-SN-NODE-NUMBER        PIC S9(9) COMP-5.
           05 MFC-SN-CLASS              PIC 9(9) COMP-5.
           05 MFC-SN-ESTIMATE-BYTES     PIC 9(9) COMP-5.
           05 MFC-SN-BUFFER-BYTES       PIC 9(9) COMP-5.
           05 MFC-SN-ELEMENTS           PIC 9(9) COMP-5.
           05 MFC-SN-SQLCODE            PIC S9(9) COMP-5.
