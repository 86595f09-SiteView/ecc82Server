      ***********************************************************************
      *
      *  Source File Name = MFCEVAC.CBL
      *
      *  Function = Shop-owned record - one event monitor activation,
      *             or one refused event stream, as the shared header
      *             check MFCUEVHD found it ahead of an event collector
      *             (MFCCDLK, MFCCSTMT, MFCCOVFL, MFCCTBEV, MFCCCONN).
      *             Appended (EXTEND mode) to MFCEVACO, never rewritten;
      *             MFCUEVHD reads it back to know which activations it
      *             has already recorded, and MFCR121 reports it.
      *
      *             MFC-EA-ACTIVATION ("A") - an SQLM-EVMON-START-EVENT
      *             record not seen before for this collector's stream:
      *             MFC-EA-START-SECS is its START-TIME, and the
      *             monitor's EVMON-ACTIVATES/EVMON-FLUSHES counters are
      *             as the stream last reported them (trailing elements
      *             on the SQLM-EV-LOG-HEADER record or on the start
      *             event itself). MFC-EA-NEW-STREAM is "Y" when the
      *             activation opened a stream the collector had never
      *             read before - the monitor was dropped and re-created
      *             or its file target replaced - and the collector
      *             started again from the first record.
      *
      *             MFC-EA-REFUSED ("R") - a stream whose log headers
      *             did not match the expected byte order, code page or
      *             monitor version; MFC-EA-REASON says which, and the
      *             same text went to MFCERRLG. MFC-EA-START-SECS is
      *             zero and the header fields hold whatever the stream
      *             carried.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-EVMON-ACTIVATION-REC.
           05 MFC-EA-DETECT-SECS        PIC 9(9) COMP-5.
           05 MFC-EA-PROGRAM            PIC X(8) USAGE DISPLAY.
           05 MFC-EA-STREAM             PIC X(8) USAGE DISPLAY.
           05 MFC-EA-KIND               PIC X(1) USAGE DISPLAY.
               88 MFC-EA-ACTIVATION     VALUE "A".
               88 MFC-EA-REFUSED        VALUE "R".
           05 MFC-EA-MONITOR-NAME       PIC X(20) USAGE DISPLAY.
           05 MFC-EA-START-SECS         PIC 9(9) COMP-5.
           05 MFC-EA-ACTIVATES          PIC 9(9) COMP-5.
           05 MFC-EA-FLUSHES            PIC 9(9) COMP-5.
           05 MFC-EA-BYTE-ORDER         PIC S9(9) COMP-5.
           05 MFC-EA-CODEPAGE           PIC 9(4) COMP-5.
           05 MFC-EA-VERSION            PIC 9(9) COMP-5.
           05 MFC-EA-NEW-STREAM         PIC X(1) USAGE DISPLAY.
           05 MFC-EA-REASON             PIC X(40) USAGE DISPLAY.
