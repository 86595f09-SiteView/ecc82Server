      ***********************************************************************
      *
      *  Source File Name = MFCSTVAL.CBL
      *
      *  Function = Shop-owned companion record to the slow-SQL
      *             extract - one parameter-marker value bound to one
      *             event-origin MFCSTMTO row, written by MFCCSTMT to
      *             MFCSTVLO from the SQLM-ELM-STMT-VALUE-INDEX/-TYPE/
      *             -ISNULL/-DATA elements trailing the statement
      *             event record.
      *
      *             MFC-SV-STMT-SEQ is the record number of the owning
      *             row in the MFCSTMTO written by the same run (both
      *             files are rewritten together, OUTPUT mode, and
      *             MFCMASKX copies rows in order, so the number holds
      *             in a masked copy too). MFC-SV-SQL-TYPE is the SQL
      *             type number as DB2 sent it (odd = nullable).
      *             MFC-SV-DATA is the value already rendered for
      *             reading, MFC-SV-RENDER saying how:
      *               C - character, date or time data, as sent;
      *               N - an integer or float type, as display digits;
      *               X - anything else (decimal, binary, graphic), as
      *                   hex digits of the bytes sent.
      *             MFC-SV-DATA-LEN is the number of bytes DB2 sent,
      *             which may be more than MFC-SV-DATA holds. MFCR113
      *             prints the statement with these values in place.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-STMT-VALUE-REC.
           05 MFC-SV-STMT-SEQ         PIC 9(9) COMP-5.
           05 MFC-SV-APPL-ID          PIC X(32) USAGE DISPLAY.
           05 MFC-SV-VALUE-INDEX      PIC 9(9) COMP-5.
           05 MFC-SV-SQL-TYPE         PIC 9(9) COMP-5.
           05 MFC-SV-ISNULL           PIC X(1).
               88 MFC-SV-IS-NULL      VALUE "Y".
           05 MFC-SV-RENDER           PIC X(1).
               88 MFC-SV-AS-TEXT      VALUE "C".
               88 MFC-SV-AS-NUMBER    VALUE "N".
               88 MFC-SV-AS-HEX       VALUE "X".
           05 MFC-SV-DATA-LEN         PIC 9(9) COMP-5.
           05 MFC-SV-DATA             PIC X(128) USAGE DISPLAY.
