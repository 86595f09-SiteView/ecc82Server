      ***********************************************************************
      *
      *  Source File Name = MFCPKG.CBL
      *
      *  Function = Shop-owned copy file for one record of a control-
      *             file promotion package (MFCPKGO), the single
      *             dataset that carries a chosen set of control and
      *             policy files from test to production as one
      *             versioned unit. MFCPKGB builds it, MFCPKGV
      *             validates and diffs it against production, MFCPKGA
      *             installs it. A package is, in order:
      *
      *               H - one header: the package version, the build
      *                   epoch and the number of files carried;
      *               M - one manifest row per file: its record length,
      *                   record count and content hash (MFCUPKH), and
      *                   for an MFC*P threshold file the program whose
      *                   parameters it holds (for MFCPVAL);
      *               D - the files' records, file by file in manifest
      *                   order, each with its sequence in the file and
      *                   the raw record image.
      *
      *             Every row carries the version and file id, so a
      *             row from another package or another file is seen
      *             for what it is.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-PACKAGE-REC.
           05 MFC-PK-TYPE             PIC X(1) USAGE DISPLAY.
               88 MFC-PK-HEADER       VALUE "H".
               88 MFC-PK-MANIFEST     VALUE "M".
               88 MFC-PK-DATA         VALUE "D".
           05 MFC-PK-VERSION          PIC 9(9) COMP-5.
           05 MFC-PK-FILE-ID          PIC X(8) USAGE DISPLAY.
           05 MFC-PK-REC-SEQ          PIC 9(9) COMP-5.
           05 MFC-PK-REC-LENGTH       PIC 9(9) COMP-5.
           05 MFC-PK-BODY             PIC X(512) USAGE DISPLAY.
           05 MFC-PK-HEADER-BODY REDEFINES MFC-PK-BODY.
              10 MFC-PK-BUILT-SECS    PIC 9(9) COMP-5.
              10 MFC-PK-FILE-COUNT    PIC 9(9) COMP-5.
              10 FILLER               PIC X(504).
           05 MFC-PK-MANIFEST-BODY REDEFINES MFC-PK-BODY.
              10 MFC-PK-RECORD-COUNT  PIC 9(9) COMP-5.
              10 MFC-PK-CONTENT-HASH  PIC 9(18) COMP-5.
              10 MFC-PK-PARM-PROGRAM  PIC X(8) USAGE DISPLAY.
              10 FILLER               PIC X(492).
