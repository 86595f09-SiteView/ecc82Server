      ***********************************************************************
      *
      *  Source File Name = MFCAZQ.CBL
      *
      *  Function = Shop-owned copy file for one question put to the
      *             access check MFCUROLE and its answer.
      *
      *             MFC-AZ-FUNCTION "C" checks: may MFC-AZ-OPERATOR,
      *             in program MFC-AZ-PROGRAM, apply MFC-AZ-ACTION to
      *             MFC-AZ-TARGET? MFC-AZ-SUBJECT, when not blank, is
      *             the id that asked for the thing being approved or
      *             acted on - the same id as the operator is refused
      *             as self-approval. MFCUROLE answers MFC-AZ-ROLE and
      *             MFC-AZ-ALLOWED, with MFC-AZ-REASON for a refusal,
      *             which it has already written to the security audit
      *             file MFCSECAO (mfcsecx.cbl).
      *
      *             MFC-AZ-FUNCTION "R" records a role change made by
      *             MFC-AZ-OPERATOR to MFC-AZ-SUBJECT on MFCSECAO,
      *             with MFC-AZ-REASON as the detail (old and new
      *             role), and has the roster reread on the next call.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-ACCESS-QUERY.
           05 MFC-AZ-FUNCTION         PIC X(1) USAGE DISPLAY.
               88 MFC-AZ-CHECK        VALUE "C".
               88 MFC-AZ-ROLE-CHANGE  VALUE "R".
           05 MFC-AZ-PROGRAM          PIC X(8) USAGE DISPLAY.
           05 MFC-AZ-OPERATOR         PIC X(8) USAGE DISPLAY.
           05 MFC-AZ-TARGET           PIC X(8) USAGE DISPLAY.
           05 MFC-AZ-ACTION           PIC X(1) USAGE DISPLAY.
           05 MFC-AZ-SUBJECT          PIC X(8) USAGE DISPLAY.
           05 MFC-AZ-ROLE             PIC X(8) USAGE DISPLAY.
           05 MFC-AZ-ALLOWED          PIC X(1) USAGE DISPLAY.
               88 MFC-AZ-IS-ALLOWED   VALUE "Y".
           05 MFC-AZ-REASON           PIC X(40) USAGE DISPLAY.
