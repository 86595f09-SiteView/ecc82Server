      ***********************************************************************
      *
      *  Source File Name = MFCSECX.CBL
      *
      *  Function = Shop-owned copy file for the security audit file
      *             MFCSECAO, appended by MFCUROLE only: one REFUSED
      *             row for every change attempt the access check
      *             turned down (no roster entry, no grant for the
      *             role, self-approval), and one ROLECHG row for
      *             every change to the operator roster. MFCR128
      *             lists both monthly.
      *
      *             MFC-SX-SUBJECT is the requester whose request was
      *             being approved (REFUSED) or the operator whose role
      *             changed (ROLECHG); MFC-SX-DETAIL the reason for a
      *             refusal or the old and new role.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-SECURITY-AUDIT-REC.
           05 MFC-SX-EVENT-SECS       PIC 9(9) COMP-5.
           05 MFC-SX-EVENT            PIC X(8) USAGE DISPLAY.
               88 MFC-SX-REFUSED      VALUE "REFUSED".
               88 MFC-SX-ROLE-CHANGE  VALUE "ROLECHG".
           05 MFC-SX-PROGRAM          PIC X(8) USAGE DISPLAY.
           05 MFC-SX-OPERATOR         PIC X(8) USAGE DISPLAY.
           05 MFC-SX-ROLE             PIC X(8) USAGE DISPLAY.
           05 MFC-SX-TARGET           PIC X(8) USAGE DISPLAY.
           05 MFC-SX-ACTION           PIC X(1) USAGE DISPLAY.
           05 MFC-SX-SUBJECT          PIC X(8) USAGE DISPLAY.
           05 MFC-SX-DETAIL           PIC X(40) USAGE DISPLAY.
