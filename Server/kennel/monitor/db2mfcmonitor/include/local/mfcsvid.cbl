      ***********************************************************************
      *
      *  Source File Name = MFCSVID.CBL
      *
      *  Function = Shop-owned history record - the DB2 server
      *             identity one instance reported in one MFCCSVID
      *             collection run: product id (SERVER-PRDID, e.g.
      *             SQL08027), SERVER-VERSION, the fix-pack
      *             SERVICE-LEVEL text, SERVER-PLATFORM (the vendor
      *             SQLM-PLATFORM-* code), SERVER-INSTANCE-NAME and
      *             the node name SERVER-NNAME. Instance name plus node
      *             name identify the instance across the estate - the
      *             same instance name on two servers is two instances.
      *
      *             Each run writes one instance row, MFC-SV-DB-NAME
      *             "*DBM*" (the MFCCCFG pseudo-alias), and one row
      *             per active database on the instance carrying the
      *             same identity - the database rows are how the
      *             currency report MFCR102 ties an instance to the
      *             database master (MFCDBMI) for its environment,
      *             tier and HADR partner.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-SERVER-ID-REC.
           05 MFC-SV-COLLECT-SECS       PIC 9(9) COMP-5.
           05 MFC-SV-INSTANCE-NAME      PIC X(20) USAGE DISPLAY.
           05 MFC-SV-NNAME              PIC X(20) USAGE DISPLAY.
           05 MFC-SV-DB-NAME            PIC X(20) USAGE DISPLAY.
           05 MFC-SV-PRDID              PIC X(20) USAGE DISPLAY.
           05 MFC-SV-VERSION            PIC 9(9) COMP-5.
           05 MFC-SV-SERVICE-LEVEL      PIC X(20) USAGE DISPLAY.
           05 MFC-SV-PLATFORM           PIC 9(4) COMP-5.
