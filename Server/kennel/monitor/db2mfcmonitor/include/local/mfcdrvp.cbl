      ***********************************************************************
      *
      *  Source File Name = MFCDRVP.CBL
      *
      *  Function = Shop-owned control record - one entry of the client
      *             driver currency policy MFCDRVP, read by the driver
      *             compliance report MFCR131 against the CLIENT-PRDID
      *             and CLIENT-PROTOCOL MFCCWLD records per connection
      *             (mfcwldo.cbl). Two kinds of entry:
      *
      *               L - the minimum supported level for one client
      *                   product. CLIENT-PRDID is the product
      *                   signature DB2 reports, "PPPVVRRM": a three
      *                   character product ("SQL" the DB2 client, "JCC"
      *                   the universal JDBC driver, "DSN" DB2 for z/OS
      *                   and so on) then version, release and
      *                   modification. MFC-DV-CLIENT-PRODUCT holds the
      *                   PPP and MFC-DV-MIN-LEVEL the lowest VVRRM
      *                   still supported (e.g. "SQL" "10050"); a client
      *                   whose VVRRM sorts below it is out of policy.
      *                   A product with no L entry is reported as NO
      *                   POLICY rather than judged.
      *               P - a deprecated protocol. MFC-DV-PROTOCOL is the
      *                   SQL-PROTOCOL-* code (sqlenv.cbl) no client
      *                   should still be connecting over; the product
      *                   and level are left blank.
      *
      *             MFC-DV-DESCRIPTION is free text for the listing
      *             ("NETBIOS", "V9.7 END OF SUPPORT").
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-DRIVER-POLICY-REC.
           05 MFC-DV-ENTRY-TYPE       PIC X(1) USAGE DISPLAY.
               88 MFC-DV-IS-MIN-LEVEL VALUE "L".
               88 MFC-DV-IS-DEPRECATED VALUE "P".
           05 MFC-DV-CLIENT-PRODUCT   PIC X(3) USAGE DISPLAY.
           05 MFC-DV-MIN-LEVEL        PIC X(5) USAGE DISPLAY.
           05 MFC-DV-PROTOCOL         PIC 9(4) COMP-5.
           05 MFC-DV-DESCRIPTION      PIC X(30) USAGE DISPLAY.
