      ***********************************************************************
      *
      *  Source File Name = MFCVOLI.CBL
      *
      *  Function = Shop-owned record - one entry of the storage
      *             team's volume inventory extract MFCVOLI: a mount
      *             point or path prefix, the volume behind it, the
      *             array the volume is carved from and its capacity
      *             in gigabytes. A container is on the volume whose
      *             prefix is the longest that matches the front of its
      *             path up to a "/" or "\" (so /db2/data1 does not
      *             take /db2/data10/...). Read by MFCCVOLM to map
      *             containers, and by MFCR134 for the capacity.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-VOLUME-INV-REC.
           05 MFC-VI-PATH-PREFIX        PIC X(64) USAGE DISPLAY.
           05 MFC-VI-VOLUME-ID          PIC X(20) USAGE DISPLAY.
           05 MFC-VI-ARRAY              PIC X(20) USAGE DISPLAY.
           05 MFC-VI-CAPACITY-GB        PIC 9(9) COMP-5.
