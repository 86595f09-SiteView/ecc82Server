      ***********************************************************************
      *
      *  Source File Name = MFCSPFR.CBL
      *
      *  Function = Shop-owned copy file for one entry of the storage
      *             path free-space extract MFCSPFRP - the free
      *             megabytes left on the file system behind each
      *             automatic-storage path, as the storage team last
      *             measured it (AS-OF-SECS). DB2 does not report a
      *             storage path's free space in the snapshot, so
      *             MFCR104 takes it from here to judge whether the
      *             table spaces striping over a path are growing
      *             faster than the path can absorb. PATH-NAME is
      *             written exactly as DB2 shows the storage path.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-PATH-FREE-REC.
           05 MFC-PF-PATH-NAME          PIC X(190) USAGE DISPLAY.
           05 MFC-PF-FREE-MB            PIC 9(9) COMP-5.
           05 MFC-PF-AS-OF-SECS         PIC 9(9) COMP-5.
