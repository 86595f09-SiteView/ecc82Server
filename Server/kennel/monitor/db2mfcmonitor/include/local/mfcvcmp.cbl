      ***********************************************************************
      *
      *  Source File Name = MFCVCMP.CBL
      *
      *  Function = Shop-owned record - one table space container
      *             and the storage volume under it, as mapped by
      *             MFCCVOLM from the MFCCTBS extract (MFCTBSPO/
      *             MFCTCNTO) and the volume inventory (mfcvoli.cbl).
      *             MFC-VC-VOLUME-ID and MFC-VC-ARRAY are spaces when
      *             the container's path matches no volume on the
      *             inventory. The map is carried MFCVMAPS in, MFCVMAPT
      *             out, one database's containers replaced each time
      *             that database is mapped, so one map covers every
      *             database on the instance. MFC-VC-MAPPED-SECS is
      *             when the database was last mapped. MFCR134 reads
      *             it for the shared-volume hotspot report.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-VOL-CONTAINER-REC.
           05 MFC-VC-DB-NAME            PIC X(20) USAGE DISPLAY.
           05 MFC-VC-TBSP-NAME          PIC X(20) USAGE DISPLAY.
           05 MFC-VC-CONTAINER-ID       PIC 9(9) COMP-5.
           05 MFC-VC-CONTAINER-NAME     PIC X(64) USAGE DISPLAY.
           05 MFC-VC-VOLUME-ID          PIC X(20) USAGE DISPLAY.
           05 MFC-VC-ARRAY              PIC X(20) USAGE DISPLAY.
           05 MFC-VC-MAPPED-SECS        PIC 9(9) COMP-5.
