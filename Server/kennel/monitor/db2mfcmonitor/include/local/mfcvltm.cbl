      ***********************************************************************
      *
      *  Source File Name = MFCVLTM.CBL
      *
      *  Function = Shop-owned copy file for one record on the vaulting
      *             team's backup image movement file (MFCVLTMP), read
      *             by MFCCVLTS. Each record names one backup image by
      *             database alias and image timestamp (the
      *             YYYYMMDDHHMMSS the DB2 history file keys it by -
      *             the first fourteen bytes of MFC-BK-ID on MFCBKRSO)
      *             and says what happened to it:
      *
      *               M - moved: MFC-VM-NEW-LOCATION is where the image
      *                   now lives and MFC-VM-NEW-DEVICE the SQLU-*-
      *                   MEDIA device type code (sqlutil.cbl) for it,
      *                   e.g. "T" for the offsite tape vault;
      *               E - expired: the image is gone and can no longer
      *                   be restored from.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-VAULT-MOVE-REC.
           05 MFC-VM-DB-ALIAS         PIC X(20) USAGE DISPLAY.
           05 MFC-VM-IMAGE-TS         PIC X(14) USAGE DISPLAY.
           05 MFC-VM-ACTION           PIC X(1) USAGE DISPLAY.
               88 MFC-VM-MOVED        VALUE "M".
               88 MFC-VM-EXPIRED      VALUE "E".
           05 MFC-VM-NEW-DEVICE       PIC X(1) USAGE DISPLAY.
           05 MFC-VM-NEW-LOCATION     PIC X(80) USAGE DISPLAY.
