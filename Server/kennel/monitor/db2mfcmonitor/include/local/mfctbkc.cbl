      ***********************************************************************
      *
      *  Source File Name = MFCTBKC.CBL
      *
      *  Function = Shop-owned extract record - one table space named on
      *             one DB2 history entry, written by MFCCTBKC to
      *             MFCTBKCO and read by MFCR108's table space backup
      *             coverage audit.
      *
      *             MFC-TV-EVENT says what the history entry was:
      *               B - a BACKUP image (DB2HIST-OP-BACKUP). With
      *                   MFC-TV-GRANULARITY of DB2HISTORY-GRAN-DB
      *                   ("D") it is a full database image and covers
      *                   every table space - one row is written with
      *                   MFC-TV-TBS-NAME at spaces; with DB2HISTORY-
      *                   GRAN-TBS ("P") one row is written per table
      *                   space on the entry's SQLUHTSP list.
      *               C - a CREATE TABLESPACE (DB2HIST-OP-CRT-
      *                   TABLESPACE), one row per table space created.
      *
      *             MFC-TV-TIMESTAMP is the entry's end time
      *             (YYYYMMDDHHMMSS); MFC-TV-OPTYPE the entry's
      *             DB2HISTORY-OPTYPE-* byte (online/offline,
      *             incremental, delta) as DB2 returned it.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-TBS-BACKUP-COVER-REC.
           05 MFC-TV-EVENT            PIC X(1) USAGE DISPLAY.
               88 MFC-TV-BACKUP       VALUE "B".
               88 MFC-TV-CREATE       VALUE "C".
           05 MFC-TV-GRANULARITY      PIC X(1) USAGE DISPLAY.
           05 MFC-TV-OPTYPE           PIC X(1) USAGE DISPLAY.
           05 MFC-TV-TIMESTAMP        PIC X(14) USAGE DISPLAY.
           05 MFC-TV-TBS-NAME         PIC X(18) USAGE DISPLAY.
