      ***********************************************************************
      *
      *  Source File Name = MFCNRLX.CBL
      *
      *  Function = Shop-owned extract record - one DB2 history entry
      *             that bears on non-recoverable exposure, written by
      *             MFCCNRLX to MFCNRLXO and read by MFCR109.
      *
      *             MFC-NR-EVENT says what the entry was:
      *               L - a LOAD (DB2HIST-OP-LOAD). MFC-NR-TABLE-NAME is
      *                   QUALIFIER.NAME of the loaded table and
      *                   MFC-NR-TBS-NAME the first table space on the
      *                   entry's list. MFC-NR-COPY-MODE is "X" when the
      *                   command text says NONRECOVERABLE, "Y" when a
      *                   load copy entry (DB2HIST-OP-LOAD-COPY) with
      *                   the same start time is on file (COPY YES), and
      *                   "N" otherwise (COPY NO - the table space is
      *                   left backup pending / unrecoverable past the
      *                   load).
      *               T - a table space level BACKUP (DB2HISTORY-GRAN-
      *                   TBS), one row per table space it names, so a
      *                   later table space image can be credited to a
      *                   load. Whole-database images are taken from
      *                   MFCBKRSO instead.
      *               D - a DROPPED TABLE (DB2HIST-OP-DROPPED-TABLE).
      *                   MFC-NR-DROPPED-ID is the dropped table id
      *                   RECOVER DROPPED TABLE asks for;
      *                   MFC-NR-DDL-LEN is the length of the CREATE
      *                   TABLE DDL DB2 kept for it (zero when none -
      *                   the table cannot be recreated from history)
      *                   and MFC-NR-DDL-TEXT its first 100 bytes.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-NONRECOV-EXPOSURE-REC.
           05 MFC-NR-DB-ALIAS         PIC X(20) USAGE DISPLAY.
           05 MFC-NR-EVENT            PIC X(1) USAGE DISPLAY.
               88 MFC-NR-LOAD         VALUE "L".
               88 MFC-NR-TBS-BACKUP   VALUE "T".
               88 MFC-NR-DROPPED      VALUE "D".
           05 MFC-NR-TIMESTAMP        PIC X(14) USAGE DISPLAY.
           05 MFC-NR-TABLE-NAME       PIC X(128) USAGE DISPLAY.
           05 MFC-NR-TBS-NAME         PIC X(18) USAGE DISPLAY.
           05 MFC-NR-COPY-MODE        PIC X(1) USAGE DISPLAY.
               88 MFC-NR-NONRECOVERABLE VALUE "X".
               88 MFC-NR-COPY-YES     VALUE "Y".
               88 MFC-NR-COPY-NO      VALUE "N".
           05 MFC-NR-DROPPED-ID       PIC X(24) USAGE DISPLAY.
           05 MFC-NR-DDL-LEN          PIC 9(9) COMP-5.
           05 MFC-NR-DDL-TEXT         PIC X(100) USAGE DISPLAY.
