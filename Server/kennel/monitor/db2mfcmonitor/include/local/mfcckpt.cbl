      *             restarted run continues numbering instead of
      *             colliding with sequence numbers already on the
      *             history file; a collector with no sequence number of
      *             its own simply leaves it zero. MFCCD2LG, whose
      *             input is a db2diag.log rather than an event monitor
      *             file, counts lines in MFC-CK-RECORDS-PROCESSED and
      *             keeps the epoch seconds of the log's first entry in
      *             MFC-CK-LAST-SEQ, to recognize a replaced log.
      *             MFCCPSES, which reads a rewritten snapshot extract
      *             rather than a growing one, keeps the collection
      *             epoch of the last extract it consumed in
      *             MFC-CK-LAST-SEQ and leaves the count zero.
      *             MFCCLSEN keeps both: the MFCWLDO collection epoch
      *             last consumed in MFC-CK-LAST-SEQ and the count of
      *             MFCUOWHO history records already folded into its
      *             last-seen master in MFC-CK-RECORDS-PROCESSED.
      *             MFCCBSLA counts the MFCUOWHO records it has already
      *             matched to batch jobs the same way and, having no
      *             sequence of its own, leaves MFC-CK-LAST-SEQ zero.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
