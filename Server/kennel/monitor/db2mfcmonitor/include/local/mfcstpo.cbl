      *             called program's RETURN-CODE (or the SQLCODE-style
      *             negative MFCSCHED records when the CALL itself could
      *             not be made), and MFC-SO-OUTCOME is the disposition
      *             in words. CALSKIP is a step the business
      *             calendar made ineligible today (MFC-RC-CAL-RULE),
      *             or one depending on such a step.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
               88 MFC-SO-SKIPPED      VALUE "SKIPPED".
               88 MFC-SO-NOTRUN       VALUE "NOTRUN".
               88 MFC-SO-PRIOROK      VALUE "PRIOROK".
               88 MFC-SO-CALSKIP      VALUE "CALSKIP".
           05 MFC-SO-RETURN-CODE      PIC S9(9) COMP-5.
