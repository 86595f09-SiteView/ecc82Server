      *             (directly or through another skipped step) on this
      *             one.
      *
      *             MFC-RC-CAL-RULE says on which days of the business
      *             calendar (MFCCALP, asked through MFCUCAL) the step
      *             is eligible at all: every day (space or "A"),
      *             business days ("B"), the month-end - last business
      *             day of the month - ("M"), the first business day
      *             ("F"), close days ("C"), any day not in a freeze
      *             ("Z"), or inside ("I") / outside ("X") the named
      *             custom period MFC-RC-CAL-PERIOD. On any other day
      *             MFCSCHED writes the step a CALSKIP outcome row
      *             instead of calling it, so month-end reports and
      *             freeze-shy actuators no longer need worklist lines
      *             commented in and out.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
               88 MFC-RC-ERR-CONTINUE VALUE "C".
               88 MFC-RC-ERR-STOP     VALUE "S".
               88 MFC-RC-ERR-SKIP-DEP VALUE "D".
           05 MFC-RC-CAL-RULE         PIC X(1) USAGE DISPLAY.
               88 MFC-RC-CAL-EVERY-DAY VALUE " " "A".
               88 MFC-RC-CAL-BUSINESS VALUE "B".
               88 MFC-RC-CAL-MONTH-END VALUE "M".
               88 MFC-RC-CAL-FIRST-BUS VALUE "F".
               88 MFC-RC-CAL-CLOSE-DAY VALUE "C".
               88 MFC-RC-CAL-NOT-FROZEN VALUE "Z".
               88 MFC-RC-CAL-IN-PERIOD VALUE "I".
               88 MFC-RC-CAL-NOT-PERIOD VALUE "X".
           05 MFC-RC-CAL-PERIOD       PIC X(8) USAGE DISPLAY.
