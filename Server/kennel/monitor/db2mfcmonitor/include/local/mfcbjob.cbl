      ***********************************************************************
      *
      *  Source File Name = MFCBJOB.CBL
      *
      *  Function = Shop-owned control record - one business batch job
      *             the batch SLA tracker MFCCBSLA watches, on the
      *             expectation file MFCBSLAP: the business name of the
      *             job (SETTLEMENT, BILLING, WAREHOUSE LOAD), how its
      *             connections are recognized - by application name
      *             ("A", MFC-BJ-MATCH-VALUE against APPL-NAME) or by
      *             workload class ("W", against the class MFCCWLD
      *             assigned through the MFCWLDP policy) - and on which
      *             database (blank for any), when it is expected to
      *             start and the time it must finish by (HHMM on the
      *             site clock; a finish-by at or before the start is
      *             the next morning), and the business-calendar rule
      *             for the days it runs.
      *
      *             MFC-BJ-CAL-RULE takes the MFCSCHED worklist letters
      *             (mfcrunc.cbl), asked of MFCUCAL for the date the
      *             job's window opens on: every day (space or "A"),
      *             business days ("B"), month-end ("M"), first business
      *             day ("F"), close days ("C"), not in a freeze ("Z"),
      *             inside ("I") / outside ("X") the named custom period
      *             MFC-BJ-CAL-PERIOD. On a day the rule excludes the
      *             job is NOT DUE and raises nothing.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-BATCH-JOB-REC.
           05 MFC-BJ-JOB-NAME         PIC X(20) USAGE DISPLAY.
           05 MFC-BJ-MATCH-TYPE       PIC X(1) USAGE DISPLAY.
               88 MFC-BJ-BY-APPL-NAME VALUE "A".
               88 MFC-BJ-BY-CLASS     VALUE "W".
           05 MFC-BJ-MATCH-VALUE      PIC X(20) USAGE DISPLAY.
           05 MFC-BJ-DB-NAME          PIC X(20) USAGE DISPLAY.
           05 MFC-BJ-EXPECTED-START   PIC 9(4) USAGE DISPLAY.
           05 MFC-BJ-FINISH-BY        PIC 9(4) USAGE DISPLAY.
           05 MFC-BJ-CAL-RULE         PIC X(1) USAGE DISPLAY.
               88 MFC-BJ-CAL-EVERY-DAY VALUE " " "A".
               88 MFC-BJ-CAL-BUSINESS VALUE "B".
               88 MFC-BJ-CAL-MONTH-END VALUE "M".
               88 MFC-BJ-CAL-FIRST-BUS VALUE "F".
               88 MFC-BJ-CAL-CLOSE-DAY VALUE "C".
               88 MFC-BJ-CAL-NOT-FROZEN VALUE "Z".
               88 MFC-BJ-CAL-IN-PERIOD VALUE "I".
               88 MFC-BJ-CAL-NOT-PERIOD VALUE "X".
           05 MFC-BJ-CAL-PERIOD       PIC X(8) USAGE DISPLAY.
