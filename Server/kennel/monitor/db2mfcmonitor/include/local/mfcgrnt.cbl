      ***********************************************************************
      *
      *  Source File Name = MFCGRNT.CBL
      *
      *  Function = Shop-owned copy file for one role grant on
      *             MFCGRNTP: role MFC-GR-ROLE may apply the action
      *             letters in MFC-GR-ACTIONS to target MFC-GR-TARGET.
      *
      *             The target is the file a screen changes (MFCRETN,
      *             MFCLHLDP, MFCALSTO ...) or, for a queued request,
      *             the program asked for. "*" as target covers every
      *             target except the reserved ones - the legal hold
      *             file MFCLHLDP and the roster MFCOPRRP - which only
      *             a grant naming them opens. Actions: A add (or
      *             acknowledge, approve, log), U update, D delete,
      *             Q queue a request; "*" for all of them.
      *
      *             MFCUROLE reads the grants; when MFCGRNTP is absent
      *             it uses the shop default set listed in MFCUROLE.
      *
      *  Notes: this is NOT a vendor DB2 structure - it is this shop's own
      *         record layout, kept under include/local rather than mixed
      *         in with the vendor cobol_a/cobol_i/cobol_mf copy books.
      *
      ***********************************************************************
       01 MFC-ROLE-GRANT-REC.
           05 MFC-GR-ROLE             PIC X(8) USAGE DISPLAY.
           05 MFC-GR-TARGET           PIC X(8) USAGE DISPLAY.
           05 MFC-GR-ACTIONS          PIC X(8) USAGE DISPLAY.
