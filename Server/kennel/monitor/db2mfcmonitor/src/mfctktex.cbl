      *             count with the first three member metrics as a
      *             readable summary, and the owning team looked up
      *             on the database master (MFCDBMF) so the desk can
      *             assign it. An incident MFCALCOR matched to a known
      *             error carries that id and its workaround text
      *             through to the ticket, and its affected-services
      *             summary off the impact map travels the same way.
      *
      *             "New" is decided against the ticket register
      *             (MFCTKRGI/MFCTKRGO, mfctkreg.cbl): MFCALCOR
           MOVE MFC-IC-LAST-SECS TO MFC-TX-LAST-SECS
           MOVE MFC-IC-ALERT-COUNT TO MFC-TX-ALERT-COUNT
           MOVE WS-TEAM TO MFC-TX-OWNING-TEAM
           MOVE MFC-IC-KNOWN-ERROR-ID TO MFC-TX-KNOWN-ERROR-ID
           MOVE MFC-IC-WORKAROUND TO MFC-TX-WORKAROUND
           MOVE MFC-IC-AFFECTED TO MFC-TX-AFFECTED
           MOVE SPACES TO MFC-TX-MEMBER-SUMMARY
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SM-COUNT
