      *             tablespace at 99 percent does not wait for morning.
      *             Alerts matching no rule route next-business-day, so
      *             a metric added before its rule is never dropped.
      *             One escalation is built in rather than left to the
      *             rules: an UNAUTH-CHANGE alert (MFCR117, DDL or
      *             binds outside change control) on a tier-1 database
      *             always pages.
      *
      *             Day-of-week and time-of-day come straight from the
      *             alert's MFC-AL-ALERT-SECS epoch (MFCUTIME's site
           END-IF
           PERFORM 3500-LOOKUP-MASTER
      * Database-master escalation: a sandbox database never pages,
      * a tier-1 database's page is never held for quiet hours, and
      * DDL or binds on a tier-1 database outside change control
      * (MFCR117's UNAUTH-CHANGE) page whatever the rule says.
           IF WS-DB-ENV = "SAND"
               MOVE "R" TO WS-SEVERITY
           END-IF
           IF MFC-AL-METRIC = "UNAUTH-CHANGE"
               AND WS-DB-TIER = 1
               MOVE "P" TO WS-SEVERITY
           END-IF
           IF WS-SEVERITY = "P"
               AND WS-DB-TIER NOT = 1
               PERFORM 4000-CHECK-QUIET-HOURS
