      *             postmortem timeline generator. Every shop history
      *             record inside the incident window - alert, error
      *             log entry, HADR operation, deadlock event, restart
      *             attempt, monitor-switch change, db2diag.log entry,
      *             operator logbook entry - is reduced to the
      *             same four fields: when it happened, which history
      *             file said so, the key it concerns, and a one-line
      *             description built from the record's own fields.
