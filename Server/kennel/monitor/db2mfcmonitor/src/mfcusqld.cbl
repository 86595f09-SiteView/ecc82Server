      *             holds a fetched SQLDA and wants a uniform export
      *             record out of it; MFCR026 is the paired report that
      *             reads whatever MFCUSQLD's caller wrote to MFCDYNX.
      *             MFCCPRBE, the synthetic business-query probe, is
      *             that caller: it hands over the first row of each
      *             catalog query it runs.
      *
      *  Called by any dynamic-SQL program that has PREPAREd, DESCRIBEd,
      *  and FETCHed a row into an SQLDA and wants a self-describing
