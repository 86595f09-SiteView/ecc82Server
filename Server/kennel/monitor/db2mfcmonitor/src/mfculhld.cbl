      *             shape, so every destructive path asks the one
      *             question the same way.
      *
      *  Called by MFCCPRUN, MFCCVLTS, MFCR013 and MFCROTAT ahead of
      *  anything that would destroy a record a dispute may need.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
