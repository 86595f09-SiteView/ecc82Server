      *                 single-LPAR reader can be pointed at the
      *                 whole estate through JCL alone.
      *
      *             The wrapper image is 440 bytes - the 433-byte
      *             MFCSTMT row is the largest registered record -
      *             and the file id on the control card is checked
      *             against MFC-FR-REC-LENGTH on the MFCFREG
