      *             piece of code.
      *
      *  Called by MFCCPING, MFCWDOG and MFCALMGR ahead of the work
      *  a maintenance window is meant to quiet, and by the actuators
      *  MFCCBKUP, MFCCSTGA and MFCCBNCE ahead of work that needs one.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
