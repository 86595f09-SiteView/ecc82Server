      ***********************************************************************
      *
      *  Source File Name = MFCUPKH.CBL
      *
      *  Function = Shared utility - content hash for control-file
      *             promotion packages (mfcpkg.cbl). Folds one record
      *             image of LS-REC-LENGTH bytes into the running hash
      *             LS-HASH, which the caller zeroes before a file's
      *             first record; the value after the last record is
      *             the file's content hash on the package manifest.
      *             MFCPKGB computes it from the test file, MFCPKGV
      *             from the package rows, MFCPKGA from the staged
      *             copy - the same records in the same order give
      *             the same hash, anything else almost never does.
      *
      *             Two modular polynomial hashes, the MFCUCHAN shape
      *             without the site key: this is a fingerprint for
      *             catching a torn or mixed-up copy, not a seal (the
      *             promotion itself is journaled on the chained
      *             MFCCCJLO).
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCUPKH.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-PRIME-1                  PIC 9(18) COMP-5
                                       VALUE 999999937.
       01 WS-PRIME-2                  PIC 9(18) COMP-5
                                       VALUE 999999929.
       01 WS-H1                       PIC 9(18) COMP-5.
       01 WS-H2                       PIC 9(18) COMP-5.
       01 WS-BYTE-IDX                 PIC 9(9) COMP-5.
       01 WS-BYTE-ORD                 PIC 9(9) COMP-5.

       LINKAGE SECTION.
       01 LS-RECORD                   PIC X(512).
       01 LS-REC-LENGTH               PIC 9(9) COMP-5.
       01 LS-HASH                     PIC 9(18) COMP-5.

       PROCEDURE DIVISION USING LS-RECORD LS-REC-LENGTH LS-HASH.
       0000-MAIN.
           COMPUTE WS-H1 = LS-HASH / 1000000000
           COMPUTE WS-H2 = FUNCTION MOD(LS-HASH 1000000000)
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > LS-REC-LENGTH
                      OR WS-BYTE-IDX > 512
               COMPUTE WS-BYTE-ORD =
                   FUNCTION ORD(LS-RECORD(WS-BYTE-IDX:1))
               COMPUTE WS-H1 = FUNCTION MOD(
                   (WS-H1 * 257) + WS-BYTE-ORD, WS-PRIME-1)
               COMPUTE WS-H2 = FUNCTION MOD(
                   (WS-H2 * 263) + WS-BYTE-ORD, WS-PRIME-2)
           END-PERFORM
      * Close each record off so a record boundary moved is a change.
           COMPUTE WS-H1 = FUNCTION MOD(
               (WS-H1 * 257) + LS-REC-LENGTH, WS-PRIME-1)
           COMPUTE LS-HASH = (WS-H1 * 1000000000) + WS-H2
           GOBACK.
