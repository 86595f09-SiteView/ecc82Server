      *             in this kennel leaves the same audit row no matter
      *             what its private format looks like.
      *
      *             The record is also chained here (MFCUCHAN "A"):
      *             MFC-CJ-CHAIN-SEQ and MFC-CJ-CHAIN-HASH are filled
      *             in last, so the caller's WRITE that follows is the
      *             next link of the MFCCCJLO chain the verifier
      *             MFCR127 walks.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCUCCJL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-NOW-SECS                PIC 9(9) COMP-5.
       01 WS-CH-FUNCTION             PIC X(1) VALUE "A".
       01 WS-CH-FILE-ID              PIC X(8) VALUE "MFCCCJLO".
       01 WS-CH-PREV-HASH            PIC 9(18) COMP-5.

       LINKAGE SECTION.
       01 LS-PROGRAM                 PIC X(8).
           05 MFC-CJ-TARGET           PIC X(40).
           05 MFC-CJ-SQLCODE          PIC S9(9) COMP-5.
           05 MFC-CJ-OPERATOR         PIC X(8).
           05 MFC-CJ-CHAIN-SEQ        PIC 9(9) COMP-5.
           05 MFC-CJ-CHAIN-HASH       PIC 9(18) COMP-5.

       PROCEDURE DIVISION USING LS-PROGRAM LS-DB-ALIAS LS-ACTION
               LS-TARGET LS-SQLCODE LS-OPERATOR LS-JOURNAL-REC.
           MOVE LS-TARGET TO MFC-CJ-TARGET
           MOVE LS-SQLCODE TO MFC-CJ-SQLCODE
           MOVE LS-OPERATOR TO MFC-CJ-OPERATOR
           CALL "MFCUCHAN" USING WS-CH-FUNCTION WS-CH-FILE-ID
               LS-JOURNAL-REC MFC-CJ-CHAIN-SEQ WS-CH-PREV-HASH
               MFC-CJ-CHAIN-HASH
           GOBACK.
