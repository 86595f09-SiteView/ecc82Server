      *                 joins across masked extracts still work;
      *               - every other field copies through untouched.
      *
      *             The parameter-marker value companion to the
      *             statement extract (MFCSTVAL.CBL, control card
      *             MFCSTVL, files MFCMSKVI/MFCMSKVO) masks its APPL-ID
      *             the same way, and every non-null value by the same
      *             hash over all of its bytes: a character value
      *             becomes "PSN-" plus the sixteen digits, a numeric
      *             or hex one just the digits, so a reproduced
      *             statement still reads as valid SQL and equal
      *             values stay equal across rows. Values are data,
      *             not identities, and are not recorded on the
      *             mapping master - there is no road back from a
      *             masked value. The value file keeps its rows in
      *             order, so MFC-SV-STMT-SEQ still points into a
      *             masked MFCSTMT copy.
      *
      *             The mapping master is the only road back; it
      *             stays on the access-restricted dataset and
      *             MFCPSMRV is the cleared-staff lookup over it.
           SELECT LKW-OUT-FILE ASSIGN TO "MFCMSKLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-L2-STATUS.
           SELECT VAL-IN-FILE ASSIGN TO "MFCMSKVI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-V1-STATUS.
           SELECT VAL-OUT-FILE ASSIGN TO "MFCMSKVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-V2-STATUS.
           SELECT MAP-FILE ASSIGN TO "MFCPSMPF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
      * the length must match mfcstmt.cbl.
       FD  STMT-OUT-FILE
           RECORDING MODE IS F.
       01 STMT-OUT-REC                PIC X(433).
       FD  LKW-IN-FILE
           RECORDING MODE IS F.
           COPY "mfclkwt.cbl".
       FD  LKW-OUT-FILE
           RECORDING MODE IS F.
       01 LKW-OUT-REC                 PIC X(144).
       FD  VAL-IN-FILE
           RECORDING MODE IS F.
           COPY "mfcstval.cbl".
      * Written FROM the value record the input FD declares;
      * the length must match mfcstval.cbl.
       FD  VAL-OUT-FILE
           RECORDING MODE IS F.
       01 VAL-OUT-REC                 PIC X(178).
       FD  MAP-FILE.
           COPY "mfcpsmp.cbl".
       FD  ACCT-FILE
       01 WS-S2-STATUS                PIC XX.
       01 WS-L1-STATUS                PIC XX.
       01 WS-L2-STATUS                PIC XX.
       01 WS-V1-STATUS                PIC XX.
       01 WS-V2-STATUS                PIC XX.
       01 WS-PM-STATUS                PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-CHAR-ORD                 PIC 9(9) COMP-5.
       01 WS-HIDX                     PIC 9(9) COMP-5.
       01 WS-HASH-DISPLAY             PIC 9(16).
       01 WS-REAL-VALUE               PIC X(128).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "MFCUTIME" USING WS-ACCT-START-SECS
           PERFORM 1000-INITIALIZE
           IF NOT CANNOT-RUN
               EVALUATE MK-FILE-ID
                   WHEN "MFCSTMT"
                       PERFORM 2000-MASK-STMT-EXTRACT
                   WHEN "MFCSTVL"
                       PERFORM 4000-MASK-VALUE-EXTRACT
                   WHEN OTHER
                       PERFORM 3000-MASK-LOCKWAIT-EXTRACT
               END-EVALUATE
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.
           IF NOT CANNOT-RUN
               AND MK-FILE-ID NOT = "MFCSTMT"
               AND MK-FILE-ID NOT = "MFCLKWT"
               AND MK-FILE-ID NOT = "MFCSTVL"
               SET CANNOT-RUN TO TRUE
               DISPLAY "MFCMASKX: ONLY MFCSTMT, MFCLKWT AND MFCSTVL "
                   "ARE MASKABLE - GOT " MK-FILE-ID
           END-IF
           IF NOT CANNOT-RUN
               OPEN I-O MAP-FILE
           CLOSE LKW-IN-FILE
           CLOSE LKW-OUT-FILE.

       4000-MASK-VALUE-EXTRACT.
           OPEN INPUT VAL-IN-FILE
           OPEN OUTPUT VAL-OUT-FILE
           PERFORM UNTIL EOF-IN
               READ VAL-IN-FILE
                   AT END SET EOF-IN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCT-READ
                       MOVE MFC-SV-APPL-ID TO WS-REAL-ID
                       PERFORM 5000-RESOLVE-PSEUDONYM
                       MOVE WS-PSEUDONYM TO MFC-SV-APPL-ID
                       IF NOT MFC-SV-IS-NULL
                           AND MFC-SV-DATA NOT = SPACES
                           PERFORM 4100-MASK-ONE-VALUE
                       END-IF
                       WRITE VAL-OUT-REC FROM MFC-STMT-VALUE-REC
                       ADD 1 TO WS-ACCT-WRITTEN
               END-READ
           END-PERFORM
           CLOSE VAL-IN-FILE
           CLOSE VAL-OUT-FILE.

      * Same hash as 5000 over the whole value, never written to
      * the mapping master.
       4100-MASK-ONE-VALUE.
           MOVE MFC-SV-DATA TO WS-REAL-VALUE
           MOVE 0 TO WS-HASH
           PERFORM 4200-HASH-VALUE-BYTE
               VARYING WS-HIDX FROM 1 BY 1
               UNTIL WS-HIDX > 128
           MOVE WS-HASH TO WS-HASH-DISPLAY
           MOVE SPACES TO MFC-SV-DATA
           IF MFC-SV-AS-TEXT
               STRING "PSN-" WS-HASH-DISPLAY
                   DELIMITED BY SIZE INTO MFC-SV-DATA
           ELSE
               MOVE WS-HASH-DISPLAY TO MFC-SV-DATA
           END-IF.

       4200-HASH-VALUE-BYTE.
           COMPUTE WS-CHAR-ORD =
               FUNCTION ORD(WS-REAL-VALUE(WS-HIDX:1))
           COMPUTE WS-HASH =
               FUNCTION MOD((WS-HASH * 31 + WS-CHAR-ORD)
                   9999999999999937).

      * The pseudonym is a rolling hash of the RAW real-id bytes,
      * recorded on the mapping master the first time - stable
      * across every masked extract, reversible only through the
