      ***********************************************************************
      *
      *  Source File Name = MFCUCHAN.CBL
      *
      *  Function = Shared utility - tamper-evident hash chaining for
      *             the audit trail files the compliance pack (MFCR094)
      *             presents as evidence: MFCCCJLO, MFCPAUDO, MFCAPPRO
      *             and MFCALEVO. Anyone able to write those files could
      *             once edit or drop a line and nothing would show it;
      *             every record appended to them now carries its
      *             sequence in the file and a hash of the previous
      *             record's hash, that sequence and its own content.
      *
      *             LS-FUNCTION "A" (append) is called by the writer
      *             just before its WRITE: the next sequence and the
      *             previous hash come off the chain head MFCCHNHP
      *             (mfcchnh.cbl), the new hash is computed, the head
      *             is rewritten, and an anchor row (mfcchna.cbl) goes
      *             to MFCCHANO every ANCHOR-EVERY records (default
      *             100) and at least every ANCHOR-HOURS (default 24).
      *             The caller moves the returned sequence and hash
      *             into the record's chain fields - passing them as
      *             the LS-CHAIN-SEQ and LS-CHAIN-HASH arguments does
      *             that directly - and WRITEs, the MFCUALRT division
      *             of labor.
      *
      *             LS-FUNCTION "V" (verify) only computes: the caller
      *             (MFCR127) supplies the sequence and the previous
      *             record's hash and compares the answer with the
      *             hash the record carries. Nothing is read or
      *             written.
      *
      *             The hash is keyed: two modular polynomial hashes,
      *             each seeded with a site key from MFCCHNKP
      *             (CHAIN-KEY-1, CHAIN-KEY-2, MFCTHR.CBL convention),
      *             joined into one 18-digit value. MFCCHNKP is
      *             readable only by the batch user, so write access
      *             to a trail is not enough to forge a chain that
      *             verifies. The hashed part of each record is the
      *             record up to its chain fields (for MFCAPPRO, up to
      *             MFC-AV-CONSUMED); the lengths are held here, in
      *             2000-SET-LENGTH.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCUCHAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-FILE ASSIGN TO "MFCCHNKP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KP-STATUS.
           SELECT HEAD-FILE ASSIGN TO "MFCCHNHP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HK-STATUS.
           SELECT ANCHOR-FILE ASSIGN TO "MFCCHANO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KEY-FILE
           RECORDING MODE IS F.
           COPY "mfcthr.cbl".
       FD  HEAD-FILE
           RECORDING MODE IS F.
           COPY "mfcchnh.cbl".
       FD  ANCHOR-FILE
           RECORDING MODE IS F.
           COPY "mfcchna.cbl".
       WORKING-STORAGE SECTION.
       01 WS-KP-STATUS                PIC XX.
       01 WS-HK-STATUS                PIC XX.
       01 WS-AN-STATUS                PIC XX.
       01 WS-EOF-IN                   PIC X VALUE "N".
           88 EOF-IN                  VALUE "Y".
       01 WS-KEYS-LOADED              PIC X VALUE "N".
           88 KEYS-LOADED             VALUE "Y".
       01 WS-KY-FOUND                 PIC X VALUE "N".
           88 KY-FOUND                VALUE "Y".

       01 WS-CHAIN-KEY-1              PIC 9(9) COMP-5 VALUE 0.
       01 WS-CHAIN-KEY-2              PIC 9(9) COMP-5 VALUE 0.
       01 WS-ANCHOR-EVERY             PIC 9(9) COMP-5 VALUE 100.
       01 WS-ANCHOR-HOURS             PIC 9(9) COMP-5 VALUE 24.

      * Both moduli are primes just under 10**9, so each half of the
      * hash fits nine digits and a step of the fold fits eighteen.
       01 WS-PRIME-1                  PIC 9(18) COMP-5
                                       VALUE 999999937.
       01 WS-PRIME-2                  PIC 9(18) COMP-5
                                       VALUE 999999929.
       01 WS-H1                       PIC 9(18) COMP-5.
       01 WS-H2                       PIC 9(18) COMP-5.
       01 WS-HASH-LEN                 PIC 9(9) COMP-5.
       01 WS-BYTE-IDX                 PIC 9(9) COMP-5.
       01 WS-BYTE-ORD                 PIC 9(9) COMP-5.
       01 WS-NOW-SECS                 PIC 9(9) COMP-5.
       01 WS-IDX                      PIC 9(9) COMP-5.
       01 WS-HIT-IDX                  PIC 9(9) COMP-5.

       01 WS-MAX-HEADS                PIC 9(9) COMP-5 VALUE 20.
       01 WS-HD-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-HEAD-TABLE.
           05 WS-HD-ENTRY OCCURS 20 TIMES.
              10 WS-HD-FILE-ID        PIC X(8).
              10 WS-HD-LAST-SEQ       PIC 9(9) COMP-5.
              10 WS-HD-LAST-HASH      PIC 9(18) COMP-5.
              10 WS-HD-LAST-SECS      PIC 9(9) COMP-5.
              10 WS-HD-ANCHOR-SECS    PIC 9(9) COMP-5.

       LINKAGE SECTION.
       01 LS-FUNCTION                PIC X(1).
       01 LS-FILE-ID                 PIC X(8).
       01 LS-RECORD                  PIC X(256).
       01 LS-CHAIN-SEQ               PIC 9(9) COMP-5.
       01 LS-PREV-HASH               PIC 9(18) COMP-5.
       01 LS-CHAIN-HASH              PIC 9(18) COMP-5.

       PROCEDURE DIVISION USING LS-FUNCTION LS-FILE-ID LS-RECORD
               LS-CHAIN-SEQ LS-PREV-HASH LS-CHAIN-HASH.
       0000-MAIN.
           IF NOT KEYS-LOADED
               PERFORM 1000-LOAD-KEYS
           END-IF
           PERFORM 2000-SET-LENGTH
           EVALUATE LS-FUNCTION
               WHEN "A"
                   PERFORM 4000-APPEND
               WHEN OTHER
                   PERFORM 3000-COMPUTE-HASH
           END-EVALUATE
           GOBACK.

       1000-LOAD-KEYS.
           SET KEYS-LOADED TO TRUE
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT KEY-FILE
           IF WS-KP-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ KEY-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           EVALUATE MFC-THR-NAME
                               WHEN "CHAIN-KEY-1"
                                   MOVE MFC-THR-VALUE
                                       TO WS-CHAIN-KEY-1
                               WHEN "CHAIN-KEY-2"
                                   MOVE MFC-THR-VALUE
                                       TO WS-CHAIN-KEY-2
                               WHEN "ANCHOR-EVERY"
                                   MOVE MFC-THR-VALUE
                                       TO WS-ANCHOR-EVERY
                               WHEN "ANCHOR-HOURS"
                                   MOVE MFC-THR-VALUE
                                       TO WS-ANCHOR-HOURS
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE KEY-FILE
           END-IF
           IF WS-CHAIN-KEY-1 = 0 AND WS-CHAIN-KEY-2 = 0
               DISPLAY "MFCUCHAN: NO CHAIN KEY ON MFCCHNKP - AUDIT "
                   "TRAILS ARE CHAINED UNKEYED"
           END-IF
           IF WS-ANCHOR-EVERY = 0
               MOVE 100 TO WS-ANCHOR-EVERY
           END-IF.

       2000-SET-LENGTH.
           EVALUATE LS-FILE-ID
               WHEN "MFCCCJLO"
                   MOVE 96 TO WS-HASH-LEN
               WHEN "MFCPAUDO"
                   MOVE 181 TO WS-HASH-LEN
               WHEN "MFCALEVO"
                   MOVE 140 TO WS-HASH-LEN
               WHEN "MFCAPPRO"
                   MOVE 44 TO WS-HASH-LEN
               WHEN OTHER
                   MOVE 0 TO WS-HASH-LEN
                   DISPLAY "MFCUCHAN: " LS-FILE-ID
                       " IS NOT A CHAINED FILE - CONTENT NOT HASHED"
           END-EVALUATE.

      * Seed each half from its key, the previous hash's half and the
      * sequence, fold in every content byte, then the key again.
       3000-COMPUTE-HASH.
           COMPUTE WS-H1 = LS-PREV-HASH / 1000000000
           COMPUTE WS-H1 = FUNCTION MOD(
               WS-H1 + WS-CHAIN-KEY-1 + LS-CHAIN-SEQ, WS-PRIME-1)
           COMPUTE WS-H2 = FUNCTION MOD(
               FUNCTION MOD(LS-PREV-HASH 1000000000)
               + WS-CHAIN-KEY-2 + LS-CHAIN-SEQ, WS-PRIME-2)
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > WS-HASH-LEN
               COMPUTE WS-BYTE-ORD =
                   FUNCTION ORD(LS-RECORD(WS-BYTE-IDX:1))
               COMPUTE WS-H1 = FUNCTION MOD(
                   (WS-H1 * 257) + WS-BYTE-ORD, WS-PRIME-1)
               COMPUTE WS-H2 = FUNCTION MOD(
                   (WS-H2 * 263) + WS-BYTE-ORD, WS-PRIME-2)
           END-PERFORM
           COMPUTE WS-H1 = FUNCTION MOD(
               (WS-H1 * 257) + WS-CHAIN-KEY-2, WS-PRIME-1)
           COMPUTE WS-H2 = FUNCTION MOD(
               (WS-H2 * 263) + WS-CHAIN-KEY-1, WS-PRIME-2)
           COMPUTE LS-CHAIN-HASH = (WS-H1 * 1000000000) + WS-H2.

       4000-APPEND.
           CALL "MFCUTIME" USING WS-NOW-SECS
           PERFORM 4100-LOAD-HEADS
           MOVE "N" TO WS-KY-FOUND
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-HD-COUNT OR KY-FOUND
               IF WS-HD-FILE-ID(WS-HIT-IDX) = LS-FILE-ID
                   SET KY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KY-FOUND
               SUBTRACT 1 FROM WS-HIT-IDX
           ELSE
               IF WS-HD-COUNT >= WS-MAX-HEADS
                   DISPLAY "MFCUCHAN: CHAIN HEAD TABLE FULL, "
                       LS-FILE-ID " NOT CHAINED"
                   MOVE 0 TO LS-CHAIN-SEQ
                   MOVE 0 TO LS-PREV-HASH
                   MOVE 0 TO LS-CHAIN-HASH
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HD-COUNT
               MOVE WS-HD-COUNT TO WS-HIT-IDX
               MOVE LS-FILE-ID TO WS-HD-FILE-ID(WS-HIT-IDX)
               MOVE 0 TO WS-HD-LAST-SEQ(WS-HIT-IDX)
               MOVE 0 TO WS-HD-LAST-HASH(WS-HIT-IDX)
               MOVE 0 TO WS-HD-LAST-SECS(WS-HIT-IDX)
               MOVE WS-NOW-SECS TO WS-HD-ANCHOR-SECS(WS-HIT-IDX)
           END-IF
           COMPUTE LS-CHAIN-SEQ = WS-HD-LAST-SEQ(WS-HIT-IDX) + 1
           MOVE WS-HD-LAST-HASH(WS-HIT-IDX) TO LS-PREV-HASH
           PERFORM 3000-COMPUTE-HASH
           MOVE LS-CHAIN-SEQ TO WS-HD-LAST-SEQ(WS-HIT-IDX)
           MOVE LS-CHAIN-HASH TO WS-HD-LAST-HASH(WS-HIT-IDX)
           MOVE WS-NOW-SECS TO WS-HD-LAST-SECS(WS-HIT-IDX)
           IF FUNCTION MOD(LS-CHAIN-SEQ WS-ANCHOR-EVERY) = 0
               OR WS-NOW-SECS - WS-HD-ANCHOR-SECS(WS-HIT-IDX)
                   >= WS-ANCHOR-HOURS * 3600
               PERFORM 4300-WRITE-ANCHOR
           END-IF
           PERFORM 4200-REWRITE-HEADS.

       4100-LOAD-HEADS.
           MOVE 0 TO WS-HD-COUNT
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT HEAD-FILE
           IF WS-HK-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ HEAD-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF WS-HD-COUNT < WS-MAX-HEADS
                               ADD 1 TO WS-HD-COUNT
                               MOVE MFC-HK-FILE-ID
                                   TO WS-HD-FILE-ID(WS-HD-COUNT)
                               MOVE MFC-HK-LAST-SEQ
                                   TO WS-HD-LAST-SEQ(WS-HD-COUNT)
                               MOVE MFC-HK-LAST-HASH
                                   TO WS-HD-LAST-HASH(WS-HD-COUNT)
                               MOVE MFC-HK-LAST-SECS
                                   TO WS-HD-LAST-SECS(WS-HD-COUNT)
                               MOVE MFC-HK-ANCHOR-SECS
                                   TO WS-HD-ANCHOR-SECS(WS-HD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HEAD-FILE
           END-IF.

       4200-REWRITE-HEADS.
           OPEN OUTPUT HEAD-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-HD-COUNT
               MOVE WS-HD-FILE-ID(WS-IDX) TO MFC-HK-FILE-ID
               MOVE WS-HD-LAST-SEQ(WS-IDX) TO MFC-HK-LAST-SEQ
               MOVE WS-HD-LAST-HASH(WS-IDX) TO MFC-HK-LAST-HASH
               MOVE WS-HD-LAST-SECS(WS-IDX) TO MFC-HK-LAST-SECS
               MOVE WS-HD-ANCHOR-SECS(WS-IDX) TO MFC-HK-ANCHOR-SECS
               WRITE MFC-CHAIN-HEAD-REC
           END-PERFORM
           CLOSE HEAD-FILE.

       4300-WRITE-ANCHOR.
           OPEN EXTEND ANCHOR-FILE
           IF WS-AN-STATUS = "35"
               OPEN OUTPUT ANCHOR-FILE
           END-IF
           MOVE WS-NOW-SECS TO MFC-AN-ANCHOR-SECS
           MOVE LS-FILE-ID TO MFC-AN-FILE-ID
           MOVE LS-CHAIN-SEQ TO MFC-AN-CHAIN-SEQ
           MOVE LS-CHAIN-HASH TO MFC-AN-CHAIN-HASH
           WRITE MFC-CHAIN-ANCHOR-REC
           CLOSE ANCHOR-FILE
           MOVE WS-NOW-SECS TO WS-HD-ANCHOR-SECS(WS-HIT-IDX).
