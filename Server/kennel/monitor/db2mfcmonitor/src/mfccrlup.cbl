      *               MFCBUFPO - DATA-L-READS and DATA-P-READS per
      *                          bufferpool
      *
      *             The buffer pool rows of the deactivation history
      *             (MFCDEACO, MFCCDEAC) are folded in under the
      *             MFCBUFPO file id as one more sample: they carry the
      *             pool's counters as they stood when the database
      *             deactivated, so the day's max/last no longer stop
      *             at the last snapshot before it.
      *
      *             The rollup files are rewritten whole each run -
      *             they are derived artifacts, the raw histories stay
      *             the durable record (and the incident-window tools
           SELECT BUFP-FILE ASSIGN TO "MFCBUFPO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BP-STATUS.
           SELECT DEAC-FILE ASSIGN TO "MFCDEACO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DA-STATUS.
           SELECT DAILY-FILE ASSIGN TO "MFCRLDYO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DY-STATUS.
       FD  BUFP-FILE
           RECORDING MODE IS F.
           COPY "mfcbufpl.cbl".
       FD  DEAC-FILE
           RECORDING MODE IS F.
           COPY "mfcdeac.cbl".
       FD  DAILY-FILE
           RECORDING MODE IS F.
           COPY "mfcrlup.cbl".
       77 WS-EPOCH-OFFSET-DAYS       PIC 9(9) COMP-5 VALUE 134775.
       01 WS-CH-STATUS                PIC XX.
       01 WS-BP-STATUS                PIC XX.
       01 WS-DA-STATUS                PIC XX.
       01 WS-DY-STATUS                PIC XX.
       01 WS-WK-STATUS                PIC XX.
       01 WS-MO-STATUS                PIC XX.
               MOVE 0 TO WS-CL-COUNT
               PERFORM 2000-SWEEP-TBSH
               PERFORM 3000-SWEEP-BUFP
               PERFORM 3500-SWEEP-DEAC
               PERFORM 6000-WRITE-GRAIN-FILE
           END-PERFORM
           PERFORM 9000-TERMINATE
               CLOSE BUFP-FILE
           END-IF.

       3500-SWEEP-DEAC.
           MOVE "N" TO WS-EOF-IN
           OPEN INPUT DEAC-FILE
           IF WS-DA-STATUS = "00"
               PERFORM UNTIL EOF-IN
                   READ DEAC-FILE
                       AT END SET EOF-IN TO TRUE
                       NOT AT END
                           IF MFC-DA-IS-BUFFERPOOL
                               MOVE "MFCBUFPO" TO WS-CUR-FILE-ID
                               MOVE MFC-DA-OBJECT-NAME TO WS-CUR-KEY
                               MOVE MFC-DA-EVENT-SECS TO WS-CUR-SECS
                               MOVE "DATA-L-READS" TO WS-CUR-FIELD
                               MOVE MFC-DA-DATA-L-READS
                                   TO WS-CUR-VALUE
                               PERFORM 5000-ACCUMULATE
                               MOVE "DATA-P-READS" TO WS-CUR-FIELD
                               MOVE MFC-DA-DATA-P-READS
                                   TO WS-CUR-VALUE
                               PERFORM 5000-ACCUMULATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEAC-FILE
           END-IF.

      * Period by grain: 1 epoch day, 2 epoch week, 3 YYYYMM.
       4000-DERIVE-PERIOD.
           EVALUATE WS-GRAIN
