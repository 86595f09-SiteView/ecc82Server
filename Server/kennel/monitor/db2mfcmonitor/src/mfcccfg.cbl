      *             the in-memory policy tables elsewhere in this
      *             kennel use instead of an unbounded list.
      *
      *             The heap parameters behind the memory pools
      *             (UTIL-HEAP-SZ, STMTHEAP, STAT-HEAP-SZ and the
      *             database-manager MON-HEAP-SZ) are watched as well,
      *             so the memory pool report MFCR098 can print the
      *             configured value next to each pool's high-water
      *             mark.
      *
      *             LOGBUFSZ is watched too, so the log buffer report
      *             MFCR101 can print the configured size beside its
      *             recommendation.
      *
      ***********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFCCCFG.
           PERFORM 1151-ADD-DB-PARM
           MOVE SQLF-DBTN-SORTHEAP TO WS-CUR-TOKEN
           MOVE "SORTHEAP" TO WS-CUR-NAME
           PERFORM 1151-ADD-DB-PARM
           MOVE SQLF-DBTN-UTIL-HEAP-SZ TO WS-CUR-TOKEN
           MOVE "UTIL-HEAP-SZ" TO WS-CUR-NAME
           PERFORM 1151-ADD-DB-PARM
           MOVE SQLF-DBTN-STMTHEAP TO WS-CUR-TOKEN
           MOVE "STMTHEAP" TO WS-CUR-NAME
           PERFORM 1151-ADD-DB-PARM
           MOVE SQLF-DBTN-STAT-HEAP-SZ TO WS-CUR-TOKEN
           MOVE "STAT-HEAP-SZ" TO WS-CUR-NAME
           PERFORM 1151-ADD-DB-PARM
           MOVE SQLF-DBTN-LOGBUFSZ TO WS-CUR-TOKEN
           MOVE "LOGBUFSZ" TO WS-CUR-NAME
           PERFORM 1151-ADD-DB-PARM.

       1151-ADD-DB-PARM.
           PERFORM 1161-ADD-DBM-PARM
           MOVE SQLF-KTN-NUM-POOLAGENTS TO WS-CUR-TOKEN
           MOVE "NUM-POOLAGENTS" TO WS-CUR-NAME
           PERFORM 1161-ADD-DBM-PARM
           MOVE SQLF-KTN-MON-HEAP-SZ TO WS-CUR-TOKEN
           MOVE "MON-HEAP-SZ" TO WS-CUR-NAME
           PERFORM 1161-ADD-DBM-PARM.

       1161-ADD-DBM-PARM.
