      *  count-reconciliation call SDCM-RECON-RPT and
      *  858-HDR-TRLR-VALIDATE-RPT use), so a partition that silently
      *  dropped rows is caught before the parallel loaders ever run.
      *
      *  The partitions carry whole trades, not just their
      *  SEQUENCE-NUMBER 1 rows: each continuation record
      *  (SEQUENCE-NUMBER 2 through 10) follows its trade's
      *  SEQUENCE-NUMBER 1 row into the same partition, so
      *  DFA-FACT-LOAD can stitch every detail record of a trade from
      *  one partition.  The continuation records of a trade
      *  suspended or skipped as a duplicate are dropped with it.  The
      *  count check above remains a count of trades.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-CODE-VALID-SW                      PIC X(1) VALUE 'Y'.
           88  WS-CODE-VALID                         VALUE 'Y'.
       01  WS-INVALID-COUNT                      PIC 9(9) VALUE ZERO.
       01  WS-CONTINUATION-COUNT                 PIC 9(9) VALUE ZERO.
       01  WS-GROUP-PARTITION-SW                 PIC X(1) VALUE 'X'.
           88  WS-GROUP-DROPPED                      VALUE 'X'.
       01  TRANCODE-MASTER-TABLE.
           05  TRANCODE-MASTER-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-MASTER-COUNT

       2000-PROCESS-FILE.
           IF DIRECT-FINANCIAL-ACTIVITY-REC AND SEQUENCE-NUMBER = 1
               MOVE 'X' TO WS-GROUP-PARTITION-SW
               PERFORM 2050-VALIDATE-TRAN-CODE
               IF NOT WS-CODE-VALID
                   PERFORM 2060-ROUTE-TO-SUSPENSE
                       PERFORM 2300-ROUTE-TO-PARTITION
                   END-IF
               END-IF
           ELSE
               IF DIRECT-FINANCIAL-ACTIVITY-REC
                   AND NOT WS-GROUP-DROPPED
                   PERFORM 2400-ROUTE-CONTINUATION
               END-IF
           END-IF
           PERFORM 9100-READ-NEXT.

       2300-ROUTE-TO-PARTITION.
           ADD 1 TO WS-DETAIL-READ-COUNT
           MOVE FUNCTION MOD(FUND-CODE, 4) TO WS-PARTITION-NUMBER
           MOVE WS-PARTITION-NUMBER TO WS-GROUP-PARTITION-SW
           EVALUATE WS-PARTITION-NUMBER
               WHEN 0
                   MOVE DFA-RECORD TO PARTITION-OUT-0-RECORD
                   ADD 1 TO WS-PARTITION-3-COUNT
           END-EVALUATE.

       2400-ROUTE-CONTINUATION.
           ADD 1 TO WS-CONTINUATION-COUNT
           EVALUATE WS-GROUP-PARTITION-SW
               WHEN '0'
                   MOVE DFA-RECORD TO PARTITION-OUT-0-RECORD
                   WRITE PARTITION-OUT-0-RECORD
               WHEN '1'
                   MOVE DFA-RECORD TO PARTITION-OUT-1-RECORD
                   WRITE PARTITION-OUT-1-RECORD
               WHEN '2'
                   MOVE DFA-RECORD TO PARTITION-OUT-2-RECORD
                   WRITE PARTITION-OUT-2-RECORD
               WHEN OTHER
                   MOVE DFA-RECORD TO PARTITION-OUT-3-RECORD
                   WRITE PARTITION-OUT-3-RECORD
           END-EVALUATE.

       3000-FINALIZE.
           MOVE WS-DETAIL-READ-COUNT TO HT-EXPECTED-COUNT
           COMPUTE HT-ACTUAL-COUNT =
