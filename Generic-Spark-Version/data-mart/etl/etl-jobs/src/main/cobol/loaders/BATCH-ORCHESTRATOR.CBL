      *  written to the exception report for operations to unwind,
      *  as is a completed job whose audit row carries a feed other
      *  than the one the configuration expects.
      *
      *  Audit rows GENERATION-ROLLBACK has marked superseded are
      *  ignored, so a job whose run was rolled back counts as not
      *  yet complete and is released again for its rerun.
      *
      *  The field status file FIELD-CONFORMANCE-RPT appends to is
      *  read when present.  A job whose expected feed has a NO-GO
      *  row for the run date is held with FIELD-CONFORMANCE named
      *  in place of a missing predecessor, even when its
      *  predecessors are complete.  The feed's last row for the day
      *  counts, so a GO rescan of the corrected file releases it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-DATE-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIELD-STATUS-FILE ASSIGN TO "FLDSTATNAME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FLDSTAT-FS.
           SELECT RUN-ORDER-LOG-FILE ASSIGN TO "RUNLOGNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ORDER-EXCEPTION-RPT ASSIGN TO "RPTNAME"
           05  AT-RECORDS-LOADED                 PIC 9(9).
           05  AT-RECORDS-REJECTED               PIC 9(9).
           05  AT-ELAPSED-SECONDS                PIC 9(7).
           05  AT-SUPERSEDED-CDE                 PIC X(1).
               88  AT-SUPERSEDED                     VALUE 'S'.
       FD  RUN-DATE-PARM.
       01  RUN-DATE-PARM-RECORD.
           05  PARM-RUN-DATE                     PIC 9(8).
       FD  FIELD-STATUS-FILE.
       01  FIELD-STATUS-RECORD.
           05  FS-FEED-NAME                      PIC X(20).
           05  FS-RUN-DATE                       PIC 9(8).
           05  FS-STATUS-CDE                     PIC X(1).
               88  FS-NO-GO                          VALUE 'N'.
           05  FILLER                            PIC X(63).
       FD  RUN-ORDER-LOG-FILE.
       01  RUN-ORDER-LOG-RECORD.
           05  RL-JOB-ID                         PIC X(20).
       01  WS-COMPLETED-FEED-NAME                PIC X(20) VALUE
                                                  SPACES.
       01  WS-COMPLETED-CYCLE                    PIC 9(2) VALUE ZERO.
       01  WS-FLDSTAT-FS                         PIC X(2) VALUE '00'.
       01  WS-MAX-FEEDS                          PIC 9(3) VALUE 200.
       01  WS-FEED-STATUS-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-CONFORMANCE-HOLD                   PIC X(20) VALUE
           'FIELD-CONFORMANCE'.
       01  FEED-STATUS-TABLE.
           05  FEED-STATUS-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-FEED-STATUS-COUNT
                   INDEXED BY FEED-IDX.
               10  FST-FEED-NAME                 PIC X(20).
               10  FST-STATUS-CDE                PIC X(1).
                   88  FST-NO-GO                     VALUE 'N'.
       01  COMPLETED-JOB-TABLE.
           05  COMPLETED-JOB-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-COMPLETED-COUNT
           END-READ
           CLOSE RUN-DATE-PARM
           PERFORM 1100-POLL-AUDIT-TRAIL
           PERFORM 1200-LOAD-FIELD-STATUS
           OPEN INPUT DEPENDENCY-CONFIG-FILE
           OPEN OUTPUT RUN-ORDER-LOG-FILE
           OPEN OUTPUT ORDER-EXCEPTION-RPT
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF AT-RUN-DATE = WS-RUN-DATE
                       AND NOT AT-SUPERSEDED
                       PERFORM 1120-RECORD-COMPLETION
                   END-IF
           END-READ.
               MOVE AT-CYCLE-NUMBER TO CJ-CYCLE-NUMBER (JOB-IDX)
           END-IF.

       1200-LOAD-FIELD-STATUS.
           OPEN INPUT FIELD-STATUS-FILE
           IF WS-FLDSTAT-FS = '00'
               PERFORM 1210-READ-FIELD-STATUS
                   UNTIL WS-EOF
               CLOSE FIELD-STATUS-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SW.

       1210-READ-FIELD-STATUS.
           READ FIELD-STATUS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF FS-RUN-DATE = WS-RUN-DATE
                       PERFORM 1220-RECORD-FEED-STATUS
                   END-IF
           END-READ.

       1220-RECORD-FEED-STATUS.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING FEED-IDX FROM 1 BY 1
               UNTIL FEED-IDX > WS-FEED-STATUS-COUNT OR WS-FOUND
               IF FST-FEED-NAME (FEED-IDX) = FS-FEED-NAME
                   SET WS-FOUND TO TRUE
                   MOVE FS-STATUS-CDE TO FST-STATUS-CDE (FEED-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-FEED-STATUS-COUNT < WS-MAX-FEEDS
               ADD 1 TO WS-FEED-STATUS-COUNT
               SET FEED-IDX TO WS-FEED-STATUS-COUNT
               MOVE FS-FEED-NAME TO FST-FEED-NAME (FEED-IDX)
               MOVE FS-STATUS-CDE TO FST-STATUS-CDE (FEED-IDX)
           END-IF.

       2000-CHECK-JOBS.
           PERFORM 2100-CHECK-ONE-JOB
           PERFORM 9100-READ-NEXT.
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MISSING-PREDECESSOR = SPACES
               AND DC-EXPECTED-FEED NOT = SPACES
               PERFORM 2150-CHECK-FEED-CONFORMANCE
           END-IF
           MOVE DC-JOB-ID TO RL-JOB-ID
           MOVE WS-MISSING-PREDECESSOR TO RL-MISSING-PREDECESSOR
           MOVE WS-RUN-DATE TO RL-RUN-DATE
           PERFORM 2300-CHECK-EXPECTED-FEED
           WRITE RUN-ORDER-LOG-RECORD.

       2150-CHECK-FEED-CONFORMANCE.
           PERFORM VARYING FEED-IDX FROM 1 BY 1
               UNTIL FEED-IDX > WS-FEED-STATUS-COUNT
               IF FST-FEED-NAME (FEED-IDX) = DC-EXPECTED-FEED
                   AND FST-NO-GO (FEED-IDX)
                   MOVE WS-CONFORMANCE-HOLD TO WS-MISSING-PREDECESSOR
               END-IF
           END-PERFORM.

       2200-CHECK-OUT-OF-ORDER.
           MOVE DC-JOB-ID TO WS-LOOKUP-JOB-ID
           PERFORM 8100-LOOKUP-COMPLETED-JOB
