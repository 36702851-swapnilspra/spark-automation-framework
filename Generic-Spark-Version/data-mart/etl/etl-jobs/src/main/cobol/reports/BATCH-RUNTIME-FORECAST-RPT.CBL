       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-RUNTIME-FORECAST-RPT.
      ******************************************************************
      *  Batch window runtime trend and critical-path finish forecast.
      *  AUDIT-MGR logs AT-ELAPSED-SECONDS and the record counts of
      *  every job and BATCH-ORCHESTRATOR's dependency configuration
      *  carries the job graph, but nothing used either to answer
      *  the question operations gets every morning - will we finish
      *  inside the window.
      *
      *  Each configured job's runtime history is built from the
      *  audit trail over the parameter's history days (the cycles of
      *  a multi-cycle job summed per run date): the rolling average,
      *  the 90th percentile (nearest rank) and seconds per thousand
      *  records in.  Tonight's duration is the actual elapsed time
      *  where the job has already logged tonight, otherwise it is
      *  projected from the records-in volume already seen tonight
      *  for the job's expected feed at the job's seconds-per-
      *  thousand rate (its average records and then its average
      *  runtime standing in where no volume or rate is known).
      *
      *  The dependency graph is then walked for each job's earliest
      *  finish - the latest finish of its predecessors plus its own
      *  duration - from the window start on the parameter record,
      *  and the chain of predecessors behind the latest finish is
      *  listed as the critical path.  The projected finish is
      *  alerted when it crosses the service-level cutoff, and a job
      *  whose average runtime over the last seven days is up on the
      *  week before by more than the trend percentage is called out
      *  so partitioning or scheduling changes can be planned before
      *  the window breaks.
      *
      *  Audit rows of runs GENERATION-ROLLBACK has marked superseded
      *  are ignored, both as history and as tonight's completions.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDENCY-CONFIG-FILE ASSIGN TO "DEPCFGNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FORECAST-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FORECAST-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPENDENCY-CONFIG-FILE.
       01  DEPENDENCY-CONFIG-RECORD.
           05  DC-JOB-ID                         PIC X(20).
           05  DC-PREDECESSOR-1                  PIC X(20).
           05  DC-PREDECESSOR-2                  PIC X(20).
           05  DC-PREDECESSOR-3                  PIC X(20).
           05  DC-EXPECTED-FEED                  PIC X(20).
           05  DC-REQUIRED-CYCLE                 PIC 9(2).
       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-TRAIL-RECORD.
           05  AT-FEED-NAME                      PIC X(20).
           05  AT-JOB-ID                         PIC X(20).
           05  AT-RUN-DATE                       PIC 9(8).
           05  AT-CYCLE-NUMBER                   PIC 9(2).
           05  AT-RECORDS-IN                     PIC 9(9).
           05  AT-RECORDS-LOADED                 PIC 9(9).
           05  AT-RECORDS-REJECTED               PIC 9(9).
           05  AT-ELAPSED-SECONDS                PIC 9(7).
           05  AT-SUPERSEDED-CDE                 PIC X(1).
               88  AT-SUPERSEDED                     VALUE 'S'.
       FD  FORECAST-PARM.
       01  FORECAST-PARM-RECORD.
           05  PARM-RUN-DATE                     PIC 9(8).
           05  PARM-WINDOW-START-TIME            PIC 9(4).
           05  PARM-SLA-CUTOFF-TIME              PIC 9(4).
           05  PARM-HISTORY-DAYS                 PIC 9(3).
           05  PARM-TREND-PCT                    PIC 9(3).
       FD  FORECAST-RPT-FILE.
       01  FORECAST-RPT-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-RUN-DATE                           PIC 9(8) VALUE ZERO.
       01  WS-RUN-DAY-NBR                        PIC 9(7) VALUE ZERO.
       01  WS-AUDIT-DAY-NBR                      PIC 9(7) VALUE ZERO.
       01  WS-DAYS-BACK                          PIC S9(7) VALUE ZERO.
       01  WS-WINDOW-START-TIME                  PIC 9(4) VALUE 2000.
       01  WS-SLA-CUTOFF-TIME                    PIC 9(4) VALUE 0600.
       01  WS-HISTORY-DAYS                       PIC 9(3) VALUE 28.
       01  WS-TREND-PCT                          PIC 9(3) VALUE 10.
       01  WS-WINDOW-START-SECONDS               PIC 9(5) VALUE ZERO.
       01  WS-SLA-OFFSET-SECONDS                 PIC S9(7) VALUE ZERO.
       01  WS-TIME-HHMM                          PIC 9(4) VALUE ZERO.
       01  WS-TIME-HH                            PIC 9(2) VALUE ZERO.
       01  WS-TIME-MM                            PIC 9(2) VALUE ZERO.
       01  WS-TIME-SECONDS                       PIC 9(7) VALUE ZERO.
       01  WS-CLOCK-SECONDS                      PIC 9(7) VALUE ZERO.
       01  WS-CLOCK-DAYS                         PIC 9(3) VALUE ZERO.
       01  WS-MAX-JOBS                           PIC 9(4) VALUE 1000.
       01  WS-JOB-COUNT                          PIC 9(4) VALUE ZERO.
       01  WS-MAX-SAMPLES                        PIC 9(5) VALUE 50000.
       01  WS-SAMPLE-COUNT                       PIC 9(5) VALUE ZERO.
       01  WS-MAX-FEEDS                          PIC 9(3) VALUE 200.
       01  WS-FEED-COUNT                         PIC 9(3) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(5) VALUE ZERO.
       01  WS-LOOKUP-JOB-ID                      PIC X(20) VALUE
                                                  SPACES.
       01  WS-PRED-IDX                           PIC 9(1) VALUE ZERO.
       01  WS-PRED-JOB                           PIC 9(4) VALUE ZERO.
       01  WS-JOB-IDX                            PIC 9(4) VALUE ZERO.
       01  WS-SORT-IDX                           PIC 9(3) VALUE ZERO.
       01  WS-SORT-IDX-2                         PIC 9(3) VALUE ZERO.
       01  WS-SORT-HOLD                          PIC 9(7) VALUE ZERO.
       01  WS-SHIFT-DONE-SW                      PIC X(1) VALUE 'N'.
           88  WS-SHIFT-DONE                         VALUE 'Y'.
       01  WS-WORK-COUNT                         PIC 9(3) VALUE ZERO.
       01  WS-MAX-WORK                           PIC 9(3) VALUE 400.
       01  WS-P90-RANK                           PIC 9(3) VALUE ZERO.
       01  WS-WORK-SECONDS-TABLE.
           05  WS-WORK-SECONDS                   PIC 9(7) OCCURS 400.
       01  WS-PASS-COUNT                         PIC 9(4) VALUE ZERO.
       01  WS-CHANGED-SW                         PIC X(1) VALUE 'Y'.
           88  WS-CHANGED                            VALUE 'Y'.
       01  WS-START-SECONDS                      PIC 9(7) VALUE ZERO.
       01  WS-FINISH-SECONDS                     PIC 9(7) VALUE ZERO.
       01  WS-CP-PRED-IDX                        PIC 9(4) VALUE ZERO.
       01  WS-LATEST-FINISH                      PIC 9(7) VALUE ZERO.
       01  WS-LATEST-IDX                         PIC 9(4) VALUE ZERO.
       01  WS-CP-IDX                             PIC 9(4) VALUE ZERO.
       01  WS-CP-STEPS                           PIC 9(4) VALUE ZERO.
       01  WS-PROJECTED-RECORDS                  PIC 9(9) VALUE ZERO.
       01  WS-WEEK-1-AVERAGE                     PIC 9(7) VALUE ZERO.
       01  WS-WEEK-2-AVERAGE                     PIC 9(7) VALUE ZERO.
       01  WS-TREND-LIMIT                        PIC 9(9) VALUE ZERO.
       01  WS-JOBS-DONE                          PIC 9(4) VALUE ZERO.
       01  WS-JOBS-PROJECTED                     PIC 9(4) VALUE ZERO.
       01  WS-JOBS-TRENDING                      PIC 9(4) VALUE ZERO.
       01  JOB-FORECAST-TABLE.
           05  JOB-FORECAST-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-JOB-COUNT
                   INDEXED BY JOB-IDX.
               10  JB-JOB-ID                     PIC X(20).
               10  JB-PREDECESSOR-ID             PIC X(20) OCCURS 3.
               10  JB-PREDECESSOR-IDX            PIC 9(4) OCCURS 3.
               10  JB-EXPECTED-FEED              PIC X(20).
               10  JB-HIST-RUNS                  PIC 9(5).
               10  JB-HIST-SECONDS               PIC 9(11).
               10  JB-HIST-RECORDS               PIC 9(13).
               10  JB-AVG-SECONDS                PIC 9(7).
               10  JB-AVG-RECORDS                PIC 9(9).
               10  JB-P90-SECONDS                PIC 9(7).
               10  JB-SECONDS-PER-THOUSAND       PIC 9(7)V9(2).
               10  JB-WEEK-1-SECONDS             PIC 9(9).
               10  JB-WEEK-1-RUNS                PIC 9(3).
               10  JB-WEEK-2-SECONDS             PIC 9(9).
               10  JB-WEEK-2-RUNS                PIC 9(3).
               10  JB-TONIGHT-SW                 PIC X(1).
                   88  JB-DONE-TONIGHT               VALUE 'D'.
                   88  JB-PROJECTED                  VALUE 'P'.
                   88  JB-NO-HISTORY                 VALUE 'N'.
               10  JB-TONIGHT-SECONDS            PIC 9(7).
               10  JB-TONIGHT-RECORDS            PIC 9(9).
               10  JB-FINISH-SECONDS             PIC 9(7).
               10  JB-CP-PRED-IDX                PIC 9(4).
               10  JB-CRITICAL-SW                PIC X(1).
               10  JB-TREND-SW                   PIC X(1).
                   88  JB-TRENDING-UP                VALUE 'Y'.
       01  RUNTIME-SAMPLE-TABLE.
           05  RUNTIME-SAMPLE-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-SAMPLE-COUNT
                   INDEXED BY SMP-IDX.
               10  RS-JOB-IDX                    PIC 9(4).
               10  RS-RUN-DATE                   PIC 9(8).
               10  RS-DAYS-BACK                  PIC 9(3).
               10  RS-ELAPSED-SECONDS            PIC 9(7).
               10  RS-RECORDS-IN                 PIC 9(9).
       01  TONIGHT-FEED-TABLE.
           05  TONIGHT-FEED-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-FEED-COUNT
                   INDEXED BY FED-IDX.
               10  TF-FEED-NAME                  PIC X(20).
               10  TF-RECORDS-IN                 PIC 9(9).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'BATCH WINDOW RUNTIME TREND AND FINISH FORECAST'.
       01  WS-COLUMN-LINE.
           05  FILLER                            PIC X(21) VALUE
               'JOB'.
           05  FILLER                            PIC X(6) VALUE
               ' RUNS'.
           05  FILLER                            PIC X(9) VALUE
               'AVG-SEC'.
           05  FILLER                            PIC X(8) VALUE
               'P90-SEC'.
           05  FILLER                            PIC X(11) VALUE
               '  SEC/1000'.
           05  FILLER                            PIC X(9) VALUE
               'TONIGHT'.
           05  FILLER                            PIC X(12) VALUE
               'STATUS'.
           05  FILLER                            PIC X(8) VALUE
               'FINISH'.
           05  FILLER                            PIC X(4) VALUE
               'CP'.
           05  FILLER                            PIC X(5) VALUE
               'TREND'.
       01  WS-DETAIL-LINE.
           05  DL-JOB-ID                         PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-HIST-RUNS                      PIC ZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-AVG-SECONDS                    PIC Z(6)9.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-P90-SECONDS                    PIC Z(6)9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-SECONDS-PER-THOUSAND           PIC Z(6)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-TONIGHT-SECONDS                PIC Z(6)9.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-STATUS                         PIC X(10).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-FINISH-CLOCK.
               10  DL-FINISH-HH                  PIC 9(2).
               10  FILLER                        PIC X(1) VALUE ':'.
               10  DL-FINISH-MM                  PIC 9(2).
           05  FILLER                            PIC X(3) VALUE SPACES.
           05  DL-CRITICAL                       PIC X(1).
           05  FILLER                            PIC X(3) VALUE SPACES.
           05  DL-TREND                          PIC X(20).
       01  WS-PATH-HEADLINE                      PIC X(60) VALUE
           'CRITICAL PATH - LAST JOB FIRST'.
       01  WS-PATH-LINE.
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  PL-JOB-ID                         PIC X(20).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  PL-DURATION                       PIC Z(6)9.
           05  FILLER                            PIC X(13) VALUE
               ' SEC, ENDS  '.
           05  PL-FINISH-HH                      PIC 9(2).
           05  FILLER                            PIC X(1) VALUE ':'.
           05  PL-FINISH-MM                      PIC 9(2).
       01  WS-FORECAST-LINE.
           05  FILLER                            PIC X(19) VALUE
               'PROJECTED FINISH: '.
           05  FL-FINISH-HH                      PIC 9(2).
           05  FILLER                            PIC X(1) VALUE ':'.
           05  FL-FINISH-MM                      PIC 9(2).
           05  FILLER                            PIC X(16) VALUE
               '   SLA CUTOFF: '.
           05  FL-CUTOFF-HH                      PIC 9(2).
           05  FILLER                            PIC X(1) VALUE ':'.
           05  FL-CUTOFF-MM                      PIC 9(2).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  FL-STATUS                         PIC X(40).
       01  WS-SUMMARY-LINE.
           05  FILLER                            PIC X(16) VALUE
               'JOBS: '.
           05  SL-JOB-COUNT                      PIC ZZZ9.
           05  FILLER                            PIC X(10) VALUE
               '  DONE: '.
           05  SL-JOBS-DONE                      PIC ZZZ9.
           05  FILLER                            PIC X(15) VALUE
               '  PROJECTED: '.
           05  SL-JOBS-PROJECTED                 PIC ZZZ9.
           05  FILLER                            PIC X(16) VALUE
               '  TRENDING UP: '.
           05  SL-JOBS-TRENDING                  PIC ZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-DEPENDENCIES
           PERFORM 3000-LOAD-AUDIT-HISTORY
           PERFORM 4000-COMPUTE-JOB-STATISTICS
           PERFORM 5000-COMPUTE-CRITICAL-PATH
           PERFORM 6000-WRITE-REPORT
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT FORECAST-PARM
           READ FORECAST-PARM
               AT END
                   MOVE FUNCTION NUMVAL(
                        FUNCTION CURRENT-DATE(1:8)) TO WS-RUN-DATE
               NOT AT END
                   MOVE PARM-RUN-DATE TO WS-RUN-DATE
                   MOVE PARM-WINDOW-START-TIME TO WS-WINDOW-START-TIME
                   MOVE PARM-SLA-CUTOFF-TIME TO WS-SLA-CUTOFF-TIME
                   IF PARM-HISTORY-DAYS > ZERO
                       MOVE PARM-HISTORY-DAYS TO WS-HISTORY-DAYS
                   END-IF
                   IF PARM-TREND-PCT > ZERO
                       MOVE PARM-TREND-PCT TO WS-TREND-PCT
                   END-IF
           END-READ
           CLOSE FORECAST-PARM
           COMPUTE WS-RUN-DAY-NBR =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE WS-WINDOW-START-TIME TO WS-TIME-HHMM
           PERFORM 8300-HHMM-TO-SECONDS
           MOVE WS-TIME-SECONDS TO WS-WINDOW-START-SECONDS
           MOVE WS-SLA-CUTOFF-TIME TO WS-TIME-HHMM
           PERFORM 8300-HHMM-TO-SECONDS
           COMPUTE WS-SLA-OFFSET-SECONDS =
               WS-TIME-SECONDS - WS-WINDOW-START-SECONDS
           IF WS-SLA-OFFSET-SECONDS NOT > ZERO
               ADD 86400 TO WS-SLA-OFFSET-SECONDS
           END-IF
           OPEN OUTPUT FORECAST-RPT-FILE
           WRITE FORECAST-RPT-LINE FROM WS-HEADLINE-1
           WRITE FORECAST-RPT-LINE FROM WS-COLUMN-LINE.

       2000-LOAD-DEPENDENCIES.
           OPEN INPUT DEPENDENCY-CONFIG-FILE
           PERFORM 2100-READ-DEPENDENCY
               UNTIL WS-EOF
           CLOSE DEPENDENCY-CONFIG-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT
               PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > 3
                   PERFORM 2200-RESOLVE-PREDECESSOR
               END-PERFORM
           END-PERFORM.

       2100-READ-DEPENDENCY.
           READ DEPENDENCY-CONFIG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-JOB-COUNT < WS-MAX-JOBS
                       ADD 1 TO WS-JOB-COUNT
                       SET JOB-IDX TO WS-JOB-COUNT
                       INITIALIZE JOB-FORECAST-ENTRY (JOB-IDX)
                       MOVE DC-JOB-ID TO JB-JOB-ID (JOB-IDX)
                       MOVE DC-PREDECESSOR-1 TO
                           JB-PREDECESSOR-ID (JOB-IDX 1)
                       MOVE DC-PREDECESSOR-2 TO
                           JB-PREDECESSOR-ID (JOB-IDX 2)
                       MOVE DC-PREDECESSOR-3 TO
                           JB-PREDECESSOR-ID (JOB-IDX 3)
                       MOVE DC-EXPECTED-FEED TO
                           JB-EXPECTED-FEED (JOB-IDX)
                       MOVE 'N' TO JB-CRITICAL-SW (JOB-IDX)
                       MOVE 'N' TO JB-TREND-SW (JOB-IDX)
                   END-IF
           END-READ.

       2200-RESOLVE-PREDECESSOR.
           MOVE ZERO TO JB-PREDECESSOR-IDX (WS-JOB-IDX WS-PRED-IDX)
           IF JB-PREDECESSOR-ID (WS-JOB-IDX WS-PRED-IDX) NOT = SPACES
               MOVE JB-PREDECESSOR-ID (WS-JOB-IDX WS-PRED-IDX) TO
                   WS-LOOKUP-JOB-ID
               PERFORM 8100-LOOKUP-JOB
               IF WS-FOUND
                   MOVE WS-MATCHED-IDX TO
                       JB-PREDECESSOR-IDX (WS-JOB-IDX WS-PRED-IDX)
               END-IF
           END-IF.

       3000-LOAD-AUDIT-HISTORY.
           OPEN INPUT AUDIT-TRAIL-FILE
           PERFORM 3100-READ-AUDIT
               UNTIL WS-EOF
           CLOSE AUDIT-TRAIL-FILE
           MOVE 'N' TO WS-EOF-SW.

       3100-READ-AUDIT.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF NOT AT-SUPERSEDED
                       PERFORM 3150-RECORD-AUDIT-ROW
                   END-IF
           END-READ.

       3150-RECORD-AUDIT-ROW.
           IF AT-RUN-DATE = WS-RUN-DATE
               PERFORM 3200-RECORD-TONIGHT-FEED
           END-IF
           MOVE AT-JOB-ID TO WS-LOOKUP-JOB-ID
           PERFORM 8100-LOOKUP-JOB
           IF WS-FOUND
               PERFORM 3300-RECORD-JOB-RUN
           END-IF.

      *    The largest records-in any job has logged tonight for a
      *    feed is the volume still-to-run jobs on that feed face.
       3200-RECORD-TONIGHT-FEED.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING FED-IDX FROM 1 BY 1
               UNTIL FED-IDX > WS-FEED-COUNT OR WS-FOUND
               IF TF-FEED-NAME (FED-IDX) = AT-FEED-NAME
                   SET WS-FOUND TO TRUE
                   IF AT-RECORDS-IN > TF-RECORDS-IN (FED-IDX)
                       MOVE AT-RECORDS-IN TO TF-RECORDS-IN (FED-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-FEED-COUNT < WS-MAX-FEEDS
               ADD 1 TO WS-FEED-COUNT
               SET FED-IDX TO WS-FEED-COUNT
               MOVE AT-FEED-NAME TO TF-FEED-NAME (FED-IDX)
               MOVE AT-RECORDS-IN TO TF-RECORDS-IN (FED-IDX)
           END-IF.

       3300-RECORD-JOB-RUN.
           MOVE WS-MATCHED-IDX TO WS-JOB-IDX
           IF AT-RUN-DATE = WS-RUN-DATE
               MOVE 'D' TO JB-TONIGHT-SW (WS-JOB-IDX)
               ADD AT-ELAPSED-SECONDS TO
                   JB-TONIGHT-SECONDS (WS-JOB-IDX)
               ADD AT-RECORDS-IN TO JB-TONIGHT-RECORDS (WS-JOB-IDX)
           ELSE
               COMPUTE WS-AUDIT-DAY-NBR =
                   FUNCTION INTEGER-OF-DATE(AT-RUN-DATE)
               COMPUTE WS-DAYS-BACK =
                   WS-RUN-DAY-NBR - WS-AUDIT-DAY-NBR
               IF WS-DAYS-BACK > ZERO
                   AND WS-DAYS-BACK NOT > WS-HISTORY-DAYS
                   PERFORM 3400-ADD-SAMPLE
               END-IF
           END-IF.

      *    The cycles of a multi-cycle job are summed into one
      *    sample per run date.
       3400-ADD-SAMPLE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING SMP-IDX FROM 1 BY 1
               UNTIL SMP-IDX > WS-SAMPLE-COUNT OR WS-FOUND
               IF RS-JOB-IDX (SMP-IDX) = WS-JOB-IDX
                   AND RS-RUN-DATE (SMP-IDX) = AT-RUN-DATE
                   SET WS-FOUND TO TRUE
                   ADD AT-ELAPSED-SECONDS TO
                       RS-ELAPSED-SECONDS (SMP-IDX)
                   ADD AT-RECORDS-IN TO RS-RECORDS-IN (SMP-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-SAMPLE-COUNT < WS-MAX-SAMPLES
               ADD 1 TO WS-SAMPLE-COUNT
               SET SMP-IDX TO WS-SAMPLE-COUNT
               MOVE WS-JOB-IDX TO RS-JOB-IDX (SMP-IDX)
               MOVE AT-RUN-DATE TO RS-RUN-DATE (SMP-IDX)
               MOVE WS-DAYS-BACK TO RS-DAYS-BACK (SMP-IDX)
               MOVE AT-ELAPSED-SECONDS TO RS-ELAPSED-SECONDS (SMP-IDX)
               MOVE AT-RECORDS-IN TO RS-RECORDS-IN (SMP-IDX)
           END-IF.

       4000-COMPUTE-JOB-STATISTICS.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > WS-JOB-COUNT
               PERFORM 4100-COMPUTE-ONE-JOB
           END-PERFORM.

       4100-COMPUTE-ONE-JOB.
           SET WS-JOB-IDX TO JOB-IDX
           MOVE ZERO TO WS-WORK-COUNT
           PERFORM VARYING SMP-IDX FROM 1 BY 1
               UNTIL SMP-IDX > WS-SAMPLE-COUNT
               IF RS-JOB-IDX (SMP-IDX) = WS-JOB-IDX
                   PERFORM 4200-ACCUMULATE-SAMPLE
               END-IF
           END-PERFORM
           IF JB-HIST-RUNS (JOB-IDX) > ZERO
               COMPUTE JB-AVG-SECONDS (JOB-IDX) ROUNDED =
                   JB-HIST-SECONDS (JOB-IDX) / JB-HIST-RUNS (JOB-IDX)
               COMPUTE JB-AVG-RECORDS (JOB-IDX) ROUNDED =
                   JB-HIST-RECORDS (JOB-IDX) / JB-HIST-RUNS (JOB-IDX)
               PERFORM 4300-COMPUTE-PERCENTILE
           END-IF
           IF JB-HIST-RECORDS (JOB-IDX) > ZERO
               COMPUTE JB-SECONDS-PER-THOUSAND (JOB-IDX) ROUNDED =
                   JB-HIST-SECONDS (JOB-IDX) * 1000
                   / JB-HIST-RECORDS (JOB-IDX)
           END-IF
           PERFORM 4400-PROJECT-TONIGHT
           PERFORM 4500-CHECK-TREND.

       4200-ACCUMULATE-SAMPLE.
           ADD 1 TO JB-HIST-RUNS (JOB-IDX)
           ADD RS-ELAPSED-SECONDS (SMP-IDX) TO JB-HIST-SECONDS (JOB-IDX)
           ADD RS-RECORDS-IN (SMP-IDX) TO JB-HIST-RECORDS (JOB-IDX)
           IF WS-WORK-COUNT < WS-MAX-WORK
               ADD 1 TO WS-WORK-COUNT
               MOVE RS-ELAPSED-SECONDS (SMP-IDX) TO
                   WS-WORK-SECONDS (WS-WORK-COUNT)
           END-IF
           IF RS-DAYS-BACK (SMP-IDX) NOT > 7
               ADD RS-ELAPSED-SECONDS (SMP-IDX) TO
                   JB-WEEK-1-SECONDS (JOB-IDX)
               ADD 1 TO JB-WEEK-1-RUNS (JOB-IDX)
           ELSE
               IF RS-DAYS-BACK (SMP-IDX) NOT > 14
                   ADD RS-ELAPSED-SECONDS (SMP-IDX) TO
                       JB-WEEK-2-SECONDS (JOB-IDX)
                   ADD 1 TO JB-WEEK-2-RUNS (JOB-IDX)
               END-IF
           END-IF.

      *    Nearest-rank 90th percentile: the samples are put in
      *    ascending order and the one at rank CEILING(0.9 * N) taken.
       4300-COMPUTE-PERCENTILE.
           PERFORM VARYING WS-SORT-IDX FROM 2 BY 1
               UNTIL WS-SORT-IDX > WS-WORK-COUNT
               MOVE WS-WORK-SECONDS (WS-SORT-IDX) TO WS-SORT-HOLD
               MOVE WS-SORT-IDX TO WS-SORT-IDX-2
               MOVE 'N' TO WS-SHIFT-DONE-SW
               PERFORM 4310-SHIFT-SAMPLE
                   UNTIL WS-SORT-IDX-2 = 1 OR WS-SHIFT-DONE
               MOVE WS-SORT-HOLD TO WS-WORK-SECONDS (WS-SORT-IDX-2)
           END-PERFORM
           COMPUTE WS-P90-RANK = (WS-WORK-COUNT * 9 + 9) / 10
           IF WS-P90-RANK < 1
               MOVE 1 TO WS-P90-RANK
           END-IF
           MOVE WS-WORK-SECONDS (WS-P90-RANK) TO
               JB-P90-SECONDS (JOB-IDX).

       4310-SHIFT-SAMPLE.
           IF WS-WORK-SECONDS (WS-SORT-IDX-2 - 1) > WS-SORT-HOLD
               MOVE WS-WORK-SECONDS (WS-SORT-IDX-2 - 1) TO
                   WS-WORK-SECONDS (WS-SORT-IDX-2)
               SUBTRACT 1 FROM WS-SORT-IDX-2
           ELSE
               SET WS-SHIFT-DONE TO TRUE
           END-IF.

       4400-PROJECT-TONIGHT.
           IF JB-DONE-TONIGHT (JOB-IDX)
               ADD 1 TO WS-JOBS-DONE
           ELSE
               IF JB-HIST-RUNS (JOB-IDX) = ZERO
                   MOVE 'N' TO JB-TONIGHT-SW (JOB-IDX)
                   MOVE ZERO TO JB-TONIGHT-SECONDS (JOB-IDX)
               ELSE
                   MOVE 'P' TO JB-TONIGHT-SW (JOB-IDX)
                   ADD 1 TO WS-JOBS-PROJECTED
                   PERFORM 4410-PROJECT-DURATION
               END-IF
           END-IF.

       4410-PROJECT-DURATION.
           MOVE JB-AVG-RECORDS (JOB-IDX) TO WS-PROJECTED-RECORDS
           PERFORM VARYING FED-IDX FROM 1 BY 1
               UNTIL FED-IDX > WS-FEED-COUNT
               IF TF-FEED-NAME (FED-IDX) = JB-EXPECTED-FEED (JOB-IDX)
                   AND JB-EXPECTED-FEED (JOB-IDX) NOT = SPACES
                   MOVE TF-RECORDS-IN (FED-IDX) TO
                       WS-PROJECTED-RECORDS
               END-IF
           END-PERFORM
           MOVE WS-PROJECTED-RECORDS TO JB-TONIGHT-RECORDS (JOB-IDX)
           IF JB-SECONDS-PER-THOUSAND (JOB-IDX) > ZERO
               COMPUTE JB-TONIGHT-SECONDS (JOB-IDX) ROUNDED =
                   JB-SECONDS-PER-THOUSAND (JOB-IDX)
                   * WS-PROJECTED-RECORDS / 1000
           ELSE
               MOVE JB-AVG-SECONDS (JOB-IDX) TO
                   JB-TONIGHT-SECONDS (JOB-IDX)
           END-IF.

       4500-CHECK-TREND.
           IF JB-WEEK-1-RUNS (JOB-IDX) > ZERO
               AND JB-WEEK-2-RUNS (JOB-IDX) > ZERO
               COMPUTE WS-WEEK-1-AVERAGE ROUNDED =
                   JB-WEEK-1-SECONDS (JOB-IDX)
                   / JB-WEEK-1-RUNS (JOB-IDX)
               COMPUTE WS-WEEK-2-AVERAGE ROUNDED =
                   JB-WEEK-2-SECONDS (JOB-IDX)
                   / JB-WEEK-2-RUNS (JOB-IDX)
               COMPUTE WS-TREND-LIMIT ROUNDED =
                   WS-WEEK-2-AVERAGE * (100 + WS-TREND-PCT) / 100
               IF WS-WEEK-1-AVERAGE > WS-TREND-LIMIT
                   MOVE 'Y' TO JB-TREND-SW (JOB-IDX)
                   ADD 1 TO WS-JOBS-TRENDING
               END-IF
           END-IF.

      *    Earliest finish offsets from the window start are relaxed
      *    pass by pass until nothing moves; the pass limit stops a
      *    dependency loop in the configuration from running on.
       5000-COMPUTE-CRITICAL-PATH.
           MOVE ZERO TO WS-PASS-COUNT
           MOVE 'Y' TO WS-CHANGED-SW
           PERFORM 5100-RELAX-PASS
               UNTIL NOT WS-CHANGED
                   OR WS-PASS-COUNT > WS-JOB-COUNT
           MOVE ZERO TO WS-LATEST-FINISH
           MOVE ZERO TO WS-LATEST-IDX
           PERFORM VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > WS-JOB-COUNT
               IF JB-FINISH-SECONDS (JOB-IDX) > WS-LATEST-FINISH
                   OR WS-LATEST-IDX = ZERO
                   MOVE JB-FINISH-SECONDS (JOB-IDX) TO
                       WS-LATEST-FINISH
                   SET WS-LATEST-IDX TO JOB-IDX
               END-IF
           END-PERFORM
           MOVE WS-LATEST-IDX TO WS-CP-IDX
           MOVE ZERO TO WS-CP-STEPS
           PERFORM 5200-MARK-CRITICAL
               UNTIL WS-CP-IDX = ZERO
                   OR WS-CP-STEPS > WS-JOB-COUNT.

       5100-RELAX-PASS.
           ADD 1 TO WS-PASS-COUNT
           MOVE 'N' TO WS-CHANGED-SW
           PERFORM VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > WS-JOB-COUNT
               MOVE ZERO TO WS-START-SECONDS
               MOVE ZERO TO WS-CP-PRED-IDX
               PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > 3
                   MOVE JB-PREDECESSOR-IDX (JOB-IDX WS-PRED-IDX) TO
                       WS-PRED-JOB
                   IF WS-PRED-JOB NOT = ZERO
                       IF JB-FINISH-SECONDS (WS-PRED-JOB)
                           > WS-START-SECONDS
                           OR WS-CP-PRED-IDX = ZERO
                           MOVE JB-FINISH-SECONDS (WS-PRED-JOB) TO
                               WS-START-SECONDS
                           MOVE WS-PRED-JOB TO WS-CP-PRED-IDX
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE WS-FINISH-SECONDS =
                   WS-START-SECONDS + JB-TONIGHT-SECONDS (JOB-IDX)
               IF WS-FINISH-SECONDS NOT = JB-FINISH-SECONDS (JOB-IDX)
                   OR WS-CP-PRED-IDX NOT = JB-CP-PRED-IDX (JOB-IDX)
                   MOVE WS-FINISH-SECONDS TO
                       JB-FINISH-SECONDS (JOB-IDX)
                   MOVE WS-CP-PRED-IDX TO JB-CP-PRED-IDX (JOB-IDX)
                   MOVE 'Y' TO WS-CHANGED-SW
               END-IF
           END-PERFORM.

       5200-MARK-CRITICAL.
           ADD 1 TO WS-CP-STEPS
           MOVE 'Y' TO JB-CRITICAL-SW (WS-CP-IDX)
           MOVE JB-CP-PRED-IDX (WS-CP-IDX) TO WS-CP-IDX.

       6000-WRITE-REPORT.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > WS-JOB-COUNT
               PERFORM 6100-WRITE-JOB-LINE
           END-PERFORM
           WRITE FORECAST-RPT-LINE FROM WS-PATH-HEADLINE
           MOVE WS-LATEST-IDX TO WS-CP-IDX
           MOVE ZERO TO WS-CP-STEPS
           PERFORM 6200-WRITE-PATH-LINE
               UNTIL WS-CP-IDX = ZERO
                   OR WS-CP-STEPS > WS-JOB-COUNT
           MOVE WS-LATEST-FINISH TO WS-CLOCK-SECONDS
           PERFORM 8400-OFFSET-TO-CLOCK
           MOVE WS-TIME-HH TO FL-FINISH-HH
           MOVE WS-TIME-MM TO FL-FINISH-MM
           DIVIDE WS-SLA-CUTOFF-TIME BY 100 GIVING FL-CUTOFF-HH
               REMAINDER FL-CUTOFF-MM
           IF WS-LATEST-FINISH > WS-SLA-OFFSET-SECONDS
               MOVE '*** ALERT - PROJECTED PAST SLA CUTOFF' TO
                   FL-STATUS
           ELSE
               MOVE 'WITHIN WINDOW' TO FL-STATUS
           END-IF
           WRITE FORECAST-RPT-LINE FROM WS-FORECAST-LINE
           MOVE WS-JOB-COUNT TO SL-JOB-COUNT
           MOVE WS-JOBS-DONE TO SL-JOBS-DONE
           MOVE WS-JOBS-PROJECTED TO SL-JOBS-PROJECTED
           MOVE WS-JOBS-TRENDING TO SL-JOBS-TRENDING
           WRITE FORECAST-RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE FORECAST-RPT-FILE.

       6100-WRITE-JOB-LINE.
           MOVE JB-JOB-ID (JOB-IDX) TO DL-JOB-ID
           MOVE JB-HIST-RUNS (JOB-IDX) TO DL-HIST-RUNS
           MOVE JB-AVG-SECONDS (JOB-IDX) TO DL-AVG-SECONDS
           MOVE JB-P90-SECONDS (JOB-IDX) TO DL-P90-SECONDS
           MOVE JB-SECONDS-PER-THOUSAND (JOB-IDX) TO
               DL-SECONDS-PER-THOUSAND
           MOVE JB-TONIGHT-SECONDS (JOB-IDX) TO DL-TONIGHT-SECONDS
           EVALUATE TRUE
               WHEN JB-DONE-TONIGHT (JOB-IDX)
                   MOVE 'DONE' TO DL-STATUS
               WHEN JB-PROJECTED (JOB-IDX)
                   MOVE 'PROJECTED' TO DL-STATUS
               WHEN OTHER
                   MOVE 'NO HISTORY' TO DL-STATUS
           END-EVALUATE
           MOVE JB-FINISH-SECONDS (JOB-IDX) TO WS-CLOCK-SECONDS
           PERFORM 8400-OFFSET-TO-CLOCK
           MOVE WS-TIME-HH TO DL-FINISH-HH
           MOVE WS-TIME-MM TO DL-FINISH-MM
           IF JB-CRITICAL-SW (JOB-IDX) = 'Y'
               MOVE '*' TO DL-CRITICAL
           ELSE
               MOVE SPACE TO DL-CRITICAL
           END-IF
           IF JB-TRENDING-UP (JOB-IDX)
               MOVE '*** TRENDING UP' TO DL-TREND
           ELSE
               MOVE SPACES TO DL-TREND
           END-IF
           WRITE FORECAST-RPT-LINE FROM WS-DETAIL-LINE.

       6200-WRITE-PATH-LINE.
           ADD 1 TO WS-CP-STEPS
           MOVE JB-JOB-ID (WS-CP-IDX) TO PL-JOB-ID
           MOVE JB-TONIGHT-SECONDS (WS-CP-IDX) TO PL-DURATION
           MOVE JB-FINISH-SECONDS (WS-CP-IDX) TO WS-CLOCK-SECONDS
           PERFORM 8400-OFFSET-TO-CLOCK
           MOVE WS-TIME-HH TO PL-FINISH-HH
           MOVE WS-TIME-MM TO PL-FINISH-MM
           WRITE FORECAST-RPT-LINE FROM WS-PATH-LINE
           MOVE JB-CP-PRED-IDX (WS-CP-IDX) TO WS-CP-IDX.

       8100-LOOKUP-JOB.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > WS-JOB-COUNT OR WS-FOUND
               IF JB-JOB-ID (JOB-IDX) = WS-LOOKUP-JOB-ID
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO JOB-IDX
               END-IF
           END-PERFORM.

       8300-HHMM-TO-SECONDS.
           DIVIDE WS-TIME-HHMM BY 100 GIVING WS-TIME-HH
               REMAINDER WS-TIME-MM
           COMPUTE WS-TIME-SECONDS =
               (WS-TIME-HH * 60 + WS-TIME-MM) * 60.

      *    An offset from the window start becomes a wall-clock
      *    HH:MM, wrapping past midnight.
       8400-OFFSET-TO-CLOCK.
           ADD WS-WINDOW-START-SECONDS TO WS-CLOCK-SECONDS
           DIVIDE WS-CLOCK-SECONDS BY 86400 GIVING WS-CLOCK-DAYS
               REMAINDER WS-CLOCK-SECONDS
           COMPUTE WS-TIME-HH = WS-CLOCK-SECONDS / 3600
           COMPUTE WS-TIME-MM =
               (WS-CLOCK-SECONDS - WS-TIME-HH * 3600) / 60.
