       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFA-FACT-LOAD.
      ******************************************************************
      *  Transaction fact load for DIRECT-FINANCIAL-ACTIVITY
      *  (DFA.TIP02).  Every DFA trade arrives as up to ten detail
      *  records; this job stitches them, the way AMP-STITCH-LOAD
      *  stitches its REDEFINES records, into one wide fact row per
      *  trade.  The row carries the ten 154-byte detail areas in
      *  SEQUENCE-NUMBER order, exactly as DFA.TIP02 lays them out
      *  (an area the trade did not send is left blank and flagged
      *  absent), behind a header of conformed dimension keys:
      *    - account: the CUSTOMER-ACCOUNT-NUMBER resolved through
      *      the keyed cross-reference ACCT-XREF-BUILD maintains
      *      (primary key, then its alternates, the way
      *      LOST-HOLDER-LOAD resolves), falling back to the
      *      FINS-ACCOUNT-ID of SEQUENCE-NUMBER 3 and then the
      *      ACCOUNT-NUMBER of SEQUENCE-NUMBER 7;
      *    - fund: the FUND-CODE, on the fund master FUND-MASTER-MAINT
      *      maintains;
      *    - firm / branch / rep: FINS-ID, DEALER-BRANCH-ID and the
      *      REPRESENTATIVE-NUMBER of SEQUENCE-NUMBER 2, on the dealer
      *      master DEALER-MASTER-MAINT maintains at the deepest level
      *      the trade names (a rep row, else a branch row, else a
      *      firm row).  A trade naming no dealer at all carries
      *      blank dealer keys;
      *    - transaction type: the TRANSACTION-CODE /
      *      TRANSACTION-SUFFIX pair, on the TRAN-CODE-MASTER-MAINT
      *      dictionary.
      *  A master that is not on file is not checked (the key is
      *  carried as the trade sent it) rather than holding the
      *  whole feed, and the report says so.
      *
      *  A trade with any key that does not resolve is not loaded
      *  with a missing key: its row goes to the late-arriving-
      *  dimension holding file (HOLDIN to HOLDOUT, rolled forward
      *  under the generation gate) with the keys that failed and
      *  the date it was first held.  Each run first re-resolves
      *  every held row against the current masters; a row that now
      *  resolves is loaded flagged as a late arrival, and the rest
      *  are carried forward with their attempt count bumped.
      *
      *  The load runs once per fund partition DFA-FUND-PARTITION
      *  writes (the partition number is on the parameter record,
      *  FNAME is that partition), so the four partitions load in
      *  parallel; the checkpoint, audit job id and holding chain
      *  are all per partition.  Restartable via CHECKPOINT-MGR: the
      *  checkpoint is taken between trades, never inside one, and a
      *  rerun on the same run date skips the held rows already
      *  re-resolved and the partition records already read,
      *  appending to the fact and holding files instead of
      *  rewriting them.  A later intraday cycle's run picks up
      *  where the day's last run left off the same way.
      *
      *  At end of run the control totals (partition records in,
      *  fact rows loaded including late arrivals, trades held or
      *  orphaned) go to AUDIT-MGR like the other loads.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DFA-PARTITION-IN ASSIGN TO "FNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FACT-LOAD-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MART-FACT-FILE ASSIGN TO "MARTNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FACT-HOLD-IN ASSIGN TO "HOLDIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FACT-HOLD-OUT ASSIGN TO "HOLDOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCOUNT-XREF-FILE ASSIGN TO "XREFNAME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-CUSTOMER-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS XR-FINS-ACCOUNT-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS XR-EXT-TRACKING-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS XR-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-FS.
           SELECT FUND-MASTER-IN ASSIGN TO "FNDMSTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FNDMST-FS.
           SELECT DEALER-MASTER-IN ASSIGN TO "DLRMSTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLRMST-FS.
           SELECT TRANCODE-MASTER-FILE ASSIGN TO "TRCMSTNAME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRCMST-FS.
           SELECT FACT-LOAD-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DFA-PARTITION-IN.
       01  DFA-RECORD.
           05  RECORD-TYPE                       PIC X(3).
               88  DIRECT-FINANCIAL-ACTIVITY-REC      VALUE 'DFA'.
           05  SEQUENCE-NUMBER                   PIC 9(3).
           05  DFA-DETAIL-AREA                   PIC X(154).
       FD  FACT-LOAD-PARM.
       01  FACT-LOAD-PARM-RECORD.
           05  PARM-RUN-DATE                     PIC 9(8).
           05  PARM-PARTITION-NBR                PIC 9(1).
       FD  MART-FACT-FILE.
       01  MART-FACT-RECORD                      PIC X(1628).
       FD  FACT-HOLD-IN.
       01  FACT-HOLD-IN-RECORD.
           05  HI-ACCOUNT-MISSING-SW             PIC X(1).
           05  HI-FUND-MISSING-SW                PIC X(1).
           05  HI-DEALER-MISSING-SW              PIC X(1).
           05  HI-TRANCODE-MISSING-SW            PIC X(1).
           05  HI-RESOLVE-ATTEMPTS               PIC 9(5).
           05  HI-FACT-ROW                       PIC X(1628).
       FD  FACT-HOLD-OUT.
       01  FACT-HOLD-OUT-RECORD.
           05  HO-ACCOUNT-MISSING-SW             PIC X(1).
           05  HO-FUND-MISSING-SW                PIC X(1).
           05  HO-DEALER-MISSING-SW              PIC X(1).
           05  HO-TRANCODE-MISSING-SW            PIC X(1).
           05  HO-RESOLVE-ATTEMPTS               PIC 9(5).
           05  HO-FACT-ROW                       PIC X(1628).
       FD  ACCOUNT-XREF-FILE.
       01  ACCOUNT-XREF-RECORD.
           05  XR-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  XR-FINS-ACCOUNT-ID                PIC X(20).
           05  XR-EXT-TRACKING-ID                PIC X(20).
           05  XR-ACCOUNT-NUMBER                 PIC 9(11).
       FD  FUND-MASTER-IN.
       01  FUND-MASTER-IN-RECORD.
           05  MI-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(44).
       FD  DEALER-MASTER-IN.
       01  DEALER-MASTER-IN-RECORD.
           05  MI-LEVEL-CDE                      PIC X(1).
           05  MI-FINS-ID                        PIC 9(7).
           05  MI-DEALER-BRANCH-ID               PIC X(9).
           05  MI-REP-ID                         PIC X(9).
           05  MI-REP-NAME                       PIC X(30).
           05  MI-STATUS-CDE                     PIC X(1).
       FD  TRANCODE-MASTER-FILE.
       01  TRANCODE-MASTER-RECORD.
           05  TM-TRANSACTION-CODE               PIC 9(3).
           05  TM-TRANSACTION-SUFFIX             PIC 9(3).
           05  TM-DESCRIPTION-TEXT               PIC X(30).
           05  TM-EXPECTED-EFFECT-CDE            PIC X(1).
           05  TM-STATUS-CDE                     PIC X(1).
       FD  FACT-LOAD-RPT-FILE.
       01  FACT-LOAD-RPT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-HOLD-EOF-SW                        PIC X(1) VALUE 'N'.
           88  WS-HOLD-EOF                           VALUE 'Y'.
       01  WS-RUN-DATE                           PIC 9(8) VALUE ZERO.
       01  WS-PARTITION-NBR                      PIC 9(1) VALUE ZERO.
       01  WS-RESTART-SW                         PIC X(1) VALUE 'N'.
           88  WS-RESTART                            VALUE 'Y'.
       01  WS-GROUP-OPEN-SW                      PIC X(1) VALUE 'N'.
           88  WS-GROUP-OPEN                         VALUE 'Y'.
       01  WS-RECORDS-IN                         PIC 9(9) VALUE ZERO.
       01  WS-GROUPS-CLOSED                      PIC 9(9) VALUE ZERO.
       01  WS-FACTS-LOADED                       PIC 9(9) VALUE ZERO.
       01  WS-LATE-LOADED                        PIC 9(9) VALUE ZERO.
       01  WS-NEWLY-HELD                         PIC 9(9) VALUE ZERO.
       01  WS-HELD-IN                            PIC 9(9) VALUE ZERO.
       01  WS-STILL-HELD                         PIC 9(9) VALUE ZERO.
       01  WS-ORPHAN-COUNT                       PIC 9(9) VALUE ZERO.
       01  WS-CHECKPOINT-INTERVAL                PIC 9(9) VALUE 1000.
       01  WS-SKIP-COUNT                         PIC 9(9) VALUE ZERO.
       01  WS-SEQ-IDX                            PIC 9(2) VALUE ZERO.
       01  WS-XREF-FS                            PIC X(2) VALUE '00'.
       01  WS-XREF-OPEN-SW                       PIC X(1) VALUE 'N'.
           88  WS-XREF-OPEN                          VALUE 'Y'.
       01  WS-FNDMST-FS                          PIC X(2) VALUE '00'.
       01  WS-FNDMST-LOADED-SW                   PIC X(1) VALUE 'N'.
           88  WS-FNDMST-LOADED                      VALUE 'Y'.
       01  WS-DLRMST-FS                          PIC X(2) VALUE '00'.
       01  WS-DLRMST-LOADED-SW                   PIC X(1) VALUE 'N'.
           88  WS-DLRMST-LOADED                      VALUE 'Y'.
       01  WS-TRCMST-FS                          PIC X(2) VALUE '00'.
       01  WS-TRCMST-LOADED-SW                   PIC X(1) VALUE 'N'.
           88  WS-TRCMST-LOADED                      VALUE 'Y'.
       01  WS-MAX-FUNDS                          PIC 9(5) VALUE 5000.
       01  WS-FUND-COUNT                         PIC 9(5) VALUE ZERO.
       01  WS-MAX-DEALERS                        PIC 9(5) VALUE 50000.
       01  WS-DEALER-COUNT                       PIC 9(5) VALUE ZERO.
       01  WS-MAX-CODES                          PIC 9(5) VALUE 5000.
       01  WS-MASTER-COUNT                       PIC 9(5) VALUE ZERO.
       01  WS-RESOLVE-ID                         PIC X(20) VALUE
                                                  SPACES.
       01  WS-LOOKUP-ACCOUNT-NUMBER              PIC X(20) VALUE
                                                  SPACES.
       01  WS-RESOLVED-SW                        PIC X(1) VALUE 'N'.
           88  WS-RESOLVED                           VALUE 'Y'.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-LOOKUP-LEVEL-CDE                   PIC X(1) VALUE SPACE.
      *    Keys that failed on the row being resolved - 'Y' = missing.
       01  WS-MISSING-FLAGS.
           05  WS-ACCOUNT-MISSING-SW             PIC X(1) VALUE 'N'.
               88  WS-ACCOUNT-MISSING                VALUE 'Y'.
           05  WS-FUND-MISSING-SW                PIC X(1) VALUE 'N'.
               88  WS-FUND-MISSING                   VALUE 'Y'.
           05  WS-DEALER-MISSING-SW              PIC X(1) VALUE 'N'.
               88  WS-DEALER-MISSING                 VALUE 'Y'.
           05  WS-TRANCODE-MISSING-SW            PIC X(1) VALUE 'N'.
               88  WS-TRANCODE-MISSING               VALUE 'Y'.
       01  WS-ALL-RESOLVED-FLAGS                 PIC X(4) VALUE 'NNNN'.
       01  WS-RESOLVE-ATTEMPTS                   PIC 9(5) VALUE ZERO.
      *    The wide fact row: conformed keys, then the ten stitched
      *    DFA.TIP02 detail areas in SEQUENCE-NUMBER order.
       01  FACT-ROW.
           05  FR-LOAD-DATE                      PIC 9(8).
           05  FR-PARTITION-NBR                  PIC 9(1).
           05  FR-LATE-ARRIVAL-CDE               PIC X(1).
               88  FR-ON-TIME                        VALUE 'N'.
               88  FR-LATE-ARRIVAL                   VALUE 'L'.
           05  FR-FIRST-HELD-DATE                PIC 9(8).
           05  FR-ACCOUNT-KEY                    PIC X(20).
           05  FR-FUND-KEY                       PIC 9(7).
           05  FR-FIRM-KEY                       PIC 9(7).
           05  FR-BRANCH-KEY                     PIC X(9).
           05  FR-REP-KEY                        PIC X(9).
           05  FR-TRAN-CODE-KEY                  PIC 9(3).
           05  FR-TRAN-SUFFIX-KEY                PIC 9(3).
           05  FR-RECORDS-STITCHED               PIC 9(2).
           05  FR-SEQUENCE-PRESENT               PIC X(1) OCCURS 10.
           05  FR-DETAIL-AREAS.
               10  FR-DETAIL-AREA                PIC X(154) OCCURS 10.
           05  FR-DETAIL-VIEW REDEFINES FR-DETAIL-AREAS.
               10  FR-DETAIL-RECORD-1.
                   15  FILLER                    PIC X(3).
                   15  FR-FINS-ID                PIC 9(7).
                   15  FR-DEALER-BRANCH-ID       PIC X(9).
                   15  FILLER                    PIC X(9).
                   15  FR-FUND-CODE              PIC 9(7).
                   15  FR-CUSTOMER-ACCOUNT-NUMBER
                                                 PIC X(20).
                   15  FILLER                    PIC X(16).
                   15  FR-TRANSACTION-CODE       PIC 9(3).
                   15  FR-TRANSACTION-SUFFIX     PIC 9(3).
                   15  FILLER                    PIC X(10).
                   15  FR-TRANSACTION-GROSS-AMOUNT
                                                 PIC 9(13)V9(2).
                   15  FILLER                    PIC X(52).
               10  FR-DETAIL-RECORD-2.
                   15  FILLER                    PIC X(24).
                   15  FR-REPRESENTATIVE-NUMBER  PIC X(9).
                   15  FILLER                    PIC X(121).
               10  FR-DETAIL-RECORD-3.
                   15  FILLER                    PIC X(48).
                   15  FR-FINS-ACCOUNT-ID        PIC X(20).
                   15  FILLER                    PIC X(86).
               10  FILLER                        PIC X(462).
               10  FR-DETAIL-RECORD-7.
                   15  FILLER                    PIC X(7).
                   15  FR-ACCOUNT-NUMBER         PIC 9(11).
                   15  FILLER                    PIC X(136).
               10  FILLER                        PIC X(462).
       01  FUND-MASTER-TABLE.
           05  FUND-MASTER-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-FUND-COUNT
                   INDEXED BY FND-IDX.
               10  FM-FUND-CODE                  PIC 9(7).
       01  DEALER-MASTER-TABLE.
           05  DEALER-MASTER-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-DEALER-COUNT
                   INDEXED BY DLR-IDX.
               10  DM-LEVEL-CDE                  PIC X(1).
               10  DM-FINS-ID                    PIC 9(7).
               10  DM-DEALER-BRANCH-ID           PIC X(9).
               10  DM-REP-ID                     PIC X(9).
       01  TRANCODE-MASTER-TABLE.
           05  TRANCODE-MASTER-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-MASTER-COUNT
                   INDEXED BY MST-IDX.
               10  TC-TRANSACTION-CODE           PIC 9(3).
               10  TC-TRANSACTION-SUFFIX         PIC 9(3).
       01  WS-GATE-IN-COUNT                      PIC 9(9) VALUE ZERO.
       01  WS-GATE-IN-TOTAL                      PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-GATE-OUT-COUNT                     PIC 9(9) VALUE ZERO.
       01  WS-GATE-OUT-TOTAL                     PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  GATE-CALL-AREA.
           05  GG-ACTION                         PIC X(4).
           05  GG-CHAIN-ID                       PIC X(20) VALUE
                                                  'DFA-FACT-HOLD-P0'.
           05  GG-RECORD-COUNT                   PIC 9(9).
           05  GG-CONTENT-TOTAL                  PIC S9(15)V9(2).
           05  GG-RUN-DATE                       PIC 9(8).
           05  GG-STATUS                         PIC X(1).
       01  CHECKPOINT-CALL-AREA.
           05  CP-ACTION                         PIC X(4).
           05  CP-JOB-ID                         PIC X(20) VALUE
                                                  'DFA-FACT-LOAD-P0'.
           05  CP-LAST-KEY                       PIC X(30).
           05  CP-LAST-COUNT                     PIC 9(9).
           05  CP-RUN-DATE                       PIC 9(8).
           05  CP-STATUS                         PIC X(1).
       01  WS-START-TIME                         PIC 9(6) VALUE ZERO.
       01  WS-END-TIME                           PIC 9(6) VALUE ZERO.
       01  WS-START-SECONDS                      PIC 9(5) VALUE ZERO.
       01  WS-END-SECONDS                        PIC 9(5) VALUE ZERO.
       01  AUDIT-CALL-AREA.
           05  AU-FEED-NAME                      PIC X(20) VALUE
                                            'DIRECT-FINANCIAL-ACT'.
           05  AU-JOB-ID                         PIC X(20) VALUE
                                                  'DFA-FACT-LOAD-P0'.
           05  AU-RUN-DATE                       PIC 9(8).
           05  AU-CYCLE-NUMBER                   PIC 9(2) VALUE ZERO.
           05  AU-RECORDS-IN                     PIC 9(9).
           05  AU-RECORDS-LOADED                 PIC 9(9).
           05  AU-RECORDS-REJECTED               PIC 9(9).
           05  AU-ELAPSED-SECONDS                PIC 9(7).
           05  AU-STATUS                         PIC X(1).
       01  WS-HEADLINE-1.
           05  FILLER                            PIC X(46) VALUE
               'DFA TRANSACTION FACT LOAD REPORT - PARTITION '.
           05  HD-PARTITION-NBR                  PIC 9(1).
       01  WS-COLUMN-LINE.
           05  FILLER                            PIC X(37) VALUE
               'ACCOUNT                 FUND TRAN'.
           05  FILLER                            PIC X(40) VALUE
               'MISSING KEYS       TRIES EVENT'.
       01  WS-DETAIL-LINE.
           05  DL-ACCOUNT-ID                     PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FUND-CODE                      PIC Z(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-TRANSACTION-CODE               PIC 9(3).
           05  FILLER                            PIC X(1) VALUE '/'.
           05  DL-TRANSACTION-SUFFIX             PIC 9(3).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-MISSING-KEYS.
               10  DL-ACCOUNT-MISSING            PIC X(5).
               10  DL-FUND-MISSING               PIC X(5).
               10  DL-DEALER-MISSING             PIC X(4).
               10  DL-TRANCODE-MISSING           PIC X(4).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-ATTEMPTS                       PIC ZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-EVENT                          PIC X(40).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-EVENT-DATE                     PIC Z(8).
       01  WS-SUMMARY-LINE-1.
           05  FILLER                            PIC X(18) VALUE
               'PARTITION RECS:  '.
           05  SL-RECORDS-IN                     PIC ZZZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  TRADES:    '.
           05  SL-GROUPS-CLOSED                  PIC ZZZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  LOADED:    '.
           05  SL-FACTS-LOADED                   PIC ZZZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  HELD:      '.
           05  SL-NEWLY-HELD                     PIC ZZZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  ORPHANS:   '.
           05  SL-ORPHAN-COUNT                   PIC ZZZZZZZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                            PIC X(18) VALUE
               'HELD ROWS IN:    '.
           05  SL-HELD-IN                        PIC ZZZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  LATE LOAD: '.
           05  SL-LATE-LOADED                    PIC ZZZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  STILL HELD:'.
           05  SL-STILL-HELD                     PIC ZZZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  HOLD OUT:  '.
           05  SL-HOLD-OUT                       PIC ZZZZZZZZ9.
       01  WS-MASTER-NOTE-LINE.
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  MN-MASTER-NAME                    PIC X(30).
           05  FILLER                            PIC X(40) VALUE
               'NOT ON FILE - KEY CARRIED AS SENT'.
       01  WS-RESTART-LINE.
           05  FILLER                            PIC X(40) VALUE
               'RESTARTED - PARTITION RECORDS SKIPPED:'.
           05  RS-SKIP-COUNT                     PIC ZZZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-RESTART
               PERFORM 2000-RERESOLVE-HELD
           END-IF
           PERFORM 3000-STITCH-PARTITION
               UNTIL WS-EOF
           IF WS-GROUP-OPEN
               PERFORM 4000-CLOSE-GROUP
           END-IF
           PERFORM 5000-CERTIFY-HOLD
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:6)) TO
               WS-START-TIME
           COMPUTE WS-START-SECONDS =
               (FUNCTION INTEGER(WS-START-TIME / 10000) * 3600)
               + (FUNCTION MOD(FUNCTION INTEGER(WS-START-TIME / 100),
                   100) * 60)
               + FUNCTION MOD(WS-START-TIME, 100)
           PERFORM 1100-READ-PARM
           MOVE WS-PARTITION-NBR TO GG-CHAIN-ID (16:1)
           MOVE WS-PARTITION-NBR TO CP-JOB-ID (16:1)
           MOVE WS-PARTITION-NBR TO AU-JOB-ID (16:1)
           MOVE WS-RUN-DATE TO AU-RUN-DATE
           MOVE WS-PARTITION-NBR TO HD-PARTITION-NBR
           OPEN OUTPUT FACT-LOAD-RPT-FILE
           WRITE FACT-LOAD-RPT-LINE FROM WS-HEADLINE-1
           WRITE FACT-LOAD-RPT-LINE FROM WS-COLUMN-LINE
           PERFORM 1200-LOAD-CHECKPOINT
           PERFORM 1300-LOAD-FUND-MASTER
           PERFORM 1400-LOAD-DEALER-MASTER
           PERFORM 1500-LOAD-TRANCODE-MASTER
           OPEN INPUT ACCOUNT-XREF-FILE
           IF WS-XREF-FS = '00'
               SET WS-XREF-OPEN TO TRUE
           ELSE
               MOVE 'ACCOUNT CROSS-REFERENCE' TO MN-MASTER-NAME
               WRITE FACT-LOAD-RPT-LINE FROM WS-MASTER-NOTE-LINE
           END-IF
           IF WS-RESTART
               OPEN EXTEND MART-FACT-FILE
               OPEN EXTEND FACT-HOLD-OUT
           ELSE
               OPEN OUTPUT MART-FACT-FILE
               OPEN OUTPUT FACT-HOLD-OUT
           END-IF
           OPEN INPUT DFA-PARTITION-IN
           PERFORM 9100-READ-PARTITION
           PERFORM 1600-SKIP-CHECKPOINTED-RECORDS.

       1100-READ-PARM.
           OPEN INPUT FACT-LOAD-PARM
           READ FACT-LOAD-PARM
               AT END
                   MOVE ZERO TO PARM-RUN-DATE
                   MOVE ZERO TO PARM-PARTITION-NBR
           END-READ
           CLOSE FACT-LOAD-PARM
           IF PARM-RUN-DATE IS NUMERIC AND PARM-RUN-DATE > ZERO
               MOVE PARM-RUN-DATE TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)) TO
                   WS-RUN-DATE
           END-IF
           IF PARM-PARTITION-NBR IS NUMERIC
               AND PARM-PARTITION-NBR < 4
               MOVE PARM-PARTITION-NBR TO WS-PARTITION-NBR
           END-IF.

      *    Only a checkpoint taken on this run date restarts the run;
      *    an older one is yesterday's finished load.
       1200-LOAD-CHECKPOINT.
           MOVE 'LOAD' TO CP-ACTION
           CALL 'CHECKPOINT-MGR' USING CP-ACTION CP-JOB-ID
               CP-LAST-KEY CP-LAST-COUNT CP-RUN-DATE CP-STATUS
           IF CP-STATUS = '0'
               AND CP-RUN-DATE = WS-RUN-DATE
               AND (CP-LAST-KEY = 'HELD' OR CP-LAST-KEY = 'DONE')
               SET WS-RESTART TO TRUE
               MOVE CP-LAST-COUNT TO WS-SKIP-COUNT
               MOVE WS-SKIP-COUNT TO RS-SKIP-COUNT
               WRITE FACT-LOAD-RPT-LINE FROM WS-RESTART-LINE
           END-IF
           MOVE WS-RUN-DATE TO CP-RUN-DATE.

       1300-LOAD-FUND-MASTER.
           OPEN INPUT FUND-MASTER-IN
           IF WS-FNDMST-FS = '00'
               SET WS-FNDMST-LOADED TO TRUE
               PERFORM 1310-READ-FUND-MASTER
               CLOSE FUND-MASTER-IN
           ELSE
               MOVE 'FUND MASTER' TO MN-MASTER-NAME
               WRITE FACT-LOAD-RPT-LINE FROM WS-MASTER-NOTE-LINE
           END-IF.

       1310-READ-FUND-MASTER.
           READ FUND-MASTER-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-FUND-COUNT < WS-MAX-FUNDS
                       ADD 1 TO WS-FUND-COUNT
                       SET FND-IDX TO WS-FUND-COUNT
                       MOVE MI-FUND-CODE TO FM-FUND-CODE (FND-IDX)
                       PERFORM 1310-READ-FUND-MASTER
                   END-IF
           END-READ.

       1400-LOAD-DEALER-MASTER.
           OPEN INPUT DEALER-MASTER-IN
           IF WS-DLRMST-FS = '00'
               SET WS-DLRMST-LOADED TO TRUE
               PERFORM 1410-READ-DEALER-MASTER
               CLOSE DEALER-MASTER-IN
           ELSE
               MOVE 'DEALER MASTER' TO MN-MASTER-NAME
               WRITE FACT-LOAD-RPT-LINE FROM WS-MASTER-NOTE-LINE
           END-IF.

       1410-READ-DEALER-MASTER.
           READ DEALER-MASTER-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-DEALER-COUNT < WS-MAX-DEALERS
                       ADD 1 TO WS-DEALER-COUNT
                       SET DLR-IDX TO WS-DEALER-COUNT
                       MOVE MI-LEVEL-CDE TO DM-LEVEL-CDE (DLR-IDX)
                       MOVE MI-FINS-ID TO DM-FINS-ID (DLR-IDX)
                       MOVE MI-DEALER-BRANCH-ID TO
                           DM-DEALER-BRANCH-ID (DLR-IDX)
                       MOVE MI-REP-ID TO DM-REP-ID (DLR-IDX)
                       PERFORM 1410-READ-DEALER-MASTER
                   END-IF
           END-READ.

       1500-LOAD-TRANCODE-MASTER.
           OPEN INPUT TRANCODE-MASTER-FILE
           IF WS-TRCMST-FS = '00'
               SET WS-TRCMST-LOADED TO TRUE
               PERFORM 1510-READ-TRANCODE
               CLOSE TRANCODE-MASTER-FILE
           ELSE
               MOVE 'TRANSACTION-CODE MASTER' TO MN-MASTER-NAME
               WRITE FACT-LOAD-RPT-LINE FROM WS-MASTER-NOTE-LINE
           END-IF.

       1510-READ-TRANCODE.
           READ TRANCODE-MASTER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-MASTER-COUNT < WS-MAX-CODES
                       ADD 1 TO WS-MASTER-COUNT
                       SET MST-IDX TO WS-MASTER-COUNT
                       MOVE TM-TRANSACTION-CODE TO
                           TC-TRANSACTION-CODE (MST-IDX)
                       MOVE TM-TRANSACTION-SUFFIX TO
                           TC-TRANSACTION-SUFFIX (MST-IDX)
                       PERFORM 1510-READ-TRANCODE
                   END-IF
           END-READ.

       1600-SKIP-CHECKPOINTED-RECORDS.
           PERFORM WITH TEST BEFORE
               VARYING WS-RECORDS-IN FROM 1 BY 1
               UNTIL WS-RECORDS-IN > WS-SKIP-COUNT OR WS-EOF
               PERFORM 9100-READ-PARTITION
           END-PERFORM
           IF WS-SKIP-COUNT > 0
               MOVE WS-SKIP-COUNT TO WS-RECORDS-IN
           ELSE
               MOVE ZERO TO WS-RECORDS-IN
           END-IF.

      *    The holding file is read twice: once to count and total it
      *    for the generation gate before anything is written, then
      *    again to re-resolve each held row against today's masters.
       2000-RERESOLVE-HELD.
           OPEN INPUT FACT-HOLD-IN
           PERFORM 2100-COUNT-HELD
               UNTIL WS-HOLD-EOF
           CLOSE FACT-HOLD-IN
           PERFORM 2150-VERIFY-GENERATION
           MOVE 'N' TO WS-HOLD-EOF-SW
           OPEN INPUT FACT-HOLD-IN
           PERFORM 2200-RERESOLVE-ROW
               UNTIL WS-HOLD-EOF
           CLOSE FACT-HOLD-IN
           MOVE 'HELD' TO CP-LAST-KEY
           MOVE ZERO TO CP-LAST-COUNT
           PERFORM 3900-SAVE-CHECKPOINT.

       2100-COUNT-HELD.
           READ FACT-HOLD-IN
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-SW
               NOT AT END
                   MOVE HI-FACT-ROW TO FACT-ROW
                   ADD 1 TO WS-GATE-IN-COUNT
                   ADD FR-TRANSACTION-GROSS-AMOUNT TO WS-GATE-IN-TOTAL
           END-READ.

       2150-VERIFY-GENERATION.
           MOVE 'CHCK' TO GG-ACTION
           MOVE WS-GATE-IN-COUNT TO GG-RECORD-COUNT
           MOVE WS-GATE-IN-TOTAL TO GG-CONTENT-TOTAL
           MOVE WS-RUN-DATE TO GG-RUN-DATE
           CALL 'GENERATION-GATE' USING GG-ACTION GG-CHAIN-ID
               GG-RECORD-COUNT GG-CONTENT-TOTAL GG-RUN-DATE
               GG-STATUS
           IF GG-STATUS = '1'
               STOP RUN
           END-IF.

       2200-RERESOLVE-ROW.
           READ FACT-HOLD-IN
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-SW
               NOT AT END
                   ADD 1 TO WS-HELD-IN
                   MOVE HI-FACT-ROW TO FACT-ROW
                   COMPUTE WS-RESOLVE-ATTEMPTS =
                       HI-RESOLVE-ATTEMPTS + 1
                   PERFORM 7000-RESOLVE-KEYS
                   IF WS-MISSING-FLAGS = WS-ALL-RESOLVED-FLAGS
                       MOVE WS-RUN-DATE TO FR-LOAD-DATE
                       SET FR-LATE-ARRIVAL TO TRUE
                       WRITE MART-FACT-RECORD FROM FACT-ROW
                       ADD 1 TO WS-LATE-LOADED
                       MOVE 'LATE ARRIVAL RESOLVED - LOADED'
                           TO DL-EVENT
                       PERFORM 4900-WRITE-DETAIL-LINE
                   ELSE
                       PERFORM 4100-WRITE-HOLD-ROW
                       ADD 1 TO WS-STILL-HELD
                   END-IF
           END-READ.

      *    A SEQUENCE-NUMBER 1 record opens a trade and closes the one
      *    before it; 2 through 10 are stitched into the open trade.
      *    Anything else has no trade to belong to.
       3000-STITCH-PARTITION.
           ADD 1 TO WS-RECORDS-IN
           IF DIRECT-FINANCIAL-ACTIVITY-REC AND SEQUENCE-NUMBER = 1
               PERFORM 3100-START-GROUP
           ELSE
               IF DIRECT-FINANCIAL-ACTIVITY-REC AND WS-GROUP-OPEN
                   AND SEQUENCE-NUMBER > 1 AND SEQUENCE-NUMBER < 11
                   PERFORM 3200-ADD-CONTINUATION
               ELSE
                   PERFORM 3300-REPORT-ORPHAN
               END-IF
           END-IF
           PERFORM 9100-READ-PARTITION.

       3100-START-GROUP.
           IF WS-GROUP-OPEN
               PERFORM 4000-CLOSE-GROUP
               IF FUNCTION MOD(WS-GROUPS-CLOSED,
                       WS-CHECKPOINT-INTERVAL) = 0
                   MOVE 'HELD' TO CP-LAST-KEY
                   COMPUTE CP-LAST-COUNT = WS-RECORDS-IN - 1
                   PERFORM 3900-SAVE-CHECKPOINT
               END-IF
           END-IF
           INITIALIZE FACT-ROW
           MOVE WS-RUN-DATE TO FR-LOAD-DATE
           MOVE WS-PARTITION-NBR TO FR-PARTITION-NBR
           SET FR-ON-TIME TO TRUE
           PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
               UNTIL WS-SEQ-IDX > 10
               MOVE 'N' TO FR-SEQUENCE-PRESENT (WS-SEQ-IDX)
           END-PERFORM
           MOVE DFA-DETAIL-AREA TO FR-DETAIL-AREA (1)
           MOVE 'Y' TO FR-SEQUENCE-PRESENT (1)
           MOVE 1 TO FR-RECORDS-STITCHED
           SET WS-GROUP-OPEN TO TRUE.

      *    A second record with the same SEQUENCE-NUMBER is reported,
      *    not allowed to overwrite the one already stitched.
       3200-ADD-CONTINUATION.
           MOVE SEQUENCE-NUMBER TO WS-SEQ-IDX
           IF FR-SEQUENCE-PRESENT (WS-SEQ-IDX) = 'Y'
               PERFORM 3300-REPORT-ORPHAN
           ELSE
               MOVE DFA-DETAIL-AREA TO FR-DETAIL-AREA (WS-SEQ-IDX)
               MOVE 'Y' TO FR-SEQUENCE-PRESENT (WS-SEQ-IDX)
               ADD 1 TO FR-RECORDS-STITCHED
           END-IF.

       3300-REPORT-ORPHAN.
           ADD 1 TO WS-ORPHAN-COUNT
           MOVE SPACES TO DL-ACCOUNT-ID
           MOVE ZERO TO DL-FUND-CODE
           MOVE ZERO TO DL-TRANSACTION-CODE
           MOVE ZERO TO DL-TRANSACTION-SUFFIX
           MOVE SPACES TO DL-MISSING-KEYS
           MOVE ZERO TO DL-ATTEMPTS
           MOVE 'RECORD OUTSIDE ANY TRADE - NOT LOADED' TO DL-EVENT
           MOVE ZERO TO DL-EVENT-DATE
           WRITE FACT-LOAD-RPT-LINE FROM WS-DETAIL-LINE.

       3900-SAVE-CHECKPOINT.
           MOVE 'SAVE' TO CP-ACTION
           CALL 'CHECKPOINT-MGR' USING CP-ACTION CP-JOB-ID
               CP-LAST-KEY CP-LAST-COUNT CP-RUN-DATE CP-STATUS.

       4000-CLOSE-GROUP.
           ADD 1 TO WS-GROUPS-CLOSED
           MOVE 'N' TO WS-GROUP-OPEN-SW
           MOVE ZERO TO WS-RESOLVE-ATTEMPTS
           PERFORM 7000-RESOLVE-KEYS
           IF WS-MISSING-FLAGS = WS-ALL-RESOLVED-FLAGS
               WRITE MART-FACT-RECORD FROM FACT-ROW
               ADD 1 TO WS-FACTS-LOADED
           ELSE
               MOVE WS-RUN-DATE TO FR-FIRST-HELD-DATE
               PERFORM 4100-WRITE-HOLD-ROW
               ADD 1 TO WS-NEWLY-HELD
           END-IF.

       4100-WRITE-HOLD-ROW.
           MOVE WS-ACCOUNT-MISSING-SW TO HO-ACCOUNT-MISSING-SW
           MOVE WS-FUND-MISSING-SW TO HO-FUND-MISSING-SW
           MOVE WS-DEALER-MISSING-SW TO HO-DEALER-MISSING-SW
           MOVE WS-TRANCODE-MISSING-SW TO HO-TRANCODE-MISSING-SW
           MOVE WS-RESOLVE-ATTEMPTS TO HO-RESOLVE-ATTEMPTS
           MOVE FACT-ROW TO HO-FACT-ROW
           WRITE FACT-HOLD-OUT-RECORD
           IF WS-RESOLVE-ATTEMPTS = ZERO
               MOVE 'KEY UNRESOLVED - HELD FOR LATE ARRIVAL'
                   TO DL-EVENT
           ELSE
               MOVE 'STILL UNRESOLVED - CARRIED FORWARD' TO DL-EVENT
           END-IF
           PERFORM 4900-WRITE-DETAIL-LINE.

       4900-WRITE-DETAIL-LINE.
           MOVE FR-CUSTOMER-ACCOUNT-NUMBER TO DL-ACCOUNT-ID
           MOVE FR-FUND-CODE TO DL-FUND-CODE
           MOVE FR-TRANSACTION-CODE TO DL-TRANSACTION-CODE
           MOVE FR-TRANSACTION-SUFFIX TO DL-TRANSACTION-SUFFIX
           MOVE SPACES TO DL-MISSING-KEYS
           IF WS-ACCOUNT-MISSING
               MOVE 'ACCT' TO DL-ACCOUNT-MISSING
           END-IF
           IF WS-FUND-MISSING
               MOVE 'FUND' TO DL-FUND-MISSING
           END-IF
           IF WS-DEALER-MISSING
               MOVE 'DLR' TO DL-DEALER-MISSING
           END-IF
           IF WS-TRANCODE-MISSING
               MOVE 'TRAN' TO DL-TRANCODE-MISSING
           END-IF
           MOVE WS-RESOLVE-ATTEMPTS TO DL-ATTEMPTS
           MOVE FR-FIRST-HELD-DATE TO DL-EVENT-DATE
           WRITE FACT-LOAD-RPT-LINE FROM WS-DETAIL-LINE.

      *    The holding file written this run (appended to, on a
      *    restart) is certified whole for tomorrow's run.
       5000-CERTIFY-HOLD.
           CLOSE FACT-HOLD-OUT
           MOVE 'N' TO WS-HOLD-EOF-SW
           OPEN INPUT FACT-HOLD-OUT
           PERFORM 5100-COUNT-HOLD-OUT
               UNTIL WS-HOLD-EOF
           CLOSE FACT-HOLD-OUT
           MOVE 'SAVE' TO GG-ACTION
           MOVE WS-GATE-OUT-COUNT TO GG-RECORD-COUNT
           MOVE WS-GATE-OUT-TOTAL TO GG-CONTENT-TOTAL
           MOVE WS-RUN-DATE TO GG-RUN-DATE
           CALL 'GENERATION-GATE' USING GG-ACTION GG-CHAIN-ID
               GG-RECORD-COUNT GG-CONTENT-TOTAL GG-RUN-DATE
               GG-STATUS.

       5100-COUNT-HOLD-OUT.
           READ FACT-HOLD-OUT
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-SW
               NOT AT END
                   MOVE HO-FACT-ROW TO FACT-ROW
                   ADD 1 TO WS-GATE-OUT-COUNT
                   ADD FR-TRANSACTION-GROSS-AMOUNT TO WS-GATE-OUT-TOTAL
           END-READ.

      *    Resolves all four conformed keys of FACT-ROW, setting the
      *    missing flag of each one that fails.
       7000-RESOLVE-KEYS.
           MOVE ALL 'N' TO WS-MISSING-FLAGS
           PERFORM 7100-RESOLVE-ACCOUNT-KEY
           PERFORM 7200-RESOLVE-FUND-KEY
           PERFORM 7300-RESOLVE-DEALER-KEYS
           PERFORM 7400-RESOLVE-TRANCODE-KEYS.

       7100-RESOLVE-ACCOUNT-KEY.
           MOVE SPACES TO FR-ACCOUNT-KEY
           MOVE 'N' TO WS-RESOLVED-SW
           IF FR-CUSTOMER-ACCOUNT-NUMBER NOT = SPACES
               MOVE FR-CUSTOMER-ACCOUNT-NUMBER TO WS-RESOLVE-ID
               PERFORM 8000-RESOLVE-ACCOUNT
           END-IF
           IF NOT WS-RESOLVED AND FR-SEQUENCE-PRESENT (3) = 'Y'
               AND FR-FINS-ACCOUNT-ID NOT = SPACES
               MOVE FR-FINS-ACCOUNT-ID TO WS-RESOLVE-ID
               PERFORM 8000-RESOLVE-ACCOUNT
           END-IF
           IF NOT WS-RESOLVED AND FR-SEQUENCE-PRESENT (7) = 'Y'
               AND FR-ACCOUNT-NUMBER IS NUMERIC
               AND FR-ACCOUNT-NUMBER > ZERO
               MOVE FR-ACCOUNT-NUMBER TO WS-RESOLVE-ID
               PERFORM 8000-RESOLVE-ACCOUNT
           END-IF
           IF WS-RESOLVED
               MOVE WS-LOOKUP-ACCOUNT-NUMBER TO FR-ACCOUNT-KEY
           ELSE
               SET WS-ACCOUNT-MISSING TO TRUE
           END-IF.

       7200-RESOLVE-FUND-KEY.
           MOVE ZERO TO FR-FUND-KEY
           MOVE 'N' TO WS-FOUND-SW
           IF WS-FNDMST-LOADED
               PERFORM VARYING FND-IDX FROM 1 BY 1
                   UNTIL FND-IDX > WS-FUND-COUNT OR WS-FOUND
                   IF FM-FUND-CODE (FND-IDX) = FR-FUND-CODE
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
           ELSE
               SET WS-FOUND TO TRUE
           END-IF
           IF WS-FOUND
               MOVE FR-FUND-CODE TO FR-FUND-KEY
           ELSE
               SET WS-FUND-MISSING TO TRUE
           END-IF.

      *    The trade is matched at the deepest level it names: a rep
      *    row when SEQUENCE-NUMBER 2 carries a rep, else a branch
      *    row, else a firm row.  A trade naming no dealer at all has
      *    nothing to resolve.
       7300-RESOLVE-DEALER-KEYS.
           MOVE ZERO TO FR-FIRM-KEY
           MOVE SPACES TO FR-BRANCH-KEY
           MOVE SPACES TO FR-REP-KEY
           MOVE SPACE TO WS-LOOKUP-LEVEL-CDE
           IF FR-SEQUENCE-PRESENT (2) = 'Y'
               AND FR-REPRESENTATIVE-NUMBER NOT = SPACES
               MOVE 'R' TO WS-LOOKUP-LEVEL-CDE
           ELSE
               IF FR-DEALER-BRANCH-ID NOT = SPACES
                   MOVE 'B' TO WS-LOOKUP-LEVEL-CDE
               ELSE
                   IF FR-FINS-ID IS NUMERIC AND FR-FINS-ID > ZERO
                       MOVE 'F' TO WS-LOOKUP-LEVEL-CDE
                   END-IF
               END-IF
           END-IF
           IF WS-LOOKUP-LEVEL-CDE NOT = SPACE
               PERFORM 7310-FIND-DEALER
               IF WS-FOUND
                   MOVE FR-FINS-ID TO FR-FIRM-KEY
                   IF WS-LOOKUP-LEVEL-CDE NOT = 'F'
                       MOVE FR-DEALER-BRANCH-ID TO FR-BRANCH-KEY
                   END-IF
                   IF WS-LOOKUP-LEVEL-CDE = 'R'
                       MOVE FR-REPRESENTATIVE-NUMBER TO FR-REP-KEY
                   END-IF
               ELSE
                   SET WS-DEALER-MISSING TO TRUE
               END-IF
           END-IF.

       7310-FIND-DEALER.
           MOVE 'N' TO WS-FOUND-SW
           IF NOT WS-DLRMST-LOADED
               SET WS-FOUND TO TRUE
           END-IF
           PERFORM VARYING DLR-IDX FROM 1 BY 1
               UNTIL DLR-IDX > WS-DEALER-COUNT OR WS-FOUND
               IF DM-LEVEL-CDE (DLR-IDX) = WS-LOOKUP-LEVEL-CDE
                   AND DM-FINS-ID (DLR-IDX) = FR-FINS-ID
                   EVALUATE WS-LOOKUP-LEVEL-CDE
                       WHEN 'F'
                           SET WS-FOUND TO TRUE
                       WHEN 'B'
                           IF DM-DEALER-BRANCH-ID (DLR-IDX) =
                                   FR-DEALER-BRANCH-ID
                               SET WS-FOUND TO TRUE
                           END-IF
                       WHEN OTHER
                           IF DM-DEALER-BRANCH-ID (DLR-IDX) =
                                   FR-DEALER-BRANCH-ID
                               AND DM-REP-ID (DLR-IDX) =
                                   FR-REPRESENTATIVE-NUMBER
                               SET WS-FOUND TO TRUE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       7400-RESOLVE-TRANCODE-KEYS.
           MOVE ZERO TO FR-TRAN-CODE-KEY
           MOVE ZERO TO FR-TRAN-SUFFIX-KEY
           MOVE 'N' TO WS-FOUND-SW
           IF WS-TRCMST-LOADED
               PERFORM VARYING MST-IDX FROM 1 BY 1
                   UNTIL MST-IDX > WS-MASTER-COUNT OR WS-FOUND
                   IF TC-TRANSACTION-CODE (MST-IDX) =
                           FR-TRANSACTION-CODE
                       AND TC-TRANSACTION-SUFFIX (MST-IDX) =
                           FR-TRANSACTION-SUFFIX
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
           ELSE
               SET WS-FOUND TO TRUE
           END-IF
           IF WS-FOUND
               MOVE FR-TRANSACTION-CODE TO FR-TRAN-CODE-KEY
               MOVE FR-TRANSACTION-SUFFIX TO FR-TRAN-SUFFIX-KEY
           ELSE
               SET WS-TRANCODE-MISSING TO TRUE
           END-IF.

       8000-RESOLVE-ACCOUNT.
           MOVE WS-RESOLVE-ID TO WS-LOOKUP-ACCOUNT-NUMBER
           SET WS-RESOLVED TO TRUE
           IF WS-XREF-OPEN
               MOVE WS-RESOLVE-ID TO XR-CUSTOMER-ACCOUNT-NUMBER
               READ ACCOUNT-XREF-FILE
                   INVALID KEY
                       PERFORM 8100-RESOLVE-BY-ALTERNATES
                   NOT INVALID KEY
                       MOVE XR-CUSTOMER-ACCOUNT-NUMBER TO
                           WS-LOOKUP-ACCOUNT-NUMBER
               END-READ
           END-IF.

       8100-RESOLVE-BY-ALTERNATES.
           MOVE WS-RESOLVE-ID TO XR-FINS-ACCOUNT-ID
           READ ACCOUNT-XREF-FILE
               KEY IS XR-FINS-ACCOUNT-ID
               INVALID KEY
                   PERFORM 8200-RESOLVE-BY-TRACKING-ID
               NOT INVALID KEY
                   MOVE XR-CUSTOMER-ACCOUNT-NUMBER TO
                       WS-LOOKUP-ACCOUNT-NUMBER
           END-READ.

       8200-RESOLVE-BY-TRACKING-ID.
           MOVE WS-RESOLVE-ID TO XR-EXT-TRACKING-ID
           READ ACCOUNT-XREF-FILE
               KEY IS XR-EXT-TRACKING-ID
               INVALID KEY
                   PERFORM 8300-RESOLVE-BY-ACCOUNT-NBR
               NOT INVALID KEY
                   MOVE XR-CUSTOMER-ACCOUNT-NUMBER TO
                       WS-LOOKUP-ACCOUNT-NUMBER
           END-READ.

       8300-RESOLVE-BY-ACCOUNT-NBR.
           MOVE 'N' TO WS-RESOLVED-SW
           IF WS-RESOLVE-ID (1:11) IS NUMERIC
               MOVE WS-RESOLVE-ID (1:11) TO XR-ACCOUNT-NUMBER
               READ ACCOUNT-XREF-FILE
                   KEY IS XR-ACCOUNT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XR-CUSTOMER-ACCOUNT-NUMBER TO
                           WS-LOOKUP-ACCOUNT-NUMBER
                       SET WS-RESOLVED TO TRUE
               END-READ
           END-IF.

       9000-FINALIZE.
           MOVE 'DONE' TO CP-LAST-KEY
           MOVE WS-RECORDS-IN TO CP-LAST-COUNT
           PERFORM 3900-SAVE-CHECKPOINT
           CLOSE DFA-PARTITION-IN
           CLOSE MART-FACT-FILE
           IF WS-XREF-OPEN
               CLOSE ACCOUNT-XREF-FILE
           END-IF
           PERFORM 9500-WRITE-AUDIT-TRAIL
           MOVE WS-RECORDS-IN TO SL-RECORDS-IN
           MOVE WS-GROUPS-CLOSED TO SL-GROUPS-CLOSED
           MOVE WS-FACTS-LOADED TO SL-FACTS-LOADED
           MOVE WS-NEWLY-HELD TO SL-NEWLY-HELD
           MOVE WS-ORPHAN-COUNT TO SL-ORPHAN-COUNT
           MOVE WS-HELD-IN TO SL-HELD-IN
           MOVE WS-LATE-LOADED TO SL-LATE-LOADED
           MOVE WS-STILL-HELD TO SL-STILL-HELD
           MOVE WS-GATE-OUT-COUNT TO SL-HOLD-OUT
           WRITE FACT-LOAD-RPT-LINE FROM WS-SUMMARY-LINE-1
           WRITE FACT-LOAD-RPT-LINE FROM WS-SUMMARY-LINE-2
           CLOSE FACT-LOAD-RPT-FILE.

       9100-READ-PARTITION.
           READ DFA-PARTITION-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       9500-WRITE-AUDIT-TRAIL.
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:6)) TO
               WS-END-TIME
           COMPUTE WS-END-SECONDS =
               (FUNCTION INTEGER(WS-END-TIME / 10000) * 3600)
               + (FUNCTION MOD(FUNCTION INTEGER(WS-END-TIME / 100),
                   100) * 60)
               + FUNCTION MOD(WS-END-TIME, 100)
           IF WS-END-SECONDS >= WS-START-SECONDS
               COMPUTE AU-ELAPSED-SECONDS =
                   WS-END-SECONDS - WS-START-SECONDS
           ELSE
               COMPUTE AU-ELAPSED-SECONDS =
                   WS-END-SECONDS - WS-START-SECONDS + 86400
           END-IF
           MOVE WS-RECORDS-IN TO AU-RECORDS-IN
           COMPUTE AU-RECORDS-LOADED = WS-FACTS-LOADED + WS-LATE-LOADED
           COMPUTE AU-RECORDS-REJECTED =
               WS-NEWLY-HELD + WS-ORPHAN-COUNT
           CALL 'AUDIT-MGR' USING AU-FEED-NAME AU-JOB-ID AU-RUN-DATE
               AU-CYCLE-NUMBER AU-RECORDS-IN AU-RECORDS-LOADED
               AU-RECORDS-REJECTED AU-ELAPSED-SECONDS AU-STATUS.
