       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-PRODUCTION-LOAD.
      ******************************************************************
      *  Dealer and representative sales production history.  The
      *  wholesalers and the sales desk ask every morning for gross
      *  sales, redemptions and net flows by firm, branch and rep, and
      *  were getting them by adding up yesterday's trade blotter by
      *  hand.
      *
      *  A production history keyed on FINS-ID / DEALER-BRANCH-ID /
      *  REPRESENTATIVE-NUMBER / FUND-CODE rolls forward on
      *  PRODUCTION-HIST-IN / PRODUCTION-HIST-OUT, certified through
      *  GENERATION-GATE, with three buckets per row - the day,
      *  month-to-date and year-to-date.  The day bucket is cleared
      *  every run; the month-to-date bucket is cleared when the run
      *  date enters a new month and the year-to-date bucket when it
      *  enters a new year, judged from the date the row was last
      *  rolled.
      *
      *  Each night's DFA groups are stitched - SEQUENCE-NUMBER 1 for
      *  the firm, branch, fund, share effect and gross dollars, 2 for
      *  the rep, 3 for FUND-FROM-TO, 7 for NSCC-TRANS-CODE.  A group
      *  carrying a FUND-FROM-TO cross-reference or an NSCC exchange
      *  code (05 full, 06 partial) is an exchange and is bucketed as
      *  exchange-in or exchange-out, never as a sale or redemption,
      *  so exchanges do not inflate gross sales.  The rep is resolved
      *  through the dealer master DEALER-MASTER-MAINT maintains: a
      *  rep terminated on the master, or not on it at all, is rolled
      *  up to the branch (blank REPRESENTATIVE-NUMBER).
      *
      *  The league-table report ranks reps (all funds together) by
      *  month-to-date net sales, and the incentive extract carries
      *  every ranked rep's buckets for the sales incentive system.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIRECT-FINANCIAL-ACTIVITY ASSIGN TO "DFANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEALER-MASTER-IN ASSIGN TO "DLRMSTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRODUCTION-HIST-IN ASSIGN TO "PRODHISTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRODUCTION-HIST-OUT ASSIGN TO "PRODHISTOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT INCENTIVE-EXTRACT-FILE ASSIGN TO "INCENTNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRODUCTION-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LEAGUE-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DIRECT-FINANCIAL-ACTIVITY.
       01  DFA-RECORD.
           05  RECORD-TYPE                       PIC X(3).
               88  DIRECT-FINANCIAL-ACTIVITY-REC      VALUE 'DFA'.
           05  SEQUENCE-NUMBER                   PIC 9(3).
           05  DETAIL-RECORD-1.
               10  FILLER                        PIC X(3).
               10  FINS-ID                       PIC 9(7).
               10  DEALER-BRANCH-ID              PIC X(9).
               10  FILLER                        PIC X(9).
               10  FUND-CODE                     PIC 9(7).
               10  FILLER                        PIC X(42).
               10  SHARE-BALANCE-EFFECT-CODE     PIC X(1).
                   88  SHARE-BALANCE-ADD             VALUE 'A'.
                   88  SHARE-BALANCE-SUBTRACT        VALUE 'S'.
               10  FILLER                        PIC X(9).
               10  TRANSACTION-GROSS-AMOUNT      PIC 9(13)V9(2).
               10  FILLER                        PIC X(52).
           05  DETAIL-RECORD-2 REDEFINES DETAIL-RECORD-1.
               10  FILLER                        PIC X(24).
               10  REPRESENTATIVE-NUMBER         PIC X(9).
               10  FILLER                        PIC X(121).
           05  DETAIL-RECORD-3 REDEFINES DETAIL-RECORD-1.
               10  FILLER                        PIC X(4).
               10  FUND-FROM-TO                  PIC 9(7).
               10  FILLER                        PIC X(143).
           05  DETAIL-RECORD-7 REDEFINES DETAIL-RECORD-1.
               10  FILLER                        PIC X(130).
               10  NSCC-TRANS-CODE               PIC X(2).
                   88  NSCC-FULL-EXCHANGE            VALUE '05'.
                   88  NSCC-PARTIAL-EXCHANGE         VALUE '06'.
               10  FILLER                        PIC X(22).
       FD  DEALER-MASTER-IN.
       01  DEALER-MASTER-IN-RECORD.
           05  MI-LEVEL-CDE                      PIC X(1).
           05  MI-FINS-ID                        PIC 9(7).
           05  MI-DEALER-BRANCH-ID               PIC X(9).
           05  MI-REP-ID                         PIC X(9).
           05  MI-REP-NAME                       PIC X(30).
           05  MI-STATUS-CDE                     PIC X(1).
       FD  PRODUCTION-HIST-IN.
       01  PRODUCTION-HIST-IN-RECORD.
           05  HI-FINS-ID                        PIC 9(7).
           05  HI-DEALER-BRANCH-ID               PIC X(9).
           05  HI-REP-ID                         PIC X(9).
           05  HI-FUND-CODE                      PIC 9(7).
           05  HI-LAST-RUN-DATE                  PIC 9(8).
           05  HI-BUCKET OCCURS 3 TIMES.
               10  HI-GROSS-SALES                PIC 9(13)V9(2).
               10  HI-REDEMPTIONS                PIC 9(13)V9(2).
               10  HI-EXCHANGE-IN                PIC 9(13)V9(2).
               10  HI-EXCHANGE-OUT               PIC 9(13)V9(2).
       FD  PRODUCTION-HIST-OUT.
       01  PRODUCTION-HIST-OUT-RECORD.
           05  HO-FINS-ID                        PIC 9(7).
           05  HO-DEALER-BRANCH-ID               PIC X(9).
           05  HO-REP-ID                         PIC X(9).
           05  HO-FUND-CODE                      PIC 9(7).
           05  HO-LAST-RUN-DATE                  PIC 9(8).
           05  HO-BUCKET OCCURS 3 TIMES.
               10  HO-GROSS-SALES                PIC 9(13)V9(2).
               10  HO-REDEMPTIONS                PIC 9(13)V9(2).
               10  HO-EXCHANGE-IN                PIC 9(13)V9(2).
               10  HO-EXCHANGE-OUT               PIC 9(13)V9(2).
       FD  INCENTIVE-EXTRACT-FILE.
       01  INCENTIVE-EXTRACT-RECORD.
           05  IX-RUN-DATE                       PIC 9(8).
           05  IX-RANK                           PIC 9(5).
           05  IX-FINS-ID                        PIC 9(7).
           05  IX-DEALER-BRANCH-ID               PIC X(9).
           05  IX-REP-ID                         PIC X(9).
           05  IX-BUCKET OCCURS 3 TIMES.
               10  IX-GROSS-SALES                PIC 9(13)V9(2).
               10  IX-REDEMPTIONS                PIC 9(13)V9(2).
               10  IX-NET-SALES                  PIC S9(13)V9(2).
               10  IX-EXCHANGE-IN                PIC 9(13)V9(2).
               10  IX-EXCHANGE-OUT               PIC 9(13)V9(2).
       FD  PRODUCTION-PARM.
       01  PRODUCTION-PARM-RECORD.
           05  PARM-RUN-DATE                     PIC 9(8).
           05  PARM-LEAGUE-SIZE                  PIC 9(5).
       FD  LEAGUE-RPT-FILE.
       01  LEAGUE-RPT-LINE                       PIC X(132).
       WORKING-STORAGE SECTION.
      *  BUCKET SUBSCRIPTS: 1 = DAY, 2 = MONTH-TO-DATE, 3 = YEAR-TO-DATE
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-RUN-DATE                           PIC 9(8) VALUE ZERO.
       01  WS-LEAGUE-SIZE                        PIC 9(5) VALUE 50.
       01  WS-MAX-ROWS                           PIC 9(6) VALUE 50000.
       01  WS-MASTER-COUNT                       PIC 9(6) VALUE ZERO.
       01  WS-MAX-HISTORY                        PIC 9(6) VALUE 100000.
       01  WS-HISTORY-COUNT                      PIC 9(6) VALUE ZERO.
       01  WS-MAX-REPS                           PIC 9(6) VALUE 50000.
       01  WS-REP-COUNT                          PIC 9(6) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(6) VALUE ZERO.
       01  WS-BKT                                PIC 9(1) VALUE ZERO.
       01  WS-GROUP-OPEN-SW                      PIC X(1) VALUE 'N'.
           88  WS-GROUP-OPEN                         VALUE 'Y'.
       01  WS-GRP-FINS-ID                        PIC 9(7) VALUE ZERO.
       01  WS-GRP-BRANCH-ID                      PIC X(9) VALUE
                                                  SPACES.
       01  WS-GRP-REP-ID                         PIC X(9) VALUE
                                                  SPACES.
       01  WS-GRP-FUND-CODE                      PIC 9(7) VALUE ZERO.
       01  WS-GRP-EFFECT-CODE                    PIC X(1) VALUE SPACE.
       01  WS-GRP-GROSS-AMOUNT                   PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GRP-FUND-FROM-TO                   PIC 9(7) VALUE ZERO.
       01  WS-GRP-NSCC-TRANS-CODE                PIC X(2) VALUE
                                                  SPACES.
       01  WS-GRP-EXCHANGE-SW                    PIC X(1) VALUE 'N'.
           88  WS-GRP-EXCHANGE                       VALUE 'Y'.
       01  WS-TRADES-BUCKETED                    PIC 9(7) VALUE ZERO.
       01  WS-EXCHANGES-BUCKETED                 PIC 9(7) VALUE ZERO.
       01  WS-REPS-ROLLED-UP                     PIC 9(7) VALUE ZERO.
       01  WS-RANK                               PIC 9(5) VALUE ZERO.
       01  WS-BEST-IDX                           PIC 9(6) VALUE ZERO.
       01  WS-BEST-NET                           PIC S9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-NET-SALES                          PIC S9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GATE-IN-COUNT                      PIC 9(9) VALUE ZERO.
       01  WS-GATE-IN-TOTAL                      PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-GATE-OUT-COUNT                     PIC 9(9) VALUE ZERO.
       01  WS-GATE-OUT-TOTAL                     PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  GATE-CALL-AREA.
           05  GG-ACTION                         PIC X(4).
           05  GG-CHAIN-ID                       PIC X(20) VALUE
                                                  'SALES-PRODUCTION'.
           05  GG-RECORD-COUNT                   PIC 9(9).
           05  GG-CONTENT-TOTAL                  PIC S9(15)V9(2).
           05  GG-RUN-DATE                       PIC 9(8).
           05  GG-STATUS                         PIC X(1).
       01  DEALER-MASTER-TABLE.
           05  DEALER-MASTER-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-MASTER-COUNT
                   INDEXED BY MST-IDX.
               10  DM-LEVEL-CDE                  PIC X(1).
               10  DM-FINS-ID                    PIC 9(7).
               10  DM-DEALER-BRANCH-ID           PIC X(9).
               10  DM-REP-ID                     PIC X(9).
               10  DM-REP-NAME                   PIC X(30).
               10  DM-STATUS-CDE                 PIC X(1).
       01  PRODUCTION-TABLE.
           05  PRODUCTION-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-HISTORY-COUNT
                   INDEXED BY PRD-IDX.
               10  PR-FINS-ID                    PIC 9(7).
               10  PR-DEALER-BRANCH-ID           PIC X(9).
               10  PR-REP-ID                     PIC X(9).
               10  PR-FUND-CODE                  PIC 9(7).
               10  PR-BUCKET OCCURS 3 TIMES.
                   15  PR-GROSS-SALES            PIC 9(13)V9(2).
                   15  PR-REDEMPTIONS            PIC 9(13)V9(2).
                   15  PR-EXCHANGE-IN            PIC 9(13)V9(2).
                   15  PR-EXCHANGE-OUT           PIC 9(13)V9(2).
       01  REP-LEAGUE-TABLE.
           05  REP-LEAGUE-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-REP-COUNT
                   INDEXED BY REP-IDX.
               10  RL-FINS-ID                    PIC 9(7).
               10  RL-DEALER-BRANCH-ID           PIC X(9).
               10  RL-REP-ID                     PIC X(9).
               10  RL-RANKED-SW                  PIC X(1).
               10  RL-BUCKET OCCURS 3 TIMES.
                   15  RL-GROSS-SALES            PIC 9(13)V9(2).
                   15  RL-REDEMPTIONS            PIC 9(13)V9(2).
                   15  RL-EXCHANGE-IN            PIC 9(13)V9(2).
                   15  RL-EXCHANGE-OUT           PIC 9(13)V9(2).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'DEALER / REP SALES PRODUCTION LEAGUE TABLE'.
       01  WS-COLUMN-LINE.
           05  FILLER                            PIC X(34) VALUE
               ' RANK FINS-ID BRANCH    REP'.
           05  FILLER                            PIC X(15) VALUE
               '        DAY-NET'.
           05  FILLER                            PIC X(16) VALUE
               '       MTD-GROSS'.
           05  FILLER                            PIC X(16) VALUE
               ' MTD-REDEMPTIONS'.
           05  FILLER                            PIC X(16) VALUE
               '         MTD-NET'.
           05  FILLER                            PIC X(16) VALUE
               '    MTD-EXCH-NET'.
           05  FILLER                            PIC X(16) VALUE
               '         YTD-NET'.
       01  WS-DETAIL-LINE.
           05  DL-RANK                           PIC ZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FINS-ID                        PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-BRANCH-ID                      PIC X(9).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-REP-ID                         PIC X(9).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-DAY-NET                        PIC -Z(10)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-MTD-GROSS                      PIC Z(11)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-MTD-REDEMPTIONS                PIC Z(11)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-MTD-NET                        PIC -Z(10)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-MTD-EXCHANGE-NET               PIC -Z(10)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-YTD-NET                        PIC -Z(10)9.99.
       01  WS-SUMMARY-LINE.
           05  FILLER                            PIC X(18) VALUE
               'TRADES BUCKETED: '.
           05  SL-TRADE-COUNT                    PIC ZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  EXCHANGES: '.
           05  SL-EXCHANGE-COUNT                 PIC ZZZZZZ9.
           05  FILLER                            PIC X(26) VALUE
               '  REPS ROLLED TO BRANCH: '.
           05  SL-ROLLED-UP-COUNT                PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BUCKET-DFA-ACTIVITY
           PERFORM 2900-APPLY-DFA-GROUP
           PERFORM 3000-WRITE-HISTORY-OUT
           PERFORM 4000-BUILD-REP-LEAGUE
           PERFORM 4500-RANK-AND-REPORT
           PERFORM 5000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT PRODUCTION-PARM
           READ PRODUCTION-PARM
               AT END
                   MOVE FUNCTION NUMVAL(
                        FUNCTION CURRENT-DATE(1:8)) TO WS-RUN-DATE
               NOT AT END
                   MOVE PARM-RUN-DATE TO WS-RUN-DATE
                   IF PARM-LEAGUE-SIZE > ZERO
                       MOVE PARM-LEAGUE-SIZE TO WS-LEAGUE-SIZE
                   END-IF
           END-READ
           CLOSE PRODUCTION-PARM
           PERFORM 1100-LOAD-DEALER-MASTER
           PERFORM 1200-LOAD-HISTORY
           OPEN OUTPUT INCENTIVE-EXTRACT-FILE
           OPEN OUTPUT LEAGUE-RPT-FILE
           WRITE LEAGUE-RPT-LINE FROM WS-HEADLINE-1
           WRITE LEAGUE-RPT-LINE FROM WS-COLUMN-LINE.

       1100-LOAD-DEALER-MASTER.
           OPEN INPUT DEALER-MASTER-IN
           PERFORM 1110-READ-MASTER
               UNTIL WS-EOF
           CLOSE DEALER-MASTER-IN
           MOVE 'N' TO WS-EOF-SW.

       1110-READ-MASTER.
           READ DEALER-MASTER-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-MASTER-COUNT < WS-MAX-ROWS
                       AND MI-LEVEL-CDE = 'R'
                       ADD 1 TO WS-MASTER-COUNT
                       SET MST-IDX TO WS-MASTER-COUNT
                       MOVE MI-LEVEL-CDE TO DM-LEVEL-CDE (MST-IDX)
                       MOVE MI-FINS-ID TO DM-FINS-ID (MST-IDX)
                       MOVE MI-DEALER-BRANCH-ID TO
                           DM-DEALER-BRANCH-ID (MST-IDX)
                       MOVE MI-REP-ID TO DM-REP-ID (MST-IDX)
                       MOVE MI-REP-NAME TO DM-REP-NAME (MST-IDX)
                       MOVE MI-STATUS-CDE TO DM-STATUS-CDE (MST-IDX)
                   END-IF
           END-READ.

       1200-LOAD-HISTORY.
           OPEN INPUT PRODUCTION-HIST-IN
           PERFORM 1210-READ-HISTORY
               UNTIL WS-EOF
           CLOSE PRODUCTION-HIST-IN
           MOVE 'N' TO WS-EOF-SW
           PERFORM 1290-VERIFY-GENERATION.

       1210-READ-HISTORY.
           READ PRODUCTION-HIST-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-GATE-IN-COUNT
                   ADD HI-GROSS-SALES (3) TO WS-GATE-IN-TOTAL
                   IF WS-HISTORY-COUNT < WS-MAX-HISTORY
                       PERFORM 1220-TABLE-HISTORY-ROW
                   END-IF
           END-READ.

       1220-TABLE-HISTORY-ROW.
           ADD 1 TO WS-HISTORY-COUNT
           SET PRD-IDX TO WS-HISTORY-COUNT
           MOVE HI-FINS-ID TO PR-FINS-ID (PRD-IDX)
           MOVE HI-DEALER-BRANCH-ID TO PR-DEALER-BRANCH-ID (PRD-IDX)
           MOVE HI-REP-ID TO PR-REP-ID (PRD-IDX)
           MOVE HI-FUND-CODE TO PR-FUND-CODE (PRD-IDX)
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 3
               MOVE HI-GROSS-SALES (WS-BKT) TO
                   PR-GROSS-SALES (PRD-IDX WS-BKT)
               MOVE HI-REDEMPTIONS (WS-BKT) TO
                   PR-REDEMPTIONS (PRD-IDX WS-BKT)
               MOVE HI-EXCHANGE-IN (WS-BKT) TO
                   PR-EXCHANGE-IN (PRD-IDX WS-BKT)
               MOVE HI-EXCHANGE-OUT (WS-BKT) TO
                   PR-EXCHANGE-OUT (PRD-IDX WS-BKT)
           END-PERFORM
           MOVE 1 TO WS-BKT
           PERFORM 1230-CLEAR-BUCKET
           IF HI-LAST-RUN-DATE (1:6) NOT = WS-RUN-DATE (1:6)
               MOVE 2 TO WS-BKT
               PERFORM 1230-CLEAR-BUCKET
           END-IF
           IF HI-LAST-RUN-DATE (1:4) NOT = WS-RUN-DATE (1:4)
               MOVE 3 TO WS-BKT
               PERFORM 1230-CLEAR-BUCKET
           END-IF.

       1230-CLEAR-BUCKET.
           MOVE ZERO TO PR-GROSS-SALES (PRD-IDX WS-BKT)
           MOVE ZERO TO PR-REDEMPTIONS (PRD-IDX WS-BKT)
           MOVE ZERO TO PR-EXCHANGE-IN (PRD-IDX WS-BKT)
           MOVE ZERO TO PR-EXCHANGE-OUT (PRD-IDX WS-BKT).

       1290-VERIFY-GENERATION.
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

       2000-BUCKET-DFA-ACTIVITY.
           OPEN INPUT DIRECT-FINANCIAL-ACTIVITY
           PERFORM 2100-READ-DFA
               UNTIL WS-EOF
           CLOSE DIRECT-FINANCIAL-ACTIVITY
           MOVE 'N' TO WS-EOF-SW.

       2100-READ-DFA.
           READ DIRECT-FINANCIAL-ACTIVITY
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF DIRECT-FINANCIAL-ACTIVITY-REC
                       EVALUATE SEQUENCE-NUMBER
                           WHEN 1
                               PERFORM 2900-APPLY-DFA-GROUP
                               PERFORM 2200-START-DFA-GROUP
                           WHEN 2
                               MOVE REPRESENTATIVE-NUMBER TO
                                   WS-GRP-REP-ID
                           WHEN 3
                               MOVE FUND-FROM-TO TO
                                   WS-GRP-FUND-FROM-TO
                           WHEN 7
                               MOVE NSCC-TRANS-CODE TO
                                   WS-GRP-NSCC-TRANS-CODE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       2200-START-DFA-GROUP.
           MOVE FINS-ID TO WS-GRP-FINS-ID
           MOVE DEALER-BRANCH-ID TO WS-GRP-BRANCH-ID
           MOVE FUND-CODE TO WS-GRP-FUND-CODE
           MOVE SHARE-BALANCE-EFFECT-CODE TO WS-GRP-EFFECT-CODE
           MOVE TRANSACTION-GROSS-AMOUNT TO WS-GRP-GROSS-AMOUNT
           MOVE SPACES TO WS-GRP-REP-ID
           MOVE ZERO TO WS-GRP-FUND-FROM-TO
           MOVE SPACES TO WS-GRP-NSCC-TRANS-CODE
           SET WS-GROUP-OPEN TO TRUE.

       2900-APPLY-DFA-GROUP.
           IF WS-GROUP-OPEN
               IF WS-GRP-EFFECT-CODE = 'A' OR WS-GRP-EFFECT-CODE = 'S'
                   PERFORM 2910-RESOLVE-REP
                   PERFORM 2920-LOOKUP-PRODUCTION-ROW
                   IF WS-FOUND
                       PERFORM 2930-BUCKET-TRADE
                   END-IF
               END-IF
               MOVE 'N' TO WS-GROUP-OPEN-SW
           END-IF.

       2910-RESOLVE-REP.
           IF WS-GRP-REP-ID NOT = SPACES
               MOVE 'N' TO WS-FOUND-SW
               PERFORM VARYING MST-IDX FROM 1 BY 1
                   UNTIL MST-IDX > WS-MASTER-COUNT OR WS-FOUND
                   IF DM-FINS-ID (MST-IDX) = WS-GRP-FINS-ID
                       AND DM-DEALER-BRANCH-ID (MST-IDX)
                           = WS-GRP-BRANCH-ID
                       AND DM-REP-ID (MST-IDX) = WS-GRP-REP-ID
                       SET WS-FOUND TO TRUE
                       SET WS-MATCHED-IDX TO MST-IDX
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   ADD 1 TO WS-REPS-ROLLED-UP
                   MOVE SPACES TO WS-GRP-REP-ID
               ELSE
                   IF DM-STATUS-CDE (WS-MATCHED-IDX) NOT = 'A'
                       ADD 1 TO WS-REPS-ROLLED-UP
                       MOVE SPACES TO WS-GRP-REP-ID
                   END-IF
               END-IF
           END-IF.

       2920-LOOKUP-PRODUCTION-ROW.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > WS-HISTORY-COUNT OR WS-FOUND
               IF PR-FINS-ID (PRD-IDX) = WS-GRP-FINS-ID
                   AND PR-DEALER-BRANCH-ID (PRD-IDX) = WS-GRP-BRANCH-ID
                   AND PR-REP-ID (PRD-IDX) = WS-GRP-REP-ID
                   AND PR-FUND-CODE (PRD-IDX) = WS-GRP-FUND-CODE
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO PRD-IDX
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-HISTORY-COUNT < WS-MAX-HISTORY
               ADD 1 TO WS-HISTORY-COUNT
               SET PRD-IDX TO WS-HISTORY-COUNT
               MOVE WS-GRP-FINS-ID TO PR-FINS-ID (PRD-IDX)
               MOVE WS-GRP-BRANCH-ID TO PR-DEALER-BRANCH-ID (PRD-IDX)
               MOVE WS-GRP-REP-ID TO PR-REP-ID (PRD-IDX)
               MOVE WS-GRP-FUND-CODE TO PR-FUND-CODE (PRD-IDX)
               PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 3
                   PERFORM 1230-CLEAR-BUCKET
               END-PERFORM
               SET WS-FOUND TO TRUE
               SET WS-MATCHED-IDX TO PRD-IDX
           END-IF.

       2930-BUCKET-TRADE.
           MOVE 'N' TO WS-GRP-EXCHANGE-SW
           IF WS-GRP-FUND-FROM-TO NOT = ZERO
               OR WS-GRP-NSCC-TRANS-CODE = '05'
               OR WS-GRP-NSCC-TRANS-CODE = '06'
               SET WS-GRP-EXCHANGE TO TRUE
               ADD 1 TO WS-EXCHANGES-BUCKETED
           ELSE
               ADD 1 TO WS-TRADES-BUCKETED
           END-IF
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 3
               EVALUATE TRUE
                   WHEN WS-GRP-EXCHANGE AND WS-GRP-EFFECT-CODE = 'A'
                       ADD WS-GRP-GROSS-AMOUNT TO
                           PR-EXCHANGE-IN (WS-MATCHED-IDX WS-BKT)
                   WHEN WS-GRP-EXCHANGE
                       ADD WS-GRP-GROSS-AMOUNT TO
                           PR-EXCHANGE-OUT (WS-MATCHED-IDX WS-BKT)
                   WHEN WS-GRP-EFFECT-CODE = 'A'
                       ADD WS-GRP-GROSS-AMOUNT TO
                           PR-GROSS-SALES (WS-MATCHED-IDX WS-BKT)
                   WHEN OTHER
                       ADD WS-GRP-GROSS-AMOUNT TO
                           PR-REDEMPTIONS (WS-MATCHED-IDX WS-BKT)
               END-EVALUATE
           END-PERFORM.

       3000-WRITE-HISTORY-OUT.
           OPEN OUTPUT PRODUCTION-HIST-OUT
           PERFORM VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > WS-HISTORY-COUNT
               IF PR-GROSS-SALES (PRD-IDX 3) > ZERO
                   OR PR-REDEMPTIONS (PRD-IDX 3) > ZERO
                   OR PR-EXCHANGE-IN (PRD-IDX 3) > ZERO
                   OR PR-EXCHANGE-OUT (PRD-IDX 3) > ZERO
                   PERFORM 3100-WRITE-HISTORY-ROW
               END-IF
           END-PERFORM
           CLOSE PRODUCTION-HIST-OUT
           PERFORM 3900-SAVE-GENERATION.

       3100-WRITE-HISTORY-ROW.
           MOVE PR-FINS-ID (PRD-IDX) TO HO-FINS-ID
           MOVE PR-DEALER-BRANCH-ID (PRD-IDX) TO HO-DEALER-BRANCH-ID
           MOVE PR-REP-ID (PRD-IDX) TO HO-REP-ID
           MOVE PR-FUND-CODE (PRD-IDX) TO HO-FUND-CODE
           MOVE WS-RUN-DATE TO HO-LAST-RUN-DATE
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 3
               MOVE PR-GROSS-SALES (PRD-IDX WS-BKT) TO
                   HO-GROSS-SALES (WS-BKT)
               MOVE PR-REDEMPTIONS (PRD-IDX WS-BKT) TO
                   HO-REDEMPTIONS (WS-BKT)
               MOVE PR-EXCHANGE-IN (PRD-IDX WS-BKT) TO
                   HO-EXCHANGE-IN (WS-BKT)
               MOVE PR-EXCHANGE-OUT (PRD-IDX WS-BKT) TO
                   HO-EXCHANGE-OUT (WS-BKT)
           END-PERFORM
           ADD 1 TO WS-GATE-OUT-COUNT
           ADD HO-GROSS-SALES (3) TO WS-GATE-OUT-TOTAL
           WRITE PRODUCTION-HIST-OUT-RECORD.

       3900-SAVE-GENERATION.
           MOVE 'SAVE' TO GG-ACTION
           MOVE WS-GATE-OUT-COUNT TO GG-RECORD-COUNT
           MOVE WS-GATE-OUT-TOTAL TO GG-CONTENT-TOTAL
           MOVE WS-RUN-DATE TO GG-RUN-DATE
           CALL 'GENERATION-GATE' USING GG-ACTION GG-CHAIN-ID
               GG-RECORD-COUNT GG-CONTENT-TOTAL GG-RUN-DATE
               GG-STATUS.

       4000-BUILD-REP-LEAGUE.
           PERFORM VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > WS-HISTORY-COUNT
               PERFORM 4100-ADD-TO-REP-LEAGUE
           END-PERFORM.

       4100-ADD-TO-REP-LEAGUE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING REP-IDX FROM 1 BY 1
               UNTIL REP-IDX > WS-REP-COUNT OR WS-FOUND
               IF RL-FINS-ID (REP-IDX) = PR-FINS-ID (PRD-IDX)
                   AND RL-DEALER-BRANCH-ID (REP-IDX)
                       = PR-DEALER-BRANCH-ID (PRD-IDX)
                   AND RL-REP-ID (REP-IDX) = PR-REP-ID (PRD-IDX)
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO REP-IDX
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-REP-COUNT < WS-MAX-REPS
               ADD 1 TO WS-REP-COUNT
               SET REP-IDX TO WS-REP-COUNT
               MOVE PR-FINS-ID (PRD-IDX) TO RL-FINS-ID (REP-IDX)
               MOVE PR-DEALER-BRANCH-ID (PRD-IDX) TO
                   RL-DEALER-BRANCH-ID (REP-IDX)
               MOVE PR-REP-ID (PRD-IDX) TO RL-REP-ID (REP-IDX)
               MOVE 'N' TO RL-RANKED-SW (REP-IDX)
               PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 3
                   MOVE ZERO TO RL-GROSS-SALES (REP-IDX WS-BKT)
                   MOVE ZERO TO RL-REDEMPTIONS (REP-IDX WS-BKT)
                   MOVE ZERO TO RL-EXCHANGE-IN (REP-IDX WS-BKT)
                   MOVE ZERO TO RL-EXCHANGE-OUT (REP-IDX WS-BKT)
               END-PERFORM
               SET WS-FOUND TO TRUE
               SET WS-MATCHED-IDX TO REP-IDX
           END-IF
           IF WS-FOUND
               PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 3
                   ADD PR-GROSS-SALES (PRD-IDX WS-BKT) TO
                       RL-GROSS-SALES (WS-MATCHED-IDX WS-BKT)
                   ADD PR-REDEMPTIONS (PRD-IDX WS-BKT) TO
                       RL-REDEMPTIONS (WS-MATCHED-IDX WS-BKT)
                   ADD PR-EXCHANGE-IN (PRD-IDX WS-BKT) TO
                       RL-EXCHANGE-IN (WS-MATCHED-IDX WS-BKT)
                   ADD PR-EXCHANGE-OUT (PRD-IDX WS-BKT) TO
                       RL-EXCHANGE-OUT (WS-MATCHED-IDX WS-BKT)
               END-PERFORM
           END-IF.

       4500-RANK-AND-REPORT.
           MOVE ZERO TO WS-RANK
           MOVE 1 TO WS-BEST-IDX
           PERFORM 4510-RANK-NEXT-REP
               UNTIL WS-RANK >= WS-REP-COUNT
                  OR WS-BEST-IDX = ZERO.

       4510-RANK-NEXT-REP.
           MOVE ZERO TO WS-BEST-IDX
           PERFORM VARYING REP-IDX FROM 1 BY 1
               UNTIL REP-IDX > WS-REP-COUNT
               IF RL-RANKED-SW (REP-IDX) = 'N'
                   COMPUTE WS-NET-SALES =
                       RL-GROSS-SALES (REP-IDX 2)
                       - RL-REDEMPTIONS (REP-IDX 2)
                   IF WS-BEST-IDX = ZERO
                       OR WS-NET-SALES > WS-BEST-NET
                       SET WS-BEST-IDX TO REP-IDX
                       MOVE WS-NET-SALES TO WS-BEST-NET
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-IDX > ZERO
               ADD 1 TO WS-RANK
               MOVE 'Y' TO RL-RANKED-SW (WS-BEST-IDX)
               PERFORM 4520-WRITE-INCENTIVE-EXTRACT
               IF WS-RANK <= WS-LEAGUE-SIZE
                   PERFORM 4530-WRITE-LEAGUE-LINE
               END-IF
           END-IF.

       4520-WRITE-INCENTIVE-EXTRACT.
           MOVE WS-RUN-DATE TO IX-RUN-DATE
           MOVE WS-RANK TO IX-RANK
           MOVE RL-FINS-ID (WS-BEST-IDX) TO IX-FINS-ID
           MOVE RL-DEALER-BRANCH-ID (WS-BEST-IDX) TO
               IX-DEALER-BRANCH-ID
           MOVE RL-REP-ID (WS-BEST-IDX) TO IX-REP-ID
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 3
               MOVE RL-GROSS-SALES (WS-BEST-IDX WS-BKT) TO
                   IX-GROSS-SALES (WS-BKT)
               MOVE RL-REDEMPTIONS (WS-BEST-IDX WS-BKT) TO
                   IX-REDEMPTIONS (WS-BKT)
               COMPUTE IX-NET-SALES (WS-BKT) =
                   RL-GROSS-SALES (WS-BEST-IDX WS-BKT)
                   - RL-REDEMPTIONS (WS-BEST-IDX WS-BKT)
               MOVE RL-EXCHANGE-IN (WS-BEST-IDX WS-BKT) TO
                   IX-EXCHANGE-IN (WS-BKT)
               MOVE RL-EXCHANGE-OUT (WS-BEST-IDX WS-BKT) TO
                   IX-EXCHANGE-OUT (WS-BKT)
           END-PERFORM
           WRITE INCENTIVE-EXTRACT-RECORD.

       4530-WRITE-LEAGUE-LINE.
           MOVE WS-RANK TO DL-RANK
           MOVE RL-FINS-ID (WS-BEST-IDX) TO DL-FINS-ID
           MOVE RL-DEALER-BRANCH-ID (WS-BEST-IDX) TO DL-BRANCH-ID
           MOVE RL-REP-ID (WS-BEST-IDX) TO DL-REP-ID
           MOVE IX-NET-SALES (1) TO DL-DAY-NET
           MOVE IX-GROSS-SALES (2) TO DL-MTD-GROSS
           MOVE IX-REDEMPTIONS (2) TO DL-MTD-REDEMPTIONS
           MOVE IX-NET-SALES (2) TO DL-MTD-NET
           COMPUTE DL-MTD-EXCHANGE-NET =
               IX-EXCHANGE-IN (2) - IX-EXCHANGE-OUT (2)
           MOVE IX-NET-SALES (3) TO DL-YTD-NET
           WRITE LEAGUE-RPT-LINE FROM WS-DETAIL-LINE.

       5000-FINALIZE.
           MOVE WS-TRADES-BUCKETED TO SL-TRADE-COUNT
           MOVE WS-EXCHANGES-BUCKETED TO SL-EXCHANGE-COUNT
           MOVE WS-REPS-ROLLED-UP TO SL-ROLLED-UP-COUNT
           WRITE LEAGUE-RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE INCENTIVE-EXTRACT-FILE
           CLOSE LEAGUE-RPT-FILE.
