       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAN-ROLLUP-LOAD.
      ******************************************************************
      *  Retirement plan sponsor roll-up.  An employer-sponsored plan
      *  reaches us as many participant accounts sharing one
      *  EXTERNAL-PLAN-ID, and plan sponsors and their third-party
      *  administrators (THIRD-PRTY-ADMN-ID) ask for plan-level totals
      *  nothing here could produce.
      *
      *  A plan history keyed on EXTERNAL-PLAN-ID / FUND-CODE rolls
      *  forward on PLAN-HIST-IN / PLAN-HIST-OUT, certified through
      *  GENERATION-GATE, the way SALES-PRODUCTION-LOAD rolls its
      *  production history.  Each row carries the plan's position in
      *  the fund as of the period just run and three activity
      *  buckets - the period, quarter-to-date and year-to-date.  The
      *  period bucket is cleared every run; the quarter-to-date
      *  bucket is cleared when the run date enters a new calendar
      *  quarter and the year-to-date bucket when it enters a new
      *  year, judged from the date the row was last rolled, so the
      *  quarterly and annual sponsor statements come straight from
      *  the accumulated file.  A row with FUND-CODE zero is the plan
      *  total across all its funds; it is rebuilt every run and
      *  keeps the prior period's participant count and assets for
      *  the change check below.  Shares are not totalled across
      *  funds, so the plan-total row carries assets only.
      *
      *  The plan is taken from EXTERNAL-PLAN-ID on APR SEQUENCE-
      *  NUMBER 2, DFA SEQUENCE-NUMBER 2 and DVRA SEQUENCE-NUMBER 2;
      *  where a feed leaves it blank the account's plan on the AMP
      *  (SEQUENCE-NUMBER 4, which also carries the administrator) is
      *  used.  Activity for an account in no plan is ignored.
      *    - POSITIONS     APR SEQUENCE-NUMBER 1 shares at NET-ASSET-
      *                    VALUE; SEQUENCE-NUMBER 6 gives the
      *                    FUND-GRP-NUMBER and ACCOUNT-GROUP-ID.  An
      *                    account holding shares is a participant in
      *                    the fund, and counted once in the plan
      *                    total however many funds it holds.
      *    - CONTRIBUTIONS DFA purchases (share effect 'A')
      *    - DISTRIBUTIONS DFA redemptions (share effect 'S')
      *    - EXCHANGES     DFA groups carrying FUND-FROM-TO or NSCC
      *                    exchange code 05 / 06, in or out by effect
      *                    as SALES-PRODUCTION-LOAD buckets them
      *    - REINVESTED    DVRA DIST-TYPE-REINVEST DISTRIBUTION-AMOUNT
      *
      *  Every plan and plan/fund row is written to the plan-sponsor
      *  statement extract (STMTNAME) with its three buckets, and to
      *  the plan asset file for the administrator (TPANAME).  The
      *  report lists plans whose participant count or asset total
      *  moved from the prior period by more than the parameter
      *  percentage (default 25), plans new to the file, and plans
      *  that had participants last period and have none now - as a
      *  rule a plan conversion or a lost payroll feed.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-POSITION ASSIGN TO "AMPNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCOUNT-POSITION ASSIGN TO "APRNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIRECT-FINANCIAL-ACTIVITY ASSIGN TO "DFANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIVIDEND-REFRESHER ASSIGN TO "DVRANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PLAN-HIST-IN ASSIGN TO "PLANHISTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PLAN-HIST-OUT ASSIGN TO "PLANHISTOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PLAN-STATEMENT-FILE ASSIGN TO "STMTNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TPA-ASSET-FILE ASSIGN TO "TPANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ROLLUP-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PLAN-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-POSITION.
       01  AMP-RECORD.
           05  RECORD-CODE                       PIC X(3).
               88  ACCOUNT-MASTER-POSITION-REC        VALUE 'AMP'.
           05  SEQUENCE-NUMBER-AMP               PIC 9(3).
           05  AMP-DETAIL-RECORD-1.
               10  FILLER                        PIC X(32).
               10  AMP-CUSTOMER-ACCOUNT-NUMBER   PIC X(20).
               10  FILLER                        PIC X(102).
           05  AMP-DETAIL-RECORD-4 REDEFINES AMP-DETAIL-RECORD-1.
               10  FILLER                        PIC X(89).
               10  AMP-THIRD-PRTY-ADMN-ID        PIC 9(7).
               10  AMP-EXTERNAL-PLAN-ID          PIC X(9).
               10  FILLER                        PIC X(49).
       FD  ACCOUNT-POSITION.
       01  APR-RECORD.
           05  RECORD-TYPE-APR                   PIC X(3).
               88  ACCOUNT-ACTIVITY-REC              VALUE 'APR'.
           05  SEQUENCE-NUMBER-APR               PIC 9(3).
           05  APR-DETAIL-RECORD-1.
               10  FILLER                        PIC X(25).
               10  APR-FUND-CODE                 PIC 9(7).
               10  APR-CUSTOMER-ACCOUNT-NUMBER   PIC X(20).
               10  FILLER                        PIC X(1).
               10  TOTAL-SHARES-COUNT            PIC 9(11)V9(4).
               10  FILLER                        PIC X(30).
               10  NET-ASSET-VALUE               PIC 9(5)V9(4).
               10  FILLER                        PIC X(30).
               10  APR-THIRD-PRTY-ADMN-ID        PIC 9(7).
               10  FILLER                        PIC X(10).
           05  APR-DETAIL-RECORD-2 REDEFINES APR-DETAIL-RECORD-1.
               10  FILLER                        PIC X(129).
               10  APR-EXTERNAL-PLAN-ID          PIC X(9).
               10  FILLER                        PIC X(16).
           05  APR-DETAIL-RECORD-6 REDEFINES APR-DETAIL-RECORD-1.
               10  FUND-GRP-NUMBER               PIC 9(7).
               10  ACCOUNT-GROUP-ID              PIC 9(11).
               10  FILLER                        PIC X(136).
       FD  DIRECT-FINANCIAL-ACTIVITY.
       01  DFA-RECORD.
           05  RECORD-TYPE                       PIC X(3).
               88  DIRECT-FINANCIAL-ACTIVITY-REC      VALUE 'DFA'.
           05  SEQUENCE-NUMBER                   PIC 9(3).
           05  DETAIL-RECORD-1.
               10  FILLER                        PIC X(28).
               10  FUND-CODE                     PIC 9(7).
               10  CUSTOMER-ACCOUNT-NUMBER       PIC X(20).
               10  FILLER                        PIC X(22).
               10  SHARE-BALANCE-EFFECT-CODE     PIC X(1).
                   88  SHARE-BALANCE-ADD             VALUE 'A'.
                   88  SHARE-BALANCE-SUBTRACT        VALUE 'S'.
               10  FILLER                        PIC X(9).
               10  TRANSACTION-GROSS-AMOUNT      PIC 9(13)V9(2).
               10  FILLER                        PIC X(52).
           05  DETAIL-RECORD-2 REDEFINES DETAIL-RECORD-1.
               10  FILLER                        PIC X(139).
               10  DFA-EXTERNAL-PLAN-ID          PIC X(9).
               10  FILLER                        PIC X(6).
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
       FD  DIVIDEND-REFRESHER.
       01  DIVIDEND-REFRESHER-RECORD.
           05  RECORD-TYPE-DVRA                  PIC X(3).
               88  CAP-GAIN-HEADER                   VALUE 'CGH'.
               88  CAP-GAIN-REFRESHER                VALUE 'CGR'.
               88  DIVIDEND-HEADER                   VALUE 'DVH'.
               88  DIVIDEND-REFRESHER-REC             VALUE 'DVR'.
           05  SEQUENCE-NUMBER-DVRA              PIC 9(3).
           05  HEADER-RECORD-1.
               10  FILLER                        PIC X(33).
               10  HDR-FUND-CODE                 PIC 9(7).
               10  FILLER                        PIC X(114).
           05  DVRA-DETAIL-RECORD-1 REDEFINES HEADER-RECORD-1.
               10  FILLER                        PIC X(16).
               10  DVRA-CUSTOMER-ACCOUNT-NUMBER  PIC X(20).
               10  FILLER                        PIC X(27).
               10  DIST-TYPE-CODE                PIC X(1).
                   88  DIST-TYPE-REINVEST            VALUE '0'.
               10  REINVESTED-SHARES-COUNT       PIC 9(11)V9(4).
               10  FILLER                        PIC X(30).
               10  DISTRIBUTION-AMOUNT           PIC 9(13)V9(2).
               10  FILLER                        PIC X(30).
           05  DVRA-DETAIL-RECORD-2 REDEFINES HEADER-RECORD-1.
               10  FILLER                        PIC X(82).
               10  DVRA-EXTERNAL-PLAN-ID         PIC X(9).
               10  FILLER                        PIC X(63).
       FD  PLAN-HIST-IN.
       01  PLAN-HIST-IN-RECORD.
           05  HI-EXTERNAL-PLAN-ID               PIC X(9).
           05  HI-FUND-CODE                      PIC 9(7).
           05  HI-THIRD-PRTY-ADMN-ID             PIC 9(7).
           05  HI-FUND-GRP-NUMBER                PIC 9(7).
           05  HI-ACCOUNT-GROUP-ID               PIC 9(11).
           05  HI-LAST-RUN-DATE                  PIC 9(8).
           05  HI-PARTICIPANT-COUNT              PIC 9(7).
           05  HI-TOTAL-SHARES                   PIC 9(11)V9(4).
           05  HI-ASSET-VALUE                    PIC 9(13)V9(2).
           05  HI-BUCKET OCCURS 3 TIMES.
               10  HI-CONTRIBUTIONS              PIC 9(13)V9(2).
               10  HI-DISTRIBUTIONS              PIC 9(13)V9(2).
               10  HI-EXCHANGE-IN                PIC 9(13)V9(2).
               10  HI-EXCHANGE-OUT               PIC 9(13)V9(2).
               10  HI-REINVESTED                 PIC 9(13)V9(2).
       FD  PLAN-HIST-OUT.
       01  PLAN-HIST-OUT-RECORD.
           05  HO-EXTERNAL-PLAN-ID               PIC X(9).
           05  HO-FUND-CODE                      PIC 9(7).
           05  HO-THIRD-PRTY-ADMN-ID             PIC 9(7).
           05  HO-FUND-GRP-NUMBER                PIC 9(7).
           05  HO-ACCOUNT-GROUP-ID               PIC 9(11).
           05  HO-LAST-RUN-DATE                  PIC 9(8).
           05  HO-PARTICIPANT-COUNT              PIC 9(7).
           05  HO-TOTAL-SHARES                   PIC 9(11)V9(4).
           05  HO-ASSET-VALUE                    PIC 9(13)V9(2).
           05  HO-BUCKET OCCURS 3 TIMES.
               10  HO-CONTRIBUTIONS              PIC 9(13)V9(2).
               10  HO-DISTRIBUTIONS              PIC 9(13)V9(2).
               10  HO-EXCHANGE-IN                PIC 9(13)V9(2).
               10  HO-EXCHANGE-OUT               PIC 9(13)V9(2).
               10  HO-REINVESTED                 PIC 9(13)V9(2).
       FD  PLAN-STATEMENT-FILE.
       01  PLAN-STATEMENT-RECORD.
           05  SX-RUN-DATE                       PIC 9(8).
           05  SX-ROW-TYPE-CDE                   PIC X(1).
               88  SX-PLAN-TOTAL-ROW                 VALUE 'P'.
               88  SX-PLAN-FUND-ROW                  VALUE 'F'.
           05  SX-EXTERNAL-PLAN-ID               PIC X(9).
           05  SX-THIRD-PRTY-ADMN-ID             PIC 9(7).
           05  SX-ACCOUNT-GROUP-ID               PIC 9(11).
           05  SX-FUND-CODE                      PIC 9(7).
           05  SX-FUND-GRP-NUMBER                PIC 9(7).
           05  SX-PRIOR-PARTICIPANTS             PIC 9(7).
           05  SX-PARTICIPANT-COUNT              PIC 9(7).
           05  SX-TOTAL-SHARES                   PIC 9(11)V9(4).
           05  SX-PRIOR-ASSET-VALUE              PIC 9(13)V9(2).
           05  SX-ASSET-VALUE                    PIC 9(13)V9(2).
           05  SX-BUCKET OCCURS 3 TIMES.
               10  SX-CONTRIBUTIONS              PIC 9(13)V9(2).
               10  SX-DISTRIBUTIONS              PIC 9(13)V9(2).
               10  SX-EXCHANGE-IN                PIC 9(13)V9(2).
               10  SX-EXCHANGE-OUT               PIC 9(13)V9(2).
               10  SX-REINVESTED                 PIC 9(13)V9(2).
               10  SX-NET-FLOW                   PIC S9(13)V9(2).
       FD  TPA-ASSET-FILE.
       01  TPA-ASSET-RECORD.
           05  TA-RUN-DATE                       PIC 9(8).
           05  TA-THIRD-PRTY-ADMN-ID             PIC 9(7).
           05  TA-EXTERNAL-PLAN-ID               PIC X(9).
           05  TA-ROW-TYPE-CDE                   PIC X(1).
           05  TA-FUND-CODE                      PIC 9(7).
           05  TA-FUND-GRP-NUMBER                PIC 9(7).
           05  TA-PARTICIPANT-COUNT              PIC 9(7).
           05  TA-TOTAL-SHARES                   PIC 9(11)V9(4).
           05  TA-ASSET-VALUE                    PIC 9(13)V9(2).
       FD  ROLLUP-PARM.
       01  ROLLUP-PARM-RECORD.
           05  PARM-RUN-DATE                     PIC 9(8).
           05  PARM-CHANGE-PCT                   PIC 9(3).
       FD  PLAN-RPT-FILE.
       01  PLAN-RPT-LINE                         PIC X(132).
       WORKING-STORAGE SECTION.
      *  BUCKET SUBSCRIPTS: 1 = PERIOD, 2 = QUARTER-TO-DATE,
      *  3 = YEAR-TO-DATE.  FUND-CODE ZERO ROWS ARE PLAN TOTALS.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-RUN-DATE                           PIC 9(8) VALUE ZERO.
       01  WS-CHANGE-LIMIT                       PIC 9(3) VALUE 25.
       01  WS-RUN-MONTH                          PIC 9(2) VALUE ZERO.
       01  WS-RUN-QUARTER                        PIC 9(1) VALUE ZERO.
       01  WS-HIST-MONTH                         PIC 9(2) VALUE ZERO.
       01  WS-HIST-QUARTER                       PIC 9(1) VALUE ZERO.
       01  WS-MAX-ROWS                           PIC 9(6) VALUE 100000.
       01  WS-PLAN-ROW-COUNT                     PIC 9(6) VALUE ZERO.
       01  WS-AMP-PLAN-COUNT                     PIC 9(6) VALUE ZERO.
       01  WS-MAX-PARTICIPANTS                   PIC 9(6) VALUE 200000.
       01  WS-PARTICIPANT-COUNT                  PIC 9(6) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(6) VALUE ZERO.
       01  WS-ROW-IDX                            PIC 9(6) VALUE ZERO.
       01  WS-BKT                                PIC 9(1) VALUE ZERO.
       01  WS-ROW-ACTIVE-SW                      PIC X(1) VALUE 'N'.
           88  WS-ROW-ACTIVE                         VALUE 'Y'.
       01  WS-AMP-ACCOUNT                        PIC X(20) VALUE
                                                  SPACES.
       01  WS-DVRA-FUND-CODE                     PIC 9(7) VALUE ZERO.
       01  WS-GROUP-OPEN-SW                      PIC X(1) VALUE 'N'.
           88  WS-GROUP-OPEN                         VALUE 'Y'.
       01  WS-GRP-ACCOUNT                        PIC X(20) VALUE
                                                  SPACES.
       01  WS-GRP-PLAN-ID                        PIC X(9) VALUE SPACES.
       01  WS-GRP-TPA-ID                         PIC 9(7) VALUE ZERO.
       01  WS-GRP-FUND-CODE                      PIC 9(7) VALUE ZERO.
       01  WS-GRP-FUND-GRP-NUMBER                PIC 9(7) VALUE ZERO.
       01  WS-GRP-ACCOUNT-GROUP-ID               PIC 9(11) VALUE ZERO.
       01  WS-GRP-SHARES                         PIC 9(11)V9(4)
                                                  VALUE ZERO.
       01  WS-GRP-NAV                            PIC 9(5)V9(4)
                                                  VALUE ZERO.
       01  WS-GRP-EFFECT-CODE                    PIC X(1) VALUE SPACE.
       01  WS-GRP-GROSS-AMOUNT                   PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GRP-FUND-FROM-TO                   PIC 9(7) VALUE ZERO.
       01  WS-GRP-NSCC-TRANS-CODE                PIC X(2) VALUE
                                                  SPACES.
       01  WS-GRP-EXCHANGE-SW                    PIC X(1) VALUE 'N'.
           88  WS-GRP-EXCHANGE                       VALUE 'Y'.
       01  WS-GRP-DIST-TYPE                      PIC X(1) VALUE SPACE.
       01  WS-GRP-DISTRIBUTION-AMOUNT            PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-POSITION-VALUE                     PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-POSITIONS-ROLLED                   PIC 9(7) VALUE ZERO.
       01  WS-TRADES-BUCKETED                    PIC 9(7) VALUE ZERO.
       01  WS-EXCHANGES-BUCKETED                 PIC 9(7) VALUE ZERO.
       01  WS-REINVESTS-BUCKETED                 PIC 9(7) VALUE ZERO.
       01  WS-OUTSIDE-PLAN                       PIC 9(7) VALUE ZERO.
       01  WS-PLANS-ROLLED                       PIC 9(7) VALUE ZERO.
       01  WS-PLAN-FUNDS-ROLLED                  PIC 9(7) VALUE ZERO.
       01  WS-PLANS-REPORTED                     PIC 9(7) VALUE ZERO.
       01  WS-PARTICIPANT-PCT                    PIC S9(7)V9(2)
                                                  VALUE ZERO.
       01  WS-ASSET-PCT                          PIC S9(7)V9(2)
                                                  VALUE ZERO.
       01  WS-ABS-PCT                            PIC 9(7)V9(2)
                                                  VALUE ZERO.
       01  WS-CHANGE-REASON                      PIC X(20) VALUE
                                                  SPACES.
       01  WS-GATE-IN-COUNT                      PIC 9(9) VALUE ZERO.
       01  WS-GATE-IN-TOTAL                      PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-GATE-OUT-COUNT                     PIC 9(9) VALUE ZERO.
       01  WS-GATE-OUT-TOTAL                     PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  GATE-CALL-AREA.
           05  GG-ACTION                         PIC X(4).
           05  GG-CHAIN-ID                       PIC X(20) VALUE
                                                  'PLAN-ROLLUP'.
           05  GG-RECORD-COUNT                   PIC 9(9).
           05  GG-CONTENT-TOTAL                  PIC S9(15)V9(2).
           05  GG-RUN-DATE                       PIC 9(8).
           05  GG-STATUS                         PIC X(1).
       01  AMP-PLAN-TABLE.
           05  AMP-PLAN-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-AMP-PLAN-COUNT
                   INDEXED BY AMP-IDX.
               10  AP-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  AP-EXTERNAL-PLAN-ID           PIC X(9).
               10  AP-THIRD-PRTY-ADMN-ID         PIC 9(7).
       01  PARTICIPANT-TABLE.
           05  PARTICIPANT-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON WS-PARTICIPANT-COUNT
                   INDEXED BY PPT-IDX.
               10  PP-EXTERNAL-PLAN-ID           PIC X(9).
               10  PP-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
       01  PLAN-TABLE.
           05  PLAN-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-PLAN-ROW-COUNT
                   INDEXED BY PLN-IDX FND-IDX.
               10  PL-EXTERNAL-PLAN-ID           PIC X(9).
               10  PL-FUND-CODE                  PIC 9(7).
               10  PL-THIRD-PRTY-ADMN-ID         PIC 9(7).
               10  PL-FUND-GRP-NUMBER            PIC 9(7).
               10  PL-ACCOUNT-GROUP-ID           PIC 9(11).
               10  PL-PRIOR-RUN-DATE             PIC 9(8).
               10  PL-PRIOR-PARTICIPANTS         PIC 9(7).
               10  PL-PRIOR-ASSET-VALUE          PIC 9(13)V9(2).
               10  PL-PARTICIPANT-COUNT          PIC 9(7).
               10  PL-TOTAL-SHARES               PIC 9(11)V9(4).
               10  PL-ASSET-VALUE                PIC 9(13)V9(2).
               10  PL-BUCKET OCCURS 3 TIMES.
                   15  PL-CONTRIBUTIONS          PIC 9(13)V9(2).
                   15  PL-DISTRIBUTIONS          PIC 9(13)V9(2).
                   15  PL-EXCHANGE-IN            PIC 9(13)V9(2).
                   15  PL-EXCHANGE-OUT           PIC 9(13)V9(2).
                   15  PL-REINVESTED             PIC 9(13)V9(2).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'RETIREMENT PLAN PARTICIPANT AND ASSET CHANGE REPORT'.
       01  WS-COLUMN-LINE.
           05  FILLER                            PIC X(47) VALUE
               'PLAN ID   TPA-ID  PRIOR-PPT CURR-PPT      PPT-%'.
           05  FILLER                            PIC X(36) VALUE
               '      PRIOR-ASSETS    CURRENT-ASSETS'.
           05  FILLER                            PIC X(19) VALUE
               '    ASSET-%  REASON'.
       01  WS-DETAIL-LINE.
           05  DL-PLAN-ID                        PIC X(9).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-TPA-ID                         PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-PRIOR-PARTICIPANTS             PIC Z(8)9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-PARTICIPANTS                   PIC Z(7)9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-PARTICIPANT-PCT                PIC -ZZZZZ9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-PRIOR-ASSETS                   PIC Z(13)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-ASSETS                         PIC Z(13)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-ASSET-PCT                      PIC -ZZZZZ9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-REASON                         PIC X(20).
       01  WS-SUMMARY-LINE-1.
           05  FILLER                            PIC X(15) VALUE
               'PLANS ROLLED: '.
           05  SL-PLAN-COUNT                     PIC ZZZZZZ9.
           05  FILLER                            PIC X(15) VALUE
               '  PLAN FUNDS: '.
           05  SL-PLAN-FUND-COUNT                PIC ZZZZZZ9.
           05  FILLER                            PIC X(17) VALUE
               '  PLANS CHANGED: '.
           05  SL-REPORTED-COUNT                 PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                            PIC X(11) VALUE
               'POSITIONS: '.
           05  SL-POSITION-COUNT                 PIC ZZZZZZ9.
           05  FILLER                            PIC X(10) VALUE
               '  TRADES: '.
           05  SL-TRADE-COUNT                    PIC ZZZZZZ9.
           05  FILLER                            PIC X(13) VALUE
               '  EXCHANGES: '.
           05  SL-EXCHANGE-COUNT                 PIC ZZZZZZ9.
           05  FILLER                            PIC X(17) VALUE
               '  REINVESTMENTS: '.
           05  SL-REINVEST-COUNT                 PIC ZZZZZZ9.
           05  FILLER                            PIC X(18) VALUE
               '  OUTSIDE A PLAN: '.
           05  SL-OUTSIDE-COUNT                  PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ROLL-APR-POSITIONS
           PERFORM 3000-BUCKET-DFA-ACTIVITY
           PERFORM 4000-BUCKET-DVRA-REINVEST
           PERFORM 5000-BUILD-PLAN-TOTALS
           PERFORM 6000-WRITE-HISTORY-OUT
           PERFORM 7000-WRITE-PLAN-EXTRACTS
           PERFORM 7500-REPORT-PLAN-CHANGES
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT ROLLUP-PARM
           READ ROLLUP-PARM
               AT END
                   MOVE FUNCTION NUMVAL(
                        FUNCTION CURRENT-DATE(1:8)) TO WS-RUN-DATE
               NOT AT END
                   MOVE PARM-RUN-DATE TO WS-RUN-DATE
                   IF PARM-CHANGE-PCT > ZERO
                       MOVE PARM-CHANGE-PCT TO WS-CHANGE-LIMIT
                   END-IF
           END-READ
           CLOSE ROLLUP-PARM
           MOVE WS-RUN-DATE (5:2) TO WS-RUN-MONTH
           COMPUTE WS-RUN-QUARTER = (WS-RUN-MONTH + 2) / 3
           PERFORM 1100-LOAD-HISTORY
           PERFORM 1200-LOAD-AMP-PLANS
           OPEN OUTPUT PLAN-STATEMENT-FILE
           OPEN OUTPUT TPA-ASSET-FILE
           OPEN OUTPUT PLAN-RPT-FILE
           WRITE PLAN-RPT-LINE FROM WS-HEADLINE-1
           WRITE PLAN-RPT-LINE FROM WS-COLUMN-LINE.

       1100-LOAD-HISTORY.
           OPEN INPUT PLAN-HIST-IN
           PERFORM 1110-READ-HISTORY
               UNTIL WS-EOF
           CLOSE PLAN-HIST-IN
           MOVE 'N' TO WS-EOF-SW
           PERFORM 1190-VERIFY-GENERATION.

       1110-READ-HISTORY.
           READ PLAN-HIST-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-GATE-IN-COUNT
                   ADD HI-ASSET-VALUE TO WS-GATE-IN-TOTAL
                   IF WS-PLAN-ROW-COUNT < WS-MAX-ROWS
                       PERFORM 1120-TABLE-HISTORY-ROW
                   END-IF
           END-READ.

       1120-TABLE-HISTORY-ROW.
           ADD 1 TO WS-PLAN-ROW-COUNT
           SET PLN-IDX TO WS-PLAN-ROW-COUNT
           MOVE HI-EXTERNAL-PLAN-ID TO PL-EXTERNAL-PLAN-ID (PLN-IDX)
           MOVE HI-FUND-CODE TO PL-FUND-CODE (PLN-IDX)
           MOVE HI-THIRD-PRTY-ADMN-ID TO
               PL-THIRD-PRTY-ADMN-ID (PLN-IDX)
           MOVE HI-FUND-GRP-NUMBER TO PL-FUND-GRP-NUMBER (PLN-IDX)
           MOVE HI-ACCOUNT-GROUP-ID TO PL-ACCOUNT-GROUP-ID (PLN-IDX)
           MOVE HI-LAST-RUN-DATE TO PL-PRIOR-RUN-DATE (PLN-IDX)
           MOVE HI-PARTICIPANT-COUNT TO
               PL-PRIOR-PARTICIPANTS (PLN-IDX)
           MOVE HI-ASSET-VALUE TO PL-PRIOR-ASSET-VALUE (PLN-IDX)
           MOVE ZERO TO PL-PARTICIPANT-COUNT (PLN-IDX)
           MOVE ZERO TO PL-TOTAL-SHARES (PLN-IDX)
           MOVE ZERO TO PL-ASSET-VALUE (PLN-IDX)
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 3
               MOVE HI-CONTRIBUTIONS (WS-BKT) TO
                   PL-CONTRIBUTIONS (PLN-IDX WS-BKT)
               MOVE HI-DISTRIBUTIONS (WS-BKT) TO
                   PL-DISTRIBUTIONS (PLN-IDX WS-BKT)
               MOVE HI-EXCHANGE-IN (WS-BKT) TO
                   PL-EXCHANGE-IN (PLN-IDX WS-BKT)
               MOVE HI-EXCHANGE-OUT (WS-BKT) TO
                   PL-EXCHANGE-OUT (PLN-IDX WS-BKT)
               MOVE HI-REINVESTED (WS-BKT) TO
                   PL-REINVESTED (PLN-IDX WS-BKT)
           END-PERFORM
           MOVE HI-LAST-RUN-DATE (5:2) TO WS-HIST-MONTH
           COMPUTE WS-HIST-QUARTER = (WS-HIST-MONTH + 2) / 3
           MOVE 1 TO WS-BKT
           PERFORM 1130-CLEAR-BUCKET
           IF HI-LAST-RUN-DATE (1:4) NOT = WS-RUN-DATE (1:4)
               OR WS-HIST-QUARTER NOT = WS-RUN-QUARTER
               MOVE 2 TO WS-BKT
               PERFORM 1130-CLEAR-BUCKET
           END-IF
           IF HI-LAST-RUN-DATE (1:4) NOT = WS-RUN-DATE (1:4)
               MOVE 3 TO WS-BKT
               PERFORM 1130-CLEAR-BUCKET
           END-IF.

       1130-CLEAR-BUCKET.
           MOVE ZERO TO PL-CONTRIBUTIONS (PLN-IDX WS-BKT)
           MOVE ZERO TO PL-DISTRIBUTIONS (PLN-IDX WS-BKT)
           MOVE ZERO TO PL-EXCHANGE-IN (PLN-IDX WS-BKT)
           MOVE ZERO TO PL-EXCHANGE-OUT (PLN-IDX WS-BKT)
           MOVE ZERO TO PL-REINVESTED (PLN-IDX WS-BKT).

       1190-VERIFY-GENERATION.
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

       1200-LOAD-AMP-PLANS.
           OPEN INPUT ACCOUNT-MASTER-POSITION
           PERFORM 1210-READ-AMP
               UNTIL WS-EOF
           CLOSE ACCOUNT-MASTER-POSITION
           MOVE 'N' TO WS-EOF-SW.

       1210-READ-AMP.
           READ ACCOUNT-MASTER-POSITION
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF ACCOUNT-MASTER-POSITION-REC
                       EVALUATE SEQUENCE-NUMBER-AMP
                           WHEN 1
                               MOVE AMP-CUSTOMER-ACCOUNT-NUMBER TO
                                   WS-AMP-ACCOUNT
                           WHEN 4
                               IF AMP-EXTERNAL-PLAN-ID NOT = SPACES
                                   PERFORM 1220-TABLE-AMP-PLAN
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       1220-TABLE-AMP-PLAN.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING AMP-IDX FROM 1 BY 1
               UNTIL AMP-IDX > WS-AMP-PLAN-COUNT OR WS-FOUND
               IF AP-CUSTOMER-ACCOUNT-NUMBER (AMP-IDX) = WS-AMP-ACCOUNT
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-AMP-PLAN-COUNT < WS-MAX-ROWS
               ADD 1 TO WS-AMP-PLAN-COUNT
               SET AMP-IDX TO WS-AMP-PLAN-COUNT
               MOVE WS-AMP-ACCOUNT TO
                   AP-CUSTOMER-ACCOUNT-NUMBER (AMP-IDX)
               MOVE AMP-EXTERNAL-PLAN-ID TO
                   AP-EXTERNAL-PLAN-ID (AMP-IDX)
               MOVE AMP-THIRD-PRTY-ADMN-ID TO
                   AP-THIRD-PRTY-ADMN-ID (AMP-IDX)
           END-IF.

       2000-ROLL-APR-POSITIONS.
           OPEN INPUT ACCOUNT-POSITION
           PERFORM 2100-READ-APR
               UNTIL WS-EOF
           CLOSE ACCOUNT-POSITION
           MOVE 'N' TO WS-EOF-SW
           PERFORM 2900-APPLY-APR-GROUP.

       2100-READ-APR.
           READ ACCOUNT-POSITION
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF ACCOUNT-ACTIVITY-REC
                       EVALUATE SEQUENCE-NUMBER-APR
                           WHEN 1
                               PERFORM 2900-APPLY-APR-GROUP
                               PERFORM 2200-START-APR-GROUP
                           WHEN 2
                               MOVE APR-EXTERNAL-PLAN-ID TO
                                   WS-GRP-PLAN-ID
                           WHEN 6
                               MOVE FUND-GRP-NUMBER TO
                                   WS-GRP-FUND-GRP-NUMBER
                               MOVE ACCOUNT-GROUP-ID TO
                                   WS-GRP-ACCOUNT-GROUP-ID
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       2200-START-APR-GROUP.
           MOVE APR-CUSTOMER-ACCOUNT-NUMBER TO WS-GRP-ACCOUNT
           MOVE APR-FUND-CODE TO WS-GRP-FUND-CODE
           MOVE TOTAL-SHARES-COUNT TO WS-GRP-SHARES
           MOVE NET-ASSET-VALUE TO WS-GRP-NAV
           MOVE APR-THIRD-PRTY-ADMN-ID TO WS-GRP-TPA-ID
           MOVE SPACES TO WS-GRP-PLAN-ID
           MOVE ZERO TO WS-GRP-FUND-GRP-NUMBER
           MOVE ZERO TO WS-GRP-ACCOUNT-GROUP-ID
           SET WS-GROUP-OPEN TO TRUE.

       2900-APPLY-APR-GROUP.
           IF WS-GROUP-OPEN
               PERFORM 8000-RESOLVE-PLAN
               IF WS-GRP-PLAN-ID = SPACES
                   ADD 1 TO WS-OUTSIDE-PLAN
               ELSE
                   IF WS-GRP-SHARES > ZERO
                       AND WS-GRP-FUND-CODE NOT = ZERO
                       PERFORM 8100-LOOKUP-PLAN-ROW
                       IF WS-FOUND
                           PERFORM 2910-ADD-POSITION
                       END-IF
                   END-IF
               END-IF
               MOVE 'N' TO WS-GROUP-OPEN-SW
           END-IF.

       2910-ADD-POSITION.
           ADD 1 TO WS-POSITIONS-ROLLED
           COMPUTE WS-POSITION-VALUE ROUNDED =
               WS-GRP-SHARES * WS-GRP-NAV
           ADD 1 TO PL-PARTICIPANT-COUNT (WS-MATCHED-IDX)
           ADD WS-GRP-SHARES TO PL-TOTAL-SHARES (WS-MATCHED-IDX)
           ADD WS-POSITION-VALUE TO PL-ASSET-VALUE (WS-MATCHED-IDX)
           IF WS-GRP-FUND-GRP-NUMBER NOT = ZERO
               MOVE WS-GRP-FUND-GRP-NUMBER TO
                   PL-FUND-GRP-NUMBER (WS-MATCHED-IDX)
           END-IF
           IF WS-GRP-ACCOUNT-GROUP-ID NOT = ZERO
               MOVE WS-GRP-ACCOUNT-GROUP-ID TO
                   PL-ACCOUNT-GROUP-ID (WS-MATCHED-IDX)
           END-IF
           PERFORM 2920-TABLE-PARTICIPANT.

       2920-TABLE-PARTICIPANT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING PPT-IDX FROM 1 BY 1
               UNTIL PPT-IDX > WS-PARTICIPANT-COUNT OR WS-FOUND
               IF PP-EXTERNAL-PLAN-ID (PPT-IDX) = WS-GRP-PLAN-ID
                   AND PP-CUSTOMER-ACCOUNT-NUMBER (PPT-IDX)
                       = WS-GRP-ACCOUNT
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-PARTICIPANT-COUNT < WS-MAX-PARTICIPANTS
               ADD 1 TO WS-PARTICIPANT-COUNT
               SET PPT-IDX TO WS-PARTICIPANT-COUNT
               MOVE WS-GRP-PLAN-ID TO PP-EXTERNAL-PLAN-ID (PPT-IDX)
               MOVE WS-GRP-ACCOUNT TO
                   PP-CUSTOMER-ACCOUNT-NUMBER (PPT-IDX)
           END-IF.

       3000-BUCKET-DFA-ACTIVITY.
           OPEN INPUT DIRECT-FINANCIAL-ACTIVITY
           PERFORM 3100-READ-DFA
               UNTIL WS-EOF
           CLOSE DIRECT-FINANCIAL-ACTIVITY
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3900-APPLY-DFA-GROUP.

       3100-READ-DFA.
           READ DIRECT-FINANCIAL-ACTIVITY
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF DIRECT-FINANCIAL-ACTIVITY-REC
                       EVALUATE SEQUENCE-NUMBER
                           WHEN 1
                               PERFORM 3900-APPLY-DFA-GROUP
                               PERFORM 3200-START-DFA-GROUP
                           WHEN 2
                               MOVE DFA-EXTERNAL-PLAN-ID TO
                                   WS-GRP-PLAN-ID
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

       3200-START-DFA-GROUP.
           MOVE CUSTOMER-ACCOUNT-NUMBER TO WS-GRP-ACCOUNT
           MOVE FUND-CODE TO WS-GRP-FUND-CODE
           MOVE SHARE-BALANCE-EFFECT-CODE TO WS-GRP-EFFECT-CODE
           MOVE TRANSACTION-GROSS-AMOUNT TO WS-GRP-GROSS-AMOUNT
           MOVE SPACES TO WS-GRP-PLAN-ID
           MOVE ZERO TO WS-GRP-TPA-ID
           MOVE ZERO TO WS-GRP-FUND-FROM-TO
           MOVE SPACES TO WS-GRP-NSCC-TRANS-CODE
           SET WS-GROUP-OPEN TO TRUE.

       3900-APPLY-DFA-GROUP.
           IF WS-GROUP-OPEN
               IF WS-GRP-EFFECT-CODE = 'A' OR WS-GRP-EFFECT-CODE = 'S'
                   PERFORM 8000-RESOLVE-PLAN
                   IF WS-GRP-PLAN-ID = SPACES
                       ADD 1 TO WS-OUTSIDE-PLAN
                   ELSE
                       IF WS-GRP-FUND-CODE NOT = ZERO
                           PERFORM 8100-LOOKUP-PLAN-ROW
                           IF WS-FOUND
                               PERFORM 3910-BUCKET-TRADE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               MOVE 'N' TO WS-GROUP-OPEN-SW
           END-IF.

       3910-BUCKET-TRADE.
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
                           PL-EXCHANGE-IN (WS-MATCHED-IDX WS-BKT)
                   WHEN WS-GRP-EXCHANGE
                       ADD WS-GRP-GROSS-AMOUNT TO
                           PL-EXCHANGE-OUT (WS-MATCHED-IDX WS-BKT)
                   WHEN WS-GRP-EFFECT-CODE = 'A'
                       ADD WS-GRP-GROSS-AMOUNT TO
                           PL-CONTRIBUTIONS (WS-MATCHED-IDX WS-BKT)
                   WHEN OTHER
                       ADD WS-GRP-GROSS-AMOUNT TO
                           PL-DISTRIBUTIONS (WS-MATCHED-IDX WS-BKT)
               END-EVALUATE
           END-PERFORM.

       4000-BUCKET-DVRA-REINVEST.
           OPEN INPUT DIVIDEND-REFRESHER
           PERFORM 4100-READ-DVRA
               UNTIL WS-EOF
           CLOSE DIVIDEND-REFRESHER
           MOVE 'N' TO WS-EOF-SW
           PERFORM 4900-APPLY-DVRA-GROUP.

       4100-READ-DVRA.
           READ DIVIDEND-REFRESHER
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN DIVIDEND-HEADER OR CAP-GAIN-HEADER
                           PERFORM 4900-APPLY-DVRA-GROUP
                           MOVE HDR-FUND-CODE TO WS-DVRA-FUND-CODE
                       WHEN DIVIDEND-REFRESHER-REC
                           OR CAP-GAIN-REFRESHER
                           EVALUATE SEQUENCE-NUMBER-DVRA
                               WHEN 1
                                   PERFORM 4900-APPLY-DVRA-GROUP
                                   PERFORM 4200-START-DVRA-GROUP
                               WHEN 2
                                   MOVE DVRA-EXTERNAL-PLAN-ID TO
                                       WS-GRP-PLAN-ID
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       4200-START-DVRA-GROUP.
           MOVE DVRA-CUSTOMER-ACCOUNT-NUMBER TO WS-GRP-ACCOUNT
           MOVE WS-DVRA-FUND-CODE TO WS-GRP-FUND-CODE
           MOVE DIST-TYPE-CODE TO WS-GRP-DIST-TYPE
           MOVE DISTRIBUTION-AMOUNT TO WS-GRP-DISTRIBUTION-AMOUNT
           MOVE SPACES TO WS-GRP-PLAN-ID
           MOVE ZERO TO WS-GRP-TPA-ID
           SET WS-GROUP-OPEN TO TRUE.

       4900-APPLY-DVRA-GROUP.
           IF WS-GROUP-OPEN
               IF WS-GRP-DIST-TYPE = '0'
                   PERFORM 8000-RESOLVE-PLAN
                   IF WS-GRP-PLAN-ID = SPACES
                       ADD 1 TO WS-OUTSIDE-PLAN
                   ELSE
                       IF WS-GRP-FUND-CODE NOT = ZERO
                           PERFORM 8100-LOOKUP-PLAN-ROW
                           IF WS-FOUND
                               PERFORM 4910-BUCKET-REINVEST
                           END-IF
                       END-IF
                   END-IF
               END-IF
               MOVE 'N' TO WS-GROUP-OPEN-SW
           END-IF.

       4910-BUCKET-REINVEST.
           ADD 1 TO WS-REINVESTS-BUCKETED
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 3
               ADD WS-GRP-DISTRIBUTION-AMOUNT TO
                   PL-REINVESTED (WS-MATCHED-IDX WS-BKT)
           END-PERFORM.

       5000-BUILD-PLAN-TOTALS.
           PERFORM VARYING PLN-IDX FROM 1 BY 1
               UNTIL PLN-IDX > WS-PLAN-ROW-COUNT
               IF PL-FUND-CODE (PLN-IDX) = ZERO
                   PERFORM 5100-CLEAR-PLAN-TOTAL
               END-IF
           END-PERFORM
           PERFORM VARYING FND-IDX FROM 1 BY 1
               UNTIL FND-IDX > WS-PLAN-ROW-COUNT
               IF PL-FUND-CODE (FND-IDX) NOT = ZERO
                   PERFORM 5200-ADD-TO-PLAN-TOTAL
               END-IF
           END-PERFORM
           PERFORM VARYING PPT-IDX FROM 1 BY 1
               UNTIL PPT-IDX > WS-PARTICIPANT-COUNT
               PERFORM 5300-COUNT-PLAN-PARTICIPANT
           END-PERFORM.

       5100-CLEAR-PLAN-TOTAL.
           MOVE ZERO TO PL-PARTICIPANT-COUNT (PLN-IDX)
           MOVE ZERO TO PL-TOTAL-SHARES (PLN-IDX)
           MOVE ZERO TO PL-ASSET-VALUE (PLN-IDX)
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 3
               PERFORM 1130-CLEAR-BUCKET
           END-PERFORM.

       5200-ADD-TO-PLAN-TOTAL.
           MOVE PL-EXTERNAL-PLAN-ID (FND-IDX) TO WS-GRP-PLAN-ID
           MOVE ZERO TO WS-GRP-FUND-CODE
           MOVE PL-THIRD-PRTY-ADMN-ID (FND-IDX) TO WS-GRP-TPA-ID
           PERFORM 8100-LOOKUP-PLAN-ROW
           IF WS-FOUND
               ADD PL-ASSET-VALUE (FND-IDX) TO
                   PL-ASSET-VALUE (WS-MATCHED-IDX)
               IF PL-ACCOUNT-GROUP-ID (WS-MATCHED-IDX) = ZERO
                   MOVE PL-ACCOUNT-GROUP-ID (FND-IDX) TO
                       PL-ACCOUNT-GROUP-ID (WS-MATCHED-IDX)
               END-IF
               PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 3
                   ADD PL-CONTRIBUTIONS (FND-IDX WS-BKT) TO
                       PL-CONTRIBUTIONS (WS-MATCHED-IDX WS-BKT)
                   ADD PL-DISTRIBUTIONS (FND-IDX WS-BKT) TO
                       PL-DISTRIBUTIONS (WS-MATCHED-IDX WS-BKT)
                   ADD PL-EXCHANGE-IN (FND-IDX WS-BKT) TO
                       PL-EXCHANGE-IN (WS-MATCHED-IDX WS-BKT)
                   ADD PL-EXCHANGE-OUT (FND-IDX WS-BKT) TO
                       PL-EXCHANGE-OUT (WS-MATCHED-IDX WS-BKT)
                   ADD PL-REINVESTED (FND-IDX WS-BKT) TO
                       PL-REINVESTED (WS-MATCHED-IDX WS-BKT)
               END-PERFORM
           END-IF.

       5300-COUNT-PLAN-PARTICIPANT.
           MOVE PP-EXTERNAL-PLAN-ID (PPT-IDX) TO WS-GRP-PLAN-ID
           MOVE ZERO TO WS-GRP-FUND-CODE
           MOVE ZERO TO WS-GRP-TPA-ID
           PERFORM 8100-LOOKUP-PLAN-ROW
           IF WS-FOUND
               ADD 1 TO PL-PARTICIPANT-COUNT (WS-MATCHED-IDX)
           END-IF.

       6000-WRITE-HISTORY-OUT.
           OPEN OUTPUT PLAN-HIST-OUT
           PERFORM VARYING PLN-IDX FROM 1 BY 1
               UNTIL PLN-IDX > WS-PLAN-ROW-COUNT
               SET WS-ROW-IDX TO PLN-IDX
               PERFORM 6050-TEST-ROW-ACTIVE
               IF WS-ROW-ACTIVE
                   PERFORM 6100-WRITE-HISTORY-ROW
               END-IF
           END-PERFORM
           CLOSE PLAN-HIST-OUT
           PERFORM 6900-SAVE-GENERATION.

       6050-TEST-ROW-ACTIVE.
           MOVE 'N' TO WS-ROW-ACTIVE-SW
           IF PL-PARTICIPANT-COUNT (WS-ROW-IDX) > ZERO
               OR PL-ASSET-VALUE (WS-ROW-IDX) > ZERO
               OR PL-CONTRIBUTIONS (WS-ROW-IDX 3) > ZERO
               OR PL-DISTRIBUTIONS (WS-ROW-IDX 3) > ZERO
               OR PL-EXCHANGE-IN (WS-ROW-IDX 3) > ZERO
               OR PL-EXCHANGE-OUT (WS-ROW-IDX 3) > ZERO
               OR PL-REINVESTED (WS-ROW-IDX 3) > ZERO
               SET WS-ROW-ACTIVE TO TRUE
           END-IF.

       6100-WRITE-HISTORY-ROW.
           MOVE PL-EXTERNAL-PLAN-ID (PLN-IDX) TO HO-EXTERNAL-PLAN-ID
           MOVE PL-FUND-CODE (PLN-IDX) TO HO-FUND-CODE
           MOVE PL-THIRD-PRTY-ADMN-ID (PLN-IDX) TO
               HO-THIRD-PRTY-ADMN-ID
           MOVE PL-FUND-GRP-NUMBER (PLN-IDX) TO HO-FUND-GRP-NUMBER
           MOVE PL-ACCOUNT-GROUP-ID (PLN-IDX) TO HO-ACCOUNT-GROUP-ID
           MOVE WS-RUN-DATE TO HO-LAST-RUN-DATE
           MOVE PL-PARTICIPANT-COUNT (PLN-IDX) TO HO-PARTICIPANT-COUNT
           MOVE PL-TOTAL-SHARES (PLN-IDX) TO HO-TOTAL-SHARES
           MOVE PL-ASSET-VALUE (PLN-IDX) TO HO-ASSET-VALUE
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 3
               MOVE PL-CONTRIBUTIONS (PLN-IDX WS-BKT) TO
                   HO-CONTRIBUTIONS (WS-BKT)
               MOVE PL-DISTRIBUTIONS (PLN-IDX WS-BKT) TO
                   HO-DISTRIBUTIONS (WS-BKT)
               MOVE PL-EXCHANGE-IN (PLN-IDX WS-BKT) TO
                   HO-EXCHANGE-IN (WS-BKT)
               MOVE PL-EXCHANGE-OUT (PLN-IDX WS-BKT) TO
                   HO-EXCHANGE-OUT (WS-BKT)
               MOVE PL-REINVESTED (PLN-IDX WS-BKT) TO
                   HO-REINVESTED (WS-BKT)
           END-PERFORM
           ADD 1 TO WS-GATE-OUT-COUNT
           ADD HO-ASSET-VALUE TO WS-GATE-OUT-TOTAL
           WRITE PLAN-HIST-OUT-RECORD.

       6900-SAVE-GENERATION.
           MOVE 'SAVE' TO GG-ACTION
           MOVE WS-GATE-OUT-COUNT TO GG-RECORD-COUNT
           MOVE WS-GATE-OUT-TOTAL TO GG-CONTENT-TOTAL
           MOVE WS-RUN-DATE TO GG-RUN-DATE
           CALL 'GENERATION-GATE' USING GG-ACTION GG-CHAIN-ID
               GG-RECORD-COUNT GG-CONTENT-TOTAL GG-RUN-DATE
               GG-STATUS.

       7000-WRITE-PLAN-EXTRACTS.
           PERFORM VARYING PLN-IDX FROM 1 BY 1
               UNTIL PLN-IDX > WS-PLAN-ROW-COUNT
               IF PL-FUND-CODE (PLN-IDX) = ZERO
                   SET WS-ROW-IDX TO PLN-IDX
                   PERFORM 6050-TEST-ROW-ACTIVE
                   IF WS-ROW-ACTIVE
                       ADD 1 TO WS-PLANS-ROLLED
                       PERFORM 7100-WRITE-PLAN-ROWS
                   END-IF
               END-IF
           END-PERFORM.

       7100-WRITE-PLAN-ROWS.
           MOVE 'P' TO SX-ROW-TYPE-CDE
           PERFORM 7110-WRITE-STATEMENT-ROW
           PERFORM 7120-WRITE-TPA-ROW
           PERFORM VARYING FND-IDX FROM 1 BY 1
               UNTIL FND-IDX > WS-PLAN-ROW-COUNT
               IF PL-EXTERNAL-PLAN-ID (FND-IDX)
                   = PL-EXTERNAL-PLAN-ID (PLN-IDX)
                   AND PL-FUND-CODE (FND-IDX) NOT = ZERO
                   SET WS-ROW-IDX TO FND-IDX
                   PERFORM 6050-TEST-ROW-ACTIVE
                   IF WS-ROW-ACTIVE
                       ADD 1 TO WS-PLAN-FUNDS-ROLLED
                       MOVE 'F' TO SX-ROW-TYPE-CDE
                       PERFORM 7110-WRITE-STATEMENT-ROW
                       PERFORM 7120-WRITE-TPA-ROW
                   END-IF
               END-IF
           END-PERFORM.

       7110-WRITE-STATEMENT-ROW.
           MOVE WS-RUN-DATE TO SX-RUN-DATE
           MOVE PL-EXTERNAL-PLAN-ID (WS-ROW-IDX) TO SX-EXTERNAL-PLAN-ID
           MOVE PL-THIRD-PRTY-ADMN-ID (PLN-IDX) TO
               SX-THIRD-PRTY-ADMN-ID
           MOVE PL-ACCOUNT-GROUP-ID (PLN-IDX) TO SX-ACCOUNT-GROUP-ID
           MOVE PL-FUND-CODE (WS-ROW-IDX) TO SX-FUND-CODE
           MOVE PL-FUND-GRP-NUMBER (WS-ROW-IDX) TO SX-FUND-GRP-NUMBER
           MOVE PL-PRIOR-PARTICIPANTS (WS-ROW-IDX) TO
               SX-PRIOR-PARTICIPANTS
           MOVE PL-PARTICIPANT-COUNT (WS-ROW-IDX) TO
               SX-PARTICIPANT-COUNT
           MOVE PL-TOTAL-SHARES (WS-ROW-IDX) TO SX-TOTAL-SHARES
           MOVE PL-PRIOR-ASSET-VALUE (WS-ROW-IDX) TO
               SX-PRIOR-ASSET-VALUE
           MOVE PL-ASSET-VALUE (WS-ROW-IDX) TO SX-ASSET-VALUE
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 3
               MOVE PL-CONTRIBUTIONS (WS-ROW-IDX WS-BKT) TO
                   SX-CONTRIBUTIONS (WS-BKT)
               MOVE PL-DISTRIBUTIONS (WS-ROW-IDX WS-BKT) TO
                   SX-DISTRIBUTIONS (WS-BKT)
               MOVE PL-EXCHANGE-IN (WS-ROW-IDX WS-BKT) TO
                   SX-EXCHANGE-IN (WS-BKT)
               MOVE PL-EXCHANGE-OUT (WS-ROW-IDX WS-BKT) TO
                   SX-EXCHANGE-OUT (WS-BKT)
               MOVE PL-REINVESTED (WS-ROW-IDX WS-BKT) TO
                   SX-REINVESTED (WS-BKT)
               COMPUTE SX-NET-FLOW (WS-BKT) =
                   PL-CONTRIBUTIONS (WS-ROW-IDX WS-BKT)
                   + PL-EXCHANGE-IN (WS-ROW-IDX WS-BKT)
                   + PL-REINVESTED (WS-ROW-IDX WS-BKT)
                   - PL-DISTRIBUTIONS (WS-ROW-IDX WS-BKT)
                   - PL-EXCHANGE-OUT (WS-ROW-IDX WS-BKT)
           END-PERFORM
           WRITE PLAN-STATEMENT-RECORD.

       7120-WRITE-TPA-ROW.
           MOVE WS-RUN-DATE TO TA-RUN-DATE
           MOVE PL-THIRD-PRTY-ADMN-ID (PLN-IDX) TO
               TA-THIRD-PRTY-ADMN-ID
           MOVE PL-EXTERNAL-PLAN-ID (WS-ROW-IDX) TO TA-EXTERNAL-PLAN-ID
           MOVE SX-ROW-TYPE-CDE TO TA-ROW-TYPE-CDE
           MOVE PL-FUND-CODE (WS-ROW-IDX) TO TA-FUND-CODE
           MOVE PL-FUND-GRP-NUMBER (WS-ROW-IDX) TO TA-FUND-GRP-NUMBER
           MOVE PL-PARTICIPANT-COUNT (WS-ROW-IDX) TO
               TA-PARTICIPANT-COUNT
           MOVE PL-TOTAL-SHARES (WS-ROW-IDX) TO TA-TOTAL-SHARES
           MOVE PL-ASSET-VALUE (WS-ROW-IDX) TO TA-ASSET-VALUE
           WRITE TPA-ASSET-RECORD.

       7500-REPORT-PLAN-CHANGES.
           PERFORM VARYING PLN-IDX FROM 1 BY 1
               UNTIL PLN-IDX > WS-PLAN-ROW-COUNT
               IF PL-FUND-CODE (PLN-IDX) = ZERO
                   PERFORM 7510-CHECK-PLAN-CHANGE
               END-IF
           END-PERFORM.

       7510-CHECK-PLAN-CHANGE.
           MOVE SPACES TO WS-CHANGE-REASON
           MOVE ZERO TO WS-PARTICIPANT-PCT
           MOVE ZERO TO WS-ASSET-PCT
           IF PL-PRIOR-PARTICIPANTS (PLN-IDX) > ZERO
               COMPUTE WS-PARTICIPANT-PCT ROUNDED =
                   (PL-PARTICIPANT-COUNT (PLN-IDX)
                    - PL-PRIOR-PARTICIPANTS (PLN-IDX)) * 100
                   / PL-PRIOR-PARTICIPANTS (PLN-IDX)
           END-IF
           IF PL-PRIOR-ASSET-VALUE (PLN-IDX) > ZERO
               COMPUTE WS-ASSET-PCT ROUNDED =
                   (PL-ASSET-VALUE (PLN-IDX)
                    - PL-PRIOR-ASSET-VALUE (PLN-IDX)) * 100
                   / PL-PRIOR-ASSET-VALUE (PLN-IDX)
           END-IF
           EVALUATE TRUE
               WHEN PL-PRIOR-RUN-DATE (PLN-IDX) = ZERO
                   AND PL-PARTICIPANT-COUNT (PLN-IDX) > ZERO
                   MOVE 'NEW PLAN' TO WS-CHANGE-REASON
               WHEN PL-PRIOR-PARTICIPANTS (PLN-IDX) > ZERO
                   AND PL-PARTICIPANT-COUNT (PLN-IDX) = ZERO
                   MOVE 'NO PARTICIPANTS' TO WS-CHANGE-REASON
               WHEN OTHER
                   PERFORM 7520-TEST-CHANGE-LIMITS
           END-EVALUATE
           IF WS-CHANGE-REASON NOT = SPACES
               PERFORM 7530-WRITE-CHANGE-LINE
           END-IF.

       7520-TEST-CHANGE-LIMITS.
           IF WS-PARTICIPANT-PCT < ZERO
               COMPUTE WS-ABS-PCT = ZERO - WS-PARTICIPANT-PCT
           ELSE
               MOVE WS-PARTICIPANT-PCT TO WS-ABS-PCT
           END-IF
           IF WS-ABS-PCT > WS-CHANGE-LIMIT
               MOVE 'PARTICIPANT COUNT' TO WS-CHANGE-REASON
           END-IF
           IF WS-ASSET-PCT < ZERO
               COMPUTE WS-ABS-PCT = ZERO - WS-ASSET-PCT
           ELSE
               MOVE WS-ASSET-PCT TO WS-ABS-PCT
           END-IF
           IF WS-ABS-PCT > WS-CHANGE-LIMIT
               IF WS-CHANGE-REASON = SPACES
                   MOVE 'ASSET TOTAL' TO WS-CHANGE-REASON
               ELSE
                   MOVE 'PARTICIPANTS+ASSETS' TO WS-CHANGE-REASON
               END-IF
           END-IF.

       7530-WRITE-CHANGE-LINE.
           ADD 1 TO WS-PLANS-REPORTED
           MOVE PL-EXTERNAL-PLAN-ID (PLN-IDX) TO DL-PLAN-ID
           MOVE PL-THIRD-PRTY-ADMN-ID (PLN-IDX) TO DL-TPA-ID
           MOVE PL-PRIOR-PARTICIPANTS (PLN-IDX) TO DL-PRIOR-PARTICIPANTS
           MOVE PL-PARTICIPANT-COUNT (PLN-IDX) TO DL-PARTICIPANTS
           MOVE WS-PARTICIPANT-PCT TO DL-PARTICIPANT-PCT
           MOVE PL-PRIOR-ASSET-VALUE (PLN-IDX) TO DL-PRIOR-ASSETS
           MOVE PL-ASSET-VALUE (PLN-IDX) TO DL-ASSETS
           MOVE WS-ASSET-PCT TO DL-ASSET-PCT
           MOVE WS-CHANGE-REASON TO DL-REASON
           WRITE PLAN-RPT-LINE FROM WS-DETAIL-LINE.

       8000-RESOLVE-PLAN.
           IF WS-GRP-PLAN-ID = SPACES OR WS-GRP-TPA-ID = ZERO
               MOVE 'N' TO WS-FOUND-SW
               PERFORM VARYING AMP-IDX FROM 1 BY 1
                   UNTIL AMP-IDX > WS-AMP-PLAN-COUNT OR WS-FOUND
                   IF AP-CUSTOMER-ACCOUNT-NUMBER (AMP-IDX)
                       = WS-GRP-ACCOUNT
                       SET WS-FOUND TO TRUE
                       SET WS-MATCHED-IDX TO AMP-IDX
                   END-IF
               END-PERFORM
               IF WS-FOUND
                   IF WS-GRP-PLAN-ID = SPACES
                       MOVE AP-EXTERNAL-PLAN-ID (WS-MATCHED-IDX) TO
                           WS-GRP-PLAN-ID
                   END-IF
                   IF WS-GRP-TPA-ID = ZERO
                       MOVE AP-THIRD-PRTY-ADMN-ID (WS-MATCHED-IDX) TO
                           WS-GRP-TPA-ID
                   END-IF
               END-IF
           END-IF.

       8100-LOOKUP-PLAN-ROW.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING PLN-IDX FROM 1 BY 1
               UNTIL PLN-IDX > WS-PLAN-ROW-COUNT OR WS-FOUND
               IF PL-EXTERNAL-PLAN-ID (PLN-IDX) = WS-GRP-PLAN-ID
                   AND PL-FUND-CODE (PLN-IDX) = WS-GRP-FUND-CODE
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO PLN-IDX
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-PLAN-ROW-COUNT < WS-MAX-ROWS
               ADD 1 TO WS-PLAN-ROW-COUNT
               SET PLN-IDX TO WS-PLAN-ROW-COUNT
               MOVE WS-GRP-PLAN-ID TO PL-EXTERNAL-PLAN-ID (PLN-IDX)
               MOVE WS-GRP-FUND-CODE TO PL-FUND-CODE (PLN-IDX)
               MOVE ZERO TO PL-THIRD-PRTY-ADMN-ID (PLN-IDX)
               MOVE ZERO TO PL-FUND-GRP-NUMBER (PLN-IDX)
               MOVE ZERO TO PL-ACCOUNT-GROUP-ID (PLN-IDX)
               MOVE ZERO TO PL-PRIOR-RUN-DATE (PLN-IDX)
               MOVE ZERO TO PL-PRIOR-PARTICIPANTS (PLN-IDX)
               MOVE ZERO TO PL-PRIOR-ASSET-VALUE (PLN-IDX)
               MOVE ZERO TO PL-PARTICIPANT-COUNT (PLN-IDX)
               MOVE ZERO TO PL-TOTAL-SHARES (PLN-IDX)
               MOVE ZERO TO PL-ASSET-VALUE (PLN-IDX)
               PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 3
                   PERFORM 1130-CLEAR-BUCKET
               END-PERFORM
               SET WS-FOUND TO TRUE
               SET WS-MATCHED-IDX TO PLN-IDX
           END-IF
           IF WS-FOUND
               AND WS-GRP-TPA-ID NOT = ZERO
               MOVE WS-GRP-TPA-ID TO
                   PL-THIRD-PRTY-ADMN-ID (WS-MATCHED-IDX)
           END-IF.

       9000-FINALIZE.
           MOVE WS-PLANS-ROLLED TO SL-PLAN-COUNT
           MOVE WS-PLAN-FUNDS-ROLLED TO SL-PLAN-FUND-COUNT
           MOVE WS-PLANS-REPORTED TO SL-REPORTED-COUNT
           WRITE PLAN-RPT-LINE FROM WS-SUMMARY-LINE-1
           MOVE WS-POSITIONS-ROLLED TO SL-POSITION-COUNT
           MOVE WS-TRADES-BUCKETED TO SL-TRADE-COUNT
           MOVE WS-EXCHANGES-BUCKETED TO SL-EXCHANGE-COUNT
           MOVE WS-REINVESTS-BUCKETED TO SL-REINVEST-COUNT
           MOVE WS-OUTSIDE-PLAN TO SL-OUTSIDE-COUNT
           WRITE PLAN-RPT-LINE FROM WS-SUMMARY-LINE-2
           CLOSE PLAN-STATEMENT-FILE
           CLOSE TPA-ASSET-FILE
           CLOSE PLAN-RPT-FILE.
