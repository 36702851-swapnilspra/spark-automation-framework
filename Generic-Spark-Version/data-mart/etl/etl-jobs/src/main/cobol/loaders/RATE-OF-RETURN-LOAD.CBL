       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-OF-RETURN-LOAD.
      ******************************************************************
      *  Personalized rate of return for the shareholder statement.
      *  The statement shows balances, trades and distributions but
      *  no return, and the shareholder cannot work one out from the
      *  statement because the timing of the money in and out
      *  matters.  This run computes a money-weighted return (the
      *  Modified Dietz method) for each account/fund, for each
      *  account across its funds and for each household on the
      *  AMP-HOUSEHOLD-BUILD key (TAX-IDENTIFICATION-NUMBER plus
      *  ZIP-CODE), over four horizons - the quarter (Q), year-to-
      *  date (Y), one year (1) and since the ESTABLISHED-DATE on the
      *  AMP (S):
      *       return = (close - open - net flow) /
      *                (open + net flow - dated flow / days)
      *  where a flow on day d of a period of n days, counted from
      *  the day before the period opens, adds d times the flow to
      *  the dated flow - a flow on the first day is weighted almost
      *  fully, one on the last day not at all.
      *    - OPEN / CLOSE  APR SEQUENCE-NUMBER 1 shares at NET-ASSET-
      *                    VALUE from the period-open (APROPEN) and
      *                    period-close (APRCLOSE) extracts
      *    - FLOWS IN      DFA purchases (share effect 'A') at the
      *                    gross amount on the trade date
      *    - FLOWS OUT     DFA redemptions (share effect 'S') on the
      *                    trade date, and DVRA dividend and capital
      *                    gain distributions paid in cash on the
      *                    header's DISTRIBUTION-PAYABLE-DATE
      *    - REINVESTMENTS DVRA DIST-TYPE-REINVEST is return, not a
      *                    flow - the reinvested shares are already in
      *                    the closing value
      *  Exchanges are flows of the two funds involved and net out at
      *  the account and household level.  Dates outside the period
      *  are taken as its first or last day.
      *
      *  The horizons roll forward on RTNHISTIN / RTNHISTOUT,
      *  certified through GENERATION-GATE the way PLAN-ROLLUP-LOAD
      *  rolls its plan history, so the longer horizons never need
      *  the raw feeds again.  Each account/fund row carries six
      *  buckets of start date, opening value, net flow, dated flow
      *  and reason code: the current and three prior quarters
      *  (1 - 4), year-to-date (5) and since established (6).  The
      *  dated flow of a bucket is counted from its own start date,
      *  so buckets with different starts are combined by moving the
      *  later one's flows forward by the days between the starts.
      *  The one-year horizon is the quarter buckets starting on or
      *  after the day after the period end a year earlier, so the
      *  periods run are expected to be calendar quarters.
      *
      *  A return that cannot be computed reliably is suppressed -
      *  written with a zero return and a reason code - rather than
      *  printed:
      *    - MV  a valuation is missing: a position carried at the
      *          last period end is not on the opening extract, a
      *          position held or bought is not on the closing
      *          extract with no redemption to account for it, or a
      *          position has shares but no NET-ASSET-VALUE.  The
      *          buckets the period feeds carry the code forward.
      *    - IH  the history does not reach back to the start of the
      *          horizon - a position first seen after it opened
      *    - ZB  zero opening balance (not applied to the since-
      *          established horizon, which always opens at zero)
      *    - NC  no invested capital - the weighted capital is zero
      *          or negative, or the return is out of range
      *  An account or household return is suppressed with the first
      *  MV or IH code of any of its positions.  The return extract
      *  (RTNNAME) carries one row per household ('H'), account ('A')
      *  and account/fund ('F') with the four horizons, and
      *  QTR-STATEMENT-EXTRACT prints it as the statement's RTN lines.
      *  The report lists every suppressed row with its reason codes.
      *
      *  PARMNAME gives the period start and end dates; without it
      *  the period is the calendar quarter to date.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-POSITION ASSIGN TO "AMPNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT APR-OPEN-FILE ASSIGN TO "APROPEN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT APR-CLOSE-FILE ASSIGN TO "APRCLOSE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIRECT-FINANCIAL-ACTIVITY ASSIGN TO "DFANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIVIDEND-REFRESHER ASSIGN TO "DVRANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETURN-HIST-IN ASSIGN TO "RTNHISTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETURN-HIST-OUT ASSIGN TO "RTNHISTOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETURN-EXTRACT-FILE ASSIGN TO "RTNNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETURN-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETURN-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-POSITION.
       01  AMP-RECORD.
           05  RECORD-CODE                       PIC X(3).
               88  ACCOUNT-MASTER-POSITION-REC        VALUE 'AMP'.
           05  SEQUENCE-NUMBER-AMP               PIC 9(3).
           05  AMP-DETAIL-RECORD-1.
               10  FILLER                        PIC X(25).
               10  AMP-FUND-CODE                 PIC 9(7).
               10  AMP-CUSTOMER-ACCOUNT-NUMBER   PIC X(20).
               10  FILLER                        PIC X(1).
               10  ESTABLISHED-DATE              PIC 9(8).
               10  FILLER                        PIC X(26).
               10  TAX-IDENTIFICATION-NUMBER     PIC 9(9).
               10  FILLER                        PIC X(13).
               10  ZIP-CODE                      PIC 9(9).
               10  FILLER                        PIC X(36).
       FD  APR-OPEN-FILE.
       01  APR-OPEN-RECORD.
           05  RECORD-TYPE-OPEN                  PIC X(3).
               88  OPEN-ACCOUNT-ACTIVITY-REC         VALUE 'APR'.
           05  SEQUENCE-NUMBER-OPEN              PIC 9(3).
           05  OPEN-DETAIL-RECORD-1.
               10  FILLER                        PIC X(25).
               10  OPEN-FUND-CODE                PIC 9(7).
               10  OPEN-CUSTOMER-ACCOUNT-NUMBER  PIC X(20).
               10  FILLER                        PIC X(1).
               10  OPEN-TOTAL-SHARES-COUNT       PIC 9(11)V9(4).
               10  FILLER                        PIC X(30).
               10  OPEN-NET-ASSET-VALUE          PIC 9(5)V9(4).
               10  FILLER                        PIC X(47).
       FD  APR-CLOSE-FILE.
       01  APR-CLOSE-RECORD.
           05  RECORD-TYPE-CLOSE                 PIC X(3).
               88  CLOSE-ACCOUNT-ACTIVITY-REC        VALUE 'APR'.
           05  SEQUENCE-NUMBER-CLOSE             PIC 9(3).
           05  CLOSE-DETAIL-RECORD-1.
               10  FILLER                        PIC X(25).
               10  CLOSE-FUND-CODE               PIC 9(7).
               10  CLOSE-CUSTOMER-ACCOUNT-NUMBER PIC X(20).
               10  FILLER                        PIC X(1).
               10  CLOSE-TOTAL-SHARES-COUNT      PIC 9(11)V9(4).
               10  FILLER                        PIC X(30).
               10  CLOSE-NET-ASSET-VALUE         PIC 9(5)V9(4).
               10  FILLER                        PIC X(47).
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
               10  PER-SHARE-PRICE-AMOUNT        PIC 9(5)V9(4).
               10  TRANSACTION-GROSS-AMOUNT      PIC 9(13)V9(2).
               10  TRANSACTION-SHARES-COUNT      PIC 9(11)V9(4).
               10  TRADE-DATE                    PIC 9(8).
               10  FILLER                        PIC X(29).
       FD  DIVIDEND-REFRESHER.
       01  DIVIDEND-REFRESHER-RECORD.
           05  RECORD-TYPE-DVRA                  PIC X(3).
               88  CAP-GAIN-HEADER                   VALUE 'CGH'.
               88  CAP-GAIN-REFRESHER                VALUE 'CGR'.
               88  DIVIDEND-HEADER                   VALUE 'DVH'.
               88  DIVIDEND-REFRESHER-REC             VALUE 'DVR'.
           05  SEQUENCE-NUMBER-DVRA              PIC 9(3).
           05  HEADER-RECORD-1.
               10  FILLER                        PIC X(8).
               10  DISTRIBUTION-PAYABLE-DATE     PIC 9(8).
               10  FILLER                        PIC X(17).
               10  HDR-FUND-CODE                 PIC 9(7).
               10  FILLER                        PIC X(114).
           05  DVRA-DETAIL-RECORD-1 REDEFINES HEADER-RECORD-1.
               10  FILLER                        PIC X(16).
               10  DVRA-CUSTOMER-ACCOUNT-NUMBER  PIC X(20).
               10  FILLER                        PIC X(27).
               10  DIST-TYPE-CODE                PIC X(1).
                   88  DIST-TYPE-REINVEST            VALUE '0'.
               10  FILLER                        PIC X(45).
               10  DISTRIBUTION-AMOUNT           PIC 9(13)V9(2).
               10  FILLER                        PIC X(30).
       FD  RETURN-HIST-IN.
       01  RETURN-HIST-IN-RECORD.
           05  HI-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  HI-FUND-CODE                      PIC 9(7).
           05  HI-TAX-ID-NUMBER                  PIC 9(9).
           05  HI-ZIP-CODE                       PIC 9(9).
           05  HI-ESTABLISHED-DATE               PIC 9(8).
           05  HI-LAST-PERIOD-END-DATE           PIC 9(8).
           05  HI-CLOSE-VALUE                    PIC 9(13)V9(2).
           05  HI-BUCKET OCCURS 6 TIMES.
               10  HI-START-DATE                 PIC 9(8).
               10  HI-OPEN-VALUE                 PIC 9(13)V9(2).
               10  HI-NET-FLOW                   PIC S9(13)V9(2).
               10  HI-DATED-FLOW                 PIC S9(15)V9(2).
               10  HI-REASON-CDE                 PIC X(2).
       FD  RETURN-HIST-OUT.
       01  RETURN-HIST-OUT-RECORD.
           05  HO-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  HO-FUND-CODE                      PIC 9(7).
           05  HO-TAX-ID-NUMBER                  PIC 9(9).
           05  HO-ZIP-CODE                       PIC 9(9).
           05  HO-ESTABLISHED-DATE               PIC 9(8).
           05  HO-LAST-PERIOD-END-DATE           PIC 9(8).
           05  HO-CLOSE-VALUE                    PIC 9(13)V9(2).
           05  HO-BUCKET OCCURS 6 TIMES.
               10  HO-START-DATE                 PIC 9(8).
               10  HO-OPEN-VALUE                 PIC 9(13)V9(2).
               10  HO-NET-FLOW                   PIC S9(13)V9(2).
               10  HO-DATED-FLOW                 PIC S9(15)V9(2).
               10  HO-REASON-CDE                 PIC X(2).
       FD  RETURN-EXTRACT-FILE.
       01  RETURN-EXTRACT-RECORD.
           05  RX-PERIOD-END-DATE                PIC 9(8).
           05  RX-LEVEL-CDE                      PIC X(1).
               88  RX-HOUSEHOLD-ROW                  VALUE 'H'.
               88  RX-ACCOUNT-ROW                    VALUE 'A'.
               88  RX-FUND-ROW                       VALUE 'F'.
           05  RX-TAX-ID-NUMBER                  PIC 9(9).
           05  RX-ZIP-CODE                       PIC 9(9).
           05  RX-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  RX-FUND-CODE                      PIC 9(7).
           05  RX-CLOSE-VALUE                    PIC 9(13)V9(2).
           05  RX-HORIZON OCCURS 4 TIMES.
               10  RX-HORIZON-CDE                PIC X(1).
               10  RX-START-DATE                 PIC 9(8).
               10  RX-OPEN-VALUE                 PIC 9(13)V9(2).
               10  RX-NET-FLOW                   PIC S9(13)V9(2).
               10  RX-RETURN-PCT                 PIC S9(5)V9(4).
               10  RX-REASON-CDE                 PIC X(2).
       FD  RETURN-PARM.
       01  RETURN-PARM-RECORD.
           05  PARM-PERIOD-START-DATE            PIC 9(8).
           05  PARM-PERIOD-END-DATE              PIC 9(8).
       FD  RETURN-RPT-FILE.
       01  RETURN-RPT-LINE                       PIC X(132).
       WORKING-STORAGE SECTION.
      *  Bucket subscripts: 1 = current quarter, 2 - 4 = the three
      *  prior quarters, 5 = year-to-date, 6 = since established.
      *  Horizon subscripts: 1 = Q, 2 = Y, 3 = 1, 4 = S.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-PERIOD-START-DATE                  PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-END-DATE                    PIC 9(8) VALUE ZERO.
       01  WS-YEAR-START-DATE                    PIC 9(8) VALUE ZERO.
       01  WS-ONE-YEAR-START-DATE                PIC 9(8) VALUE ZERO.
       01  WS-DATE-WORK                          PIC 9(8) VALUE ZERO.
       01  WS-RUN-MONTH                          PIC 9(2) VALUE ZERO.
       01  WS-RUN-QUARTER                        PIC 9(1) VALUE ZERO.
       01  WS-HORIZON-CODES                      PIC X(4) VALUE 'QY1S'.
       01  WS-MAX-ROWS                           PIC 9(6) VALUE 100000.
       01  WS-POSITION-COUNT                     PIC 9(6) VALUE ZERO.
       01  WS-SUMMARY-COUNT                      PIC 9(6) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(6) VALUE ZERO.
       01  WS-BKT                                PIC 9(1) VALUE ZERO.
       01  WS-OLDEST-BKT                         PIC 9(1) VALUE ZERO.
       01  WS-HZ                                 PIC 9(1) VALUE ZERO.
       01  WS-ROW-ACTIVE-SW                      PIC X(1) VALUE 'N'.
           88  WS-ROW-ACTIVE                         VALUE 'Y'.
       01  WS-SUPPRESSED-SW                      PIC X(1) VALUE 'N'.
           88  WS-ANY-SUPPRESSED                     VALUE 'Y'.
       01  WS-GRP-ACCOUNT                        PIC X(20) VALUE
                                                  SPACES.
       01  WS-GRP-FUND-CODE                      PIC 9(7) VALUE ZERO.
       01  WS-GRP-ESTABLISHED-DATE               PIC 9(8) VALUE ZERO.
       01  WS-GRP-SHARES                         PIC 9(11)V9(4)
                                                  VALUE ZERO.
       01  WS-GRP-NAV                            PIC 9(5)V9(4)
                                                  VALUE ZERO.
       01  WS-DVRA-FUND-CODE                     PIC 9(7) VALUE ZERO.
       01  WS-DVRA-PAYABLE-DATE                  PIC 9(8) VALUE ZERO.
       01  WS-POSITION-VALUE                     PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-FLOW-AMOUNT                        PIC S9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-FLOW-DATE                          PIC 9(8) VALUE ZERO.
       01  WS-FLOW-DAYS                          PIC S9(7) VALUE ZERO.
       01  WS-SHIFT-DAYS                         PIC S9(7) VALUE ZERO.
       01  WS-HORIZON-DAYS                       PIC S9(7) VALUE ZERO.
       01  WS-WEIGHTED-CAPITAL                   PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-INVESTMENT-GAIN                    PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-POSITIONS-VALUED                   PIC 9(7) VALUE ZERO.
       01  WS-TRADE-FLOWS                        PIC 9(7) VALUE ZERO.
       01  WS-CASH-DISTRIBUTIONS                 PIC 9(7) VALUE ZERO.
       01  WS-REINVESTMENTS                      PIC 9(7) VALUE ZERO.
       01  WS-FUND-ROWS                          PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNT-ROWS                       PIC 9(7) VALUE ZERO.
       01  WS-HOUSEHOLD-ROWS                     PIC 9(7) VALUE ZERO.
       01  WS-RETURNS-COMPUTED                   PIC 9(7) VALUE ZERO.
       01  WS-SUPPRESSED-MV                      PIC 9(7) VALUE ZERO.
       01  WS-SUPPRESSED-IH                      PIC 9(7) VALUE ZERO.
       01  WS-SUPPRESSED-ZB                      PIC 9(7) VALUE ZERO.
       01  WS-SUPPRESSED-NC                      PIC 9(7) VALUE ZERO.
       01  WS-GATE-IN-COUNT                      PIC 9(9) VALUE ZERO.
       01  WS-GATE-IN-TOTAL                      PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-GATE-OUT-COUNT                     PIC 9(9) VALUE ZERO.
       01  WS-GATE-OUT-TOTAL                     PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  GATE-CALL-AREA.
           05  GG-ACTION                         PIC X(4).
           05  GG-CHAIN-ID                       PIC X(20) VALUE
                                                  'RATE-OF-RETURN'.
           05  GG-RECORD-COUNT                   PIC 9(9).
           05  GG-CONTENT-TOTAL                  PIC S9(15)V9(2).
           05  GG-RUN-DATE                       PIC 9(8).
           05  GG-STATUS                         PIC X(1).
       01  WS-VIEW-TABLE.
           05  WS-VIEW OCCURS 4 TIMES.
               10  WV-START-DATE                 PIC 9(8).
               10  WV-OPEN-VALUE                 PIC 9(13)V9(2).
               10  WV-NET-FLOW                   PIC S9(13)V9(2).
               10  WV-DATED-FLOW                 PIC S9(15)V9(2).
               10  WV-REASON-CDE                 PIC X(2).
               10  WV-RETURN-PCT                 PIC S9(5)V9(4).
       01  WS-VIEW-CLOSE-VALUE                   PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  POSITION-RETURN-TABLE.
           05  POSITION-RETURN-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-POSITION-COUNT
                   INDEXED BY POS-IDX.
               10  PR-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  PR-FUND-CODE                  PIC 9(7).
               10  PR-TAX-ID-NUMBER              PIC 9(9).
               10  PR-ZIP-CODE                   PIC 9(9).
               10  PR-ESTABLISHED-DATE           PIC 9(8).
               10  PR-PRIOR-CLOSE-VALUE          PIC 9(13)V9(2).
               10  PR-CLOSE-VALUE                PIC 9(13)V9(2).
               10  PR-OPEN-FOUND-SW              PIC X(1).
               10  PR-CLOSE-FOUND-SW             PIC X(1).
               10  PR-REDEEMED-SW                PIC X(1).
               10  PR-NAV-MISSING-SW             PIC X(1).
               10  PR-BUCKET OCCURS 6 TIMES.
                   15  PB-START-DATE             PIC 9(8).
                   15  PB-OPEN-VALUE             PIC 9(13)V9(2).
                   15  PB-NET-FLOW               PIC S9(13)V9(2).
                   15  PB-DATED-FLOW             PIC S9(15)V9(2).
                   15  PB-REASON-CDE             PIC X(2).
       01  SUMMARY-RETURN-TABLE.
           05  SUMMARY-RETURN-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-SUMMARY-COUNT
                   INDEXED BY SUM-IDX.
               10  SR-LEVEL-CDE                  PIC X(1).
               10  SR-TAX-ID-NUMBER              PIC 9(9).
               10  SR-ZIP-CODE                   PIC 9(9).
               10  SR-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  SR-CLOSE-VALUE                PIC 9(13)V9(2).
               10  SR-VIEW OCCURS 4 TIMES.
                   15  SV-START-DATE             PIC 9(8).
                   15  SV-OPEN-VALUE             PIC 9(13)V9(2).
                   15  SV-NET-FLOW               PIC S9(13)V9(2).
                   15  SV-DATED-FLOW             PIC S9(15)V9(2).
                   15  SV-REASON-CDE             PIC X(2).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'PERSONALIZED RATE OF RETURN SUPPRESSION REPORT'.
       01  WS-COLUMN-LINE.
           05  FILLER                            PIC X(40) VALUE
               'LVL TAX-ID    ZIP-CODE  ACCOUNT         '.
           05  FILLER                            PIC X(40) VALUE
               '     FUND-CD       CLOSE-VALUE QT YT 1Y '.
           05  FILLER                            PIC X(2) VALUE
               'SE'.
       01  WS-DETAIL-LINE.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-LEVEL-CDE                      PIC X(1).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-TAX-ID-NUMBER                  PIC 9(9).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-ZIP-CODE                       PIC 9(9).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-ACCOUNT                        PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-CLOSE-VALUE                    PIC Z(13)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-REASON-QTR                     PIC X(2).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-REASON-YTD                     PIC X(2).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-REASON-ONE-YEAR                PIC X(2).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-REASON-ESTABLISHED             PIC X(2).
       01  WS-SUMMARY-LINE-1.
           05  FILLER                            PIC X(15) VALUE
               'FUND RETURNS: '.
           05  SL-FUND-COUNT                     PIC ZZZZZZ9.
           05  FILLER                            PIC X(19) VALUE
               '  ACCOUNT RETURNS: '.
           05  SL-ACCOUNT-COUNT                  PIC ZZZZZZ9.
           05  FILLER                            PIC X(21) VALUE
               '  HOUSEHOLD RETURNS: '.
           05  SL-HOUSEHOLD-COUNT                PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                            PIC X(18) VALUE
               'RETURNS COMPUTED: '.
           05  SL-COMPUTED-COUNT                 PIC ZZZZZZ9.
           05  FILLER                            PIC X(20) VALUE
               '  SUPPRESSED - MV: '.
           05  SL-MV-COUNT                       PIC ZZZZZZ9.
           05  FILLER                            PIC X(6) VALUE
               '  IH: '.
           05  SL-IH-COUNT                       PIC ZZZZZZ9.
           05  FILLER                            PIC X(6) VALUE
               '  ZB: '.
           05  SL-ZB-COUNT                       PIC ZZZZZZ9.
           05  FILLER                            PIC X(6) VALUE
               '  NC: '.
           05  SL-NC-COUNT                       PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                            PIC X(18) VALUE
               'POSITIONS VALUED: '.
           05  SL-VALUED-COUNT                   PIC ZZZZZZ9.
           05  FILLER                            PIC X(15) VALUE
               '  TRADE FLOWS: '.
           05  SL-TRADE-COUNT                    PIC ZZZZZZ9.
           05  FILLER                            PIC X(22) VALUE
               '  CASH DISTRIBUTIONS: '.
           05  SL-CASH-DIST-COUNT                PIC ZZZZZZ9.
           05  FILLER                            PIC X(17) VALUE
               '  REINVESTMENTS: '.
           05  SL-REINVEST-COUNT                 PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-OPEN-VALUES
           PERFORM 2100-LOAD-CLOSE-VALUES
           PERFORM 3000-LOAD-DFA-FLOWS
           PERFORM 4000-LOAD-DVRA-FLOWS
           PERFORM 5000-CHECK-VALUATIONS
           PERFORM 6000-WRITE-HISTORY-OUT
           PERFORM 7000-WRITE-FUND-RETURNS
           PERFORM 7500-WRITE-SUMMARY-RETURNS
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT RETURN-PARM
           READ RETURN-PARM
               AT END
                   MOVE FUNCTION NUMVAL(
                        FUNCTION CURRENT-DATE(1:8)) TO
                        WS-PERIOD-END-DATE
                   MOVE WS-PERIOD-END-DATE (5:2) TO WS-RUN-MONTH
                   COMPUTE WS-RUN-QUARTER = (WS-RUN-MONTH + 2) / 3
                   COMPUTE WS-RUN-MONTH = WS-RUN-QUARTER * 3 - 2
                   MOVE WS-PERIOD-END-DATE TO WS-PERIOD-START-DATE
                   MOVE WS-RUN-MONTH TO WS-PERIOD-START-DATE (5:2)
                   MOVE '01' TO WS-PERIOD-START-DATE (7:2)
               NOT AT END
                   MOVE PARM-PERIOD-START-DATE TO WS-PERIOD-START-DATE
                   MOVE PARM-PERIOD-END-DATE TO WS-PERIOD-END-DATE
           END-READ
           CLOSE RETURN-PARM
           MOVE WS-PERIOD-END-DATE TO WS-YEAR-START-DATE
           MOVE '0101' TO WS-YEAR-START-DATE (5:4)
           COMPUTE WS-DATE-WORK = WS-PERIOD-END-DATE - 10000
           IF WS-DATE-WORK (5:4) = '0229'
               MOVE '0228' TO WS-DATE-WORK (5:4)
           END-IF
           COMPUTE WS-ONE-YEAR-START-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) + 1)
           PERFORM 1100-LOAD-HISTORY
           PERFORM 1200-LOAD-AMP-ACCOUNTS
           OPEN OUTPUT RETURN-EXTRACT-FILE
           OPEN OUTPUT RETURN-RPT-FILE
           WRITE RETURN-RPT-LINE FROM WS-HEADLINE-1
           WRITE RETURN-RPT-LINE FROM WS-COLUMN-LINE.

       1100-LOAD-HISTORY.
           OPEN INPUT RETURN-HIST-IN
           PERFORM 1110-READ-HISTORY
               UNTIL WS-EOF
           CLOSE RETURN-HIST-IN
           MOVE 'N' TO WS-EOF-SW
           PERFORM 1190-VERIFY-GENERATION.

       1110-READ-HISTORY.
           READ RETURN-HIST-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-GATE-IN-COUNT
                   ADD HI-CLOSE-VALUE TO WS-GATE-IN-TOTAL
                   IF WS-POSITION-COUNT < WS-MAX-ROWS
                       PERFORM 1120-TABLE-HISTORY-ROW
                   END-IF
           END-READ.

       1120-TABLE-HISTORY-ROW.
           ADD 1 TO WS-POSITION-COUNT
           SET POS-IDX TO WS-POSITION-COUNT
           MOVE HI-CUSTOMER-ACCOUNT-NUMBER TO
               PR-CUSTOMER-ACCOUNT-NUMBER (POS-IDX)
           MOVE HI-FUND-CODE TO PR-FUND-CODE (POS-IDX)
           MOVE HI-TAX-ID-NUMBER TO PR-TAX-ID-NUMBER (POS-IDX)
           MOVE HI-ZIP-CODE TO PR-ZIP-CODE (POS-IDX)
           MOVE HI-ESTABLISHED-DATE TO PR-ESTABLISHED-DATE (POS-IDX)
           MOVE HI-CLOSE-VALUE TO PR-PRIOR-CLOSE-VALUE (POS-IDX)
           MOVE ZERO TO PR-CLOSE-VALUE (POS-IDX)
           MOVE 'N' TO PR-OPEN-FOUND-SW (POS-IDX)
           MOVE 'N' TO PR-CLOSE-FOUND-SW (POS-IDX)
           MOVE 'N' TO PR-REDEEMED-SW (POS-IDX)
           MOVE 'N' TO PR-NAV-MISSING-SW (POS-IDX)
      *    The prior quarters move down one bucket and the oldest
      *    falls off; the current quarter starts empty.
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 6
               MOVE HI-START-DATE (WS-BKT) TO
                   PB-START-DATE (POS-IDX WS-BKT)
               MOVE HI-OPEN-VALUE (WS-BKT) TO
                   PB-OPEN-VALUE (POS-IDX WS-BKT)
               MOVE HI-NET-FLOW (WS-BKT) TO
                   PB-NET-FLOW (POS-IDX WS-BKT)
               MOVE HI-DATED-FLOW (WS-BKT) TO
                   PB-DATED-FLOW (POS-IDX WS-BKT)
               MOVE HI-REASON-CDE (WS-BKT) TO
                   PB-REASON-CDE (POS-IDX WS-BKT)
           END-PERFORM
           PERFORM VARYING WS-BKT FROM 4 BY -1 UNTIL WS-BKT < 2
               MOVE PR-BUCKET (POS-IDX WS-BKT - 1) TO
                   PR-BUCKET (POS-IDX WS-BKT)
           END-PERFORM
           MOVE 1 TO WS-BKT
           PERFORM 1130-CLEAR-BUCKET
           MOVE WS-PERIOD-START-DATE TO PB-START-DATE (POS-IDX 1)
           IF PB-START-DATE (POS-IDX 5) < WS-YEAR-START-DATE
               MOVE 5 TO WS-BKT
               PERFORM 1130-CLEAR-BUCKET
               PERFORM 1140-START-YEAR-BUCKET
           END-IF.

       1130-CLEAR-BUCKET.
           MOVE ZERO TO PB-START-DATE (POS-IDX WS-BKT)
           MOVE ZERO TO PB-OPEN-VALUE (POS-IDX WS-BKT)
           MOVE ZERO TO PB-NET-FLOW (POS-IDX WS-BKT)
           MOVE ZERO TO PB-DATED-FLOW (POS-IDX WS-BKT)
           MOVE SPACES TO PB-REASON-CDE (POS-IDX WS-BKT).

       1140-START-YEAR-BUCKET.
           MOVE WS-YEAR-START-DATE TO PB-START-DATE (POS-IDX 5)
           IF WS-PERIOD-START-DATE NOT = WS-YEAR-START-DATE
               MOVE 'IH' TO PB-REASON-CDE (POS-IDX 5)
           END-IF.

       1190-VERIFY-GENERATION.
           MOVE 'CHCK' TO GG-ACTION
           MOVE WS-GATE-IN-COUNT TO GG-RECORD-COUNT
           MOVE WS-GATE-IN-TOTAL TO GG-CONTENT-TOTAL
           MOVE WS-PERIOD-END-DATE TO GG-RUN-DATE
           CALL 'GENERATION-GATE' USING GG-ACTION GG-CHAIN-ID
               GG-RECORD-COUNT GG-CONTENT-TOTAL GG-RUN-DATE
               GG-STATUS
           IF GG-STATUS = '1'
               STOP RUN
           END-IF.

       1200-LOAD-AMP-ACCOUNTS.
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
                       AND SEQUENCE-NUMBER-AMP = 1
                       AND AMP-FUND-CODE NOT = ZERO
                       MOVE AMP-CUSTOMER-ACCOUNT-NUMBER TO
                           WS-GRP-ACCOUNT
                       MOVE AMP-FUND-CODE TO WS-GRP-FUND-CODE
                       MOVE ESTABLISHED-DATE TO WS-GRP-ESTABLISHED-DATE
                       PERFORM 8100-LOOKUP-POSITION-ROW
                       IF WS-FOUND
                           PERFORM 1220-APPLY-AMP-KEYS
                       END-IF
                   END-IF
           END-READ.

       1220-APPLY-AMP-KEYS.
           MOVE TAX-IDENTIFICATION-NUMBER TO
               PR-TAX-ID-NUMBER (WS-MATCHED-IDX)
           MOVE ZIP-CODE TO PR-ZIP-CODE (WS-MATCHED-IDX)
           IF ESTABLISHED-DATE NOT = ZERO
               MOVE ESTABLISHED-DATE TO
                   PR-ESTABLISHED-DATE (WS-MATCHED-IDX)
           END-IF.

       2000-LOAD-OPEN-VALUES.
           OPEN INPUT APR-OPEN-FILE
           PERFORM 2010-READ-APR-OPEN
               UNTIL WS-EOF
           CLOSE APR-OPEN-FILE
           MOVE 'N' TO WS-EOF-SW.

       2010-READ-APR-OPEN.
           READ APR-OPEN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF OPEN-ACCOUNT-ACTIVITY-REC
                       AND SEQUENCE-NUMBER-OPEN = 1
                       AND OPEN-FUND-CODE NOT = ZERO
                       MOVE OPEN-CUSTOMER-ACCOUNT-NUMBER TO
                           WS-GRP-ACCOUNT
                       MOVE OPEN-FUND-CODE TO WS-GRP-FUND-CODE
                       MOVE OPEN-TOTAL-SHARES-COUNT TO WS-GRP-SHARES
                       MOVE OPEN-NET-ASSET-VALUE TO WS-GRP-NAV
                       PERFORM 2020-APPLY-OPEN-VALUE
                   END-IF
           END-READ.

       2020-APPLY-OPEN-VALUE.
           MOVE ZERO TO WS-GRP-ESTABLISHED-DATE
           PERFORM 8100-LOOKUP-POSITION-ROW
           IF WS-FOUND
               ADD 1 TO WS-POSITIONS-VALUED
               PERFORM 8150-VALUE-POSITION
               MOVE 'Y' TO PR-OPEN-FOUND-SW (WS-MATCHED-IDX)
               ADD WS-POSITION-VALUE TO
                   PB-OPEN-VALUE (WS-MATCHED-IDX 1)
               IF PB-START-DATE (WS-MATCHED-IDX 5) =
                       WS-PERIOD-START-DATE
                   ADD WS-POSITION-VALUE TO
                       PB-OPEN-VALUE (WS-MATCHED-IDX 5)
               END-IF
               IF PB-START-DATE (WS-MATCHED-IDX 6) =
                       WS-PERIOD-START-DATE
                   ADD WS-POSITION-VALUE TO
                       PB-OPEN-VALUE (WS-MATCHED-IDX 6)
               END-IF
           END-IF.

       2100-LOAD-CLOSE-VALUES.
           OPEN INPUT APR-CLOSE-FILE
           PERFORM 2110-READ-APR-CLOSE
               UNTIL WS-EOF
           CLOSE APR-CLOSE-FILE
           MOVE 'N' TO WS-EOF-SW.

       2110-READ-APR-CLOSE.
           READ APR-CLOSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF CLOSE-ACCOUNT-ACTIVITY-REC
                       AND SEQUENCE-NUMBER-CLOSE = 1
                       AND CLOSE-FUND-CODE NOT = ZERO
                       MOVE CLOSE-CUSTOMER-ACCOUNT-NUMBER TO
                           WS-GRP-ACCOUNT
                       MOVE CLOSE-FUND-CODE TO WS-GRP-FUND-CODE
                       MOVE CLOSE-TOTAL-SHARES-COUNT TO WS-GRP-SHARES
                       MOVE CLOSE-NET-ASSET-VALUE TO WS-GRP-NAV
                       PERFORM 2120-APPLY-CLOSE-VALUE
                   END-IF
           END-READ.

       2120-APPLY-CLOSE-VALUE.
           MOVE ZERO TO WS-GRP-ESTABLISHED-DATE
           PERFORM 8100-LOOKUP-POSITION-ROW
           IF WS-FOUND
               ADD 1 TO WS-POSITIONS-VALUED
               PERFORM 8150-VALUE-POSITION
               MOVE 'Y' TO PR-CLOSE-FOUND-SW (WS-MATCHED-IDX)
               ADD WS-POSITION-VALUE TO PR-CLOSE-VALUE (WS-MATCHED-IDX)
           END-IF.

       3000-LOAD-DFA-FLOWS.
           OPEN INPUT DIRECT-FINANCIAL-ACTIVITY
           PERFORM 3100-READ-DFA
               UNTIL WS-EOF
           CLOSE DIRECT-FINANCIAL-ACTIVITY
           MOVE 'N' TO WS-EOF-SW.

       3100-READ-DFA.
           READ DIRECT-FINANCIAL-ACTIVITY
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF DIRECT-FINANCIAL-ACTIVITY-REC
                       AND SEQUENCE-NUMBER = 1
                       AND FUND-CODE NOT = ZERO
                       AND (SHARE-BALANCE-ADD OR SHARE-BALANCE-SUBTRACT)
                       PERFORM 3200-APPLY-TRADE-FLOW
                   END-IF
           END-READ.

       3200-APPLY-TRADE-FLOW.
           MOVE CUSTOMER-ACCOUNT-NUMBER TO WS-GRP-ACCOUNT
           MOVE FUND-CODE TO WS-GRP-FUND-CODE
           MOVE ZERO TO WS-GRP-ESTABLISHED-DATE
           PERFORM 8100-LOOKUP-POSITION-ROW
           IF WS-FOUND
               ADD 1 TO WS-TRADE-FLOWS
               IF SHARE-BALANCE-ADD
                   MOVE TRANSACTION-GROSS-AMOUNT TO WS-FLOW-AMOUNT
               ELSE
                   COMPUTE WS-FLOW-AMOUNT =
                       ZERO - TRANSACTION-GROSS-AMOUNT
                   MOVE 'Y' TO PR-REDEEMED-SW (WS-MATCHED-IDX)
               END-IF
               MOVE TRADE-DATE TO WS-FLOW-DATE
               PERFORM 8200-ADD-FLOW
           END-IF.

       4000-LOAD-DVRA-FLOWS.
           OPEN INPUT DIVIDEND-REFRESHER
           PERFORM 4100-READ-DVRA
               UNTIL WS-EOF
           CLOSE DIVIDEND-REFRESHER
           MOVE 'N' TO WS-EOF-SW.

       4100-READ-DVRA.
           READ DIVIDEND-REFRESHER
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN DIVIDEND-HEADER OR CAP-GAIN-HEADER
                           MOVE HDR-FUND-CODE TO WS-DVRA-FUND-CODE
                           MOVE DISTRIBUTION-PAYABLE-DATE TO
                               WS-DVRA-PAYABLE-DATE
                       WHEN DIVIDEND-REFRESHER-REC
                           OR CAP-GAIN-REFRESHER
                           IF SEQUENCE-NUMBER-DVRA = 1
                               AND WS-DVRA-FUND-CODE NOT = ZERO
                               PERFORM 4200-APPLY-DISTRIBUTION
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       4200-APPLY-DISTRIBUTION.
           IF DIST-TYPE-REINVEST
               ADD 1 TO WS-REINVESTMENTS
           ELSE
               MOVE DVRA-CUSTOMER-ACCOUNT-NUMBER TO WS-GRP-ACCOUNT
               MOVE WS-DVRA-FUND-CODE TO WS-GRP-FUND-CODE
               MOVE ZERO TO WS-GRP-ESTABLISHED-DATE
               PERFORM 8100-LOOKUP-POSITION-ROW
               IF WS-FOUND
                   ADD 1 TO WS-CASH-DISTRIBUTIONS
                   COMPUTE WS-FLOW-AMOUNT =
                       ZERO - DISTRIBUTION-AMOUNT
                   MOVE WS-DVRA-PAYABLE-DATE TO WS-FLOW-DATE
                   PERFORM 8200-ADD-FLOW
               END-IF
           END-IF.

       5000-CHECK-VALUATIONS.
           PERFORM VARYING POS-IDX FROM 1 BY 1
               UNTIL POS-IDX > WS-POSITION-COUNT
               IF PR-NAV-MISSING-SW (POS-IDX) = 'Y'
                   OR (PR-PRIOR-CLOSE-VALUE (POS-IDX) > ZERO
                       AND PR-OPEN-FOUND-SW (POS-IDX) = 'N')
                   OR ((PB-OPEN-VALUE (POS-IDX 1) > ZERO
                        OR PB-NET-FLOW (POS-IDX 1) > ZERO)
                       AND PR-CLOSE-FOUND-SW (POS-IDX) = 'N'
                       AND PR-REDEEMED-SW (POS-IDX) = 'N')
                   PERFORM 5100-MARK-MISSING-VALUATION
               END-IF
           END-PERFORM.

       5100-MARK-MISSING-VALUATION.
           MOVE 'MV' TO PB-REASON-CDE (POS-IDX 1)
           MOVE 'MV' TO PB-REASON-CDE (POS-IDX 5)
           MOVE 'MV' TO PB-REASON-CDE (POS-IDX 6).

       6000-WRITE-HISTORY-OUT.
           OPEN OUTPUT RETURN-HIST-OUT
           PERFORM VARYING POS-IDX FROM 1 BY 1
               UNTIL POS-IDX > WS-POSITION-COUNT
               PERFORM 6050-TEST-ROW-ACTIVE
               IF WS-ROW-ACTIVE
                   PERFORM 6100-WRITE-HISTORY-ROW
               END-IF
           END-PERFORM
           CLOSE RETURN-HIST-OUT
           PERFORM 6900-SAVE-GENERATION.

      *  A position is kept while it has a value or any value or flow
      *  inside the one-year window.
       6050-TEST-ROW-ACTIVE.
           MOVE 'N' TO WS-ROW-ACTIVE-SW
           IF PR-CLOSE-VALUE (POS-IDX) > ZERO
               OR PB-REASON-CDE (POS-IDX 1) = 'MV'
               SET WS-ROW-ACTIVE TO TRUE
           END-IF
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
               IF PB-OPEN-VALUE (POS-IDX WS-BKT) > ZERO
                   OR PB-NET-FLOW (POS-IDX WS-BKT) NOT = ZERO
                   OR PB-DATED-FLOW (POS-IDX WS-BKT) NOT = ZERO
                   SET WS-ROW-ACTIVE TO TRUE
               END-IF
           END-PERFORM.

       6100-WRITE-HISTORY-ROW.
           MOVE PR-CUSTOMER-ACCOUNT-NUMBER (POS-IDX) TO
               HO-CUSTOMER-ACCOUNT-NUMBER
           MOVE PR-FUND-CODE (POS-IDX) TO HO-FUND-CODE
           MOVE PR-TAX-ID-NUMBER (POS-IDX) TO HO-TAX-ID-NUMBER
           MOVE PR-ZIP-CODE (POS-IDX) TO HO-ZIP-CODE
           MOVE PR-ESTABLISHED-DATE (POS-IDX) TO HO-ESTABLISHED-DATE
           MOVE WS-PERIOD-END-DATE TO HO-LAST-PERIOD-END-DATE
           MOVE PR-CLOSE-VALUE (POS-IDX) TO HO-CLOSE-VALUE
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 6
               MOVE PB-START-DATE (POS-IDX WS-BKT) TO
                   HO-START-DATE (WS-BKT)
               MOVE PB-OPEN-VALUE (POS-IDX WS-BKT) TO
                   HO-OPEN-VALUE (WS-BKT)
               MOVE PB-NET-FLOW (POS-IDX WS-BKT) TO
                   HO-NET-FLOW (WS-BKT)
               MOVE PB-DATED-FLOW (POS-IDX WS-BKT) TO
                   HO-DATED-FLOW (WS-BKT)
               MOVE PB-REASON-CDE (POS-IDX WS-BKT) TO
                   HO-REASON-CDE (WS-BKT)
           END-PERFORM
           ADD 1 TO WS-GATE-OUT-COUNT
           ADD HO-CLOSE-VALUE TO WS-GATE-OUT-TOTAL
           WRITE RETURN-HIST-OUT-RECORD.

       6900-SAVE-GENERATION.
           MOVE 'SAVE' TO GG-ACTION
           MOVE WS-GATE-OUT-COUNT TO GG-RECORD-COUNT
           MOVE WS-GATE-OUT-TOTAL TO GG-CONTENT-TOTAL
           MOVE WS-PERIOD-END-DATE TO GG-RUN-DATE
           CALL 'GENERATION-GATE' USING GG-ACTION GG-CHAIN-ID
               GG-RECORD-COUNT GG-CONTENT-TOTAL GG-RUN-DATE
               GG-STATUS.

       7000-WRITE-FUND-RETURNS.
           PERFORM VARYING POS-IDX FROM 1 BY 1
               UNTIL POS-IDX > WS-POSITION-COUNT
               PERFORM 7100-BUILD-POSITION-VIEWS
               PERFORM 7150-TEST-VIEWS-ACTIVE
               IF WS-ROW-ACTIVE
                   ADD 1 TO WS-FUND-ROWS
                   PERFORM 7200-ROLL-INTO-SUMMARIES
                   PERFORM 8500-COMPUTE-VIEW-RETURNS
                   MOVE 'F' TO RX-LEVEL-CDE
                   MOVE PR-TAX-ID-NUMBER (POS-IDX) TO RX-TAX-ID-NUMBER
                   MOVE PR-ZIP-CODE (POS-IDX) TO RX-ZIP-CODE
                   MOVE PR-CUSTOMER-ACCOUNT-NUMBER (POS-IDX) TO
                       RX-CUSTOMER-ACCOUNT-NUMBER
                   MOVE PR-FUND-CODE (POS-IDX) TO RX-FUND-CODE
                   PERFORM 8600-WRITE-RETURN-ROW
               END-IF
           END-PERFORM.

       7100-BUILD-POSITION-VIEWS.
           MOVE PR-CLOSE-VALUE (POS-IDX) TO WS-VIEW-CLOSE-VALUE
           MOVE 1 TO WS-BKT
           MOVE 1 TO WS-HZ
           PERFORM 7110-VIEW-FROM-BUCKET
           MOVE 5 TO WS-BKT
           MOVE 2 TO WS-HZ
           PERFORM 7110-VIEW-FROM-BUCKET
           MOVE 6 TO WS-BKT
           MOVE 4 TO WS-HZ
           PERFORM 7110-VIEW-FROM-BUCKET
           PERFORM 7120-BUILD-ONE-YEAR-VIEW.

       7110-VIEW-FROM-BUCKET.
           MOVE PB-START-DATE (POS-IDX WS-BKT) TO WV-START-DATE (WS-HZ)
           MOVE PB-OPEN-VALUE (POS-IDX WS-BKT) TO WV-OPEN-VALUE (WS-HZ)
           MOVE PB-NET-FLOW (POS-IDX WS-BKT) TO WV-NET-FLOW (WS-HZ)
           MOVE PB-DATED-FLOW (POS-IDX WS-BKT) TO
               WV-DATED-FLOW (WS-HZ)
           MOVE PB-REASON-CDE (POS-IDX WS-BKT) TO
               WV-REASON-CDE (WS-HZ)
           MOVE ZERO TO WV-RETURN-PCT (WS-HZ).

      *  The one-year view is the quarters inside the window.  It
      *  opens on the oldest quarter's opening value when that
      *  quarter starts the window, at zero when the position was
      *  established inside the window, and is short of history
      *  otherwise.
       7120-BUILD-ONE-YEAR-VIEW.
           MOVE WS-ONE-YEAR-START-DATE TO WV-START-DATE (3)
           MOVE ZERO TO WV-OPEN-VALUE (3)
           MOVE ZERO TO WV-NET-FLOW (3)
           MOVE ZERO TO WV-DATED-FLOW (3)
           MOVE SPACES TO WV-REASON-CDE (3)
           MOVE ZERO TO WV-RETURN-PCT (3)
           MOVE ZERO TO WS-OLDEST-BKT
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
               IF PB-START-DATE (POS-IDX WS-BKT) NOT <
                       WS-ONE-YEAR-START-DATE
                   MOVE WS-BKT TO WS-OLDEST-BKT
                   PERFORM 7130-ADD-QUARTER-TO-YEAR
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-OLDEST-BKT > ZERO
                   AND PB-START-DATE (POS-IDX WS-OLDEST-BKT) =
                       WS-ONE-YEAR-START-DATE
                   MOVE PB-OPEN-VALUE (POS-IDX WS-OLDEST-BKT) TO
                       WV-OPEN-VALUE (3)
               WHEN PB-REASON-CDE (POS-IDX 6) = SPACES
                   AND PB-START-DATE (POS-IDX 6) NOT <
                       WS-ONE-YEAR-START-DATE
                   CONTINUE
               WHEN WV-REASON-CDE (3) = SPACES
                   MOVE 'IH' TO WV-REASON-CDE (3)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       7130-ADD-QUARTER-TO-YEAR.
           COMPUTE WS-SHIFT-DAYS =
               FUNCTION INTEGER-OF-DATE(PB-START-DATE (POS-IDX WS-BKT))
             - FUNCTION INTEGER-OF-DATE(WS-ONE-YEAR-START-DATE)
           ADD PB-NET-FLOW (POS-IDX WS-BKT) TO WV-NET-FLOW (3)
           COMPUTE WV-DATED-FLOW (3) = WV-DATED-FLOW (3)
               + PB-DATED-FLOW (POS-IDX WS-BKT)
               + WS-SHIFT-DAYS * PB-NET-FLOW (POS-IDX WS-BKT)
           IF PB-REASON-CDE (POS-IDX WS-BKT) NOT = SPACES
               AND WV-REASON-CDE (3) = SPACES
               MOVE PB-REASON-CDE (POS-IDX WS-BKT) TO WV-REASON-CDE (3)
           END-IF.

      *  A position takes part in a horizon when it has a value or a
      *  flow in it or is missing a valuation.
       7150-TEST-VIEWS-ACTIVE.
           MOVE 'N' TO WS-ROW-ACTIVE-SW
           PERFORM VARYING WS-HZ FROM 1 BY 1 UNTIL WS-HZ > 4
               IF WV-OPEN-VALUE (WS-HZ) > ZERO
                   OR WV-NET-FLOW (WS-HZ) NOT = ZERO
                   OR WV-DATED-FLOW (WS-HZ) NOT = ZERO
                   OR WV-REASON-CDE (WS-HZ) = 'MV'
                   SET WS-ROW-ACTIVE TO TRUE
               END-IF
           END-PERFORM
           IF WS-VIEW-CLOSE-VALUE > ZERO
               SET WS-ROW-ACTIVE TO TRUE
           END-IF.

       7200-ROLL-INTO-SUMMARIES.
           PERFORM 8300-LOOKUP-ACCOUNT-SUMMARY
           IF WS-FOUND
               PERFORM 7210-ADD-VIEWS-TO-SUMMARY
           END-IF
           IF PR-TAX-ID-NUMBER (POS-IDX) NOT = ZERO
               OR PR-ZIP-CODE (POS-IDX) NOT = ZERO
               PERFORM 8350-LOOKUP-HOUSEHOLD-SUMMARY
               IF WS-FOUND
                   PERFORM 7210-ADD-VIEWS-TO-SUMMARY
               END-IF
           END-IF.

       7210-ADD-VIEWS-TO-SUMMARY.
           ADD WS-VIEW-CLOSE-VALUE TO SR-CLOSE-VALUE (WS-MATCHED-IDX)
           PERFORM VARYING WS-HZ FROM 1 BY 1 UNTIL WS-HZ > 4
               IF WV-OPEN-VALUE (WS-HZ) > ZERO
                   OR WV-NET-FLOW (WS-HZ) NOT = ZERO
                   OR WV-DATED-FLOW (WS-HZ) NOT = ZERO
                   OR WV-REASON-CDE (WS-HZ) = 'MV'
                   OR WS-VIEW-CLOSE-VALUE > ZERO
                   PERFORM 7220-ADD-ONE-VIEW
               END-IF
           END-PERFORM.

      *  Views with different starts (since established) are combined
      *  from the earlier start, moving the later flows forward.
       7220-ADD-ONE-VIEW.
           IF SV-START-DATE (WS-MATCHED-IDX WS-HZ) = ZERO
               MOVE WV-START-DATE (WS-HZ) TO
                   SV-START-DATE (WS-MATCHED-IDX WS-HZ)
           END-IF
           IF WV-START-DATE (WS-HZ) <
                   SV-START-DATE (WS-MATCHED-IDX WS-HZ)
               AND WV-START-DATE (WS-HZ) NOT = ZERO
               COMPUTE WS-SHIFT-DAYS =
                   FUNCTION INTEGER-OF-DATE(
                       SV-START-DATE (WS-MATCHED-IDX WS-HZ))
                 - FUNCTION INTEGER-OF-DATE(WV-START-DATE (WS-HZ))
               COMPUTE SV-DATED-FLOW (WS-MATCHED-IDX WS-HZ) =
                   SV-DATED-FLOW (WS-MATCHED-IDX WS-HZ)
                   + WS-SHIFT-DAYS * SV-NET-FLOW (WS-MATCHED-IDX WS-HZ)
               MOVE WV-START-DATE (WS-HZ) TO
                   SV-START-DATE (WS-MATCHED-IDX WS-HZ)
           END-IF
           MOVE ZERO TO WS-SHIFT-DAYS
           IF WV-START-DATE (WS-HZ) NOT = ZERO
               COMPUTE WS-SHIFT-DAYS =
                   FUNCTION INTEGER-OF-DATE(WV-START-DATE (WS-HZ))
                 - FUNCTION INTEGER-OF-DATE(
                       SV-START-DATE (WS-MATCHED-IDX WS-HZ))
           END-IF
           ADD WV-OPEN-VALUE (WS-HZ) TO
               SV-OPEN-VALUE (WS-MATCHED-IDX WS-HZ)
           ADD WV-NET-FLOW (WS-HZ) TO
               SV-NET-FLOW (WS-MATCHED-IDX WS-HZ)
           COMPUTE SV-DATED-FLOW (WS-MATCHED-IDX WS-HZ) =
               SV-DATED-FLOW (WS-MATCHED-IDX WS-HZ)
               + WV-DATED-FLOW (WS-HZ)
               + WS-SHIFT-DAYS * WV-NET-FLOW (WS-HZ)
           IF WV-REASON-CDE (WS-HZ) NOT = SPACES
               AND SV-REASON-CDE (WS-MATCHED-IDX WS-HZ) = SPACES
               MOVE WV-REASON-CDE (WS-HZ) TO
                   SV-REASON-CDE (WS-MATCHED-IDX WS-HZ)
           END-IF.

       7500-WRITE-SUMMARY-RETURNS.
           PERFORM VARYING SUM-IDX FROM 1 BY 1
               UNTIL SUM-IDX > WS-SUMMARY-COUNT
               MOVE SR-CLOSE-VALUE (SUM-IDX) TO WS-VIEW-CLOSE-VALUE
               PERFORM VARYING WS-HZ FROM 1 BY 1 UNTIL WS-HZ > 4
                   MOVE SV-START-DATE (SUM-IDX WS-HZ) TO
                       WV-START-DATE (WS-HZ)
                   MOVE SV-OPEN-VALUE (SUM-IDX WS-HZ) TO
                       WV-OPEN-VALUE (WS-HZ)
                   MOVE SV-NET-FLOW (SUM-IDX WS-HZ) TO
                       WV-NET-FLOW (WS-HZ)
                   MOVE SV-DATED-FLOW (SUM-IDX WS-HZ) TO
                       WV-DATED-FLOW (WS-HZ)
                   MOVE SV-REASON-CDE (SUM-IDX WS-HZ) TO
                       WV-REASON-CDE (WS-HZ)
                   MOVE ZERO TO WV-RETURN-PCT (WS-HZ)
               END-PERFORM
               PERFORM 8500-COMPUTE-VIEW-RETURNS
               MOVE SR-LEVEL-CDE (SUM-IDX) TO RX-LEVEL-CDE
               IF RX-HOUSEHOLD-ROW
                   ADD 1 TO WS-HOUSEHOLD-ROWS
               ELSE
                   ADD 1 TO WS-ACCOUNT-ROWS
               END-IF
               MOVE SR-TAX-ID-NUMBER (SUM-IDX) TO RX-TAX-ID-NUMBER
               MOVE SR-ZIP-CODE (SUM-IDX) TO RX-ZIP-CODE
               MOVE SR-CUSTOMER-ACCOUNT-NUMBER (SUM-IDX) TO
                   RX-CUSTOMER-ACCOUNT-NUMBER
               MOVE ZERO TO RX-FUND-CODE
               PERFORM 8600-WRITE-RETURN-ROW
           END-PERFORM.

       8100-LOOKUP-POSITION-ROW.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING POS-IDX FROM 1 BY 1
               UNTIL POS-IDX > WS-POSITION-COUNT OR WS-FOUND
               IF PR-CUSTOMER-ACCOUNT-NUMBER (POS-IDX) = WS-GRP-ACCOUNT
                   AND PR-FUND-CODE (POS-IDX) = WS-GRP-FUND-CODE
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO POS-IDX
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-POSITION-COUNT < WS-MAX-ROWS
               PERFORM 8110-ADD-POSITION-ROW
           END-IF.

      *  A position new to the history is complete from its
      *  ESTABLISHED-DATE when that falls in this period; otherwise
      *  only the quarter (and the year, in a year's first quarter)
      *  can be trusted.
       8110-ADD-POSITION-ROW.
           ADD 1 TO WS-POSITION-COUNT
           SET POS-IDX TO WS-POSITION-COUNT
           SET WS-MATCHED-IDX TO POS-IDX
           SET WS-FOUND TO TRUE
           MOVE WS-GRP-ACCOUNT TO PR-CUSTOMER-ACCOUNT-NUMBER (POS-IDX)
           MOVE WS-GRP-FUND-CODE TO PR-FUND-CODE (POS-IDX)
           MOVE ZERO TO PR-TAX-ID-NUMBER (POS-IDX)
           MOVE ZERO TO PR-ZIP-CODE (POS-IDX)
           MOVE WS-GRP-ESTABLISHED-DATE TO
               PR-ESTABLISHED-DATE (POS-IDX)
           MOVE ZERO TO PR-PRIOR-CLOSE-VALUE (POS-IDX)
           MOVE ZERO TO PR-CLOSE-VALUE (POS-IDX)
           MOVE 'N' TO PR-OPEN-FOUND-SW (POS-IDX)
           MOVE 'N' TO PR-CLOSE-FOUND-SW (POS-IDX)
           MOVE 'N' TO PR-REDEEMED-SW (POS-IDX)
           MOVE 'N' TO PR-NAV-MISSING-SW (POS-IDX)
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 6
               PERFORM 1130-CLEAR-BUCKET
           END-PERFORM
           MOVE WS-PERIOD-START-DATE TO PB-START-DATE (POS-IDX 1)
           IF WS-GRP-ESTABLISHED-DATE NOT < WS-PERIOD-START-DATE
               AND WS-GRP-ESTABLISHED-DATE NOT > WS-PERIOD-END-DATE
               MOVE WS-YEAR-START-DATE TO PB-START-DATE (POS-IDX 5)
               MOVE WS-GRP-ESTABLISHED-DATE TO
                   PB-START-DATE (POS-IDX 6)
           ELSE
               PERFORM 1140-START-YEAR-BUCKET
               MOVE WS-PERIOD-START-DATE TO PB-START-DATE (POS-IDX 6)
               MOVE 'IH' TO PB-REASON-CDE (POS-IDX 6)
           END-IF.

       8150-VALUE-POSITION.
           COMPUTE WS-POSITION-VALUE ROUNDED =
               WS-GRP-SHARES * WS-GRP-NAV
           IF WS-GRP-SHARES > ZERO AND WS-GRP-NAV = ZERO
               MOVE 'Y' TO PR-NAV-MISSING-SW (WS-MATCHED-IDX)
           END-IF.

      *  A flow is added to the current quarter, year-to-date and
      *  since-established buckets, dated from each bucket's start.
       8200-ADD-FLOW.
           IF WS-FLOW-DATE < WS-PERIOD-START-DATE
               MOVE WS-PERIOD-START-DATE TO WS-FLOW-DATE
           END-IF
           IF WS-FLOW-DATE > WS-PERIOD-END-DATE
               MOVE WS-PERIOD-END-DATE TO WS-FLOW-DATE
           END-IF
           MOVE 1 TO WS-BKT
           PERFORM 8210-ADD-FLOW-TO-BUCKET
           MOVE 5 TO WS-BKT
           PERFORM 8210-ADD-FLOW-TO-BUCKET
           MOVE 6 TO WS-BKT
           PERFORM 8210-ADD-FLOW-TO-BUCKET.

       8210-ADD-FLOW-TO-BUCKET.
           IF PB-START-DATE (WS-MATCHED-IDX WS-BKT) NOT = ZERO
               COMPUTE WS-FLOW-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-FLOW-DATE)
                 - FUNCTION INTEGER-OF-DATE(
                       PB-START-DATE (WS-MATCHED-IDX WS-BKT)) + 1
               IF WS-FLOW-DAYS < 1
                   MOVE 1 TO WS-FLOW-DAYS
               END-IF
               ADD WS-FLOW-AMOUNT TO
                   PB-NET-FLOW (WS-MATCHED-IDX WS-BKT)
               COMPUTE PB-DATED-FLOW (WS-MATCHED-IDX WS-BKT) =
                   PB-DATED-FLOW (WS-MATCHED-IDX WS-BKT)
                   + WS-FLOW-DAYS * WS-FLOW-AMOUNT
           END-IF.

       8300-LOOKUP-ACCOUNT-SUMMARY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING SUM-IDX FROM 1 BY 1
               UNTIL SUM-IDX > WS-SUMMARY-COUNT OR WS-FOUND
               IF SR-LEVEL-CDE (SUM-IDX) = 'A'
                   AND SR-CUSTOMER-ACCOUNT-NUMBER (SUM-IDX) =
                       PR-CUSTOMER-ACCOUNT-NUMBER (POS-IDX)
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO SUM-IDX
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-SUMMARY-COUNT < WS-MAX-ROWS
               PERFORM 8310-ADD-SUMMARY-ROW
               MOVE 'A' TO SR-LEVEL-CDE (SUM-IDX)
               MOVE PR-CUSTOMER-ACCOUNT-NUMBER (POS-IDX) TO
                   SR-CUSTOMER-ACCOUNT-NUMBER (SUM-IDX)
           END-IF.

       8310-ADD-SUMMARY-ROW.
           ADD 1 TO WS-SUMMARY-COUNT
           SET SUM-IDX TO WS-SUMMARY-COUNT
           SET WS-MATCHED-IDX TO SUM-IDX
           SET WS-FOUND TO TRUE
           MOVE PR-TAX-ID-NUMBER (POS-IDX) TO SR-TAX-ID-NUMBER (SUM-IDX)
           MOVE PR-ZIP-CODE (POS-IDX) TO SR-ZIP-CODE (SUM-IDX)
           MOVE SPACES TO SR-CUSTOMER-ACCOUNT-NUMBER (SUM-IDX)
           MOVE ZERO TO SR-CLOSE-VALUE (SUM-IDX)
           PERFORM VARYING WS-HZ FROM 1 BY 1 UNTIL WS-HZ > 4
               MOVE ZERO TO SV-START-DATE (SUM-IDX WS-HZ)
               MOVE ZERO TO SV-OPEN-VALUE (SUM-IDX WS-HZ)
               MOVE ZERO TO SV-NET-FLOW (SUM-IDX WS-HZ)
               MOVE ZERO TO SV-DATED-FLOW (SUM-IDX WS-HZ)
               MOVE SPACES TO SV-REASON-CDE (SUM-IDX WS-HZ)
           END-PERFORM.

       8350-LOOKUP-HOUSEHOLD-SUMMARY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING SUM-IDX FROM 1 BY 1
               UNTIL SUM-IDX > WS-SUMMARY-COUNT OR WS-FOUND
               IF SR-LEVEL-CDE (SUM-IDX) = 'H'
                   AND SR-TAX-ID-NUMBER (SUM-IDX) =
                       PR-TAX-ID-NUMBER (POS-IDX)
                   AND SR-ZIP-CODE (SUM-IDX) = PR-ZIP-CODE (POS-IDX)
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO SUM-IDX
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-SUMMARY-COUNT < WS-MAX-ROWS
               PERFORM 8310-ADD-SUMMARY-ROW
               MOVE 'H' TO SR-LEVEL-CDE (SUM-IDX)
           END-IF.

       8500-COMPUTE-VIEW-RETURNS.
           MOVE 'N' TO WS-SUPPRESSED-SW
           PERFORM VARYING WS-HZ FROM 1 BY 1 UNTIL WS-HZ > 4
               PERFORM 8510-COMPUTE-ONE-RETURN
               EVALUATE WV-REASON-CDE (WS-HZ)
                   WHEN SPACES
                       ADD 1 TO WS-RETURNS-COMPUTED
                   WHEN 'MV'
                       ADD 1 TO WS-SUPPRESSED-MV
                   WHEN 'IH'
                       ADD 1 TO WS-SUPPRESSED-IH
                   WHEN 'ZB'
                       ADD 1 TO WS-SUPPRESSED-ZB
                   WHEN OTHER
                       ADD 1 TO WS-SUPPRESSED-NC
               END-EVALUATE
               IF WV-REASON-CDE (WS-HZ) NOT = SPACES
                   SET WS-ANY-SUPPRESSED TO TRUE
               END-IF
           END-PERFORM.

       8510-COMPUTE-ONE-RETURN.
           MOVE ZERO TO WV-RETURN-PCT (WS-HZ)
           IF WV-REASON-CDE (WS-HZ) = SPACES
               AND WV-OPEN-VALUE (WS-HZ) = ZERO
               AND WS-HZ NOT = 4
               MOVE 'ZB' TO WV-REASON-CDE (WS-HZ)
           END-IF
           IF WV-REASON-CDE (WS-HZ) = SPACES
               AND WV-START-DATE (WS-HZ) = ZERO
               MOVE 'IH' TO WV-REASON-CDE (WS-HZ)
           END-IF
           IF WV-REASON-CDE (WS-HZ) = SPACES
               COMPUTE WS-HORIZON-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-END-DATE)
                 - FUNCTION INTEGER-OF-DATE(WV-START-DATE (WS-HZ)) + 1
               IF WS-HORIZON-DAYS < 1
                   MOVE 1 TO WS-HORIZON-DAYS
               END-IF
               COMPUTE WS-WEIGHTED-CAPITAL ROUNDED =
                   WV-OPEN-VALUE (WS-HZ) + WV-NET-FLOW (WS-HZ)
                   - WV-DATED-FLOW (WS-HZ) / WS-HORIZON-DAYS
               COMPUTE WS-INVESTMENT-GAIN =
                   WS-VIEW-CLOSE-VALUE - WV-OPEN-VALUE (WS-HZ)
                   - WV-NET-FLOW (WS-HZ)
               IF WS-WEIGHTED-CAPITAL NOT > ZERO
                   MOVE 'NC' TO WV-REASON-CDE (WS-HZ)
               ELSE
                   COMPUTE WV-RETURN-PCT (WS-HZ) ROUNDED =
                       WS-INVESTMENT-GAIN * 100 / WS-WEIGHTED-CAPITAL
                       ON SIZE ERROR
                           MOVE ZERO TO WV-RETURN-PCT (WS-HZ)
                           MOVE 'NC' TO WV-REASON-CDE (WS-HZ)
                   END-COMPUTE
               END-IF
           END-IF.

       8600-WRITE-RETURN-ROW.
           MOVE WS-PERIOD-END-DATE TO RX-PERIOD-END-DATE
           MOVE WS-VIEW-CLOSE-VALUE TO RX-CLOSE-VALUE
           PERFORM VARYING WS-HZ FROM 1 BY 1 UNTIL WS-HZ > 4
               MOVE WS-HORIZON-CODES (WS-HZ:1) TO RX-HORIZON-CDE (WS-HZ)
               MOVE WV-START-DATE (WS-HZ) TO RX-START-DATE (WS-HZ)
               MOVE WV-OPEN-VALUE (WS-HZ) TO RX-OPEN-VALUE (WS-HZ)
               MOVE WV-NET-FLOW (WS-HZ) TO RX-NET-FLOW (WS-HZ)
               MOVE WV-RETURN-PCT (WS-HZ) TO RX-RETURN-PCT (WS-HZ)
               MOVE WV-REASON-CDE (WS-HZ) TO RX-REASON-CDE (WS-HZ)
           END-PERFORM
           WRITE RETURN-EXTRACT-RECORD
           IF WS-ANY-SUPPRESSED
               PERFORM 8700-REPORT-SUPPRESSED-ROW
           END-IF.

       8700-REPORT-SUPPRESSED-ROW.
           MOVE RX-LEVEL-CDE TO DL-LEVEL-CDE
           MOVE RX-TAX-ID-NUMBER TO DL-TAX-ID-NUMBER
           MOVE RX-ZIP-CODE TO DL-ZIP-CODE
           MOVE RX-CUSTOMER-ACCOUNT-NUMBER TO DL-ACCOUNT
           MOVE RX-FUND-CODE TO DL-FUND-CODE
           MOVE RX-CLOSE-VALUE TO DL-CLOSE-VALUE
           MOVE RX-REASON-CDE (1) TO DL-REASON-QTR
           MOVE RX-REASON-CDE (2) TO DL-REASON-YTD
           MOVE RX-REASON-CDE (3) TO DL-REASON-ONE-YEAR
           MOVE RX-REASON-CDE (4) TO DL-REASON-ESTABLISHED
           WRITE RETURN-RPT-LINE FROM WS-DETAIL-LINE.

       9000-FINALIZE.
           MOVE WS-FUND-ROWS TO SL-FUND-COUNT
           MOVE WS-ACCOUNT-ROWS TO SL-ACCOUNT-COUNT
           MOVE WS-HOUSEHOLD-ROWS TO SL-HOUSEHOLD-COUNT
           WRITE RETURN-RPT-LINE FROM WS-SUMMARY-LINE-1
           MOVE WS-RETURNS-COMPUTED TO SL-COMPUTED-COUNT
           MOVE WS-SUPPRESSED-MV TO SL-MV-COUNT
           MOVE WS-SUPPRESSED-IH TO SL-IH-COUNT
           MOVE WS-SUPPRESSED-ZB TO SL-ZB-COUNT
           MOVE WS-SUPPRESSED-NC TO SL-NC-COUNT
           WRITE RETURN-RPT-LINE FROM WS-SUMMARY-LINE-2
           MOVE WS-POSITIONS-VALUED TO SL-VALUED-COUNT
           MOVE WS-TRADE-FLOWS TO SL-TRADE-COUNT
           MOVE WS-CASH-DISTRIBUTIONS TO SL-CASH-DIST-COUNT
           MOVE WS-REINVESTMENTS TO SL-REINVEST-COUNT
           WRITE RETURN-RPT-LINE FROM WS-SUMMARY-LINE-3
           CLOSE RETURN-EXTRACT-FILE
           CLOSE RETURN-RPT-FILE.
