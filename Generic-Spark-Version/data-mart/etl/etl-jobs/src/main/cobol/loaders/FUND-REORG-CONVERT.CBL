       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUND-REORG-CONVERT.
      ******************************************************************
      *  Fund merger and share-class reorganization conversion engine.
      *  Every merger used to be a hand-built project of one-off
      *  extracts, spreadsheet ratios and manual re-keys, and the
      *  mart's own history files - CDSC lots, cost basis, blue-sky
      *  permits - were left keyed to a fund that no longer existed.
      *
      *  The conversion table names each old fund, its surviving
      *  fund, the exchange ratio (surviving shares per old share)
      *  and the effective date.  A row is applied once the run date
      *  reaches its effective date; a row with no ratio, an old fund
      *  converting into itself, an old fund already terminated or
      *  not on FUND-MASTER-IN, a surviving fund that is not active,
      *  or a surviving fund that is itself being merged away (the
      *  row must be restated against the final survivor) is
      *  rejected.
      *
      *  The run proves before it converts.  The first pass over
      *  ACCOUNT-POSITION values every SEQUENCE-NUMBER 1 position in
      *  an old fund before (shares at the old fund's NAV-PER-SHARE
      *  from the day's SDCM 'DD' rows) and after (shares times the
      *  ratio, rounded to four places, at the surviving fund's NAV).
      *  An account is in balance when its value moves by no more
      *  than a cent, plus the value of one share rounding unit at the
      *  surviving NAV, plus a millionth of its value for the
      *  six-place ratio; the fund is in balance when every account
      *  is, and the fund's shares and values prove at the ratio.  A
      *  fund that does not balance is held entire - no transactions,
      *  no re-keys, the fund stays open - and shows on the proof
      *  with the reason.
      *
      *  The second pass converts the balanced funds.  Each position
      *  writes a convert-out leg in the old fund and a convert-in
      *  leg in the surviving fund, and the standing instructions
      *  stitched into its APR group - the LOI-NUMBER and the
      *  CUMULATIVE-DISCOUNT-NUMBER that link it to its LOI and ROA
      *  household (SEQUENCE-NUMBER 2), the FINS-ACCOUNT-ID its bank
      *  instructions are keyed on (SEQUENCE-NUMBER 3) and its
      *  systematic investment plan (SEQUENCE-NUMBER 6) - are written
      *  to the re-key instruction file for the transfer agent, so
      *  the household assets, letter of intent, bank draft and SIP
      *  all follow the position to the surviving fund.
      *
      *  The reorganization is tax-free, so the history carries
      *  over.  CDSC-LOT lots keep their trade dates and are re-keyed
      *  with their remaining shares restated at the ratio;
      *  BASIS-LEDGER rows are re-keyed with shares restated and cost
      *  unchanged, merged into the account's surviving-fund row
      *  where it already holds one; both chains are certified by
      *  GENERATION-GATE on the way in and out as their owning loads
      *  do.  Blue-sky permits are re-keyed to the surviving fund,
      *  the old fund's sales to date added into the surviving
      *  fund's permit where it already has one for the state.
      *
      *  The merger proof report shows shares and value before and
      *  after for every account and every conversion, with the
      *  lots, basis and permits carried and the instructions
      *  re-keyed.  When a conversion balances and its lot and basis
      *  history prove at the ratio, a terminate transaction for the
      *  old FUND-CODE is written for FUND-MASTER-MAINT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVERSION-TABLE-FILE ASSIGN TO "CONVTBLNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCOUNT-POSITION ASSIGN TO "APRNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SDCM-BALANCING-DATA ASSIGN TO "SDCMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FUND-MASTER-IN ASSIGN TO "FNDMSTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CDSC-LOT-IN ASSIGN TO "CDSCLOTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CDSC-LOT-OUT ASSIGN TO "CDSCLOTOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BASIS-LEDGER-IN ASSIGN TO "BASLEDIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BASIS-LEDGER-OUT ASSIGN TO "BASLEDOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PERMIT-FILE-IN ASSIGN TO "PERMITIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PERMIT-FILE-OUT ASSIGN TO "PERMITOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONVERSION-TRAN-FILE ASSIGN TO "CONVTRANNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REKEY-INSTRUCTION-FILE ASSIGN TO "REKEYNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FUND-MAINT-TRAN-FILE ASSIGN TO "FMTRANNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REORG-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT MERGER-PROOF-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONVERSION-TABLE-FILE.
       01  CONVERSION-TABLE-RECORD.
           05  CI-OLD-FUND-CODE                  PIC 9(7).
           05  CI-SURVIVING-FUND-CODE            PIC 9(7).
           05  CI-EXCHANGE-RATIO                 PIC 9(3)V9(6).
           05  CI-EFFECTIVE-DATE                 PIC 9(8).
       FD  ACCOUNT-POSITION.
       01  APR-RECORD.
           05  RECORD-TYPE-APR                   PIC X(3).
               88  ACCOUNT-POSITION-REC              VALUE 'APR'.
           05  SEQUENCE-NUMBER-APR               PIC 9(3).
           05  APR-DETAIL-RECORD-1.
               10  FILLER                        PIC X(25).
               10  APR-FUND-CODE                 PIC 9(7).
               10  APR-CUSTOMER-ACCOUNT-NUMBER   PIC X(20).
               10  FILLER                        PIC X(1).
               10  APR-TOTAL-SHARES-COUNT        PIC 9(11)V9(4).
               10  FILLER                        PIC X(86).
           05  APR-DETAIL-RECORD-2 REDEFINES APR-DETAIL-RECORD-1.
               10  FILLER                        PIC X(94).
               10  CUMULATIVE-DISCOUNT-NUMBER    PIC 9(9).
               10  FILLER                        PIC X(4).
               10  LOI-NUMBER                    PIC 9(9).
               10  FILLER                        PIC X(38).
           05  APR-DETAIL-RECORD-3 REDEFINES APR-DETAIL-RECORD-1.
               10  FILLER                        PIC X(125).
               10  FINS-ACCOUNT-ID               PIC X(20).
               10  FILLER                        PIC X(9).
           05  APR-DETAIL-RECORD-6 REDEFINES APR-DETAIL-RECORD-1.
               10  FILLER                        PIC X(7).
               10  ACCOUNT-GROUP-ID              PIC 9(11).
               10  FILLER                        PIC X(19).
               10  NEXT-INVESTMENT-DT            PIC X(10).
               10  FILLER                        PIC X(82).
               10  INVESTMENT-LVL-AT             PIC 9(13)V9(2).
               10  FILLER                        PIC X(10).
       FD  SDCM-BALANCING-DATA.
       01  SDCM-BALANCING-RECORD.
           05  SYSTEM-ID                         PIC X(3).
           05  SUPER-SHEET-DTE                   PIC 9(8).
           05  RECORD-TYPE-CDE                   PIC X(2).
               88  RECORD-TYPE-DETAIL                VALUE 'DD'.
           05  DETAIL-TRANSMIT-AREA.
               10  SDCM-FUND-CODE                PIC 9(7).
               10  FILLER                        PIC X(260).
               10  NAV-PER-SHARE                 PIC 9(5)V9(4).
               10  FILLER                        PIC X(11).
       FD  FUND-MASTER-IN.
       01  FUND-MASTER-IN-RECORD.
           05  MI-FUND-CODE                      PIC 9(7).
           05  MI-CUSIP-NUMBER                   PIC X(9).
           05  MI-TICKER-SYMBOL-ID               PIC X(5).
           05  MI-SEC-ISS-ID                     PIC X(9).
           05  MI-TA-MUTUAL-FUND-ID              PIC X(20).
           05  MI-STATUS-CDE                     PIC X(1).
       FD  CDSC-LOT-IN.
       01  CDSC-LOT-IN-RECORD.
           05  LI-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  LI-FUND-CODE                      PIC 9(7).
           05  LI-TRADE-DATE                     PIC 9(8).
           05  LI-REMAINING-SHARES               PIC 9(11)V9(4).
       FD  CDSC-LOT-OUT.
       01  CDSC-LOT-OUT-RECORD.
           05  LO-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  LO-FUND-CODE                      PIC 9(7).
           05  LO-TRADE-DATE                     PIC 9(8).
           05  LO-REMAINING-SHARES               PIC 9(11)V9(4).
       FD  BASIS-LEDGER-IN.
       01  BASIS-LEDGER-IN-RECORD.
           05  BI-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  BI-FUND-CODE                      PIC 9(7).
           05  BI-TOTAL-SHARES                   PIC 9(11)V9(4).
           05  BI-TOTAL-COST                     PIC 9(13)V9(2).
       FD  BASIS-LEDGER-OUT.
       01  BASIS-LEDGER-OUT-RECORD.
           05  BO-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  BO-FUND-CODE                      PIC 9(7).
           05  BO-TOTAL-SHARES                   PIC 9(11)V9(4).
           05  BO-TOTAL-COST                     PIC 9(13)V9(2).
       FD  PERMIT-FILE-IN.
       01  PERMIT-IN-RECORD.
           05  PI-FUND-CODE                      PIC 9(7).
           05  PI-STATE-CODE                     PIC 9(3).
           05  PI-PERMIT-STATUS-CDE              PIC X(1).
           05  PI-SOLD-CAP-AMT                   PIC 9(15)V9(2).
           05  PI-SOLD-TO-DATE-AMT               PIC 9(15)V9(2).
       FD  PERMIT-FILE-OUT.
       01  PERMIT-OUT-RECORD.
           05  PO-FUND-CODE                      PIC 9(7).
           05  PO-STATE-CODE                     PIC 9(3).
           05  PO-PERMIT-STATUS-CDE              PIC X(1).
           05  PO-SOLD-CAP-AMT                   PIC 9(15)V9(2).
           05  PO-SOLD-TO-DATE-AMT               PIC 9(15)V9(2).
       FD  CONVERSION-TRAN-FILE.
       01  CONVERSION-TRAN-RECORD.
           05  CT-TRANSACTION-CDE                PIC X(3).
               88  CT-CONVERT-OUT                    VALUE 'CVO'.
               88  CT-CONVERT-IN                     VALUE 'CVI'.
           05  CT-EFFECTIVE-DATE                 PIC 9(8).
           05  CT-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  CT-FUND-CODE                      PIC 9(7).
           05  CT-CONTRA-FUND-CODE               PIC 9(7).
           05  CT-SHARES-COUNT                   PIC 9(11)V9(4).
           05  CT-NAV-PER-SHARE                  PIC 9(5)V9(4).
           05  CT-AMOUNT                         PIC 9(13)V9(2).
           05  CT-EXCHANGE-RATIO                 PIC 9(3)V9(6).
       FD  REKEY-INSTRUCTION-FILE.
       01  REKEY-INSTRUCTION-RECORD.
           05  RI-INSTRUCTION-TYPE               PIC X(3).
               88  RI-SIP-PLAN                       VALUE 'SIP'.
               88  RI-LETTER-OF-INTENT               VALUE 'LOI'.
               88  RI-RIGHTS-OF-ACCUMULATION         VALUE 'ROA'.
               88  RI-BANK-INSTRUCTION               VALUE 'BNK'.
           05  RI-EFFECTIVE-DATE                 PIC 9(8).
           05  RI-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  RI-OLD-FUND-CODE                  PIC 9(7).
           05  RI-SURVIVING-FUND-CODE            PIC 9(7).
           05  RI-REFERENCE-ID                   PIC X(20).
           05  RI-PLAN-AMOUNT                    PIC 9(13)V9(2).
           05  RI-NEXT-INVESTMENT-DT             PIC X(10).
       FD  FUND-MAINT-TRAN-FILE.
       01  FUND-MAINT-TRAN-RECORD.
           05  TX-ACTION-CDE                     PIC X(1).
           05  TX-FUND-CODE                      PIC 9(7).
           05  TX-CUSIP-NUMBER                   PIC X(9).
           05  TX-TICKER-SYMBOL-ID               PIC X(5).
           05  TX-SEC-ISS-ID                     PIC X(9).
           05  TX-TA-MUTUAL-FUND-ID              PIC X(20).
       FD  REORG-PARM.
       01  REORG-PARM-RECORD.
           05  PARM-RUN-DATE                     PIC 9(8).
       FD  MERGER-PROOF-RPT-FILE.
       01  MERGER-PROOF-RPT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-PARM-FS                            PIC X(2) VALUE '00'.
       01  WS-RUN-DATE                           PIC 9(8) VALUE ZERO.
       01  WS-MAX-CONVERSIONS                    PIC 9(3) VALUE 500.
       01  WS-CONV-COUNT                         PIC 9(3) VALUE ZERO.
       01  WS-MAX-FUNDS                          PIC 9(5) VALUE 5000.
       01  WS-NAV-COUNT                          PIC 9(5) VALUE ZERO.
       01  WS-MASTER-COUNT                       PIC 9(5) VALUE ZERO.
       01  WS-MAX-ENTRIES                        PIC 9(6) VALUE 100000.
       01  WS-LOT-COUNT                          PIC 9(6) VALUE ZERO.
       01  WS-BASIS-COUNT                        PIC 9(6) VALUE ZERO.
       01  WS-MAX-PERMITS                        PIC 9(5) VALUE 10000.
       01  WS-PERMIT-COUNT                       PIC 9(5) VALUE ZERO.
       01  WS-TABLE-FULL-SW                      PIC X(1) VALUE 'N'.
           88  WS-TABLE-FULL                         VALUE 'Y'.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-MASTER-FOUND-SW                    PIC X(1) VALUE 'N'.
           88  WS-MASTER-FOUND                       VALUE 'Y'.
       01  WS-ROW-FOUND-SW                       PIC X(1) VALUE 'N'.
           88  WS-ROW-FOUND                          VALUE 'Y'.
       01  WS-CONV-IDX                           PIC 9(3) VALUE ZERO.
       01  WS-MASTER-IDX                         PIC 9(5) VALUE ZERO.
       01  WS-ROW-IDX                            PIC 9(6) VALUE ZERO.
       01  WS-LOOKUP-FUND-CODE                   PIC 9(7) VALUE ZERO.
       01  WS-LOOKUP-ACCOUNT-NUMBER              PIC X(20) VALUE
                                                  SPACES.
       01  WS-LOOKUP-STATE-CODE                  PIC 9(3) VALUE ZERO.
       01  WS-LOOKUP-NAV                         PIC 9(5)V9(4)
                                                  VALUE ZERO.
       01  WS-GRP-CONVERT-SW                     PIC X(1) VALUE 'N'.
           88  WS-GRP-CONVERTING                     VALUE 'Y'.
       01  WS-GRP-CONV-IDX                       PIC 9(3) VALUE ZERO.
       01  WS-GRP-ACCOUNT-NUMBER                 PIC X(20) VALUE
                                                  SPACES.
       01  WS-ACCOUNT-BALANCE-SW                 PIC X(1) VALUE 'Y'.
           88  WS-ACCOUNT-BALANCED                   VALUE 'Y'.
       01  WS-OLD-SHARES                         PIC 9(11)V9(4)
                                                  VALUE ZERO.
       01  WS-NEW-SHARES                         PIC 9(11)V9(4)
                                                  VALUE ZERO.
       01  WS-VALUE-BEFORE                       PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-VALUE-AFTER                        PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-VALUE-DIFFERENCE                   PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-ABS-DIFFERENCE                     PIC 9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-ACCOUNT-TOLERANCE                  PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-EXPECTED-SHARES                    PIC 9(13)V9(4)
                                                  VALUE ZERO.
       01  WS-SHARE-DIFFERENCE                   PIC S9(13)V9(4)
                                                  VALUE ZERO.
       01  WS-SHARE-TOLERANCE                    PIC 9(13)V9(4)
                                                  VALUE ZERO.
       01  WS-PROOF-SW                           PIC X(1) VALUE 'Y'.
           88  WS-PROOF-GOOD                         VALUE 'Y'.
       01  WS-REKEY-TYPE                         PIC X(3) VALUE SPACES.
       01  WS-REKEY-REFERENCE                    PIC X(20) VALUE
                                                  SPACES.
       01  WS-REKEY-AMOUNT                       PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-REKEY-NEXT-DT                      PIC X(10) VALUE
                                                  SPACES.
       01  WS-ACTIVE-COUNT                       PIC 9(5) VALUE ZERO.
       01  WS-CONVERTED-COUNT                    PIC 9(5) VALUE ZERO.
       01  WS-HELD-COUNT                         PIC 9(5) VALUE ZERO.
       01  WS-PENDING-COUNT                      PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT                     PIC 9(5) VALUE ZERO.
       01  WS-TERMINATED-COUNT                   PIC 9(5) VALUE ZERO.
       01  WS-NOT-TERMINATED-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-ACCOUNTS-CONVERTED                 PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-HELD                      PIC 9(7) VALUE ZERO.
       01  WS-LEGS-WRITTEN                       PIC 9(7) VALUE ZERO.
       01  WS-REKEYS-WRITTEN                     PIC 9(7) VALUE ZERO.
       01  WS-LOTS-REKEYED                       PIC 9(7) VALUE ZERO.
       01  WS-BASIS-REKEYED                      PIC 9(7) VALUE ZERO.
       01  WS-BASIS-MERGED                       PIC 9(7) VALUE ZERO.
       01  WS-PERMITS-REKEYED                    PIC 9(7) VALUE ZERO.
       01  WS-PERMITS-MERGED                     PIC 9(7) VALUE ZERO.
       01  WS-VALUE-CONVERTED                    PIC 9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-LOT-GATE-IN-COUNT                  PIC 9(9) VALUE ZERO.
       01  WS-LOT-GATE-IN-TOTAL                  PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-LOT-GATE-OUT-COUNT                 PIC 9(9) VALUE ZERO.
       01  WS-LOT-GATE-OUT-TOTAL                 PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-BASIS-GATE-IN-COUNT                PIC 9(9) VALUE ZERO.
       01  WS-BASIS-GATE-IN-TOTAL                PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-BASIS-GATE-OUT-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-BASIS-GATE-OUT-TOTAL               PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  GATE-CALL-AREA.
           05  GG-ACTION                         PIC X(4).
           05  GG-CHAIN-ID                       PIC X(20).
           05  GG-RECORD-COUNT                   PIC 9(9).
           05  GG-CONTENT-TOTAL                  PIC S9(15)V9(2).
           05  GG-RUN-DATE                       PIC 9(8).
           05  GG-STATUS                         PIC X(1).
       01  CONVERSION-TABLE.
           05  CONVERSION-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CONV-COUNT
                   INDEXED BY CV-IDX CV-SRCH-IDX.
               10  CV-OLD-FUND-CODE              PIC 9(7).
               10  CV-SURVIVING-FUND-CODE        PIC 9(7).
               10  CV-EXCHANGE-RATIO             PIC 9(3)V9(6).
               10  CV-EFFECTIVE-DATE             PIC 9(8).
               10  CV-OLD-NAV                    PIC 9(5)V9(4).
               10  CV-SURVIVING-NAV              PIC 9(5)V9(4).
               10  CV-STATUS                     PIC X(1).
                   88  CV-ACTIVE                     VALUE 'A'.
                   88  CV-PENDING                    VALUE 'P'.
                   88  CV-REJECTED                   VALUE 'R'.
                   88  CV-CONVERTING                 VALUE 'C'.
                   88  CV-HELD                       VALUE 'H'.
               10  CV-REASON                     PIC X(24).
               10  CV-ACCOUNT-COUNT              PIC 9(7).
               10  CV-OUT-OF-BALANCE-COUNT       PIC 9(7).
               10  CV-SHARES-BEFORE              PIC 9(13)V9(4).
               10  CV-SHARES-AFTER               PIC 9(13)V9(4).
               10  CV-VALUE-BEFORE               PIC 9(15)V9(2).
               10  CV-VALUE-AFTER                PIC 9(15)V9(2).
               10  CV-VALUE-TOLERANCE            PIC 9(15)V9(2).
               10  CV-LOT-COUNT                  PIC 9(7).
               10  CV-LOT-SHARES-BEFORE          PIC 9(13)V9(4).
               10  CV-LOT-SHARES-AFTER           PIC 9(13)V9(4).
               10  CV-BASIS-COUNT                PIC 9(7).
               10  CV-BASIS-SHARES-BEFORE        PIC 9(13)V9(4).
               10  CV-BASIS-SHARES-AFTER         PIC 9(13)V9(4).
               10  CV-BASIS-COST-BEFORE          PIC 9(15)V9(2).
               10  CV-BASIS-COST-AFTER           PIC 9(15)V9(2).
               10  CV-PERMIT-COUNT               PIC 9(5).
               10  CV-SIP-COUNT                  PIC 9(7).
               10  CV-LOI-COUNT                  PIC 9(7).
               10  CV-ROA-COUNT                  PIC 9(7).
               10  CV-BANK-COUNT                 PIC 9(7).
       01  NAV-TABLE.
           05  NAV-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-NAV-COUNT
                   INDEXED BY NAV-IDX.
               10  NT-FUND-CODE                  PIC 9(7).
               10  NT-NAV-PER-SHARE              PIC 9(5)V9(4).
       01  FUND-MASTER-TABLE.
           05  FUND-MASTER-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-MASTER-COUNT
                   INDEXED BY MST-IDX.
               10  FM-FUND-CODE                  PIC 9(7).
               10  FM-CUSIP-NUMBER               PIC X(9).
               10  FM-TICKER-SYMBOL-ID           PIC X(5).
               10  FM-SEC-ISS-ID                 PIC X(9).
               10  FM-TA-MUTUAL-FUND-ID          PIC X(20).
               10  FM-STATUS-CDE                 PIC X(1).
                   88  FM-TERMINATED                 VALUE 'T'.
       01  CDSC-LOT-TABLE.
           05  CDSC-LOT-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-LOT-COUNT
                   INDEXED BY LOT-IDX.
               10  LT-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  LT-FUND-CODE                  PIC 9(7).
               10  LT-TRADE-DATE                 PIC 9(8).
               10  LT-REMAINING-SHARES           PIC 9(11)V9(4).
       01  BASIS-LEDGER-TABLE.
           05  BASIS-LEDGER-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-BASIS-COUNT
                   INDEXED BY BAS-IDX BAS-SRCH-IDX.
               10  BL-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  BL-FUND-CODE                  PIC 9(7).
               10  BL-TOTAL-SHARES               PIC 9(11)V9(4).
               10  BL-TOTAL-COST                 PIC 9(13)V9(2).
       01  PERMIT-TABLE.
           05  PERMIT-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-PERMIT-COUNT
                   INDEXED BY PRM-IDX PRM-SRCH-IDX.
               10  PM-FUND-CODE                  PIC 9(7).
               10  PM-STATE-CODE                 PIC 9(3).
               10  PM-PERMIT-STATUS-CDE          PIC X(1).
               10  PM-SOLD-CAP-AMT               PIC 9(15)V9(2).
               10  PM-SOLD-TO-DATE-AMT           PIC 9(15)V9(2).
               10  PM-MERGED-SW                  PIC X(1).
                   88  PM-MERGED                     VALUE 'Y'.
       01  WS-HEADLINE-1.
           05  FILLER                            PIC X(50) VALUE
               'FUND MERGER AND REORGANIZATION PROOF'.
           05  FILLER                            PIC X(10) VALUE
               'RUN DATE '.
           05  HL-RUN-DATE                       PIC 9(8).
       01  WS-SECTION-LINE                       PIC X(60) VALUE
           SPACES.
       01  WS-TABLE-COLUMNS.
           05  FILLER                            PIC X(40) VALUE
               'OLD-FUND SURVIVOR      RATIO EFFECTIVE  '.
           05  FILLER                            PIC X(39) VALUE
               ' OLD-NAV   SURV-NAV STATUS       REASON'.
       01  WS-TABLE-LINE.
           05  TL-OLD-FUND-CODE                  PIC 9(7).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  TL-SURVIVING-FUND-CODE            PIC 9(7).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  TL-EXCHANGE-RATIO                 PIC ZZ9.999999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  TL-EFFECTIVE-DATE                 PIC 9(8).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  TL-OLD-NAV                        PIC ZZZZ9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  TL-SURVIVING-NAV                  PIC ZZZZ9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  TL-STATUS                         PIC X(12).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  TL-REASON                         PIC X(24).
       01  WS-ACCOUNT-COLUMNS.
           05  FILLER                            PIC X(45) VALUE
               'ACCOUNT              OLD-FUND   SHARES-BEFORE'.
           05  FILLER                            PIC X(45) VALUE
               '     VALUE-BEFORE   SURVIVOR    SHARES-AFTER '.
           05  FILLER                            PIC X(34) VALUE
               '     VALUE-AFTER DIFFERENCE STATUS'.
       01  WS-ACCOUNT-LINE.
           05  AL-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  AL-OLD-FUND-CODE                  PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  AL-SHARES-BEFORE                  PIC Z(10)9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  AL-VALUE-BEFORE                   PIC Z(12)9.99.
           05  FILLER                            PIC X(3) VALUE SPACES.
           05  AL-SURVIVING-FUND-CODE            PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  AL-SHARES-AFTER                   PIC Z(10)9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  AL-VALUE-AFTER                    PIC Z(12)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  AL-DIFFERENCE                     PIC -(6)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  AL-STATUS                         PIC X(12).
       01  WS-FUND-COLUMNS.
           05  FILLER                            PIC X(42) VALUE
               'OLD-FUND SURVIVOR      RATIO ACCOUNTS     '.
           05  FILLER                            PIC X(39) VALUE
               ' SHARES-BEFORE       SHARES-AFTER      '.
           05  FILLER                            PIC X(36) VALUE
               ' VALUE-BEFORE        VALUE-AFTER    '.
           05  FILLER                            PIC X(11) VALUE
               ' DIFFERENCE'.
       01  WS-FUND-LINE.
           05  FL-OLD-FUND-CODE                  PIC 9(7).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  FL-SURVIVING-FUND-CODE            PIC 9(7).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  FL-EXCHANGE-RATIO                 PIC ZZ9.999999.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  FL-ACCOUNT-COUNT                  PIC ZZZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  FL-SHARES-BEFORE                  PIC Z(12)9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  FL-SHARES-AFTER                   PIC Z(12)9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  FL-VALUE-BEFORE                   PIC Z(14)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  FL-VALUE-AFTER                    PIC Z(14)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  FL-DIFFERENCE                     PIC -(10)9.99.
       01  WS-HISTORY-LINE.
           05  FILLER                            PIC X(13) VALUE
               '   CDSC LOTS'.
           05  HY-LOT-COUNT                      PIC ZZZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  HY-LOT-SHARES-BEFORE              PIC Z(12)9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  HY-LOT-SHARES-AFTER               PIC Z(12)9.9999.
           05  FILLER                            PIC X(13) VALUE
               '  BASIS ROWS'.
           05  HY-BASIS-COUNT                    PIC ZZZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  HY-BASIS-COST-BEFORE              PIC Z(14)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  HY-BASIS-COST-AFTER               PIC Z(14)9.99.
       01  WS-REKEY-LINE.
           05  FILLER                            PIC X(17) VALUE
               '   RE-KEYED  SIP'.
           05  RL-SIP-COUNT                      PIC ZZZZZZ9.
           05  FILLER                            PIC X(5) VALUE
               '  LOI'.
           05  RL-LOI-COUNT                      PIC ZZZZZZ9.
           05  FILLER                            PIC X(5) VALUE
               '  ROA'.
           05  RL-ROA-COUNT                      PIC ZZZZZZ9.
           05  FILLER                            PIC X(6) VALUE
               '  BANK'.
           05  RL-BANK-COUNT                     PIC ZZZZZZ9.
           05  FILLER                            PIC X(9) VALUE
               '  PERMITS'.
           05  RL-PERMIT-COUNT                   PIC ZZZZ9.
           05  FILLER                            PIC X(10) VALUE
               '   STATUS '.
           05  RL-STATUS                         PIC X(12).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  RL-REASON                         PIC X(24).
       01  WS-CONTROL-LINE.
           05  CL-CONTROL-LABEL                  PIC X(40).
           05  CL-CONTROL-COUNT                  PIC ZZZZZZ9.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  CL-CONTROL-AMOUNT                 PIC Z(15)9.99.
       01  WS-OUTCOME-LINE                       PIC X(80) VALUE
           SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROVE-POSITIONS
           PERFORM 2500-DECIDE-CONVERSIONS
           PERFORM 3000-CONVERT-POSITIONS
           PERFORM 4000-REKEY-CDSC-LOTS
           PERFORM 4500-REKEY-BASIS-LEDGER
           PERFORM 5000-REKEY-PERMITS
           PERFORM 6000-WRITE-FUND-PROOF
           PERFORM 7000-WRITE-SUMMARY
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-PARM
           OPEN OUTPUT MERGER-PROOF-RPT-FILE
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE MERGER-PROOF-RPT-LINE FROM WS-HEADLINE-1
           PERFORM 1200-LOAD-NAV-TABLE
           PERFORM 1300-LOAD-FUND-MASTER
           PERFORM 1400-LOAD-CONVERSIONS
           PERFORM 1500-LOAD-CDSC-LOTS
           PERFORM 1600-LOAD-BASIS-LEDGER
           PERFORM 1700-LOAD-PERMITS
           IF WS-TABLE-FULL
               MOVE 'HISTORY FILE EXCEEDS TABLE - RUN REFUSED' TO
                   WS-OUTCOME-LINE
               WRITE MERGER-PROOF-RPT-LINE FROM WS-OUTCOME-LINE
               CLOSE MERGER-PROOF-RPT-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT CONVERSION-TRAN-FILE
           OPEN OUTPUT REKEY-INSTRUCTION-FILE
           OPEN OUTPUT FUND-MAINT-TRAN-FILE
           PERFORM 1800-WRITE-CONVERSION-TABLE.

       1100-LOAD-PARM.
           OPEN INPUT REORG-PARM
           IF WS-PARM-FS = '00'
               READ REORG-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-RUN-DATE TO WS-RUN-DATE
               END-READ
               CLOSE REORG-PARM
           END-IF
           IF WS-RUN-DATE = ZERO
               MOVE FUNCTION NUMVAL(
                    FUNCTION CURRENT-DATE(1:8)) TO WS-RUN-DATE
           END-IF.

       1200-LOAD-NAV-TABLE.
           OPEN INPUT SDCM-BALANCING-DATA
           PERFORM 1210-READ-SDCM
               UNTIL WS-EOF
           CLOSE SDCM-BALANCING-DATA
           MOVE 'N' TO WS-EOF-SW.

       1210-READ-SDCM.
           READ SDCM-BALANCING-DATA
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF RECORD-TYPE-DETAIL
                       AND WS-NAV-COUNT < WS-MAX-FUNDS
                       ADD 1 TO WS-NAV-COUNT
                       SET NAV-IDX TO WS-NAV-COUNT
                       MOVE SDCM-FUND-CODE TO NT-FUND-CODE (NAV-IDX)
                       MOVE NAV-PER-SHARE TO
                           NT-NAV-PER-SHARE (NAV-IDX)
                   END-IF
           END-READ.

       1300-LOAD-FUND-MASTER.
           OPEN INPUT FUND-MASTER-IN
           PERFORM 1310-READ-MASTER
               UNTIL WS-EOF
           CLOSE FUND-MASTER-IN
           MOVE 'N' TO WS-EOF-SW.

       1310-READ-MASTER.
           READ FUND-MASTER-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-MASTER-COUNT < WS-MAX-FUNDS
                       ADD 1 TO WS-MASTER-COUNT
                       SET MST-IDX TO WS-MASTER-COUNT
                       MOVE FUND-MASTER-IN-RECORD TO
                           FUND-MASTER-ENTRY (MST-IDX)
                   END-IF
           END-READ.

       1400-LOAD-CONVERSIONS.
           OPEN INPUT CONVERSION-TABLE-FILE
           PERFORM 1410-READ-CONVERSION
               UNTIL WS-EOF
           CLOSE CONVERSION-TABLE-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM VARYING CV-IDX FROM 1 BY 1
               UNTIL CV-IDX > WS-CONV-COUNT
               IF CV-ACTIVE (CV-IDX)
                   PERFORM 1490-CHECK-CHAINED-MERGER
               END-IF
           END-PERFORM.

       1410-READ-CONVERSION.
           READ CONVERSION-TABLE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-CONV-COUNT < WS-MAX-CONVERSIONS
                       ADD 1 TO WS-CONV-COUNT
                       SET CV-IDX TO WS-CONV-COUNT
                       PERFORM 1420-ADD-CONVERSION
                   END-IF
           END-READ.

       1420-ADD-CONVERSION.
           INITIALIZE CONVERSION-ENTRY (CV-IDX)
           MOVE CI-OLD-FUND-CODE TO CV-OLD-FUND-CODE (CV-IDX)
           MOVE CI-SURVIVING-FUND-CODE TO
               CV-SURVIVING-FUND-CODE (CV-IDX)
           MOVE CI-EXCHANGE-RATIO TO CV-EXCHANGE-RATIO (CV-IDX)
           MOVE CI-EFFECTIVE-DATE TO CV-EFFECTIVE-DATE (CV-IDX)
           MOVE CI-OLD-FUND-CODE TO WS-LOOKUP-FUND-CODE
           PERFORM 8200-FIND-NAV
           MOVE WS-LOOKUP-NAV TO CV-OLD-NAV (CV-IDX)
           MOVE CI-SURVIVING-FUND-CODE TO WS-LOOKUP-FUND-CODE
           PERFORM 8200-FIND-NAV
           MOVE WS-LOOKUP-NAV TO CV-SURVIVING-NAV (CV-IDX)
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING CV-SRCH-IDX FROM 1 BY 1
               UNTIL CV-SRCH-IDX >= CV-IDX OR WS-FOUND
               IF CV-OLD-FUND-CODE (CV-SRCH-IDX) = CI-OLD-FUND-CODE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           SET CV-ACTIVE (CV-IDX) TO TRUE
           EVALUATE TRUE
               WHEN CI-EXCHANGE-RATIO = ZERO
                   MOVE 'NO EXCHANGE RATIO' TO CV-REASON (CV-IDX)
               WHEN CI-OLD-FUND-CODE = CI-SURVIVING-FUND-CODE
                   MOVE 'FUND CONVERTS TO ITSELF' TO
                       CV-REASON (CV-IDX)
               WHEN WS-FOUND
                   MOVE 'DUPLICATE OLD FUND' TO CV-REASON (CV-IDX)
               WHEN OTHER
                   PERFORM 1430-CHECK-FUND-MASTER
           END-EVALUATE
           EVALUATE TRUE
               WHEN CV-REASON (CV-IDX) NOT = SPACES
                   SET CV-REJECTED (CV-IDX) TO TRUE
               WHEN CI-EFFECTIVE-DATE > WS-RUN-DATE
                   SET CV-PENDING (CV-IDX) TO TRUE
                   MOVE 'NOT YET EFFECTIVE' TO CV-REASON (CV-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1430-CHECK-FUND-MASTER.
           MOVE CI-OLD-FUND-CODE TO WS-LOOKUP-FUND-CODE
           PERFORM 8250-FIND-MASTER
           IF NOT WS-MASTER-FOUND
               MOVE 'OLD FUND NOT ON MASTER' TO CV-REASON (CV-IDX)
           ELSE
               IF FM-TERMINATED (WS-MASTER-IDX)
                   MOVE 'OLD FUND TERMINATED' TO CV-REASON (CV-IDX)
               END-IF
           END-IF
           MOVE CI-SURVIVING-FUND-CODE TO WS-LOOKUP-FUND-CODE
           PERFORM 8250-FIND-MASTER
           IF NOT WS-MASTER-FOUND
               MOVE 'SURVIVOR NOT ON MASTER' TO CV-REASON (CV-IDX)
           ELSE
               IF FM-TERMINATED (WS-MASTER-IDX)
                   MOVE 'SURVIVOR TERMINATED' TO CV-REASON (CV-IDX)
               END-IF
           END-IF.

       1490-CHECK-CHAINED-MERGER.
           PERFORM VARYING CV-SRCH-IDX FROM 1 BY 1
               UNTIL CV-SRCH-IDX > WS-CONV-COUNT
               IF CV-OLD-FUND-CODE (CV-SRCH-IDX) =
                       CV-SURVIVING-FUND-CODE (CV-IDX)
                   AND NOT CV-REJECTED (CV-SRCH-IDX)
                   SET CV-REJECTED (CV-IDX) TO TRUE
                   MOVE 'SURVIVOR ALSO MERGING' TO CV-REASON (CV-IDX)
               END-IF
           END-PERFORM.

       1500-LOAD-CDSC-LOTS.
           OPEN INPUT CDSC-LOT-IN
           PERFORM 1510-READ-LOT
               UNTIL WS-EOF
           CLOSE CDSC-LOT-IN
           MOVE 'N' TO WS-EOF-SW
           MOVE 'CDSC-LOT' TO GG-CHAIN-ID
           MOVE WS-LOT-GATE-IN-COUNT TO GG-RECORD-COUNT
           MOVE WS-LOT-GATE-IN-TOTAL TO GG-CONTENT-TOTAL
           PERFORM 1900-VERIFY-GENERATION.

       1510-READ-LOT.
           READ CDSC-LOT-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-LOT-GATE-IN-COUNT
                   ADD LI-REMAINING-SHARES TO WS-LOT-GATE-IN-TOTAL
                   IF WS-LOT-COUNT < WS-MAX-ENTRIES
                       ADD 1 TO WS-LOT-COUNT
                       SET LOT-IDX TO WS-LOT-COUNT
                       MOVE CDSC-LOT-IN-RECORD TO
                           CDSC-LOT-ENTRY (LOT-IDX)
                   ELSE
                       SET WS-TABLE-FULL TO TRUE
                   END-IF
           END-READ.

       1600-LOAD-BASIS-LEDGER.
           OPEN INPUT BASIS-LEDGER-IN
           PERFORM 1610-READ-BASIS
               UNTIL WS-EOF
           CLOSE BASIS-LEDGER-IN
           MOVE 'N' TO WS-EOF-SW
           MOVE 'BASIS-LEDGER' TO GG-CHAIN-ID
           MOVE WS-BASIS-GATE-IN-COUNT TO GG-RECORD-COUNT
           MOVE WS-BASIS-GATE-IN-TOTAL TO GG-CONTENT-TOTAL
           PERFORM 1900-VERIFY-GENERATION.

       1610-READ-BASIS.
           READ BASIS-LEDGER-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-BASIS-GATE-IN-COUNT
                   ADD BI-TOTAL-COST TO WS-BASIS-GATE-IN-TOTAL
                   IF WS-BASIS-COUNT < WS-MAX-ENTRIES
                       ADD 1 TO WS-BASIS-COUNT
                       SET BAS-IDX TO WS-BASIS-COUNT
                       MOVE BASIS-LEDGER-IN-RECORD TO
                           BASIS-LEDGER-ENTRY (BAS-IDX)
                   ELSE
                       SET WS-TABLE-FULL TO TRUE
                   END-IF
           END-READ.

       1700-LOAD-PERMITS.
           OPEN INPUT PERMIT-FILE-IN
           PERFORM 1710-READ-PERMIT
               UNTIL WS-EOF
           CLOSE PERMIT-FILE-IN
           MOVE 'N' TO WS-EOF-SW.

       1710-READ-PERMIT.
           READ PERMIT-FILE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-PERMIT-COUNT < WS-MAX-PERMITS
                       ADD 1 TO WS-PERMIT-COUNT
                       SET PRM-IDX TO WS-PERMIT-COUNT
                       MOVE PERMIT-IN-RECORD TO
                           PERMIT-ENTRY (PRM-IDX)
                       MOVE 'N' TO PM-MERGED-SW (PRM-IDX)
                   ELSE
                       SET WS-TABLE-FULL TO TRUE
                   END-IF
           END-READ.

       1800-WRITE-CONVERSION-TABLE.
           MOVE 'CONVERSION TABLE' TO WS-SECTION-LINE
           WRITE MERGER-PROOF-RPT-LINE FROM WS-SECTION-LINE
           WRITE MERGER-PROOF-RPT-LINE FROM WS-TABLE-COLUMNS
           PERFORM VARYING CV-IDX FROM 1 BY 1
               UNTIL CV-IDX > WS-CONV-COUNT
               MOVE CV-OLD-FUND-CODE (CV-IDX) TO TL-OLD-FUND-CODE
               MOVE CV-SURVIVING-FUND-CODE (CV-IDX) TO
                   TL-SURVIVING-FUND-CODE
               MOVE CV-EXCHANGE-RATIO (CV-IDX) TO TL-EXCHANGE-RATIO
               MOVE CV-EFFECTIVE-DATE (CV-IDX) TO TL-EFFECTIVE-DATE
               MOVE CV-OLD-NAV (CV-IDX) TO TL-OLD-NAV
               MOVE CV-SURVIVING-NAV (CV-IDX) TO TL-SURVIVING-NAV
               MOVE CV-REASON (CV-IDX) TO TL-REASON
               EVALUATE TRUE
                   WHEN CV-ACTIVE (CV-IDX)
                       MOVE 'EFFECTIVE' TO TL-STATUS
                       ADD 1 TO WS-ACTIVE-COUNT
                   WHEN CV-PENDING (CV-IDX)
                       MOVE 'PENDING' TO TL-STATUS
                       ADD 1 TO WS-PENDING-COUNT
                   WHEN OTHER
                       MOVE 'REJECTED' TO TL-STATUS
                       ADD 1 TO WS-REJECTED-COUNT
               END-EVALUATE
               WRITE MERGER-PROOF-RPT-LINE FROM WS-TABLE-LINE
           END-PERFORM.

       1900-VERIFY-GENERATION.
           MOVE 'CHCK' TO GG-ACTION
           MOVE WS-RUN-DATE TO GG-RUN-DATE
           CALL 'GENERATION-GATE' USING GG-ACTION GG-CHAIN-ID
               GG-RECORD-COUNT GG-CONTENT-TOTAL GG-RUN-DATE
               GG-STATUS
           IF GG-STATUS = '1'
               STOP RUN
           END-IF.

      *    First pass - value every old-fund position before and
      *    after so each conversion can be proved before any of it
      *    is released.
       2000-PROVE-POSITIONS.
           OPEN INPUT ACCOUNT-POSITION
           PERFORM 2100-READ-APR-PROOF
               UNTIL WS-EOF
           CLOSE ACCOUNT-POSITION
           MOVE 'N' TO WS-EOF-SW.

       2100-READ-APR-PROOF.
           READ ACCOUNT-POSITION
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF ACCOUNT-POSITION-REC
                       AND SEQUENCE-NUMBER-APR = 1
                       PERFORM 2200-PROVE-ONE-POSITION
                   END-IF
           END-READ.

       2200-PROVE-ONE-POSITION.
           MOVE APR-FUND-CODE TO WS-LOOKUP-FUND-CODE
           PERFORM 8100-FIND-CONVERSION
           IF WS-FOUND
               IF CV-ACTIVE (WS-CONV-IDX)
                   PERFORM 8500-PRICE-POSITION
                   ADD 1 TO CV-ACCOUNT-COUNT (WS-CONV-IDX)
                   ADD WS-OLD-SHARES TO CV-SHARES-BEFORE (WS-CONV-IDX)
                   ADD WS-NEW-SHARES TO CV-SHARES-AFTER (WS-CONV-IDX)
                   ADD WS-VALUE-BEFORE TO
                       CV-VALUE-BEFORE (WS-CONV-IDX)
                   ADD WS-VALUE-AFTER TO CV-VALUE-AFTER (WS-CONV-IDX)
                   ADD WS-ACCOUNT-TOLERANCE TO
                       CV-VALUE-TOLERANCE (WS-CONV-IDX)
                   IF NOT WS-ACCOUNT-BALANCED
                       ADD 1 TO CV-OUT-OF-BALANCE-COUNT (WS-CONV-IDX)
                   END-IF
               END-IF
           END-IF.

       2500-DECIDE-CONVERSIONS.
           PERFORM VARYING CV-IDX FROM 1 BY 1
               UNTIL CV-IDX > WS-CONV-COUNT
               IF CV-ACTIVE (CV-IDX)
                   PERFORM 2510-DECIDE-ONE-CONVERSION
               END-IF
           END-PERFORM.

       2510-DECIDE-ONE-CONVERSION.
           COMPUTE WS-VALUE-DIFFERENCE = CV-VALUE-AFTER (CV-IDX)
               - CV-VALUE-BEFORE (CV-IDX)
           PERFORM 8600-ABSOLUTE-DIFFERENCE
           COMPUTE WS-EXPECTED-SHARES ROUNDED =
               CV-SHARES-BEFORE (CV-IDX) * CV-EXCHANGE-RATIO (CV-IDX)
           COMPUTE WS-SHARE-DIFFERENCE = CV-SHARES-AFTER (CV-IDX)
               - WS-EXPECTED-SHARES
           COMPUTE WS-SHARE-TOLERANCE =
               CV-ACCOUNT-COUNT (CV-IDX) * 0.0001
           IF WS-SHARE-DIFFERENCE < ZERO
               COMPUTE WS-SHARE-DIFFERENCE = ZERO - WS-SHARE-DIFFERENCE
           END-IF
           SET CV-HELD (CV-IDX) TO TRUE
           EVALUATE TRUE
               WHEN CV-OLD-NAV (CV-IDX) = ZERO
                   MOVE 'NO OLD FUND NAV' TO CV-REASON (CV-IDX)
               WHEN CV-SURVIVING-NAV (CV-IDX) = ZERO
                   MOVE 'NO SURVIVING FUND NAV' TO CV-REASON (CV-IDX)
               WHEN CV-OUT-OF-BALANCE-COUNT (CV-IDX) > ZERO
                   MOVE 'ACCOUNT OUT OF BALANCE' TO CV-REASON (CV-IDX)
               WHEN WS-SHARE-DIFFERENCE > WS-SHARE-TOLERANCE
                   MOVE 'SHARES DO NOT PROVE' TO CV-REASON (CV-IDX)
               WHEN WS-ABS-DIFFERENCE > CV-VALUE-TOLERANCE (CV-IDX)
                   MOVE 'FUND OUT OF BALANCE' TO CV-REASON (CV-IDX)
               WHEN OTHER
                   SET CV-CONVERTING (CV-IDX) TO TRUE
           END-EVALUATE.

      *    Second pass - release the balanced conversions: the two
      *    transaction legs and the standing-instruction re-keys for
      *    each position, and an account proof line for every
      *    position in an effective conversion, released or held.
       3000-CONVERT-POSITIONS.
           MOVE 'ACCOUNT PROOF' TO WS-SECTION-LINE
           WRITE MERGER-PROOF-RPT-LINE FROM WS-SECTION-LINE
           WRITE MERGER-PROOF-RPT-LINE FROM WS-ACCOUNT-COLUMNS
           OPEN INPUT ACCOUNT-POSITION
           PERFORM 3100-READ-APR-CONVERT
               UNTIL WS-EOF
           CLOSE ACCOUNT-POSITION
           MOVE 'N' TO WS-EOF-SW.

       3100-READ-APR-CONVERT.
           READ ACCOUNT-POSITION
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF ACCOUNT-POSITION-REC
                       EVALUATE SEQUENCE-NUMBER-APR
                           WHEN 1
                               PERFORM 3200-CONVERT-ONE-POSITION
                           WHEN 2
                               IF WS-GRP-CONVERTING
                                   PERFORM 3300-REKEY-DISCOUNT-LINKS
                               END-IF
                           WHEN 3
                               IF WS-GRP-CONVERTING
                                   PERFORM 3400-REKEY-BANK-INSTRUCTION
                               END-IF
                           WHEN 6
                               IF WS-GRP-CONVERTING
                                   PERFORM 3500-REKEY-SIP-PLAN
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       3200-CONVERT-ONE-POSITION.
           MOVE 'N' TO WS-GRP-CONVERT-SW
           MOVE APR-FUND-CODE TO WS-LOOKUP-FUND-CODE
           PERFORM 8100-FIND-CONVERSION
           IF WS-FOUND
               IF CV-CONVERTING (WS-CONV-IDX)
                   OR CV-HELD (WS-CONV-IDX)
                   PERFORM 8500-PRICE-POSITION
                   PERFORM 3210-WRITE-ACCOUNT-PROOF
               END-IF
               IF CV-CONVERTING (WS-CONV-IDX)
                   SET WS-GRP-CONVERTING TO TRUE
                   MOVE WS-CONV-IDX TO WS-GRP-CONV-IDX
                   MOVE APR-CUSTOMER-ACCOUNT-NUMBER TO
                       WS-GRP-ACCOUNT-NUMBER
                   ADD 1 TO WS-ACCOUNTS-CONVERTED
                   ADD WS-VALUE-AFTER TO WS-VALUE-CONVERTED
                   IF WS-OLD-SHARES > ZERO
                       PERFORM 3220-WRITE-CONVERSION-LEGS
                   END-IF
               END-IF
               IF CV-HELD (WS-CONV-IDX)
                   ADD 1 TO WS-ACCOUNTS-HELD
               END-IF
           END-IF.

       3210-WRITE-ACCOUNT-PROOF.
           MOVE APR-CUSTOMER-ACCOUNT-NUMBER TO
               AL-CUSTOMER-ACCOUNT-NUMBER
           MOVE CV-OLD-FUND-CODE (WS-CONV-IDX) TO AL-OLD-FUND-CODE
           MOVE WS-OLD-SHARES TO AL-SHARES-BEFORE
           MOVE WS-VALUE-BEFORE TO AL-VALUE-BEFORE
           MOVE CV-SURVIVING-FUND-CODE (WS-CONV-IDX) TO
               AL-SURVIVING-FUND-CODE
           MOVE WS-NEW-SHARES TO AL-SHARES-AFTER
           MOVE WS-VALUE-AFTER TO AL-VALUE-AFTER
           MOVE WS-VALUE-DIFFERENCE TO AL-DIFFERENCE
           EVALUATE TRUE
               WHEN NOT WS-ACCOUNT-BALANCED
                   MOVE 'OUT OF BAL' TO AL-STATUS
               WHEN CV-HELD (WS-CONV-IDX)
                   MOVE 'HELD' TO AL-STATUS
               WHEN OTHER
                   MOVE 'CONVERTED' TO AL-STATUS
           END-EVALUATE
           WRITE MERGER-PROOF-RPT-LINE FROM WS-ACCOUNT-LINE.

       3220-WRITE-CONVERSION-LEGS.
           SET CT-CONVERT-OUT TO TRUE
           MOVE CV-EFFECTIVE-DATE (WS-CONV-IDX) TO CT-EFFECTIVE-DATE
           MOVE APR-CUSTOMER-ACCOUNT-NUMBER TO
               CT-CUSTOMER-ACCOUNT-NUMBER
           MOVE CV-OLD-FUND-CODE (WS-CONV-IDX) TO CT-FUND-CODE
           MOVE CV-SURVIVING-FUND-CODE (WS-CONV-IDX) TO
               CT-CONTRA-FUND-CODE
           MOVE WS-OLD-SHARES TO CT-SHARES-COUNT
           MOVE CV-OLD-NAV (WS-CONV-IDX) TO CT-NAV-PER-SHARE
           MOVE WS-VALUE-BEFORE TO CT-AMOUNT
           MOVE CV-EXCHANGE-RATIO (WS-CONV-IDX) TO CT-EXCHANGE-RATIO
           WRITE CONVERSION-TRAN-RECORD
           SET CT-CONVERT-IN TO TRUE
           MOVE CV-SURVIVING-FUND-CODE (WS-CONV-IDX) TO CT-FUND-CODE
           MOVE CV-OLD-FUND-CODE (WS-CONV-IDX) TO CT-CONTRA-FUND-CODE
           MOVE WS-NEW-SHARES TO CT-SHARES-COUNT
           MOVE CV-SURVIVING-NAV (WS-CONV-IDX) TO CT-NAV-PER-SHARE
           MOVE WS-VALUE-AFTER TO CT-AMOUNT
           WRITE CONVERSION-TRAN-RECORD
           ADD 2 TO WS-LEGS-WRITTEN.

       3300-REKEY-DISCOUNT-LINKS.
           IF LOI-NUMBER > ZERO
               MOVE 'LOI' TO WS-REKEY-TYPE
               MOVE LOI-NUMBER TO WS-REKEY-REFERENCE
               MOVE ZERO TO WS-REKEY-AMOUNT
               MOVE SPACES TO WS-REKEY-NEXT-DT
               PERFORM 3900-WRITE-REKEY-INSTRUCTION
               ADD 1 TO CV-LOI-COUNT (WS-GRP-CONV-IDX)
           END-IF
           IF CUMULATIVE-DISCOUNT-NUMBER > ZERO
               MOVE 'ROA' TO WS-REKEY-TYPE
               MOVE CUMULATIVE-DISCOUNT-NUMBER TO WS-REKEY-REFERENCE
               MOVE ZERO TO WS-REKEY-AMOUNT
               MOVE SPACES TO WS-REKEY-NEXT-DT
               PERFORM 3900-WRITE-REKEY-INSTRUCTION
               ADD 1 TO CV-ROA-COUNT (WS-GRP-CONV-IDX)
           END-IF.

       3400-REKEY-BANK-INSTRUCTION.
           IF FINS-ACCOUNT-ID NOT = SPACES
               MOVE 'BNK' TO WS-REKEY-TYPE
               MOVE FINS-ACCOUNT-ID TO WS-REKEY-REFERENCE
               MOVE ZERO TO WS-REKEY-AMOUNT
               MOVE SPACES TO WS-REKEY-NEXT-DT
               PERFORM 3900-WRITE-REKEY-INSTRUCTION
               ADD 1 TO CV-BANK-COUNT (WS-GRP-CONV-IDX)
           END-IF.

       3500-REKEY-SIP-PLAN.
           IF INVESTMENT-LVL-AT > ZERO
               OR NEXT-INVESTMENT-DT NOT = SPACES
               MOVE 'SIP' TO WS-REKEY-TYPE
               MOVE ACCOUNT-GROUP-ID TO WS-REKEY-REFERENCE
               MOVE INVESTMENT-LVL-AT TO WS-REKEY-AMOUNT
               MOVE NEXT-INVESTMENT-DT TO WS-REKEY-NEXT-DT
               PERFORM 3900-WRITE-REKEY-INSTRUCTION
               ADD 1 TO CV-SIP-COUNT (WS-GRP-CONV-IDX)
           END-IF.

       3900-WRITE-REKEY-INSTRUCTION.
           MOVE WS-REKEY-TYPE TO RI-INSTRUCTION-TYPE
           MOVE CV-EFFECTIVE-DATE (WS-GRP-CONV-IDX) TO
               RI-EFFECTIVE-DATE
           MOVE WS-GRP-ACCOUNT-NUMBER TO RI-CUSTOMER-ACCOUNT-NUMBER
           MOVE CV-OLD-FUND-CODE (WS-GRP-CONV-IDX) TO
               RI-OLD-FUND-CODE
           MOVE CV-SURVIVING-FUND-CODE (WS-GRP-CONV-IDX) TO
               RI-SURVIVING-FUND-CODE
           MOVE WS-REKEY-REFERENCE TO RI-REFERENCE-ID
           MOVE WS-REKEY-AMOUNT TO RI-PLAN-AMOUNT
           MOVE WS-REKEY-NEXT-DT TO RI-NEXT-INVESTMENT-DT
           WRITE REKEY-INSTRUCTION-RECORD
           ADD 1 TO WS-REKEYS-WRITTEN.

      *    CDSC lots keep their trade dates so the holding period
      *    carries over; only the remaining shares are restated.
       4000-REKEY-CDSC-LOTS.
           PERFORM VARYING LOT-IDX FROM 1 BY 1
               UNTIL LOT-IDX > WS-LOT-COUNT
               MOVE LT-FUND-CODE (LOT-IDX) TO WS-LOOKUP-FUND-CODE
               PERFORM 8100-FIND-CONVERSION
               IF WS-FOUND
                   IF CV-CONVERTING (WS-CONV-IDX)
                       PERFORM 4010-REKEY-ONE-LOT
                   END-IF
               END-IF
           END-PERFORM
           OPEN OUTPUT CDSC-LOT-OUT
           PERFORM VARYING LOT-IDX FROM 1 BY 1
               UNTIL LOT-IDX > WS-LOT-COUNT
               MOVE CDSC-LOT-ENTRY (LOT-IDX) TO CDSC-LOT-OUT-RECORD
               ADD 1 TO WS-LOT-GATE-OUT-COUNT
               ADD LO-REMAINING-SHARES TO WS-LOT-GATE-OUT-TOTAL
               WRITE CDSC-LOT-OUT-RECORD
           END-PERFORM
           CLOSE CDSC-LOT-OUT
           MOVE 'CDSC-LOT' TO GG-CHAIN-ID
           MOVE WS-LOT-GATE-OUT-COUNT TO GG-RECORD-COUNT
           MOVE WS-LOT-GATE-OUT-TOTAL TO GG-CONTENT-TOTAL
           PERFORM 4900-SAVE-GENERATION.

       4010-REKEY-ONE-LOT.
           ADD 1 TO CV-LOT-COUNT (WS-CONV-IDX)
           ADD LT-REMAINING-SHARES (LOT-IDX) TO
               CV-LOT-SHARES-BEFORE (WS-CONV-IDX)
           COMPUTE LT-REMAINING-SHARES (LOT-IDX) ROUNDED =
               LT-REMAINING-SHARES (LOT-IDX)
               * CV-EXCHANGE-RATIO (WS-CONV-IDX)
           ADD LT-REMAINING-SHARES (LOT-IDX) TO
               CV-LOT-SHARES-AFTER (WS-CONV-IDX)
           MOVE CV-SURVIVING-FUND-CODE (WS-CONV-IDX) TO
               LT-FUND-CODE (LOT-IDX)
           ADD 1 TO WS-LOTS-REKEYED.

      *    Basis carries over at unchanged cost.  An account already
      *    holding the surviving fund takes the old row into its
      *    surviving-fund row; the emptied old row drops off on
      *    write the same way COST-BASIS-LEDGER-LOAD drops it.
       4500-REKEY-BASIS-LEDGER.
           PERFORM VARYING BAS-IDX FROM 1 BY 1
               UNTIL BAS-IDX > WS-BASIS-COUNT
               MOVE BL-FUND-CODE (BAS-IDX) TO WS-LOOKUP-FUND-CODE
               PERFORM 8100-FIND-CONVERSION
               IF WS-FOUND
                   IF CV-CONVERTING (WS-CONV-IDX)
                       PERFORM 4510-REKEY-ONE-BASIS-ROW
                   END-IF
               END-IF
           END-PERFORM
           OPEN OUTPUT BASIS-LEDGER-OUT
           PERFORM VARYING BAS-IDX FROM 1 BY 1
               UNTIL BAS-IDX > WS-BASIS-COUNT
               IF BL-TOTAL-SHARES (BAS-IDX) > ZERO
                   OR BL-TOTAL-COST (BAS-IDX) > ZERO
                   MOVE BASIS-LEDGER-ENTRY (BAS-IDX) TO
                       BASIS-LEDGER-OUT-RECORD
                   ADD 1 TO WS-BASIS-GATE-OUT-COUNT
                   ADD BO-TOTAL-COST TO WS-BASIS-GATE-OUT-TOTAL
                   WRITE BASIS-LEDGER-OUT-RECORD
               END-IF
           END-PERFORM
           CLOSE BASIS-LEDGER-OUT
           MOVE 'BASIS-LEDGER' TO GG-CHAIN-ID
           MOVE WS-BASIS-GATE-OUT-COUNT TO GG-RECORD-COUNT
           MOVE WS-BASIS-GATE-OUT-TOTAL TO GG-CONTENT-TOTAL
           PERFORM 4900-SAVE-GENERATION.

       4510-REKEY-ONE-BASIS-ROW.
           ADD 1 TO CV-BASIS-COUNT (WS-CONV-IDX)
           ADD BL-TOTAL-SHARES (BAS-IDX) TO
               CV-BASIS-SHARES-BEFORE (WS-CONV-IDX)
           ADD BL-TOTAL-COST (BAS-IDX) TO
               CV-BASIS-COST-BEFORE (WS-CONV-IDX)
           COMPUTE WS-NEW-SHARES ROUNDED =
               BL-TOTAL-SHARES (BAS-IDX)
               * CV-EXCHANGE-RATIO (WS-CONV-IDX)
           ADD WS-NEW-SHARES TO CV-BASIS-SHARES-AFTER (WS-CONV-IDX)
           ADD BL-TOTAL-COST (BAS-IDX) TO
               CV-BASIS-COST-AFTER (WS-CONV-IDX)
           MOVE BL-CUSTOMER-ACCOUNT-NUMBER (BAS-IDX) TO
               WS-LOOKUP-ACCOUNT-NUMBER
           MOVE CV-SURVIVING-FUND-CODE (WS-CONV-IDX) TO
               WS-LOOKUP-FUND-CODE
           PERFORM 8300-FIND-BASIS-ROW
           IF WS-ROW-FOUND
               ADD WS-NEW-SHARES TO BL-TOTAL-SHARES (WS-ROW-IDX)
               ADD BL-TOTAL-COST (BAS-IDX) TO
                   BL-TOTAL-COST (WS-ROW-IDX)
               MOVE ZERO TO BL-TOTAL-SHARES (BAS-IDX)
               MOVE ZERO TO BL-TOTAL-COST (BAS-IDX)
               ADD 1 TO WS-BASIS-MERGED
           ELSE
               MOVE WS-NEW-SHARES TO BL-TOTAL-SHARES (BAS-IDX)
               MOVE CV-SURVIVING-FUND-CODE (WS-CONV-IDX) TO
                   BL-FUND-CODE (BAS-IDX)
           END-IF
           ADD 1 TO WS-BASIS-REKEYED.

       4900-SAVE-GENERATION.
           MOVE 'SAVE' TO GG-ACTION
           MOVE WS-RUN-DATE TO GG-RUN-DATE
           CALL 'GENERATION-GATE' USING GG-ACTION GG-CHAIN-ID
               GG-RECORD-COUNT GG-CONTENT-TOTAL GG-RUN-DATE
               GG-STATUS.

       5000-REKEY-PERMITS.
           PERFORM VARYING PRM-IDX FROM 1 BY 1
               UNTIL PRM-IDX > WS-PERMIT-COUNT
               MOVE PM-FUND-CODE (PRM-IDX) TO WS-LOOKUP-FUND-CODE
               PERFORM 8100-FIND-CONVERSION
               IF WS-FOUND
                   IF CV-CONVERTING (WS-CONV-IDX)
                       PERFORM 5010-REKEY-ONE-PERMIT
                   END-IF
               END-IF
           END-PERFORM
           OPEN OUTPUT PERMIT-FILE-OUT
           PERFORM VARYING PRM-IDX FROM 1 BY 1
               UNTIL PRM-IDX > WS-PERMIT-COUNT
               IF NOT PM-MERGED (PRM-IDX)
                   MOVE PM-FUND-CODE (PRM-IDX) TO PO-FUND-CODE
                   MOVE PM-STATE-CODE (PRM-IDX) TO PO-STATE-CODE
                   MOVE PM-PERMIT-STATUS-CDE (PRM-IDX) TO
                       PO-PERMIT-STATUS-CDE
                   MOVE PM-SOLD-CAP-AMT (PRM-IDX) TO PO-SOLD-CAP-AMT
                   MOVE PM-SOLD-TO-DATE-AMT (PRM-IDX) TO
                       PO-SOLD-TO-DATE-AMT
                   WRITE PERMIT-OUT-RECORD
               END-IF
           END-PERFORM
           CLOSE PERMIT-FILE-OUT.

       5010-REKEY-ONE-PERMIT.
           ADD 1 TO CV-PERMIT-COUNT (WS-CONV-IDX)
           MOVE CV-SURVIVING-FUND-CODE (WS-CONV-IDX) TO
               WS-LOOKUP-FUND-CODE
           MOVE PM-STATE-CODE (PRM-IDX) TO WS-LOOKUP-STATE-CODE
           PERFORM 8400-FIND-PERMIT-ROW
           IF WS-ROW-FOUND
               ADD PM-SOLD-TO-DATE-AMT (PRM-IDX) TO
                   PM-SOLD-TO-DATE-AMT (WS-ROW-IDX)
               SET PM-MERGED (PRM-IDX) TO TRUE
               ADD 1 TO WS-PERMITS-MERGED
           ELSE
               MOVE CV-SURVIVING-FUND-CODE (WS-CONV-IDX) TO
                   PM-FUND-CODE (PRM-IDX)
           END-IF
           ADD 1 TO WS-PERMITS-REKEYED.

       6000-WRITE-FUND-PROOF.
           MOVE 'FUND PROOF' TO WS-SECTION-LINE
           WRITE MERGER-PROOF-RPT-LINE FROM WS-SECTION-LINE
           WRITE MERGER-PROOF-RPT-LINE FROM WS-FUND-COLUMNS
           PERFORM VARYING CV-IDX FROM 1 BY 1
               UNTIL CV-IDX > WS-CONV-COUNT
               IF CV-CONVERTING (CV-IDX) OR CV-HELD (CV-IDX)
                   PERFORM 6100-PROVE-ONE-FUND
               END-IF
           END-PERFORM.

       6100-PROVE-ONE-FUND.
           MOVE CV-OLD-FUND-CODE (CV-IDX) TO FL-OLD-FUND-CODE
           MOVE CV-SURVIVING-FUND-CODE (CV-IDX) TO
               FL-SURVIVING-FUND-CODE
           MOVE CV-EXCHANGE-RATIO (CV-IDX) TO FL-EXCHANGE-RATIO
           MOVE CV-ACCOUNT-COUNT (CV-IDX) TO FL-ACCOUNT-COUNT
           MOVE CV-SHARES-BEFORE (CV-IDX) TO FL-SHARES-BEFORE
           MOVE CV-SHARES-AFTER (CV-IDX) TO FL-SHARES-AFTER
           MOVE CV-VALUE-BEFORE (CV-IDX) TO FL-VALUE-BEFORE
           MOVE CV-VALUE-AFTER (CV-IDX) TO FL-VALUE-AFTER
           COMPUTE WS-VALUE-DIFFERENCE = CV-VALUE-AFTER (CV-IDX)
               - CV-VALUE-BEFORE (CV-IDX)
           MOVE WS-VALUE-DIFFERENCE TO FL-DIFFERENCE
           WRITE MERGER-PROOF-RPT-LINE FROM WS-FUND-LINE
           MOVE CV-LOT-COUNT (CV-IDX) TO HY-LOT-COUNT
           MOVE CV-LOT-SHARES-BEFORE (CV-IDX) TO HY-LOT-SHARES-BEFORE
           MOVE CV-LOT-SHARES-AFTER (CV-IDX) TO HY-LOT-SHARES-AFTER
           MOVE CV-BASIS-COUNT (CV-IDX) TO HY-BASIS-COUNT
           MOVE CV-BASIS-COST-BEFORE (CV-IDX) TO HY-BASIS-COST-BEFORE
           MOVE CV-BASIS-COST-AFTER (CV-IDX) TO HY-BASIS-COST-AFTER
           WRITE MERGER-PROOF-RPT-LINE FROM WS-HISTORY-LINE
           IF CV-CONVERTING (CV-IDX)
               ADD 1 TO WS-CONVERTED-COUNT
               PERFORM 6110-PROVE-HISTORY
               IF WS-PROOF-GOOD
                   PERFORM 6200-TERMINATE-OLD-FUND
                   MOVE 'TERMINATED' TO RL-STATUS
                   MOVE SPACES TO RL-REASON
               ELSE
                   ADD 1 TO WS-NOT-TERMINATED-COUNT
                   MOVE 'CONVERTED' TO RL-STATUS
                   MOVE CV-REASON (CV-IDX) TO RL-REASON
               END-IF
           ELSE
               ADD 1 TO WS-HELD-COUNT
               MOVE 'HELD' TO RL-STATUS
               MOVE CV-REASON (CV-IDX) TO RL-REASON
           END-IF
           MOVE CV-SIP-COUNT (CV-IDX) TO RL-SIP-COUNT
           MOVE CV-LOI-COUNT (CV-IDX) TO RL-LOI-COUNT
           MOVE CV-ROA-COUNT (CV-IDX) TO RL-ROA-COUNT
           MOVE CV-BANK-COUNT (CV-IDX) TO RL-BANK-COUNT
           MOVE CV-PERMIT-COUNT (CV-IDX) TO RL-PERMIT-COUNT
           WRITE MERGER-PROOF-RPT-LINE FROM WS-REKEY-LINE.

      *    The lot and basis shares must restate at the ratio within
      *    one rounding unit a row, and the basis cost must carry
      *    over to the cent, before the old fund is terminated.
       6110-PROVE-HISTORY.
           SET WS-PROOF-GOOD TO TRUE
           COMPUTE WS-EXPECTED-SHARES ROUNDED =
               CV-LOT-SHARES-BEFORE (CV-IDX)
               * CV-EXCHANGE-RATIO (CV-IDX)
           COMPUTE WS-SHARE-DIFFERENCE = CV-LOT-SHARES-AFTER (CV-IDX)
               - WS-EXPECTED-SHARES
           IF WS-SHARE-DIFFERENCE < ZERO
               COMPUTE WS-SHARE-DIFFERENCE = ZERO - WS-SHARE-DIFFERENCE
           END-IF
           COMPUTE WS-SHARE-TOLERANCE = CV-LOT-COUNT (CV-IDX) * 0.0001
           IF WS-SHARE-DIFFERENCE > WS-SHARE-TOLERANCE
               MOVE 'N' TO WS-PROOF-SW
               MOVE 'CDSC LOTS DO NOT PROVE' TO CV-REASON (CV-IDX)
           END-IF
           COMPUTE WS-EXPECTED-SHARES ROUNDED =
               CV-BASIS-SHARES-BEFORE (CV-IDX)
               * CV-EXCHANGE-RATIO (CV-IDX)
           COMPUTE WS-SHARE-DIFFERENCE =
               CV-BASIS-SHARES-AFTER (CV-IDX) - WS-EXPECTED-SHARES
           IF WS-SHARE-DIFFERENCE < ZERO
               COMPUTE WS-SHARE-DIFFERENCE = ZERO - WS-SHARE-DIFFERENCE
           END-IF
           COMPUTE WS-SHARE-TOLERANCE =
               CV-BASIS-COUNT (CV-IDX) * 0.0001
           IF WS-SHARE-DIFFERENCE > WS-SHARE-TOLERANCE
               OR CV-BASIS-COST-AFTER (CV-IDX)
                   NOT = CV-BASIS-COST-BEFORE (CV-IDX)
               MOVE 'N' TO WS-PROOF-SW
               MOVE 'BASIS DOES NOT PROVE' TO CV-REASON (CV-IDX)
           END-IF.

       6200-TERMINATE-OLD-FUND.
           MOVE CV-OLD-FUND-CODE (CV-IDX) TO WS-LOOKUP-FUND-CODE
           PERFORM 8250-FIND-MASTER
           MOVE 'T' TO TX-ACTION-CDE
           MOVE CV-OLD-FUND-CODE (CV-IDX) TO TX-FUND-CODE
           MOVE FM-CUSIP-NUMBER (WS-MASTER-IDX) TO TX-CUSIP-NUMBER
           MOVE FM-TICKER-SYMBOL-ID (WS-MASTER-IDX) TO
               TX-TICKER-SYMBOL-ID
           MOVE FM-SEC-ISS-ID (WS-MASTER-IDX) TO TX-SEC-ISS-ID
           MOVE FM-TA-MUTUAL-FUND-ID (WS-MASTER-IDX) TO
               TX-TA-MUTUAL-FUND-ID
           WRITE FUND-MAINT-TRAN-RECORD
           ADD 1 TO WS-TERMINATED-COUNT.

       7000-WRITE-SUMMARY.
           MOVE 'CONTROL TOTALS' TO WS-SECTION-LINE
           WRITE MERGER-PROOF-RPT-LINE FROM WS-SECTION-LINE
           MOVE ZERO TO CL-CONTROL-AMOUNT
           MOVE 'CONVERSIONS EFFECTIVE' TO CL-CONTROL-LABEL
           MOVE WS-ACTIVE-COUNT TO CL-CONTROL-COUNT
           WRITE MERGER-PROOF-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'CONVERSIONS PENDING' TO CL-CONTROL-LABEL
           MOVE WS-PENDING-COUNT TO CL-CONTROL-COUNT
           WRITE MERGER-PROOF-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'CONVERSIONS REJECTED' TO CL-CONTROL-LABEL
           MOVE WS-REJECTED-COUNT TO CL-CONTROL-COUNT
           WRITE MERGER-PROOF-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'CONVERSIONS HELD OUT OF BALANCE' TO
               CL-CONTROL-LABEL
           MOVE WS-HELD-COUNT TO CL-CONTROL-COUNT
           WRITE MERGER-PROOF-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'CONVERSIONS RELEASED' TO CL-CONTROL-LABEL
           MOVE WS-CONVERTED-COUNT TO CL-CONTROL-COUNT
           MOVE WS-VALUE-CONVERTED TO CL-CONTROL-AMOUNT
           WRITE MERGER-PROOF-RPT-LINE FROM WS-CONTROL-LINE
           MOVE ZERO TO CL-CONTROL-AMOUNT
           MOVE 'ACCOUNTS CONVERTED' TO CL-CONTROL-LABEL
           MOVE WS-ACCOUNTS-CONVERTED TO CL-CONTROL-COUNT
           WRITE MERGER-PROOF-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'ACCOUNTS HELD' TO CL-CONTROL-LABEL
           MOVE WS-ACCOUNTS-HELD TO CL-CONTROL-COUNT
           WRITE MERGER-PROOF-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'CONVERSION LEGS WRITTEN' TO CL-CONTROL-LABEL
           MOVE WS-LEGS-WRITTEN TO CL-CONTROL-COUNT
           WRITE MERGER-PROOF-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'INSTRUCTION RE-KEYS WRITTEN' TO CL-CONTROL-LABEL
           MOVE WS-REKEYS-WRITTEN TO CL-CONTROL-COUNT
           WRITE MERGER-PROOF-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'CDSC LOTS RE-KEYED' TO CL-CONTROL-LABEL
           MOVE WS-LOTS-REKEYED TO CL-CONTROL-COUNT
           WRITE MERGER-PROOF-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'BASIS ROWS RE-KEYED' TO CL-CONTROL-LABEL
           MOVE WS-BASIS-REKEYED TO CL-CONTROL-COUNT
           WRITE MERGER-PROOF-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'BASIS ROWS MERGED INTO SURVIVOR' TO
               CL-CONTROL-LABEL
           MOVE WS-BASIS-MERGED TO CL-CONTROL-COUNT
           WRITE MERGER-PROOF-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'PERMITS RE-KEYED' TO CL-CONTROL-LABEL
           MOVE WS-PERMITS-REKEYED TO CL-CONTROL-COUNT
           WRITE MERGER-PROOF-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'PERMITS MERGED INTO SURVIVOR' TO CL-CONTROL-LABEL
           MOVE WS-PERMITS-MERGED TO CL-CONTROL-COUNT
           WRITE MERGER-PROOF-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'OLD FUNDS TERMINATED' TO CL-CONTROL-LABEL
           MOVE WS-TERMINATED-COUNT TO CL-CONTROL-COUNT
           WRITE MERGER-PROOF-RPT-LINE FROM WS-CONTROL-LINE
           EVALUATE TRUE
               WHEN WS-HELD-COUNT > ZERO
                   OR WS-NOT-TERMINATED-COUNT > ZERO
                   MOVE 'MERGER PROOF: CONVERSIONS HELD - SEE PROOF' TO
                       WS-OUTCOME-LINE
               WHEN WS-CONVERTED-COUNT > ZERO
                   MOVE 'MERGER PROOF: ALL CONVERSIONS BALANCE' TO
                       WS-OUTCOME-LINE
               WHEN OTHER
                   MOVE 'MERGER PROOF: NO CONVERSIONS EFFECTIVE' TO
                       WS-OUTCOME-LINE
           END-EVALUATE
           WRITE MERGER-PROOF-RPT-LINE FROM WS-OUTCOME-LINE.

       8000-FINALIZE.
           CLOSE CONVERSION-TRAN-FILE
           CLOSE REKEY-INSTRUCTION-FILE
           CLOSE FUND-MAINT-TRAN-FILE
           CLOSE MERGER-PROOF-RPT-FILE.

       8100-FIND-CONVERSION.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING CV-SRCH-IDX FROM 1 BY 1
               UNTIL CV-SRCH-IDX > WS-CONV-COUNT OR WS-FOUND
               IF CV-OLD-FUND-CODE (CV-SRCH-IDX) = WS-LOOKUP-FUND-CODE
                   SET WS-FOUND TO TRUE
                   SET WS-CONV-IDX TO CV-SRCH-IDX
               END-IF
           END-PERFORM.

       8200-FIND-NAV.
           MOVE ZERO TO WS-LOOKUP-NAV
           PERFORM VARYING NAV-IDX FROM 1 BY 1
               UNTIL NAV-IDX > WS-NAV-COUNT
               IF NT-FUND-CODE (NAV-IDX) = WS-LOOKUP-FUND-CODE
                   MOVE NT-NAV-PER-SHARE (NAV-IDX) TO WS-LOOKUP-NAV
               END-IF
           END-PERFORM.

       8250-FIND-MASTER.
           MOVE 'N' TO WS-MASTER-FOUND-SW
           PERFORM VARYING MST-IDX FROM 1 BY 1
               UNTIL MST-IDX > WS-MASTER-COUNT OR WS-MASTER-FOUND
               IF FM-FUND-CODE (MST-IDX) = WS-LOOKUP-FUND-CODE
                   SET WS-MASTER-FOUND TO TRUE
                   SET WS-MASTER-IDX TO MST-IDX
               END-IF
           END-PERFORM.

       8300-FIND-BASIS-ROW.
           MOVE 'N' TO WS-ROW-FOUND-SW
           PERFORM VARYING BAS-SRCH-IDX FROM 1 BY 1
               UNTIL BAS-SRCH-IDX > WS-BASIS-COUNT OR WS-ROW-FOUND
               IF BL-CUSTOMER-ACCOUNT-NUMBER (BAS-SRCH-IDX)
                       = WS-LOOKUP-ACCOUNT-NUMBER
                   AND BL-FUND-CODE (BAS-SRCH-IDX) = WS-LOOKUP-FUND-CODE
                   SET WS-ROW-FOUND TO TRUE
                   SET WS-ROW-IDX TO BAS-SRCH-IDX
               END-IF
           END-PERFORM.

       8400-FIND-PERMIT-ROW.
           MOVE 'N' TO WS-ROW-FOUND-SW
           PERFORM VARYING PRM-SRCH-IDX FROM 1 BY 1
               UNTIL PRM-SRCH-IDX > WS-PERMIT-COUNT OR WS-ROW-FOUND
               IF PM-FUND-CODE (PRM-SRCH-IDX) = WS-LOOKUP-FUND-CODE
                   AND PM-STATE-CODE (PRM-SRCH-IDX)
                       = WS-LOOKUP-STATE-CODE
                   AND NOT PM-MERGED (PRM-SRCH-IDX)
                   SET WS-ROW-FOUND TO TRUE
                   SET WS-ROW-IDX TO PRM-SRCH-IDX
               END-IF
           END-PERFORM.

      *    Value one position before and after conversion and test it
      *    against its tolerance: a cent, plus one share rounding
      *    unit at the surviving NAV, plus a millionth of its value
      *    for the precision of the six-place ratio.
       8500-PRICE-POSITION.
           MOVE APR-TOTAL-SHARES-COUNT TO WS-OLD-SHARES
           COMPUTE WS-NEW-SHARES ROUNDED =
               WS-OLD-SHARES * CV-EXCHANGE-RATIO (WS-CONV-IDX)
           COMPUTE WS-VALUE-BEFORE ROUNDED =
               WS-OLD-SHARES * CV-OLD-NAV (WS-CONV-IDX)
           COMPUTE WS-VALUE-AFTER ROUNDED =
               WS-NEW-SHARES * CV-SURVIVING-NAV (WS-CONV-IDX)
           COMPUTE WS-VALUE-DIFFERENCE =
               WS-VALUE-AFTER - WS-VALUE-BEFORE
           COMPUTE WS-ACCOUNT-TOLERANCE ROUNDED = 0.01
               + CV-SURVIVING-NAV (WS-CONV-IDX) * 0.0001
               + WS-VALUE-BEFORE * 0.000001
           PERFORM 8600-ABSOLUTE-DIFFERENCE
           IF WS-ABS-DIFFERENCE > WS-ACCOUNT-TOLERANCE
               MOVE 'N' TO WS-ACCOUNT-BALANCE-SW
           ELSE
               SET WS-ACCOUNT-BALANCED TO TRUE
           END-IF.

       8600-ABSOLUTE-DIFFERENCE.
           IF WS-VALUE-DIFFERENCE < ZERO
               COMPUTE WS-ABS-DIFFERENCE = ZERO - WS-VALUE-DIFFERENCE
           ELSE
               MOVE WS-VALUE-DIFFERENCE TO WS-ABS-DIFFERENCE
           END-IF.
