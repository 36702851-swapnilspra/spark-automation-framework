       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPITAL-STOCK-RECON.
      ******************************************************************
      *  Daily fund capital-stock roll-forward proof.  The SDCM 'DD'
      *  row for each fund carries SHARES-OUTSTANDING-AMT,
      *  SUBSCRIPTION-DOLLAR-AMT and REDEMPTION-DOLLAR-AMT, but
      *  nothing proved those fund-level numbers against the account
      *  level: CROSS-FEED-SHARE-RECON-RPT ties one account at a time
      *  and CERT-LEDGER-RECON covers only the certificate slice, so
      *  fund accounting built the capital-stock sign-off by hand.
      *
      *  Yesterday's shares outstanding per fund roll forward on
      *  CAPITAL-STOCK-IN / CAPITAL-STOCK-OUT, certified through
      *  GENERATION-GATE like the other roll-forward chains.  Today's
      *  DFA SEQUENCE-NUMBER 1 rows add SHARE-BALANCE-ADD shares and
      *  gross dollars and subtract SHARE-BALANCE-SUBTRACT shares and
      *  gross dollars per FUND-CODE; each DVRA reinvestment detail
      *  adds its REINVESTED-SHARES-COUNT to the fund of the header
      *  it follows (or, for a reinvestment into another fund, to the
      *  FUND-FROM-TO on its SEQUENCE-NUMBER 2 record); and every APR
      *  SEQUENCE-NUMBER 1 account's TOTAL-SHARES-COUNT is summed per
      *  fund.  Each fund on today's SDCM is then proved three ways:
      *    1. prior outstanding + DFA adds - DFA subtracts + DVRA
      *       reinvested shares = today's SHARES-OUTSTANDING-AMT
      *    2. the APR account-level sum, and CERTIFICATE-SHR-AMT plus
      *       NON-CERTIFICATE-SHR-AMT, each equal SHARES-OUTSTANDING-
      *       AMT
      *    3. SUBSCRIPTION-DOLLAR-AMT and REDEMPTION-DOLLAR-AMT equal
      *       the DFA gross purchase and redemption dollars
      *  Share and dollar tolerances come from the parameter record.
      *  Every check is printed, proved or not, so the report is the
      *  daily capital-stock sign-off; the OUT file carries the full
      *  proof row per fund as well as tomorrow's opening position.
      *  A fund missing from today's SDCM is reported as a break but
      *  still carried forward - prior outstanding plus the day's DFA
      *  and DVRA share movement, under the prior super-sheet date -
      *  so one missing SDCM day does not restart its proof as an
      *  opening on the next run.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDCM-BALANCING-DATA ASSIGN TO "SDCMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIRECT-FINANCIAL-ACTIVITY ASSIGN TO "DFANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIVIDEND-REFRESHER ASSIGN TO "DVRANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCOUNT-POSITION ASSIGN TO "APRNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CAPITAL-STOCK-IN ASSIGN TO "CAPSTKIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CAPITAL-STOCK-OUT ASSIGN TO "CAPSTKOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CAPSTOCK-TOLERANCE-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CAPSTOCK-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SDCM-BALANCING-DATA.
       01  SDCM-BALANCING-RECORD.
           05  SYSTEM-ID                         PIC X(3).
           05  SUPER-SHEET-DTE                   PIC 9(8).
           05  RECORD-TYPE-CDE                   PIC X(2).
               88  RECORD-TYPE-DETAIL                VALUE 'DD'.
           05  DETAIL-TRANSMIT-AREA.
               10  SDCM-FUND-CODE                PIC 9(7).
               10  SUBSCRIPTION-DOLLAR-AMT       PIC 9(15)V9(2).
               10  REDEMPTION-DOLLAR-AMT         PIC 9(15)V9(2).
               10  FILLER                        PIC X(17).
               10  SHARES-OUTSTANDING-AMT        PIC 9(13)V9(4).
               10  FILLER                        PIC X(71).
               10  CERTIFICATE-SHR-AMT           PIC 9(13)V9(4).
               10  NON-CERTIFICATE-SHR-AMT       PIC 9(13)V9(4).
               10  FILLER                        PIC X(107).
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
                   88  SHARE-BALANCE-NO-EFFECT       VALUE 'N'.
               10  FILLER                        PIC X(9).
               10  TRANSACTION-GROSS-AMOUNT      PIC 9(13)V9(2).
               10  TRANSACTION-SHARES-COUNT      PIC 9(11)V9(4).
               10  FILLER                        PIC X(37).
       FD  DIVIDEND-REFRESHER.
       01  DIVIDEND-REFRESHER-RECORD.
           05  DVRA-RECORD-TYPE                  PIC X(3).
               88  CAP-GAIN-HEADER                   VALUE 'CGH'.
               88  CAP-GAIN-REFRESHER                VALUE 'CGR'.
               88  DIVIDEND-HEADER                   VALUE 'DVH'.
               88  DIVIDEND-REFRESHER-REC             VALUE 'DVR'.
           05  DVRA-SEQUENCE-NUMBER              PIC 9(3).
           05  HEADER-RECORD-1.
               10  FILLER                        PIC X(33).
               10  DVRA-FUND-CODE                PIC 9(7).
               10  FILLER                        PIC X(114).
           05  DETAIL-RECORD-1 REDEFINES HEADER-RECORD-1.
               10  FILLER                        PIC X(63).
               10  DIST-TYPE-CODE                PIC X(1).
                   88  DIST-TYPE-REINVEST            VALUE '0'.
                   88  DIST-TYPE-REINVEST-ANOTHER-FND
                                                     VALUE '2'.
               10  REINVESTED-SHARES-COUNT       PIC 9(11)V9(4).
               10  FILLER                        PIC X(75).
           05  DETAIL-RECORD-2 REDEFINES HEADER-RECORD-1.
               10  FILLER                        PIC X(91).
               10  FUND-FROM-TO                  PIC 9(7).
               10  FILLER                        PIC X(56).
       FD  ACCOUNT-POSITION.
       01  APR-RECORD.
           05  RECORD-TYPE-APR                   PIC X(3).
               88  ACCOUNT-ACTIVITY-REC              VALUE 'APR'.
           05  SEQUENCE-NUMBER-APR               PIC 9(3).
           05  APR-DETAIL-RECORD-1.
               10  FILLER                        PIC X(25).
               10  APR-FUND-CODE                 PIC 9(7).
               10  FILLER                        PIC X(21).
               10  APR-TOTAL-SHARES-COUNT        PIC 9(11)V9(4).
               10  FILLER                        PIC X(86).
       FD  CAPITAL-STOCK-IN.
       01  CAPITAL-STOCK-IN-RECORD.
           05  CI-FUND-CODE                      PIC 9(7).
           05  CI-SUPER-SHEET-DATE               PIC 9(8).
           05  CI-SHARES-OUTSTANDING             PIC 9(13)V9(4).
           05  CI-PROOF-DETAIL                   PIC X(148).
       FD  CAPITAL-STOCK-OUT.
       01  CAPITAL-STOCK-OUT-RECORD.
           05  CO-FUND-CODE                      PIC 9(7).
           05  CO-SUPER-SHEET-DATE               PIC 9(8).
           05  CO-SHARES-OUTSTANDING             PIC 9(13)V9(4).
           05  CO-PRIOR-OUTSTANDING              PIC 9(13)V9(4).
           05  CO-DFA-ADD-SHARES                 PIC 9(13)V9(4).
           05  CO-DFA-SUBTRACT-SHARES            PIC 9(13)V9(4).
           05  CO-DVRA-REINVESTED-SHARES         PIC 9(13)V9(4).
           05  CO-APR-ACCOUNT-SHARES             PIC 9(13)V9(4).
           05  CO-DFA-PURCHASE-DOLLARS           PIC 9(15)V9(2).
           05  CO-DFA-REDEMPTION-DOLLARS         PIC 9(15)V9(2).
           05  CO-ROLL-FORWARD-STATUS            PIC X(1).
           05  CO-APR-SUM-STATUS                 PIC X(1).
           05  CO-CERT-SPLIT-STATUS              PIC X(1).
           05  CO-SUBSCRIPTION-STATUS            PIC X(1).
           05  CO-REDEMPTION-STATUS              PIC X(1).
           05  FILLER                            PIC X(24).
       FD  CAPSTOCK-TOLERANCE-PARM.
       01  CAPSTOCK-TOLERANCE-RECORD.
           05  PARM-RUN-DATE                     PIC 9(8).
           05  PARM-SHARE-TOLERANCE              PIC 9(7)V9(4).
           05  PARM-DOLLAR-TOLERANCE             PIC 9(9)V9(2).
       FD  CAPSTOCK-RPT-FILE.
       01  CAPSTOCK-RPT-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-RUN-DATE                           PIC 9(8) VALUE ZERO.
       01  WS-SHARE-TOLERANCE                    PIC 9(7)V9(4)
                                                  VALUE 0.0010.
       01  WS-DOLLAR-TOLERANCE                   PIC 9(9)V9(2)
                                                  VALUE 0.01.
       01  WS-MAX-FUNDS                          PIC 9(5) VALUE 5000.
       01  WS-FUND-COUNT                         PIC 9(5) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(5) VALUE ZERO.
       01  WS-LOOKUP-FUND-CODE                   PIC 9(7) VALUE ZERO.
       01  WS-CURRENT-DVRA-FUND                  PIC 9(7) VALUE ZERO.
       01  WS-PENDING-XFUND-SHARES               PIC 9(11)V9(4)
                                                  VALUE ZERO.
       01  WS-EXPECTED-SHARES                    PIC S9(13)V9(4)
                                                  VALUE ZERO.
       01  WS-SHARE-VARIANCE                     PIC S9(13)V9(4)
                                                  VALUE ZERO.
       01  WS-DOLLAR-VARIANCE                    PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-CHECK-STATUS                       PIC X(1) VALUE SPACE.
       01  WS-FUNDS-PROVED                       PIC 9(5) VALUE ZERO.
       01  WS-FUNDS-BROKEN                       PIC 9(5) VALUE ZERO.
       01  WS-BREAK-COUNT                        PIC 9(7) VALUE ZERO.
       01  WS-FUND-BREAK-SW                      PIC X(1) VALUE 'N'.
           88  WS-FUND-BREAK                         VALUE 'Y'.
       01  WS-GATE-IN-COUNT                      PIC 9(9) VALUE ZERO.
       01  WS-GATE-IN-TOTAL                      PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-GATE-OUT-COUNT                     PIC 9(9) VALUE ZERO.
       01  WS-GATE-OUT-TOTAL                     PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  GATE-CALL-AREA.
           05  GG-ACTION                         PIC X(4).
           05  GG-CHAIN-ID                       PIC X(20) VALUE
                                                  'CAPITAL-STOCK'.
           05  GG-RECORD-COUNT                   PIC 9(9).
           05  GG-CONTENT-TOTAL                  PIC S9(15)V9(2).
           05  GG-RUN-DATE                       PIC 9(8).
           05  GG-STATUS                         PIC X(1).
       01  CAPITAL-STOCK-TABLE.
           05  CAPITAL-STOCK-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-FUND-COUNT
                   INDEXED BY FUND-IDX.
               10  CS-FUND-CODE                  PIC 9(7).
               10  CS-PRIOR-SEEN-SW              PIC X(1).
               10  CS-SDCM-SEEN-SW               PIC X(1).
               10  CS-SUPER-SHEET-DATE           PIC 9(8).
               10  CS-PRIOR-SHEET-DATE           PIC 9(8).
               10  CS-PRIOR-OUTSTANDING          PIC 9(13)V9(4).
               10  CS-DFA-ADD-SHARES             PIC 9(13)V9(4).
               10  CS-DFA-SUBTRACT-SHARES        PIC 9(13)V9(4).
               10  CS-DVRA-REINVESTED-SHARES     PIC 9(13)V9(4).
               10  CS-APR-ACCOUNT-SHARES         PIC 9(13)V9(4).
               10  CS-DFA-PURCHASE-DOLLARS       PIC 9(15)V9(2).
               10  CS-DFA-REDEMPTION-DOLLARS     PIC 9(15)V9(2).
               10  CS-SHARES-OUTSTANDING         PIC 9(13)V9(4).
               10  CS-CERTIFICATE-SHARES         PIC 9(13)V9(4).
               10  CS-NON-CERTIFICATE-SHARES     PIC 9(13)V9(4).
               10  CS-SUBSCRIPTION-DOLLARS       PIC 9(15)V9(2).
               10  CS-REDEMPTION-DOLLARS         PIC 9(15)V9(2).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'FUND CAPITAL-STOCK ROLL-FORWARD PROOF'.
       01  WS-COLUMN-LINE                        PIC X(110) VALUE
           'FUND     CHECK                EXPECTED  ACTUAL  VAR STATUS'.
       01  WS-DETAIL-LINE.
           05  DL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-CHECK-NAME                     PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-EXPECTED                       PIC -Z(12)9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-ACTUAL                         PIC -Z(12)9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-VARIANCE                       PIC -Z(12)9.9999.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-STATUS                         PIC X(20).
       01  WS-SUMMARY-LINE.
           05  FILLER                            PIC X(16) VALUE
               'FUNDS PROVED: '.
           05  SL-PROVED-COUNT                   PIC ZZZZ9.
           05  FILLER                            PIC X(18) VALUE
               '   FUNDS BROKEN: '.
           05  SL-BROKEN-COUNT                   PIC ZZZZ9.
           05  FILLER                            PIC X(18) VALUE
               '   CHECKS FAILED: '.
           05  SL-BREAK-COUNT                    PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-SDCM
           PERFORM 3000-APPLY-DFA-FLOWS
           PERFORM 4000-APPLY-DVRA-REINVESTMENT
           PERFORM 5000-SUM-APR-POSITIONS
           PERFORM 6000-PROVE-FUNDS
           PERFORM 7000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-PARAMETERS
           PERFORM 1200-LOAD-PRIOR-OUTSTANDING
           OPEN OUTPUT CAPSTOCK-RPT-FILE
           WRITE CAPSTOCK-RPT-LINE FROM WS-HEADLINE-1
           WRITE CAPSTOCK-RPT-LINE FROM WS-COLUMN-LINE.

       1100-LOAD-PARAMETERS.
           OPEN INPUT CAPSTOCK-TOLERANCE-PARM
           READ CAPSTOCK-TOLERANCE-PARM
               AT END
                   MOVE FUNCTION NUMVAL(
                        FUNCTION CURRENT-DATE(1:8)) TO WS-RUN-DATE
               NOT AT END
                   MOVE PARM-RUN-DATE TO WS-RUN-DATE
                   MOVE PARM-SHARE-TOLERANCE TO WS-SHARE-TOLERANCE
                   MOVE PARM-DOLLAR-TOLERANCE TO WS-DOLLAR-TOLERANCE
           END-READ
           CLOSE CAPSTOCK-TOLERANCE-PARM.

       1200-LOAD-PRIOR-OUTSTANDING.
           OPEN INPUT CAPITAL-STOCK-IN
           PERFORM 1210-READ-PRIOR
               UNTIL WS-EOF
           CLOSE CAPITAL-STOCK-IN
           MOVE 'N' TO WS-EOF-SW
           PERFORM 1290-VERIFY-GENERATION.

       1210-READ-PRIOR.
           READ CAPITAL-STOCK-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-GATE-IN-COUNT
                   ADD CI-SHARES-OUTSTANDING TO WS-GATE-IN-TOTAL
                   MOVE CI-FUND-CODE TO WS-LOOKUP-FUND-CODE
                   PERFORM 8100-LOOKUP-FUND
                   IF WS-FOUND
                       MOVE 'Y' TO CS-PRIOR-SEEN-SW (WS-MATCHED-IDX)
                       MOVE CI-SHARES-OUTSTANDING TO
                           CS-PRIOR-OUTSTANDING (WS-MATCHED-IDX)
                       MOVE CI-SUPER-SHEET-DATE TO
                           CS-PRIOR-SHEET-DATE (WS-MATCHED-IDX)
                   END-IF
           END-READ.

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

       2000-APPLY-SDCM.
           OPEN INPUT SDCM-BALANCING-DATA
           PERFORM 2100-READ-SDCM
               UNTIL WS-EOF
           CLOSE SDCM-BALANCING-DATA
           MOVE 'N' TO WS-EOF-SW.

       2100-READ-SDCM.
           READ SDCM-BALANCING-DATA
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF RECORD-TYPE-DETAIL
                       MOVE SDCM-FUND-CODE TO WS-LOOKUP-FUND-CODE
                       PERFORM 8100-LOOKUP-FUND
                       IF WS-FOUND
                           PERFORM 2200-STORE-SDCM-AMOUNTS
                       END-IF
                   END-IF
           END-READ.

       2200-STORE-SDCM-AMOUNTS.
           MOVE 'Y' TO CS-SDCM-SEEN-SW (WS-MATCHED-IDX)
           MOVE SUPER-SHEET-DTE TO CS-SUPER-SHEET-DATE (WS-MATCHED-IDX)
           MOVE SHARES-OUTSTANDING-AMT TO
               CS-SHARES-OUTSTANDING (WS-MATCHED-IDX)
           MOVE CERTIFICATE-SHR-AMT TO
               CS-CERTIFICATE-SHARES (WS-MATCHED-IDX)
           MOVE NON-CERTIFICATE-SHR-AMT TO
               CS-NON-CERTIFICATE-SHARES (WS-MATCHED-IDX)
           MOVE SUBSCRIPTION-DOLLAR-AMT TO
               CS-SUBSCRIPTION-DOLLARS (WS-MATCHED-IDX)
           MOVE REDEMPTION-DOLLAR-AMT TO
               CS-REDEMPTION-DOLLARS (WS-MATCHED-IDX).

       3000-APPLY-DFA-FLOWS.
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
                       AND (SHARE-BALANCE-ADD OR SHARE-BALANCE-SUBTRACT)
                       MOVE FUND-CODE TO WS-LOOKUP-FUND-CODE
                       PERFORM 8100-LOOKUP-FUND
                       IF WS-FOUND
                           PERFORM 3200-ACCUMULATE-FLOW
                       END-IF
                   END-IF
           END-READ.

       3200-ACCUMULATE-FLOW.
           IF SHARE-BALANCE-ADD
               ADD TRANSACTION-SHARES-COUNT TO
                   CS-DFA-ADD-SHARES (WS-MATCHED-IDX)
               ADD TRANSACTION-GROSS-AMOUNT TO
                   CS-DFA-PURCHASE-DOLLARS (WS-MATCHED-IDX)
           ELSE
               ADD TRANSACTION-SHARES-COUNT TO
                   CS-DFA-SUBTRACT-SHARES (WS-MATCHED-IDX)
               ADD TRANSACTION-GROSS-AMOUNT TO
                   CS-DFA-REDEMPTION-DOLLARS (WS-MATCHED-IDX)
           END-IF.

       4000-APPLY-DVRA-REINVESTMENT.
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
                       WHEN DIVIDEND-HEADER
                       WHEN CAP-GAIN-HEADER
                           MOVE DVRA-FUND-CODE TO WS-CURRENT-DVRA-FUND
                           MOVE ZERO TO WS-PENDING-XFUND-SHARES
                       WHEN DIVIDEND-REFRESHER-REC
                       WHEN CAP-GAIN-REFRESHER
                           PERFORM 4200-APPLY-DVRA-DETAIL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       4200-APPLY-DVRA-DETAIL.
           EVALUATE DVRA-SEQUENCE-NUMBER
               WHEN 1
                   MOVE ZERO TO WS-PENDING-XFUND-SHARES
                   IF DIST-TYPE-REINVEST
                       AND REINVESTED-SHARES-COUNT > ZERO
                       MOVE WS-CURRENT-DVRA-FUND TO
                           WS-LOOKUP-FUND-CODE
                       PERFORM 8100-LOOKUP-FUND
                       IF WS-FOUND
                           ADD REINVESTED-SHARES-COUNT TO
                               CS-DVRA-REINVESTED-SHARES
                                   (WS-MATCHED-IDX)
                       END-IF
                   END-IF
                   IF DIST-TYPE-REINVEST-ANOTHER-FND
                       MOVE REINVESTED-SHARES-COUNT TO
                           WS-PENDING-XFUND-SHARES
                   END-IF
               WHEN 2
                   IF WS-PENDING-XFUND-SHARES > ZERO
                       AND FUND-FROM-TO NOT = ZERO
                       MOVE FUND-FROM-TO TO WS-LOOKUP-FUND-CODE
                       PERFORM 8100-LOOKUP-FUND
                       IF WS-FOUND
                           ADD WS-PENDING-XFUND-SHARES TO
                               CS-DVRA-REINVESTED-SHARES
                                   (WS-MATCHED-IDX)
                       END-IF
                   END-IF
                   MOVE ZERO TO WS-PENDING-XFUND-SHARES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       5000-SUM-APR-POSITIONS.
           OPEN INPUT ACCOUNT-POSITION
           PERFORM 5100-READ-APR
               UNTIL WS-EOF
           CLOSE ACCOUNT-POSITION
           MOVE 'N' TO WS-EOF-SW.

       5100-READ-APR.
           READ ACCOUNT-POSITION
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF ACCOUNT-ACTIVITY-REC AND SEQUENCE-NUMBER-APR = 1
                       MOVE APR-FUND-CODE TO WS-LOOKUP-FUND-CODE
                       PERFORM 8100-LOOKUP-FUND
                       IF WS-FOUND
                           ADD APR-TOTAL-SHARES-COUNT TO
                               CS-APR-ACCOUNT-SHARES (WS-MATCHED-IDX)
                       END-IF
                   END-IF
           END-READ.

       6000-PROVE-FUNDS.
           OPEN OUTPUT CAPITAL-STOCK-OUT
           PERFORM VARYING FUND-IDX FROM 1 BY 1
               UNTIL FUND-IDX > WS-FUND-COUNT
               PERFORM 6100-PROVE-ONE-FUND
           END-PERFORM
           CLOSE CAPITAL-STOCK-OUT.

       6100-PROVE-ONE-FUND.
           MOVE 'N' TO WS-FUND-BREAK-SW
           MOVE SPACES TO CAPITAL-STOCK-OUT-RECORD
           MOVE CS-FUND-CODE (FUND-IDX) TO DL-FUND-CODE
           IF CS-SDCM-SEEN-SW (FUND-IDX) NOT = 'Y'
               PERFORM 6150-REPORT-NO-SDCM
           ELSE
               PERFORM 6200-CHECK-ROLL-FORWARD
               PERFORM 6300-CHECK-APR-SUM
               PERFORM 6400-CHECK-CERT-SPLIT
               PERFORM 6500-CHECK-SUBSCRIPTIONS
               PERFORM 6600-CHECK-REDEMPTIONS
               PERFORM 6700-WRITE-CAPITAL-STOCK
           END-IF
           IF WS-FUND-BREAK
               ADD 1 TO WS-FUNDS-BROKEN
           ELSE
               ADD 1 TO WS-FUNDS-PROVED
           END-IF.

       6150-REPORT-NO-SDCM.
           SET WS-FUND-BREAK TO TRUE
           ADD 1 TO WS-BREAK-COUNT
           MOVE 'SDCM DD ROW' TO DL-CHECK-NAME
           MOVE ZERO TO DL-EXPECTED
           MOVE ZERO TO DL-ACTUAL
           MOVE ZERO TO DL-VARIANCE
           MOVE '*** NO SDCM ROW' TO DL-STATUS
           WRITE CAPSTOCK-RPT-LINE FROM WS-DETAIL-LINE
           IF CS-PRIOR-SEEN-SW (FUND-IDX) = 'Y'
               PERFORM 6160-CARRY-FORWARD
           END-IF.

       6160-CARRY-FORWARD.
           COMPUTE WS-EXPECTED-SHARES =
               CS-PRIOR-OUTSTANDING (FUND-IDX)
               + CS-DFA-ADD-SHARES (FUND-IDX)
               - CS-DFA-SUBTRACT-SHARES (FUND-IDX)
               + CS-DVRA-REINVESTED-SHARES (FUND-IDX)
           IF WS-EXPECTED-SHARES < ZERO
               MOVE ZERO TO WS-EXPECTED-SHARES
           END-IF
           MOVE WS-EXPECTED-SHARES TO CS-SHARES-OUTSTANDING (FUND-IDX)
           MOVE CS-PRIOR-SHEET-DATE (FUND-IDX) TO
               CS-SUPER-SHEET-DATE (FUND-IDX)
           PERFORM 6700-WRITE-CAPITAL-STOCK.

       6200-CHECK-ROLL-FORWARD.
           COMPUTE WS-EXPECTED-SHARES =
               CS-PRIOR-OUTSTANDING (FUND-IDX)
               + CS-DFA-ADD-SHARES (FUND-IDX)
               - CS-DFA-SUBTRACT-SHARES (FUND-IDX)
               + CS-DVRA-REINVESTED-SHARES (FUND-IDX)
           COMPUTE WS-SHARE-VARIANCE =
               CS-SHARES-OUTSTANDING (FUND-IDX) - WS-EXPECTED-SHARES
           MOVE 'ROLL-FORWARD' TO DL-CHECK-NAME
           PERFORM 6800-JUDGE-SHARES
           IF CS-PRIOR-SEEN-SW (FUND-IDX) NOT = 'Y'
               AND WS-CHECK-STATUS = 'B'
               MOVE 'N' TO WS-CHECK-STATUS
               MOVE 'NO PRIOR - OPENING' TO DL-STATUS
               SUBTRACT 1 FROM WS-BREAK-COUNT
               MOVE 'N' TO WS-FUND-BREAK-SW
           END-IF
           MOVE WS-CHECK-STATUS TO CO-ROLL-FORWARD-STATUS
           PERFORM 6900-WRITE-CHECK-LINE.

       6300-CHECK-APR-SUM.
           MOVE CS-APR-ACCOUNT-SHARES (FUND-IDX) TO WS-EXPECTED-SHARES
           COMPUTE WS-SHARE-VARIANCE =
               CS-SHARES-OUTSTANDING (FUND-IDX) - WS-EXPECTED-SHARES
           MOVE 'APR ACCOUNT SUM' TO DL-CHECK-NAME
           PERFORM 6800-JUDGE-SHARES
           MOVE WS-CHECK-STATUS TO CO-APR-SUM-STATUS
           PERFORM 6900-WRITE-CHECK-LINE.

       6400-CHECK-CERT-SPLIT.
           COMPUTE WS-EXPECTED-SHARES =
               CS-CERTIFICATE-SHARES (FUND-IDX)
               + CS-NON-CERTIFICATE-SHARES (FUND-IDX)
           COMPUTE WS-SHARE-VARIANCE =
               CS-SHARES-OUTSTANDING (FUND-IDX) - WS-EXPECTED-SHARES
           MOVE 'CERT + NON-CERT' TO DL-CHECK-NAME
           PERFORM 6800-JUDGE-SHARES
           MOVE WS-CHECK-STATUS TO CO-CERT-SPLIT-STATUS
           PERFORM 6900-WRITE-CHECK-LINE.

       6500-CHECK-SUBSCRIPTIONS.
           COMPUTE WS-DOLLAR-VARIANCE =
               CS-SUBSCRIPTION-DOLLARS (FUND-IDX)
               - CS-DFA-PURCHASE-DOLLARS (FUND-IDX)
           MOVE 'SUBSCRIPTION $' TO DL-CHECK-NAME
           MOVE CS-DFA-PURCHASE-DOLLARS (FUND-IDX) TO DL-EXPECTED
           MOVE CS-SUBSCRIPTION-DOLLARS (FUND-IDX) TO DL-ACTUAL
           PERFORM 6850-JUDGE-DOLLARS
           MOVE WS-CHECK-STATUS TO CO-SUBSCRIPTION-STATUS
           WRITE CAPSTOCK-RPT-LINE FROM WS-DETAIL-LINE.

       6600-CHECK-REDEMPTIONS.
           COMPUTE WS-DOLLAR-VARIANCE =
               CS-REDEMPTION-DOLLARS (FUND-IDX)
               - CS-DFA-REDEMPTION-DOLLARS (FUND-IDX)
           MOVE 'REDEMPTION $' TO DL-CHECK-NAME
           MOVE CS-DFA-REDEMPTION-DOLLARS (FUND-IDX) TO DL-EXPECTED
           MOVE CS-REDEMPTION-DOLLARS (FUND-IDX) TO DL-ACTUAL
           PERFORM 6850-JUDGE-DOLLARS
           MOVE WS-CHECK-STATUS TO CO-REDEMPTION-STATUS
           WRITE CAPSTOCK-RPT-LINE FROM WS-DETAIL-LINE.

       6700-WRITE-CAPITAL-STOCK.
           MOVE CS-FUND-CODE (FUND-IDX) TO CO-FUND-CODE
           MOVE CS-SUPER-SHEET-DATE (FUND-IDX) TO CO-SUPER-SHEET-DATE
           MOVE CS-SHARES-OUTSTANDING (FUND-IDX) TO
               CO-SHARES-OUTSTANDING
           MOVE CS-PRIOR-OUTSTANDING (FUND-IDX) TO
               CO-PRIOR-OUTSTANDING
           MOVE CS-DFA-ADD-SHARES (FUND-IDX) TO CO-DFA-ADD-SHARES
           MOVE CS-DFA-SUBTRACT-SHARES (FUND-IDX) TO
               CO-DFA-SUBTRACT-SHARES
           MOVE CS-DVRA-REINVESTED-SHARES (FUND-IDX) TO
               CO-DVRA-REINVESTED-SHARES
           MOVE CS-APR-ACCOUNT-SHARES (FUND-IDX) TO
               CO-APR-ACCOUNT-SHARES
           MOVE CS-DFA-PURCHASE-DOLLARS (FUND-IDX) TO
               CO-DFA-PURCHASE-DOLLARS
           MOVE CS-DFA-REDEMPTION-DOLLARS (FUND-IDX) TO
               CO-DFA-REDEMPTION-DOLLARS
           ADD 1 TO WS-GATE-OUT-COUNT
           ADD CO-SHARES-OUTSTANDING TO WS-GATE-OUT-TOTAL
           WRITE CAPITAL-STOCK-OUT-RECORD.

       6800-JUDGE-SHARES.
           MOVE WS-EXPECTED-SHARES TO DL-EXPECTED
           MOVE CS-SHARES-OUTSTANDING (FUND-IDX) TO DL-ACTUAL
           MOVE WS-SHARE-VARIANCE TO DL-VARIANCE
           IF FUNCTION ABS(WS-SHARE-VARIANCE) > WS-SHARE-TOLERANCE
               MOVE 'B' TO WS-CHECK-STATUS
               MOVE '*** OUT OF BALANCE' TO DL-STATUS
               SET WS-FUND-BREAK TO TRUE
               ADD 1 TO WS-BREAK-COUNT
           ELSE
               MOVE 'P' TO WS-CHECK-STATUS
               MOVE 'PROVED' TO DL-STATUS
           END-IF.

       6850-JUDGE-DOLLARS.
           MOVE WS-DOLLAR-VARIANCE TO DL-VARIANCE
           IF FUNCTION ABS(WS-DOLLAR-VARIANCE) > WS-DOLLAR-TOLERANCE
               MOVE 'B' TO WS-CHECK-STATUS
               MOVE '*** OUT OF BALANCE' TO DL-STATUS
               SET WS-FUND-BREAK TO TRUE
               ADD 1 TO WS-BREAK-COUNT
           ELSE
               MOVE 'P' TO WS-CHECK-STATUS
               MOVE 'PROVED' TO DL-STATUS
           END-IF.

       6900-WRITE-CHECK-LINE.
           WRITE CAPSTOCK-RPT-LINE FROM WS-DETAIL-LINE.

       7000-FINALIZE.
           MOVE WS-FUNDS-PROVED TO SL-PROVED-COUNT
           MOVE WS-FUNDS-BROKEN TO SL-BROKEN-COUNT
           MOVE WS-BREAK-COUNT TO SL-BREAK-COUNT
           WRITE CAPSTOCK-RPT-LINE FROM WS-SUMMARY-LINE
           PERFORM 7100-SAVE-GENERATION
           CLOSE CAPSTOCK-RPT-FILE.

       7100-SAVE-GENERATION.
           MOVE 'SAVE' TO GG-ACTION
           MOVE WS-GATE-OUT-COUNT TO GG-RECORD-COUNT
           MOVE WS-GATE-OUT-TOTAL TO GG-CONTENT-TOTAL
           MOVE WS-RUN-DATE TO GG-RUN-DATE
           CALL 'GENERATION-GATE' USING GG-ACTION GG-CHAIN-ID
               GG-RECORD-COUNT GG-CONTENT-TOTAL GG-RUN-DATE
               GG-STATUS.

       8100-LOOKUP-FUND.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING FUND-IDX FROM 1 BY 1
               UNTIL FUND-IDX > WS-FUND-COUNT OR WS-FOUND
               IF CS-FUND-CODE (FUND-IDX) = WS-LOOKUP-FUND-CODE
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO FUND-IDX
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-FUND-COUNT < WS-MAX-FUNDS
               ADD 1 TO WS-FUND-COUNT
               SET FUND-IDX TO WS-FUND-COUNT
               MOVE WS-LOOKUP-FUND-CODE TO CS-FUND-CODE (FUND-IDX)
               MOVE 'N' TO CS-PRIOR-SEEN-SW (FUND-IDX)
               MOVE 'N' TO CS-SDCM-SEEN-SW (FUND-IDX)
               MOVE ZERO TO CS-SUPER-SHEET-DATE (FUND-IDX)
               MOVE ZERO TO CS-PRIOR-SHEET-DATE (FUND-IDX)
               MOVE ZERO TO CS-PRIOR-OUTSTANDING (FUND-IDX)
               MOVE ZERO TO CS-DFA-ADD-SHARES (FUND-IDX)
               MOVE ZERO TO CS-DFA-SUBTRACT-SHARES (FUND-IDX)
               MOVE ZERO TO CS-DVRA-REINVESTED-SHARES (FUND-IDX)
               MOVE ZERO TO CS-APR-ACCOUNT-SHARES (FUND-IDX)
               MOVE ZERO TO CS-DFA-PURCHASE-DOLLARS (FUND-IDX)
               MOVE ZERO TO CS-DFA-REDEMPTION-DOLLARS (FUND-IDX)
               MOVE ZERO TO CS-SHARES-OUTSTANDING (FUND-IDX)
               MOVE ZERO TO CS-CERTIFICATE-SHARES (FUND-IDX)
               MOVE ZERO TO CS-NON-CERTIFICATE-SHARES (FUND-IDX)
               MOVE ZERO TO CS-SUBSCRIPTION-DOLLARS (FUND-IDX)
               MOVE ZERO TO CS-REDEMPTION-DOLLARS (FUND-IDX)
               SET WS-FOUND TO TRUE
               SET WS-MATCHED-IDX TO FUND-IDX
           END-IF.
