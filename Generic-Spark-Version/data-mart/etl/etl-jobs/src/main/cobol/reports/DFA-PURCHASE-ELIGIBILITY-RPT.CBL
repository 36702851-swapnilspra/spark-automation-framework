       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFA-PURCHASE-ELIGIBILITY-RPT.
      ******************************************************************
      *  Fund purchase eligibility enforcement across DIRECT-
      *  FINANCIAL-ACTIVITY.  Purchases into closed funds, under the
      *  investment minimums or over a share-class cap were only ever
      *  caught when somebody happened to notice, long after the
      *  trade had settled.
      *
      *  Every DFA purchase (SHARE-BALANCE-ADD on SEQUENCE-NUMBER 1,
      *  with SEQUENCE-NUMBER 3 supplying FUND-FROM-TO, stitched per
      *  group the way AMP-STITCH-LOAD stitches) is judged against
      *  the fund's row on the rule master FUND-RULE-MAINT keeps.  A
      *  fund with no active rule is not restricted.  In order:
      *    - a purchase traded on or after the close date of a
      *      hard-closed fund is a violation, and one into a
      *      soft-closed fund is allowed only to an account that held
      *      the fund before the close date - its AMP ESTABLISHED-DATE
      *      for the fund falls before it, or the APR SCD2 history
      *      shows a position with shares opened before it - and only
      *      while the rule exempts existing holders;
      *    - a purchase above the maximum single purchase breaks the
      *      share-class cap;
      *    - an ACCOUNT-TYPE-NEW purchase must meet the initial
      *      minimum, any other purchase the subsequent minimum.
      *  A purchase through a channel the rule exempts is excused
      *  the closing and the minimums, never the cap.  A systematic
      *  investment plan installment is an ACH purchase into an
      *  account carrying the PRE-AUTH-CK-ACCT election, the
      *  PAD-DRAFT-GEN draft; a dividend reinvestment is a purchase
      *  whose FUND-FROM-TO pairs with a directed dividend on the
      *  DIVIDEND-REFRESHER for the same account, the pairing
      *  DVRA-DIRECTED-REIN-RPT proves.  Each violation writes a
      *  report line and a reject extract record carrying the batch
      *  and trade date for the sales desk to cancel and rebill.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUND-RULE-IN ASSIGN TO "FNDRULIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCOUNT-MASTER-POSITION ASSIGN TO "AMPNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT APR-HISTORY-IN ASSIGN TO "APRHISTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIVIDEND-REFRESHER ASSIGN TO "DVRANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIRECT-FINANCIAL-ACTIVITY ASSIGN TO "DFANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REJECT-EXTRACT-FILE ASSIGN TO "REJNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT VIOLATION-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FUND-RULE-IN.
       01  FUND-RULE-IN-RECORD.
           05  RI-FUND-CODE                      PIC 9(7).
           05  RI-FUND-STATUS-CDE                PIC X(1).
           05  RI-CLOSE-DATE                     PIC 9(8).
           05  RI-MIN-INITIAL-AMT                PIC 9(13)V9(2).
           05  RI-MIN-SUBSEQUENT-AMT             PIC 9(13)V9(2).
           05  RI-MAX-PURCHASE-AMT               PIC 9(13)V9(2).
           05  RI-EXEMPT-SIP-CDE                 PIC X(1).
           05  RI-EXEMPT-REINVEST-CDE            PIC X(1).
           05  RI-EXEMPT-HOLDER-CDE              PIC X(1).
           05  RI-STATUS-CDE                     PIC X(1).
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
               10  FILLER                        PIC X(37).
               10  PRE-AUTH-CK-ACCT              PIC 9(1).
                   88  NOT-PRE-AUTH                  VALUE 0.
                   88  YES-PRE-AUTH                  VALUE 1.
               10  FILLER                        PIC X(55).
       FD  APR-HISTORY-IN.
       01  APR-HISTORY-RECORD.
           05  HA-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  HA-FUND-CODE                      PIC 9(7).
           05  HA-TOTAL-SHARES-COUNT             PIC 9(11)V9(4).
           05  HA-EFF-START-DATE                 PIC 9(8).
           05  HA-EFF-END-DATE                   PIC 9(8).
       FD  DIVIDEND-REFRESHER.
       01  DIVIDEND-REFRESHER-RECORD.
           05  RECORD-TYPE                       PIC X(3).
               88  CAP-GAIN-HEADER                   VALUE 'CGH'.
               88  CAP-GAIN-REFRESHER                VALUE 'CGR'.
               88  DIVIDEND-HEADER                   VALUE 'DVH'.
               88  DIVIDEND-REFRESHER-REC             VALUE 'DVR'.
               88  FOREIGN-TAX-CREDIT-HEADER         VALUE 'FTH'.
               88  FOREIGN-TAX-CREDIT-REFRESHER      VALUE 'FTR'.
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
                   88  DIST-TYPE-REINVEST-ANOTHER-FND
                                                     VALUE '2'.
               10  FILLER                        PIC X(90).
           05  DVRA-DETAIL-RECORD-2 REDEFINES HEADER-RECORD-1.
               10  FILLER                        PIC X(91).
               10  DVRA-FUND-FROM-TO             PIC 9(7).
               10  FILLER                        PIC X(56).
       FD  DIRECT-FINANCIAL-ACTIVITY.
       01  DFA-RECORD.
           05  RECORD-TYPE                       PIC X(3).
               88  DIRECT-FINANCIAL-ACTIVITY-REC      VALUE 'DFA'.
           05  SEQUENCE-NUMBER                   PIC 9(3).
           05  DETAIL-RECORD-1.
               10  FILLER                        PIC X(28).
               10  FUND-CODE                     PIC 9(7).
               10  CUSTOMER-ACCOUNT-NUMBER       PIC X(20).
               10  FILLER                        PIC X(1).
               10  BATCH-NUMBER                  PIC 9(7).
               10  FILLER                        PIC X(14).
               10  SHARE-BALANCE-EFFECT-CODE     PIC X(1).
                   88  SHARE-BALANCE-ADD             VALUE 'A'.
               10  FILLER                        PIC X(9).
               10  TRANSACTION-GROSS-AMOUNT      PIC 9(13)V9(2).
               10  FILLER                        PIC X(15).
               10  TRADE-DATE                    PIC 9(8).
               10  FILLER                        PIC X(19).
               10  ACCOUNT-TYPE-CODE             PIC X(1).
                   88  ACCOUNT-TYPE-NEW              VALUE '0'.
                   88  ACCOUNT-TYPE-EXISTING         VALUE '1'.
               10  FILLER                        PIC X(1).
               10  PAYMENT-METHOD-CDE            PIC X(1).
                   88  PAYMENT-METHOD-ACH            VALUE 'A'.
               10  FILLER                        PIC X(7).
           05  DETAIL-RECORD-3 REDEFINES DETAIL-RECORD-1.
               10  FILLER                        PIC X(4).
               10  DFA-FUND-FROM-TO              PIC 9(7).
               10  FILLER                        PIC X(143).
       FD  REJECT-EXTRACT-FILE.
       01  REJECT-EXTRACT-RECORD.
           05  RJ-FUND-CODE                      PIC 9(7).
           05  RJ-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  RJ-BATCH-NUMBER                   PIC 9(7).
           05  RJ-TRADE-DATE                     PIC 9(8).
           05  RJ-CHANNEL-CDE                    PIC X(1).
           05  RJ-GROSS-AMOUNT                   PIC 9(13)V9(2).
           05  RJ-REJECT-REASON                  PIC X(24).
       FD  VIOLATION-RPT-FILE.
       01  VIOLATION-RPT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-MAX-RULES                          PIC 9(5) VALUE 5000.
       01  WS-RULE-COUNT                         PIC 9(5) VALUE ZERO.
       01  WS-MAX-POSITIONS                      PIC 9(6) VALUE 100000.
       01  WS-POSITION-COUNT                     PIC 9(6) VALUE ZERO.
       01  WS-HOLDER-COUNT                       PIC 9(6) VALUE ZERO.
       01  WS-MAX-LEGS                           PIC 9(6) VALUE 50000.
       01  WS-LEG-COUNT                          PIC 9(6) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-RULE-FOUND-SW                      PIC X(1) VALUE 'N'.
           88  WS-RULE-FOUND                         VALUE 'Y'.
       01  WS-RULE-MATCHED-IDX                   PIC 9(5) VALUE ZERO.
       01  WS-PRIOR-HOLDER-SW                    PIC X(1) VALUE 'N'.
           88  WS-PRIOR-HOLDER                       VALUE 'Y'.
       01  WS-CHANNEL-EXEMPT-SW                  PIC X(1) VALUE 'N'.
           88  WS-CHANNEL-EXEMPT                     VALUE 'Y'.
       01  WS-CLOSED-SW                          PIC X(1) VALUE 'N'.
           88  WS-FUND-CLOSED                        VALUE 'Y'.
       01  WS-CUR-FUND-CODE                      PIC 9(7) VALUE ZERO.
       01  WS-POS-PRE-AUTH                       PIC 9(1) VALUE ZERO.
       01  WS-POS-ESTABLISHED-DATE               PIC 9(8) VALUE ZERO.
       01  WS-GROUP-OPEN-SW                      PIC X(1) VALUE 'N'.
           88  WS-GROUP-OPEN                         VALUE 'Y'.
       01  WS-GRP-FUND-CODE                      PIC 9(7) VALUE ZERO.
       01  WS-GRP-ACCOUNT-NUMBER                 PIC X(20) VALUE
                                                  SPACES.
       01  WS-GRP-BATCH-NUMBER                   PIC 9(7) VALUE ZERO.
       01  WS-GRP-EFFECT-CODE                    PIC X(1) VALUE SPACE.
       01  WS-GRP-GROSS-AMOUNT                   PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GRP-TRADE-DATE                     PIC 9(8) VALUE ZERO.
       01  WS-GRP-ACCOUNT-TYPE                   PIC X(1) VALUE SPACE.
       01  WS-GRP-PAYMENT-METHOD                 PIC X(1) VALUE SPACE.
       01  WS-GRP-FUND-FROM-TO                   PIC 9(7) VALUE ZERO.
       01  WS-GRP-DIST-TYPE                      PIC X(1) VALUE SPACE.
       01  WS-GRP-CHANNEL                        PIC X(1) VALUE SPACE.
           88  WS-CHANNEL-SIP                        VALUE 'S'.
           88  WS-CHANNEL-REINVEST                   VALUE 'R'.
       01  WS-VIOLATION-REASON                   PIC X(24) VALUE
                                                  SPACES.
       01  WS-PURCHASES-CHECKED                  PIC 9(7) VALUE ZERO.
       01  WS-NO-RULE-COUNT                      PIC 9(7) VALUE ZERO.
       01  WS-HOLDER-ALLOWED-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-CHANNEL-ALLOWED-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-HARD-CLOSED-COUNT                  PIC 9(7) VALUE ZERO.
       01  WS-SOFT-CLOSED-COUNT                  PIC 9(7) VALUE ZERO.
       01  WS-CAP-COUNT                          PIC 9(7) VALUE ZERO.
       01  WS-INITIAL-MIN-COUNT                  PIC 9(7) VALUE ZERO.
       01  WS-SUBSEQUENT-MIN-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-VIOLATION-COUNT                    PIC 9(7) VALUE ZERO.
       01  WS-VIOLATION-AMOUNT                   PIC 9(15)V9(2)
                                                  VALUE ZERO.
       01  FUND-RULE-TABLE.
           05  FUND-RULE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-RULE-COUNT
                   INDEXED BY RULE-IDX.
               10  FR-FUND-CODE                  PIC 9(7).
               10  FR-FUND-STATUS-CDE            PIC X(1).
                   88  FR-FUND-OPEN                  VALUE 'O'.
                   88  FR-FUND-SOFT-CLOSED           VALUE 'S'.
                   88  FR-FUND-HARD-CLOSED           VALUE 'H'.
               10  FR-CLOSE-DATE                 PIC 9(8).
               10  FR-MIN-INITIAL-AMT            PIC 9(13)V9(2).
               10  FR-MIN-SUBSEQUENT-AMT         PIC 9(13)V9(2).
               10  FR-MAX-PURCHASE-AMT           PIC 9(13)V9(2).
               10  FR-EXEMPT-SIP-CDE             PIC X(1).
               10  FR-EXEMPT-REINVEST-CDE        PIC X(1).
               10  FR-EXEMPT-HOLDER-CDE          PIC X(1).
               10  FR-STATUS-CDE                 PIC X(1).
       01  POSITION-TABLE.
           05  POSITION-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-POSITION-COUNT
                   INDEXED BY POS-IDX.
               10  PT-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  PT-FUND-CODE                  PIC 9(7).
               10  PT-ESTABLISHED-DATE           PIC 9(8).
               10  PT-PRE-AUTH                   PIC 9(1).
       01  HOLDER-TABLE.
           05  HOLDER-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-HOLDER-COUNT
                   INDEXED BY HOLD-IDX.
               10  HD-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  HD-FUND-CODE                  PIC 9(7).
       01  DIRECTED-LEG-TABLE.
           05  DIRECTED-LEG-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-LEG-COUNT
                   INDEXED BY LEG-IDX.
               10  RV-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  RV-FROM-FUND-CODE             PIC 9(7).
               10  RV-TO-FUND-CODE               PIC 9(7).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'FUND PURCHASE ELIGIBILITY VIOLATIONS'.
       01  WS-COLUMN-LINE.
           05  FILLER                            PIC X(39) VALUE
               'FUND     ACCOUNT              BATCH    '.
           05  FILLER                            PIC X(37) VALUE
               'TRADE DT  CH           AMOUNT  REASON'.
       01  WS-DETAIL-LINE.
           05  DL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-ACCOUNT-NUMBER                 PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-BATCH-NUMBER                   PIC 9(7).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-TRADE-DATE                     PIC 9(8).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-CHANNEL-CDE                    PIC X(1).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-GROSS-AMOUNT                   PIC Z(12)9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-REASON                         PIC X(24).
       01  WS-SUMMARY-LINE-1.
           05  FILLER                            PIC X(25) VALUE
               'PURCHASES CHECKED: '.
           05  SL-CHECKED-COUNT                  PIC ZZZZZZ9.
           05  FILLER                            PIC X(20) VALUE
               '   NO RULE: '.
           05  SL-NO-RULE-COUNT                  PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                            PIC X(25) VALUE
               'CLOSED - PRIOR HOLDER: '.
           05  SL-HOLDER-COUNT                   PIC ZZZZZZ9.
           05  FILLER                            PIC X(20) VALUE
               '   EXEMPT CHANNEL: '.
           05  SL-CHANNEL-COUNT                  PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                            PIC X(25) VALUE
               'HARD-CLOSED: '.
           05  SL-HARD-COUNT                     PIC ZZZZZZ9.
           05  FILLER                            PIC X(20) VALUE
               '   SOFT-CLOSED: '.
           05  SL-SOFT-COUNT                     PIC ZZZZZZ9.
           05  FILLER                            PIC X(20) VALUE
               '   OVER CLASS CAP: '.
           05  SL-CAP-COUNT                      PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                            PIC X(25) VALUE
               'BELOW INITIAL MINIMUM: '.
           05  SL-INITIAL-COUNT                  PIC ZZZZZZ9.
           05  FILLER                            PIC X(20) VALUE
               '   BELOW SUBSEQ: '.
           05  SL-SUBSEQUENT-COUNT               PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                            PIC X(25) VALUE
               'VIOLATIONS: '.
           05  SL-VIOLATION-COUNT                PIC ZZZZZZ9.
           05  FILLER                            PIC X(20) VALUE
               '   TO REBILL: '.
           05  SL-VIOLATION-AMOUNT               PIC Z(14)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-DFA-PURCHASES
           PERFORM 2900-APPLY-GROUP
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-RULES
           PERFORM 1200-LOAD-POSITIONS
           PERFORM 1300-LOAD-PRIOR-HOLDERS
           PERFORM 1400-LOAD-DIRECTED-LEGS
           OPEN OUTPUT VIOLATION-RPT-FILE
           OPEN OUTPUT REJECT-EXTRACT-FILE
           WRITE VIOLATION-RPT-LINE FROM WS-HEADLINE-1
           WRITE VIOLATION-RPT-LINE FROM WS-COLUMN-LINE.

      *    Terminated rules are left off the table, so a fund whose
      *    rule has been terminated is no longer restricted.
       1100-LOAD-RULES.
           OPEN INPUT FUND-RULE-IN
           PERFORM 1110-READ-RULE
           CLOSE FUND-RULE-IN.

       1110-READ-RULE.
           READ FUND-RULE-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-RULE-COUNT < WS-MAX-RULES
                       IF RI-STATUS-CDE NOT = 'T'
                           ADD 1 TO WS-RULE-COUNT
                           SET RULE-IDX TO WS-RULE-COUNT
                           MOVE FUND-RULE-IN-RECORD TO
                               FUND-RULE-ENTRY (RULE-IDX)
                       END-IF
                       PERFORM 1110-READ-RULE
                   END-IF
           END-READ.

       1200-LOAD-POSITIONS.
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
                       AND WS-POSITION-COUNT < WS-MAX-POSITIONS
                       ADD 1 TO WS-POSITION-COUNT
                       SET POS-IDX TO WS-POSITION-COUNT
                       MOVE AMP-CUSTOMER-ACCOUNT-NUMBER TO
                           PT-CUSTOMER-ACCOUNT-NUMBER (POS-IDX)
                       MOVE AMP-FUND-CODE TO PT-FUND-CODE (POS-IDX)
                       MOVE ESTABLISHED-DATE TO
                           PT-ESTABLISHED-DATE (POS-IDX)
                       MOVE PRE-AUTH-CK-ACCT TO PT-PRE-AUTH (POS-IDX)
                   END-IF
           END-READ.

      *    Only history rows that can prove a soft-closed fund was
      *    held before its close date are kept: the fund is
      *    soft-closed, the row opened before the close date and it
      *    carried shares.
       1300-LOAD-PRIOR-HOLDERS.
           OPEN INPUT APR-HISTORY-IN
           PERFORM 1310-READ-HISTORY
               UNTIL WS-EOF
           CLOSE APR-HISTORY-IN
           MOVE 'N' TO WS-EOF-SW.

       1310-READ-HISTORY.
           READ APR-HISTORY-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF HA-TOTAL-SHARES-COUNT > ZERO
                       MOVE HA-FUND-CODE TO WS-GRP-FUND-CODE
                       PERFORM 8100-LOOKUP-RULE
                       IF WS-RULE-FOUND
                           PERFORM 1320-KEEP-HISTORY-ROW
                       END-IF
                   END-IF
           END-READ.

       1320-KEEP-HISTORY-ROW.
           IF FR-FUND-SOFT-CLOSED (WS-RULE-MATCHED-IDX)
               AND HA-EFF-START-DATE
                   < FR-CLOSE-DATE (WS-RULE-MATCHED-IDX)
               AND WS-HOLDER-COUNT < WS-MAX-POSITIONS
               ADD 1 TO WS-HOLDER-COUNT
               SET HOLD-IDX TO WS-HOLDER-COUNT
               MOVE HA-CUSTOMER-ACCOUNT-NUMBER TO
                   HD-CUSTOMER-ACCOUNT-NUMBER (HOLD-IDX)
               MOVE HA-FUND-CODE TO HD-FUND-CODE (HOLD-IDX)
           END-IF.

       1400-LOAD-DIRECTED-LEGS.
           OPEN INPUT DIVIDEND-REFRESHER
           PERFORM 1410-READ-DVRA
               UNTIL WS-EOF
           PERFORM 1490-APPLY-DVRA-GROUP
           CLOSE DIVIDEND-REFRESHER
           MOVE 'N' TO WS-EOF-SW.

       1410-READ-DVRA.
           READ DIVIDEND-REFRESHER
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN DIVIDEND-HEADER OR CAP-GAIN-HEADER
                           OR FOREIGN-TAX-CREDIT-HEADER
                           MOVE HDR-FUND-CODE TO WS-CUR-FUND-CODE
                       WHEN DIVIDEND-REFRESHER-REC
                           OR CAP-GAIN-REFRESHER
                           OR FOREIGN-TAX-CREDIT-REFRESHER
                           PERFORM 1420-STITCH-DVRA-DETAIL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       1420-STITCH-DVRA-DETAIL.
           EVALUATE SEQUENCE-NUMBER-DVRA
               WHEN 1
                   PERFORM 1490-APPLY-DVRA-GROUP
                   MOVE DVRA-CUSTOMER-ACCOUNT-NUMBER TO
                       WS-GRP-ACCOUNT-NUMBER
                   MOVE WS-CUR-FUND-CODE TO WS-GRP-FUND-CODE
                   MOVE DIST-TYPE-CODE TO WS-GRP-DIST-TYPE
                   MOVE ZERO TO WS-GRP-FUND-FROM-TO
                   SET WS-GROUP-OPEN TO TRUE
               WHEN 2
                   MOVE DVRA-FUND-FROM-TO TO WS-GRP-FUND-FROM-TO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1490-APPLY-DVRA-GROUP.
           IF WS-GROUP-OPEN
               IF WS-GRP-DIST-TYPE = '2'
                   AND WS-GRP-FUND-FROM-TO NOT = ZERO
                   AND WS-LEG-COUNT < WS-MAX-LEGS
                   ADD 1 TO WS-LEG-COUNT
                   SET LEG-IDX TO WS-LEG-COUNT
                   MOVE WS-GRP-ACCOUNT-NUMBER TO
                       RV-CUSTOMER-ACCOUNT-NUMBER (LEG-IDX)
                   MOVE WS-GRP-FUND-CODE TO RV-FROM-FUND-CODE (LEG-IDX)
                   MOVE WS-GRP-FUND-FROM-TO TO
                       RV-TO-FUND-CODE (LEG-IDX)
               END-IF
               MOVE 'N' TO WS-GROUP-OPEN-SW
           END-IF.

       2000-CHECK-DFA-PURCHASES.
           OPEN INPUT DIRECT-FINANCIAL-ACTIVITY
           PERFORM 2100-READ-DFA
               UNTIL WS-EOF
           CLOSE DIRECT-FINANCIAL-ACTIVITY.

       2100-READ-DFA.
           READ DIRECT-FINANCIAL-ACTIVITY
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF DIRECT-FINANCIAL-ACTIVITY-REC
                       EVALUATE SEQUENCE-NUMBER
                           WHEN 1
                               PERFORM 2900-APPLY-GROUP
                               PERFORM 2200-START-GROUP
                           WHEN 3
                               MOVE DFA-FUND-FROM-TO TO
                                   WS-GRP-FUND-FROM-TO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       2200-START-GROUP.
           MOVE FUND-CODE TO WS-GRP-FUND-CODE
           MOVE CUSTOMER-ACCOUNT-NUMBER TO WS-GRP-ACCOUNT-NUMBER
           MOVE BATCH-NUMBER TO WS-GRP-BATCH-NUMBER
           MOVE SHARE-BALANCE-EFFECT-CODE TO WS-GRP-EFFECT-CODE
           MOVE TRANSACTION-GROSS-AMOUNT TO WS-GRP-GROSS-AMOUNT
           MOVE TRADE-DATE TO WS-GRP-TRADE-DATE
           MOVE ACCOUNT-TYPE-CODE TO WS-GRP-ACCOUNT-TYPE
           MOVE PAYMENT-METHOD-CDE TO WS-GRP-PAYMENT-METHOD
           MOVE ZERO TO WS-GRP-FUND-FROM-TO
           SET WS-GROUP-OPEN TO TRUE.

       2900-APPLY-GROUP.
           IF WS-GROUP-OPEN
               IF WS-GRP-EFFECT-CODE = 'A'
                   PERFORM 2910-CHECK-PURCHASE
               END-IF
               MOVE 'N' TO WS-GROUP-OPEN-SW
           END-IF.

       2910-CHECK-PURCHASE.
           ADD 1 TO WS-PURCHASES-CHECKED
           PERFORM 8100-LOOKUP-RULE
           IF NOT WS-RULE-FOUND
               ADD 1 TO WS-NO-RULE-COUNT
           ELSE
               PERFORM 8200-LOOKUP-POSITION
               PERFORM 2920-SET-CHANNEL
               MOVE SPACES TO WS-VIOLATION-REASON
               PERFORM 2930-CHECK-CLOSING
               IF WS-VIOLATION-REASON = SPACES
                   PERFORM 2940-CHECK-CAP
               END-IF
               IF WS-VIOLATION-REASON = SPACES
                   AND NOT WS-CHANNEL-EXEMPT
                   PERFORM 2950-CHECK-MINIMUM
               END-IF
               IF WS-VIOLATION-REASON NOT = SPACES
                   PERFORM 2990-WRITE-VIOLATION
               END-IF
           END-IF.

      *    The channel is recorded even where the rule does not
      *    exempt it, so the desk can see a plan or reinvestment
      *    purchase on the reject.
       2920-SET-CHANNEL.
           MOVE SPACE TO WS-GRP-CHANNEL
           MOVE 'N' TO WS-CHANNEL-EXEMPT-SW
           IF WS-GRP-PAYMENT-METHOD = 'A'
               AND WS-POS-PRE-AUTH = 1
               SET WS-CHANNEL-SIP TO TRUE
               IF FR-EXEMPT-SIP-CDE (WS-RULE-MATCHED-IDX) = 'Y'
                   SET WS-CHANNEL-EXEMPT TO TRUE
               END-IF
           END-IF
           IF WS-GRP-CHANNEL = SPACE
               AND WS-GRP-FUND-FROM-TO NOT = ZERO
               PERFORM 8300-LOOKUP-DIRECTED-LEG
               IF WS-FOUND
                   SET WS-CHANNEL-REINVEST TO TRUE
                   IF FR-EXEMPT-REINVEST-CDE (WS-RULE-MATCHED-IDX)
                           = 'Y'
                       SET WS-CHANNEL-EXEMPT TO TRUE
                   END-IF
               END-IF
           END-IF.

       2930-CHECK-CLOSING.
           MOVE 'N' TO WS-CLOSED-SW
           IF (FR-FUND-SOFT-CLOSED (WS-RULE-MATCHED-IDX)
               OR FR-FUND-HARD-CLOSED (WS-RULE-MATCHED-IDX))
               AND WS-GRP-TRADE-DATE
                   NOT < FR-CLOSE-DATE (WS-RULE-MATCHED-IDX)
               SET WS-FUND-CLOSED TO TRUE
           END-IF
           IF WS-FUND-CLOSED
               IF WS-CHANNEL-EXEMPT
                   ADD 1 TO WS-CHANNEL-ALLOWED-COUNT
               ELSE
                   IF FR-FUND-HARD-CLOSED (WS-RULE-MATCHED-IDX)
                       MOVE 'FUND HARD-CLOSED' TO WS-VIOLATION-REASON
                       ADD 1 TO WS-HARD-CLOSED-COUNT
                   ELSE
                       PERFORM 8400-CHECK-PRIOR-HOLDER
                       IF WS-PRIOR-HOLDER
                           AND FR-EXEMPT-HOLDER-CDE
                               (WS-RULE-MATCHED-IDX) = 'Y'
                           ADD 1 TO WS-HOLDER-ALLOWED-COUNT
                       ELSE
                           MOVE 'SOFT-CLOSED - NEW HOLDER' TO
                               WS-VIOLATION-REASON
                           ADD 1 TO WS-SOFT-CLOSED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2940-CHECK-CAP.
           IF FR-MAX-PURCHASE-AMT (WS-RULE-MATCHED-IDX) > ZERO
               AND WS-GRP-GROSS-AMOUNT
                   > FR-MAX-PURCHASE-AMT (WS-RULE-MATCHED-IDX)
               MOVE 'OVER SHARE-CLASS CAP' TO WS-VIOLATION-REASON
               ADD 1 TO WS-CAP-COUNT
           END-IF.

       2950-CHECK-MINIMUM.
           IF WS-GRP-ACCOUNT-TYPE = '0'
               IF WS-GRP-GROSS-AMOUNT
                   < FR-MIN-INITIAL-AMT (WS-RULE-MATCHED-IDX)
                   MOVE 'BELOW INITIAL MINIMUM' TO WS-VIOLATION-REASON
                   ADD 1 TO WS-INITIAL-MIN-COUNT
               END-IF
           ELSE
               IF WS-GRP-GROSS-AMOUNT
                   < FR-MIN-SUBSEQUENT-AMT (WS-RULE-MATCHED-IDX)
                   MOVE 'BELOW SUBSEQUENT MINIMUM' TO
                       WS-VIOLATION-REASON
                   ADD 1 TO WS-SUBSEQUENT-MIN-COUNT
               END-IF
           END-IF.

       2990-WRITE-VIOLATION.
           ADD 1 TO WS-VIOLATION-COUNT
           ADD WS-GRP-GROSS-AMOUNT TO WS-VIOLATION-AMOUNT
           MOVE WS-GRP-FUND-CODE TO DL-FUND-CODE
           MOVE WS-GRP-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER
           MOVE WS-GRP-BATCH-NUMBER TO DL-BATCH-NUMBER
           MOVE WS-GRP-TRADE-DATE TO DL-TRADE-DATE
           MOVE WS-GRP-CHANNEL TO DL-CHANNEL-CDE
           MOVE WS-GRP-GROSS-AMOUNT TO DL-GROSS-AMOUNT
           MOVE WS-VIOLATION-REASON TO DL-REASON
           WRITE VIOLATION-RPT-LINE FROM WS-DETAIL-LINE
           MOVE WS-GRP-FUND-CODE TO RJ-FUND-CODE
           MOVE WS-GRP-ACCOUNT-NUMBER TO RJ-CUSTOMER-ACCOUNT-NUMBER
           MOVE WS-GRP-BATCH-NUMBER TO RJ-BATCH-NUMBER
           MOVE WS-GRP-TRADE-DATE TO RJ-TRADE-DATE
           MOVE WS-GRP-CHANNEL TO RJ-CHANNEL-CDE
           MOVE WS-GRP-GROSS-AMOUNT TO RJ-GROSS-AMOUNT
           MOVE WS-VIOLATION-REASON TO RJ-REJECT-REASON
           WRITE REJECT-EXTRACT-RECORD.

       4000-FINALIZE.
           MOVE WS-PURCHASES-CHECKED TO SL-CHECKED-COUNT
           MOVE WS-NO-RULE-COUNT TO SL-NO-RULE-COUNT
           WRITE VIOLATION-RPT-LINE FROM WS-SUMMARY-LINE-1
           MOVE WS-HOLDER-ALLOWED-COUNT TO SL-HOLDER-COUNT
           MOVE WS-CHANNEL-ALLOWED-COUNT TO SL-CHANNEL-COUNT
           WRITE VIOLATION-RPT-LINE FROM WS-SUMMARY-LINE-2
           MOVE WS-HARD-CLOSED-COUNT TO SL-HARD-COUNT
           MOVE WS-SOFT-CLOSED-COUNT TO SL-SOFT-COUNT
           MOVE WS-CAP-COUNT TO SL-CAP-COUNT
           WRITE VIOLATION-RPT-LINE FROM WS-SUMMARY-LINE-3
           MOVE WS-INITIAL-MIN-COUNT TO SL-INITIAL-COUNT
           MOVE WS-SUBSEQUENT-MIN-COUNT TO SL-SUBSEQUENT-COUNT
           WRITE VIOLATION-RPT-LINE FROM WS-SUMMARY-LINE-4
           MOVE WS-VIOLATION-COUNT TO SL-VIOLATION-COUNT
           MOVE WS-VIOLATION-AMOUNT TO SL-VIOLATION-AMOUNT
           WRITE VIOLATION-RPT-LINE FROM WS-SUMMARY-LINE-5
           CLOSE VIOLATION-RPT-FILE
           CLOSE REJECT-EXTRACT-FILE.

       8100-LOOKUP-RULE.
           MOVE 'N' TO WS-RULE-FOUND-SW
           PERFORM VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > WS-RULE-COUNT OR WS-RULE-FOUND
               IF FR-FUND-CODE (RULE-IDX) = WS-GRP-FUND-CODE
                   SET WS-RULE-FOUND TO TRUE
                   SET WS-RULE-MATCHED-IDX TO RULE-IDX
               END-IF
           END-PERFORM.

       8200-LOOKUP-POSITION.
           MOVE ZERO TO WS-POS-PRE-AUTH
           MOVE ZERO TO WS-POS-ESTABLISHED-DATE
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING POS-IDX FROM 1 BY 1
               UNTIL POS-IDX > WS-POSITION-COUNT OR WS-FOUND
               IF PT-CUSTOMER-ACCOUNT-NUMBER (POS-IDX)
                       = WS-GRP-ACCOUNT-NUMBER
                   AND PT-FUND-CODE (POS-IDX) = WS-GRP-FUND-CODE
                   SET WS-FOUND TO TRUE
                   MOVE PT-PRE-AUTH (POS-IDX) TO WS-POS-PRE-AUTH
                   MOVE PT-ESTABLISHED-DATE (POS-IDX) TO
                       WS-POS-ESTABLISHED-DATE
               END-IF
           END-PERFORM.

       8300-LOOKUP-DIRECTED-LEG.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING LEG-IDX FROM 1 BY 1
               UNTIL LEG-IDX > WS-LEG-COUNT OR WS-FOUND
               IF RV-CUSTOMER-ACCOUNT-NUMBER (LEG-IDX)
                       = WS-GRP-ACCOUNT-NUMBER
                   AND RV-TO-FUND-CODE (LEG-IDX) = WS-GRP-FUND-CODE
                   AND RV-FROM-FUND-CODE (LEG-IDX)
                       = WS-GRP-FUND-FROM-TO
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *    The account held the fund before it closed when the AMP
      *    row was established before the close date, or failing
      *    that when the SCD2 history kept a position opened before
      *    it.
       8400-CHECK-PRIOR-HOLDER.
           MOVE 'N' TO WS-PRIOR-HOLDER-SW
           IF WS-POS-ESTABLISHED-DATE > ZERO
               AND WS-POS-ESTABLISHED-DATE
                   < FR-CLOSE-DATE (WS-RULE-MATCHED-IDX)
               SET WS-PRIOR-HOLDER TO TRUE
           END-IF
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > WS-HOLDER-COUNT OR WS-PRIOR-HOLDER
               IF HD-CUSTOMER-ACCOUNT-NUMBER (HOLD-IDX)
                       = WS-GRP-ACCOUNT-NUMBER
                   AND HD-FUND-CODE (HOLD-IDX) = WS-GRP-FUND-CODE
                   SET WS-PRIOR-HOLDER TO TRUE
               END-IF
           END-PERFORM.
