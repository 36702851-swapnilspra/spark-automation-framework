       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-MAINT-FEE-LOAD.
      ******************************************************************
      *  Annual account maintenance fee assessment.  The prospectus
      *  permits a small-balance fee and an annual IRA custodial fee,
      *  but neither was ever billed systematically and the revenue
      *  was simply lost.
      *
      *  Every open account (PLAN-STATUS-CODE open) on
      *  ACCOUNT-MASTER-POSITION is stitched the way AMP-STITCH-LOAD
      *  stitches - SEQUENCE-NUMBER 1 for the account, SOCIAL-CODE,
      *  TIN, ZIP-CODE, PRE-AUTH-CK-ACCT, FIDUCIARY-ACCOUNT and
      *  SHR-ACCT-HOUSE-ACCOUNT-CDE, SEQUENCE-NUMBER 2 for
      *  SHR-ACCT-MGMT-CO-EMPLOYEE-CDE - and valued from the
      *  ACCOUNT-POSITION SEQUENCE-NUMBER 1 row as TOTAL-SHARES-COUNT
      *  times NET-ASSET-VALUE.  Accounts are rolled into households
      *  on the AMP-HOUSEHOLD-BUILD key (TIN plus ZIP-CODE).  An
      *  account is an IRA when its SOCIAL-CODE falls in the IRA
      *  range on the fee schedule or DIRECT-FINANCIAL-ACTIVITY
      *  SEQUENCE-NUMBER 4 carries an NSCC-IRA-CODE for it.
      *
      *  The fee schedule parameter carries the minimum balance, the
      *  two fee amounts, the IRA SOCIAL-CODE range and the
      *  assessment date.  The low-balance fee applies to an account
      *  valued under the minimum, capped at the account's value, and
      *  is waived in this order for a house account, a management-
      *  company employee, a fiduciary account, an active SIP
      *  (PRE-AUTH-CK-ACCT) and a household whose combined assets
      *  clear the minimum.  The custodial fee applies once per TIN
      *  to the first IRA account of that TIN and is waived for house
      *  and employee accounts.  Each assessed fee is written to the
      *  fee redemption transaction file and the shareholder notice
      *  extract that goes out ahead of the assessment date; the
      *  control report lists every fee assessed or waived with the
      *  reason and closes with counts and amounts by disposition.
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
           SELECT FEE-SCHEDULE-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEE-TRANSACTION-FILE ASSIGN TO "FEETRANOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEE-NOTICE-FILE ASSIGN TO "FEENTCOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEE-CONTROL-RPT-FILE ASSIGN TO "RPTNAME"
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
               10  FILLER                        PIC X(29).
               10  SOCIAL-CODE                   PIC 9(3).
               10  FILLER                        PIC X(3).
               10  TAX-IDENTIFICATION-NUMBER     PIC 9(9).
               10  FILLER                        PIC X(2).
               10  PRE-AUTH-CK-ACCT              PIC 9(1).
                   88  YES-PRE-AUTH                  VALUE 1.
               10  FILLER                        PIC X(10).
               10  ZIP-CODE                      PIC 9(9).
               10  FILLER                        PIC X(29).
               10  FIDUCIARY-ACCOUNT             PIC 9(1).
                   88  YES-FIDUCIARY                 VALUE 1.
               10  PLAN-STATUS-CODE              PIC 9(1).
                   88  OPEN-ACCOUNT                  VALUE 0.
               10  FILLER                        PIC X(4).
               10  SHR-ACCT-HOUSE-ACCOUNT-CDE    PIC X(1).
                   88  SHR-ACCT-HOUSE-ACCOUNT-YES    VALUE 'Y'.
           05  AMP-DETAIL-RECORD-2 REDEFINES AMP-DETAIL-RECORD-1.
               10  FILLER                        PIC X(153).
               10  SHR-ACCT-MGMT-CO-EMPLOYEE-CDE PIC X(1).
                   88  SHR-ACCT-MGMT-CO-EMPLOYEE-YES VALUE 'Y'.
       FD  ACCOUNT-POSITION.
       01  APR-RECORD.
           05  RECORD-TYPE                       PIC X(3).
               88  ACCOUNT-POSITION-REC              VALUE 'APR'.
           05  SEQUENCE-NUMBER                   PIC 9(3).
           05  DETAIL-RECORD-1.
               10  FILLER                        PIC X(25).
               10  FUND-CODE                     PIC 9(7).
               10  CUSTOMER-ACCOUNT-NUMBER       PIC X(20).
               10  FILLER                        PIC X(1).
               10  TOTAL-SHARES-COUNT            PIC 9(11)V9(4).
               10  FILLER                        PIC X(30).
               10  NET-ASSET-VALUE               PIC 9(5)V9(4).
               10  FILLER                        PIC X(47).
       FD  DIRECT-FINANCIAL-ACTIVITY.
       01  DFA-RECORD.
           05  RECORD-TYPE-DFA                   PIC X(3).
               88  DIRECT-FINANCIAL-ACTIVITY-REC      VALUE 'DFA'.
           05  SEQUENCE-NUMBER-DFA               PIC 9(3).
           05  DFA-DETAIL-RECORD-1.
               10  FILLER                        PIC X(35).
               10  DFA-CUSTOMER-ACCOUNT-NUMBER   PIC X(20).
               10  FILLER                        PIC X(99).
           05  DFA-DETAIL-RECORD-4 REDEFINES DFA-DETAIL-RECORD-1.
               10  FILLER                        PIC X(149).
               10  NSCC-IRA-CODE                 PIC X(1).
               10  FILLER                        PIC X(4).
       FD  FEE-SCHEDULE-PARM.
       01  FEE-SCHEDULE-PARM-RECORD.
           05  PARM-RUN-DATE                     PIC 9(8).
           05  PARM-ASSESSMENT-DATE              PIC 9(8).
           05  PARM-MINIMUM-BALANCE              PIC 9(9)V9(2).
           05  PARM-LOW-BALANCE-FEE              PIC 9(5)V9(2).
           05  PARM-CUSTODIAL-FEE                PIC 9(5)V9(2).
           05  PARM-IRA-SOCIAL-CODE-LOW          PIC 9(3).
           05  PARM-IRA-SOCIAL-CODE-HIGH         PIC 9(3).
       FD  FEE-TRANSACTION-FILE.
       01  FEE-TRANSACTION-RECORD.
           05  FT-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  FT-FUND-CODE                      PIC 9(7).
           05  FT-FEE-TYPE-CDE                   PIC X(1).
           05  FT-FEE-AMOUNT                     PIC 9(7)V9(2).
           05  FT-NET-ASSET-VALUE                PIC 9(5)V9(4).
           05  FT-REDEEMED-SHARES-COUNT          PIC 9(11)V9(4).
           05  FT-ASSESSMENT-DATE                PIC 9(8).
       FD  FEE-NOTICE-FILE.
       01  FEE-NOTICE-RECORD.
           05  FN-TAX-IDENTIFICATION-NUMBER      PIC 9(9).
           05  FN-ZIP-CODE                       PIC 9(9).
           05  FN-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  FN-FUND-CODE                      PIC 9(7).
           05  FN-FEE-TYPE-CDE                   PIC X(1).
           05  FN-FEE-AMOUNT                     PIC 9(7)V9(2).
           05  FN-ACCOUNT-VALUE                  PIC 9(13)V9(2).
           05  FN-MINIMUM-BALANCE                PIC 9(9)V9(2).
           05  FN-ASSESSMENT-DATE                PIC 9(8).
       FD  FEE-CONTROL-RPT-FILE.
       01  FEE-CONTROL-RPT-LINE                  PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-RUN-DATE                           PIC 9(8) VALUE ZERO.
       01  WS-ASSESSMENT-DATE                    PIC 9(8) VALUE ZERO.
       01  WS-MINIMUM-BALANCE                    PIC 9(9)V9(2)
                                                  VALUE 1000.00.
       01  WS-LOW-BALANCE-FEE                    PIC 9(5)V9(2)
                                                  VALUE 12.00.
       01  WS-CUSTODIAL-FEE                      PIC 9(5)V9(2)
                                                  VALUE 15.00.
       01  WS-IRA-SOCIAL-CODE-LOW                PIC 9(3) VALUE ZERO.
       01  WS-IRA-SOCIAL-CODE-HIGH               PIC 9(3) VALUE ZERO.
       01  WS-MAX-ACCOUNTS                       PIC 9(6) VALUE 100000.
       01  WS-ACCOUNT-COUNT                      PIC 9(6) VALUE ZERO.
       01  WS-MAX-HOUSEHOLDS                     PIC 9(6) VALUE 100000.
       01  WS-HOUSEHOLD-COUNT                    PIC 9(6) VALUE ZERO.
       01  WS-MAX-TINS                           PIC 9(6) VALUE 100000.
       01  WS-TIN-COUNT                          PIC 9(6) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(6) VALUE ZERO.
       01  WS-GROUP-OPEN-SW                      PIC X(1) VALUE 'N'.
           88  WS-GROUP-OPEN                         VALUE 'Y'.
       01  WS-GRP-ACCOUNT-NUMBER                 PIC X(20) VALUE
                                                  SPACES.
       01  WS-GRP-IRA-CODE                       PIC X(1) VALUE SPACE.
       01  WS-FEE-TYPE                           PIC X(1) VALUE SPACE.
           88  WS-FEE-LOW-BALANCE                    VALUE 'L'.
           88  WS-FEE-CUSTODIAL                      VALUE 'C'.
       01  WS-FEE-AMOUNT                         PIC 9(7)V9(2)
                                                  VALUE ZERO.
       01  WS-WAIVER-REASON                      PIC X(20) VALUE
                                                  SPACES.
       01  WS-HOUSEHOLD-ASSETS                   PIC 9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-LOW-ASSESSED-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-LOW-ASSESSED-AMOUNT                PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-CUST-ASSESSED-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-CUST-ASSESSED-AMOUNT               PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-HOUSE-WAIVED-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-HOUSE-WAIVED-AMOUNT                PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-EMPLOYEE-WAIVED-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-EMPLOYEE-WAIVED-AMOUNT             PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-FIDUCIARY-WAIVED-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-FIDUCIARY-WAIVED-AMOUNT            PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-SIP-WAIVED-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-SIP-WAIVED-AMOUNT                  PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-HOUSEHOLD-WAIVED-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-HOUSEHOLD-WAIVED-AMOUNT            PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  ACCOUNT-FEE-TABLE.
           05  ACCOUNT-FEE-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-ACCOUNT-COUNT
                   INDEXED BY ACC-IDX.
               10  AC-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  AC-FUND-CODE                  PIC 9(7).
               10  AC-SOCIAL-CODE                PIC 9(3).
               10  AC-TAX-ID-NUMBER              PIC 9(9).
               10  AC-ZIP-CODE                   PIC 9(9).
               10  AC-PRE-AUTH-SW                PIC X(1).
               10  AC-FIDUCIARY-SW               PIC X(1).
               10  AC-HOUSE-SW                   PIC X(1).
               10  AC-EMPLOYEE-SW                PIC X(1).
               10  AC-IRA-SW                     PIC X(1).
               10  AC-NET-ASSET-VALUE            PIC 9(5)V9(4).
               10  AC-ACCOUNT-VALUE              PIC 9(13)V9(2).
       01  HOUSEHOLD-TABLE.
           05  HOUSEHOLD-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-HOUSEHOLD-COUNT
                   INDEXED BY HH-IDX.
               10  HH-TAX-ID-NUMBER              PIC 9(9).
               10  HH-ZIP-CODE                   PIC 9(9).
               10  HH-ASSET-AMOUNT               PIC 9(15)V9(2).
       01  CUSTODIAL-TIN-TABLE.
           05  CUSTODIAL-TIN-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-TIN-COUNT
                   INDEXED BY TIN-IDX.
               10  CT-TAX-ID-NUMBER              PIC 9(9).
       01  WS-HEADLINE-1.
           05  FILLER                            PIC X(44) VALUE
               'ANNUAL MAINTENANCE FEE ASSESSMENT CONTROL - '.
           05  HL-ASSESSMENT-DATE                PIC 9(8).
       01  WS-COLUMN-LINE                        PIC X(100) VALUE
           'ACCOUNT              FUND    FEE   ACCOUNT-VALUE   AMOUNT'.
       01  WS-DETAIL-LINE.
           05  DL-ACCOUNT-NUMBER                 PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FEE-TYPE                       PIC X(4).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-ACCOUNT-VALUE                  PIC Z(12)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FEE-AMOUNT                     PIC Z(6)9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-DISPOSITION                    PIC X(30).
       01  WS-CONTROL-LINE.
           05  CL-DISPOSITION                    PIC X(30).
           05  FILLER                            PIC X(7) VALUE
               ' COUNT '.
           05  CL-COUNT                          PIC ZZZZZZ9.
           05  FILLER                            PIC X(8) VALUE
               ' AMOUNT '.
           05  CL-AMOUNT                         PIC Z(12)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ACCOUNTS
           PERFORM 2200-VALUE-POSITIONS
           PERFORM 2400-FLAG-NSCC-IRA-ACCOUNTS
           PERFORM 2600-BUILD-HOUSEHOLDS
           PERFORM 3000-ASSESS-FEES
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT FEE-SCHEDULE-PARM
           READ FEE-SCHEDULE-PARM
               AT END
                   MOVE FUNCTION NUMVAL(
                        FUNCTION CURRENT-DATE(1:8)) TO WS-RUN-DATE
               NOT AT END
                   MOVE PARM-RUN-DATE TO WS-RUN-DATE
                   MOVE PARM-ASSESSMENT-DATE TO WS-ASSESSMENT-DATE
                   IF PARM-MINIMUM-BALANCE > ZERO
                       MOVE PARM-MINIMUM-BALANCE TO
                           WS-MINIMUM-BALANCE
                   END-IF
                   IF PARM-LOW-BALANCE-FEE > ZERO
                       MOVE PARM-LOW-BALANCE-FEE TO
                           WS-LOW-BALANCE-FEE
                   END-IF
                   IF PARM-CUSTODIAL-FEE > ZERO
                       MOVE PARM-CUSTODIAL-FEE TO WS-CUSTODIAL-FEE
                   END-IF
                   MOVE PARM-IRA-SOCIAL-CODE-LOW TO
                       WS-IRA-SOCIAL-CODE-LOW
                   MOVE PARM-IRA-SOCIAL-CODE-HIGH TO
                       WS-IRA-SOCIAL-CODE-HIGH
           END-READ
           CLOSE FEE-SCHEDULE-PARM
           IF WS-ASSESSMENT-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-ASSESSMENT-DATE
           END-IF
           OPEN OUTPUT FEE-TRANSACTION-FILE
           OPEN OUTPUT FEE-NOTICE-FILE
           OPEN OUTPUT FEE-CONTROL-RPT-FILE
           MOVE WS-ASSESSMENT-DATE TO HL-ASSESSMENT-DATE
           WRITE FEE-CONTROL-RPT-LINE FROM WS-HEADLINE-1
           WRITE FEE-CONTROL-RPT-LINE FROM WS-COLUMN-LINE.

       2000-LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER-POSITION
           PERFORM 2100-READ-AMP
               UNTIL WS-EOF
           CLOSE ACCOUNT-MASTER-POSITION
           MOVE 'N' TO WS-EOF-SW
           MOVE 'N' TO WS-GROUP-OPEN-SW.

       2100-READ-AMP.
           READ ACCOUNT-MASTER-POSITION
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF ACCOUNT-MASTER-POSITION-REC
                       EVALUATE SEQUENCE-NUMBER-AMP
                           WHEN 1
                               MOVE 'N' TO WS-GROUP-OPEN-SW
                               IF OPEN-ACCOUNT
                                   PERFORM 2110-ADD-ACCOUNT
                               END-IF
                           WHEN 2
                               IF WS-GROUP-OPEN
                                   AND SHR-ACCT-MGMT-CO-EMPLOYEE-YES
                                   MOVE 'Y' TO
                                       AC-EMPLOYEE-SW (WS-MATCHED-IDX)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       2110-ADD-ACCOUNT.
           IF WS-ACCOUNT-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACCOUNT-COUNT
               SET ACC-IDX TO WS-ACCOUNT-COUNT
               MOVE AMP-CUSTOMER-ACCOUNT-NUMBER TO
                   AC-CUSTOMER-ACCOUNT-NUMBER (ACC-IDX)
               MOVE AMP-FUND-CODE TO AC-FUND-CODE (ACC-IDX)
               MOVE SOCIAL-CODE TO AC-SOCIAL-CODE (ACC-IDX)
               MOVE TAX-IDENTIFICATION-NUMBER TO
                   AC-TAX-ID-NUMBER (ACC-IDX)
               MOVE ZIP-CODE TO AC-ZIP-CODE (ACC-IDX)
               MOVE 'N' TO AC-PRE-AUTH-SW (ACC-IDX)
               IF YES-PRE-AUTH
                   MOVE 'Y' TO AC-PRE-AUTH-SW (ACC-IDX)
               END-IF
               MOVE 'N' TO AC-FIDUCIARY-SW (ACC-IDX)
               IF YES-FIDUCIARY
                   MOVE 'Y' TO AC-FIDUCIARY-SW (ACC-IDX)
               END-IF
               MOVE 'N' TO AC-HOUSE-SW (ACC-IDX)
               IF SHR-ACCT-HOUSE-ACCOUNT-YES
                   MOVE 'Y' TO AC-HOUSE-SW (ACC-IDX)
               END-IF
               MOVE 'N' TO AC-EMPLOYEE-SW (ACC-IDX)
               MOVE 'N' TO AC-IRA-SW (ACC-IDX)
               IF WS-IRA-SOCIAL-CODE-HIGH > ZERO
                   AND SOCIAL-CODE >= WS-IRA-SOCIAL-CODE-LOW
                   AND SOCIAL-CODE <= WS-IRA-SOCIAL-CODE-HIGH
                   MOVE 'Y' TO AC-IRA-SW (ACC-IDX)
               END-IF
               MOVE ZERO TO AC-NET-ASSET-VALUE (ACC-IDX)
               MOVE ZERO TO AC-ACCOUNT-VALUE (ACC-IDX)
               MOVE WS-ACCOUNT-COUNT TO WS-MATCHED-IDX
               SET WS-GROUP-OPEN TO TRUE
           END-IF.

       2200-VALUE-POSITIONS.
           OPEN INPUT ACCOUNT-POSITION
           PERFORM 2210-READ-APR
               UNTIL WS-EOF
           CLOSE ACCOUNT-POSITION
           MOVE 'N' TO WS-EOF-SW.

       2210-READ-APR.
           READ ACCOUNT-POSITION
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF ACCOUNT-POSITION-REC
                       AND SEQUENCE-NUMBER = 1
                       PERFORM 2220-VALUE-ONE-POSITION
                   END-IF
           END-READ.

       2220-VALUE-ONE-POSITION.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT OR WS-FOUND
               IF AC-CUSTOMER-ACCOUNT-NUMBER (ACC-IDX)
                       = CUSTOMER-ACCOUNT-NUMBER
                   AND AC-FUND-CODE (ACC-IDX) = FUND-CODE
                   SET WS-FOUND TO TRUE
                   MOVE NET-ASSET-VALUE TO
                       AC-NET-ASSET-VALUE (ACC-IDX)
                   COMPUTE AC-ACCOUNT-VALUE (ACC-IDX) ROUNDED =
                       TOTAL-SHARES-COUNT * NET-ASSET-VALUE
               END-IF
           END-PERFORM.

       2400-FLAG-NSCC-IRA-ACCOUNTS.
           OPEN INPUT DIRECT-FINANCIAL-ACTIVITY
           PERFORM 2410-READ-DFA
               UNTIL WS-EOF
           CLOSE DIRECT-FINANCIAL-ACTIVITY
           MOVE 'N' TO WS-EOF-SW.

       2410-READ-DFA.
           READ DIRECT-FINANCIAL-ACTIVITY
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF DIRECT-FINANCIAL-ACTIVITY-REC
                       EVALUATE SEQUENCE-NUMBER-DFA
                           WHEN 1
                               MOVE DFA-CUSTOMER-ACCOUNT-NUMBER TO
                                   WS-GRP-ACCOUNT-NUMBER
                           WHEN 4
                               MOVE NSCC-IRA-CODE TO WS-GRP-IRA-CODE
                               IF WS-GRP-IRA-CODE NOT = SPACE
                                   AND WS-GRP-IRA-CODE NOT = '0'
                                   PERFORM 2420-MARK-IRA-ACCOUNT
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       2420-MARK-IRA-ACCOUNT.
           PERFORM VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT
               IF AC-CUSTOMER-ACCOUNT-NUMBER (ACC-IDX)
                       = WS-GRP-ACCOUNT-NUMBER
                   MOVE 'Y' TO AC-IRA-SW (ACC-IDX)
               END-IF
           END-PERFORM.

       2600-BUILD-HOUSEHOLDS.
           PERFORM VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT
               IF AC-TAX-ID-NUMBER (ACC-IDX) NOT = ZERO
                   PERFORM 2610-ADD-TO-HOUSEHOLD
               END-IF
           END-PERFORM.

       2610-ADD-TO-HOUSEHOLD.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING HH-IDX FROM 1 BY 1
               UNTIL HH-IDX > WS-HOUSEHOLD-COUNT OR WS-FOUND
               IF HH-TAX-ID-NUMBER (HH-IDX) = AC-TAX-ID-NUMBER (ACC-IDX)
                   AND HH-ZIP-CODE (HH-IDX) = AC-ZIP-CODE (ACC-IDX)
                   SET WS-FOUND TO TRUE
                   ADD AC-ACCOUNT-VALUE (ACC-IDX) TO
                       HH-ASSET-AMOUNT (HH-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-HOUSEHOLD-COUNT < WS-MAX-HOUSEHOLDS
               ADD 1 TO WS-HOUSEHOLD-COUNT
               SET HH-IDX TO WS-HOUSEHOLD-COUNT
               MOVE AC-TAX-ID-NUMBER (ACC-IDX) TO
                   HH-TAX-ID-NUMBER (HH-IDX)
               MOVE AC-ZIP-CODE (ACC-IDX) TO HH-ZIP-CODE (HH-IDX)
               MOVE AC-ACCOUNT-VALUE (ACC-IDX) TO
                   HH-ASSET-AMOUNT (HH-IDX)
           END-IF.

       3000-ASSESS-FEES.
           PERFORM VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT
               IF AC-ACCOUNT-VALUE (ACC-IDX) > ZERO
                   PERFORM 3100-ASSESS-LOW-BALANCE
                   PERFORM 3200-ASSESS-CUSTODIAL
               END-IF
           END-PERFORM.

       3100-ASSESS-LOW-BALANCE.
           IF AC-ACCOUNT-VALUE (ACC-IDX) < WS-MINIMUM-BALANCE
               MOVE 'L' TO WS-FEE-TYPE
               MOVE WS-LOW-BALANCE-FEE TO WS-FEE-AMOUNT
               IF WS-FEE-AMOUNT > AC-ACCOUNT-VALUE (ACC-IDX)
                   MOVE AC-ACCOUNT-VALUE (ACC-IDX) TO WS-FEE-AMOUNT
               END-IF
               PERFORM 3300-DETERMINE-WAIVER
               PERFORM 3400-DISPOSE-FEE
           END-IF.

       3200-ASSESS-CUSTODIAL.
           IF AC-IRA-SW (ACC-IDX) = 'Y'
               PERFORM 3210-CLAIM-CUSTODIAL-TIN
               IF NOT WS-FOUND
                   MOVE 'C' TO WS-FEE-TYPE
                   MOVE WS-CUSTODIAL-FEE TO WS-FEE-AMOUNT
                   IF WS-FEE-AMOUNT > AC-ACCOUNT-VALUE (ACC-IDX)
                       MOVE AC-ACCOUNT-VALUE (ACC-IDX) TO
                           WS-FEE-AMOUNT
                   END-IF
                   PERFORM 3300-DETERMINE-WAIVER
                   PERFORM 3400-DISPOSE-FEE
               END-IF
           END-IF.

      *    WS-FOUND on return means the TIN's custodial fee has
      *    already been assessed or waived on an earlier account.
       3210-CLAIM-CUSTODIAL-TIN.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING TIN-IDX FROM 1 BY 1
               UNTIL TIN-IDX > WS-TIN-COUNT OR WS-FOUND
               IF CT-TAX-ID-NUMBER (TIN-IDX)
                       = AC-TAX-ID-NUMBER (ACC-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-TIN-COUNT < WS-MAX-TINS
               ADD 1 TO WS-TIN-COUNT
               SET TIN-IDX TO WS-TIN-COUNT
               MOVE AC-TAX-ID-NUMBER (ACC-IDX) TO
                   CT-TAX-ID-NUMBER (TIN-IDX)
           END-IF.

       3300-DETERMINE-WAIVER.
           MOVE SPACES TO WS-WAIVER-REASON
           EVALUATE TRUE
               WHEN AC-HOUSE-SW (ACC-IDX) = 'Y'
                   MOVE 'HOUSE ACCOUNT' TO WS-WAIVER-REASON
               WHEN AC-EMPLOYEE-SW (ACC-IDX) = 'Y'
                   MOVE 'MGMT CO EMPLOYEE' TO WS-WAIVER-REASON
               WHEN WS-FEE-CUSTODIAL
                   CONTINUE
               WHEN AC-FIDUCIARY-SW (ACC-IDX) = 'Y'
                   MOVE 'FIDUCIARY ACCOUNT' TO WS-WAIVER-REASON
               WHEN AC-PRE-AUTH-SW (ACC-IDX) = 'Y'
                   MOVE 'ACTIVE SIP' TO WS-WAIVER-REASON
               WHEN OTHER
                   PERFORM 3310-LOOKUP-HOUSEHOLD
                   IF WS-HOUSEHOLD-ASSETS >= WS-MINIMUM-BALANCE
                       MOVE 'HOUSEHOLD ASSETS' TO WS-WAIVER-REASON
                   END-IF
           END-EVALUATE.

       3310-LOOKUP-HOUSEHOLD.
           MOVE ZERO TO WS-HOUSEHOLD-ASSETS
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING HH-IDX FROM 1 BY 1
               UNTIL HH-IDX > WS-HOUSEHOLD-COUNT OR WS-FOUND
               IF HH-TAX-ID-NUMBER (HH-IDX) = AC-TAX-ID-NUMBER (ACC-IDX)
                   AND HH-ZIP-CODE (HH-IDX) = AC-ZIP-CODE (ACC-IDX)
                   SET WS-FOUND TO TRUE
                   MOVE HH-ASSET-AMOUNT (HH-IDX) TO WS-HOUSEHOLD-ASSETS
               END-IF
           END-PERFORM.

       3400-DISPOSE-FEE.
           MOVE AC-CUSTOMER-ACCOUNT-NUMBER (ACC-IDX) TO
               DL-ACCOUNT-NUMBER
           MOVE AC-FUND-CODE (ACC-IDX) TO DL-FUND-CODE
           MOVE AC-ACCOUNT-VALUE (ACC-IDX) TO DL-ACCOUNT-VALUE
           MOVE WS-FEE-AMOUNT TO DL-FEE-AMOUNT
           IF WS-FEE-LOW-BALANCE
               MOVE 'LOW' TO DL-FEE-TYPE
           ELSE
               MOVE 'CUST' TO DL-FEE-TYPE
           END-IF
           IF WS-WAIVER-REASON = SPACES
               MOVE 'ASSESSED' TO DL-DISPOSITION
               PERFORM 3410-WRITE-ASSESSMENT
           ELSE
               MOVE SPACES TO DL-DISPOSITION
               STRING 'WAIVED - ' DELIMITED BY SIZE
                   WS-WAIVER-REASON DELIMITED BY SIZE
                   INTO DL-DISPOSITION
               END-STRING
               PERFORM 3420-COUNT-WAIVER
           END-IF
           WRITE FEE-CONTROL-RPT-LINE FROM WS-DETAIL-LINE.

       3410-WRITE-ASSESSMENT.
           IF WS-FEE-LOW-BALANCE
               ADD 1 TO WS-LOW-ASSESSED-COUNT
               ADD WS-FEE-AMOUNT TO WS-LOW-ASSESSED-AMOUNT
           ELSE
               ADD 1 TO WS-CUST-ASSESSED-COUNT
               ADD WS-FEE-AMOUNT TO WS-CUST-ASSESSED-AMOUNT
           END-IF
           MOVE AC-CUSTOMER-ACCOUNT-NUMBER (ACC-IDX) TO
               FT-CUSTOMER-ACCOUNT-NUMBER
           MOVE AC-FUND-CODE (ACC-IDX) TO FT-FUND-CODE
           MOVE WS-FEE-TYPE TO FT-FEE-TYPE-CDE
           MOVE WS-FEE-AMOUNT TO FT-FEE-AMOUNT
           MOVE AC-NET-ASSET-VALUE (ACC-IDX) TO FT-NET-ASSET-VALUE
           IF AC-NET-ASSET-VALUE (ACC-IDX) > ZERO
               COMPUTE FT-REDEEMED-SHARES-COUNT ROUNDED =
                   WS-FEE-AMOUNT / AC-NET-ASSET-VALUE (ACC-IDX)
           ELSE
               MOVE ZERO TO FT-REDEEMED-SHARES-COUNT
           END-IF
           MOVE WS-ASSESSMENT-DATE TO FT-ASSESSMENT-DATE
           WRITE FEE-TRANSACTION-RECORD
           MOVE AC-TAX-ID-NUMBER (ACC-IDX) TO
               FN-TAX-IDENTIFICATION-NUMBER
           MOVE AC-ZIP-CODE (ACC-IDX) TO FN-ZIP-CODE
           MOVE AC-CUSTOMER-ACCOUNT-NUMBER (ACC-IDX) TO
               FN-CUSTOMER-ACCOUNT-NUMBER
           MOVE AC-FUND-CODE (ACC-IDX) TO FN-FUND-CODE
           MOVE WS-FEE-TYPE TO FN-FEE-TYPE-CDE
           MOVE WS-FEE-AMOUNT TO FN-FEE-AMOUNT
           MOVE AC-ACCOUNT-VALUE (ACC-IDX) TO FN-ACCOUNT-VALUE
           MOVE WS-MINIMUM-BALANCE TO FN-MINIMUM-BALANCE
           MOVE WS-ASSESSMENT-DATE TO FN-ASSESSMENT-DATE
           WRITE FEE-NOTICE-RECORD.

       3420-COUNT-WAIVER.
           EVALUATE WS-WAIVER-REASON
               WHEN 'HOUSE ACCOUNT'
                   ADD 1 TO WS-HOUSE-WAIVED-COUNT
                   ADD WS-FEE-AMOUNT TO WS-HOUSE-WAIVED-AMOUNT
               WHEN 'MGMT CO EMPLOYEE'
                   ADD 1 TO WS-EMPLOYEE-WAIVED-COUNT
                   ADD WS-FEE-AMOUNT TO WS-EMPLOYEE-WAIVED-AMOUNT
               WHEN 'FIDUCIARY ACCOUNT'
                   ADD 1 TO WS-FIDUCIARY-WAIVED-COUNT
                   ADD WS-FEE-AMOUNT TO WS-FIDUCIARY-WAIVED-AMOUNT
               WHEN 'ACTIVE SIP'
                   ADD 1 TO WS-SIP-WAIVED-COUNT
                   ADD WS-FEE-AMOUNT TO WS-SIP-WAIVED-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-HOUSEHOLD-WAIVED-COUNT
                   ADD WS-FEE-AMOUNT TO WS-HOUSEHOLD-WAIVED-AMOUNT
           END-EVALUATE.

       4000-FINALIZE.
           MOVE 'ASSESSED - LOW BALANCE' TO CL-DISPOSITION
           MOVE WS-LOW-ASSESSED-COUNT TO CL-COUNT
           MOVE WS-LOW-ASSESSED-AMOUNT TO CL-AMOUNT
           WRITE FEE-CONTROL-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'ASSESSED - IRA CUSTODIAL' TO CL-DISPOSITION
           MOVE WS-CUST-ASSESSED-COUNT TO CL-COUNT
           MOVE WS-CUST-ASSESSED-AMOUNT TO CL-AMOUNT
           WRITE FEE-CONTROL-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'WAIVED - HOUSE ACCOUNT' TO CL-DISPOSITION
           MOVE WS-HOUSE-WAIVED-COUNT TO CL-COUNT
           MOVE WS-HOUSE-WAIVED-AMOUNT TO CL-AMOUNT
           WRITE FEE-CONTROL-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'WAIVED - MGMT CO EMPLOYEE' TO CL-DISPOSITION
           MOVE WS-EMPLOYEE-WAIVED-COUNT TO CL-COUNT
           MOVE WS-EMPLOYEE-WAIVED-AMOUNT TO CL-AMOUNT
           WRITE FEE-CONTROL-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'WAIVED - FIDUCIARY ACCOUNT' TO CL-DISPOSITION
           MOVE WS-FIDUCIARY-WAIVED-COUNT TO CL-COUNT
           MOVE WS-FIDUCIARY-WAIVED-AMOUNT TO CL-AMOUNT
           WRITE FEE-CONTROL-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'WAIVED - ACTIVE SIP' TO CL-DISPOSITION
           MOVE WS-SIP-WAIVED-COUNT TO CL-COUNT
           MOVE WS-SIP-WAIVED-AMOUNT TO CL-AMOUNT
           WRITE FEE-CONTROL-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'WAIVED - HOUSEHOLD ASSETS' TO CL-DISPOSITION
           MOVE WS-HOUSEHOLD-WAIVED-COUNT TO CL-COUNT
           MOVE WS-HOUSEHOLD-WAIVED-AMOUNT TO CL-AMOUNT
           WRITE FEE-CONTROL-RPT-LINE FROM WS-CONTROL-LINE
           CLOSE FEE-TRANSACTION-FILE
           CLOSE FEE-NOTICE-FILE
           CLOSE FEE-CONTROL-RPT-FILE.
