       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAV-CORRECTION-LOAD.
      ******************************************************************
      *  NAV error correction reprocessing.  When fund accounting
      *  restates a NAV every transaction that went through at the
      *  wrong price has to be repriced, and that work was done by
      *  hand - the last NAV error took two analysts a week to
      *  quantify.  DFA-ASOF-DILUTION-RPT measures as-of trades, not a
      *  wrong price.
      *
      *  NAV-CORRECTION-FILE carries the restated NAV-PER-SHARE by
      *  FUND-CODE and SUPER-SHEET-DTE.  The erroneous NAV it replaces
      *  is the one SDCM published, looked up from the NAV history
      *  DFA-ASOF-DILUTION-RPT rolls forward on NAV-HISTORY-OUT; a
      *  correction with no history row is reported and skipped.
      *
      *  Every DIRECT-FINANCIAL-ACTIVITY trade (SEQUENCE-NUMBER 1) in
      *  a corrected fund with that TRADE-DATE, and every
      *  DIVIDEND-REFRESHER reinvestment in a corrected fund with that
      *  DISTRIBUTION-REIN-DATE, is repriced.  The dollars the trade
      *  bought or redeemed are fixed, so the shares it should have
      *  moved are the original shares times erroneous NAV over
      *  corrected NAV (the ratio carries any sales load unchanged).
      *  A purchase or reinvestment is owed the difference in shares;
      *  a redemption's difference runs the other way.  The signed
      *  share adjustment times the corrected NAV is the shareholder
      *  impact - positive where the shareholder was shortchanged,
      *  negative where the shareholder benefited at the fund's
      *  expense.
      *
      *  Impacts are netted per account within each correction.  An
      *  account whose net impact is under the de minimis amount on
      *  the parameter record is absorbed by the fund and not
      *  reprocessed; otherwise one share adjustment transaction is
      *  written for the account.  The adviser reimburses the fund for
      *  the shares granted to shortchanged accounts that were
      *  reprocessed, and for the benefit kept by absorbed accounts;
      *  reimbursement is reported per correction and in total, after
      *  the shareholder impact lines by account.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAV-CORRECTION-FILE ASSIGN TO "NAVCORRNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NAV-HISTORY-IN ASSIGN TO "NAVHISTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIRECT-FINANCIAL-ACTIVITY ASSIGN TO "DFANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIVIDEND-REFRESHER ASSIGN TO "DVRANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DE-MINIMIS-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SHARE-ADJUSTMENT-OUT ASSIGN TO "NAVADJOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NAV-CORRECTION-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NAV-CORRECTION-FILE.
       01  NAV-CORRECTION-RECORD.
           05  NC-FUND-CODE                      PIC 9(7).
           05  NC-SUPER-SHEET-DTE                PIC 9(8).
           05  NC-NAV-PER-SHARE                  PIC 9(5)V9(4).
       FD  NAV-HISTORY-IN.
       01  NAV-HISTORY-IN-RECORD.
           05  NHI-FUND-CODE                     PIC 9(7).
           05  NHI-SUPER-SHEET-DTE               PIC 9(8).
           05  NHI-NAV-PER-SHARE                 PIC 9(5)V9(4).
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
               10  FILLER                        PIC X(24).
               10  TRANSACTION-SHARES-COUNT      PIC 9(11)V9(4).
               10  TRADE-DATE                    PIC 9(8).
               10  FILLER                        PIC X(29).
       FD  DIVIDEND-REFRESHER.
       01  DIVIDEND-REFRESHER-RECORD.
           05  RECORD-TYPE                       PIC X(3).
               88  CAP-GAIN-HEADER                   VALUE 'CGH'.
               88  CAP-GAIN-REFRESHER                VALUE 'CGR'.
               88  DIVIDEND-HEADER                   VALUE 'DVH'.
               88  DIVIDEND-REFRESHER-REC             VALUE 'DVR'.
           05  SEQUENCE-NUMBER-DVRA              PIC 9(3).
           05  HEADER-RECORD-1.
               10  FILLER                        PIC X(16).
               10  DISTRIBUTION-REIN-DATE        PIC 9(8).
               10  FILLER                        PIC X(9).
               10  HDR-FUND-CODE                 PIC 9(7).
               10  FILLER                        PIC X(114).
           05  DVRA-DETAIL-RECORD-1 REDEFINES HEADER-RECORD-1.
               10  FILLER                        PIC X(16).
               10  DVRA-CUSTOMER-ACCOUNT-NUMBER  PIC X(20).
               10  FILLER                        PIC X(28).
               10  REINVESTED-SHARES-COUNT       PIC 9(11)V9(4).
               10  FILLER                        PIC X(75).
       FD  DE-MINIMIS-PARM.
       01  DE-MINIMIS-PARM-RECORD.
           05  PARM-DE-MINIMIS-AMT               PIC 9(7)V9(2).
       FD  SHARE-ADJUSTMENT-OUT.
       01  SHARE-ADJUSTMENT-RECORD.
           05  AJ-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  AJ-FUND-CODE                      PIC 9(7).
           05  AJ-SUPER-SHEET-DTE                PIC 9(8).
           05  AJ-SHARE-EFFECT-CODE              PIC X(1).
               88  AJ-SHARE-ADD                      VALUE 'A'.
               88  AJ-SHARE-SUBTRACT                 VALUE 'S'.
           05  AJ-ADJUST-SHARES                  PIC 9(11)V9(4).
           05  AJ-ADJUST-AMOUNT                  PIC 9(13)V9(2).
           05  AJ-ERRONEOUS-NAV                  PIC 9(5)V9(4).
           05  AJ-CORRECTED-NAV                  PIC 9(5)V9(4).
       FD  NAV-CORRECTION-RPT-FILE.
       01  NAV-CORRECTION-RPT-LINE               PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-DE-MINIMIS-AMT                     PIC 9(7)V9(2)
                                                  VALUE 10.00.
       01  WS-MAX-NAV-ROWS                       PIC 9(6) VALUE 100000.
       01  WS-NAV-COUNT                          PIC 9(6) VALUE ZERO.
       01  WS-MAX-CORRECTIONS                    PIC 9(4) VALUE 500.
       01  WS-CORRECTION-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-MAX-ACCOUNTS                       PIC 9(6) VALUE 50000.
       01  WS-ACCOUNT-COUNT                      PIC 9(6) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(6) VALUE ZERO.
       01  WS-CORR-IDX                           PIC 9(4) VALUE ZERO.
       01  WS-LOOKUP-FUND-CODE                   PIC 9(7) VALUE ZERO.
       01  WS-LOOKUP-DATE                        PIC 9(8) VALUE ZERO.
       01  WS-LOOKUP-ACCOUNT-NUMBER              PIC X(20) VALUE
                                                  SPACES.
       01  WS-REPRICE-SHARES                     PIC 9(11)V9(4)
                                                  VALUE ZERO.
       01  WS-REPRICE-EFFECT-CODE                PIC X(1) VALUE SPACE.
       01  WS-CUR-FUND-CODE                      PIC 9(7) VALUE ZERO.
       01  WS-CUR-REIN-DATE                      PIC 9(8) VALUE ZERO.
       01  WS-ADJUST-SHARES                      PIC S9(11)V9(4)
                                                  VALUE ZERO.
       01  WS-IMPACT-AMOUNT                      PIC S9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-TOTAL-REIMBURSEMENT                PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-TRADES-REPRICED                    PIC 9(7) VALUE ZERO.
       01  WS-REINVESTMENTS-REPRICED             PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-REPROCESSED               PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-ABSORBED                  PIC 9(7) VALUE ZERO.
       01  NAV-HISTORY-TABLE.
           05  NAV-HIST-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-NAV-COUNT
                   INDEXED BY NAV-IDX.
               10  NT-FUND-CODE                  PIC 9(7).
               10  NT-SUPER-SHEET-DTE            PIC 9(8).
               10  NT-NAV-PER-SHARE              PIC 9(5)V9(4).
       01  CORRECTION-TABLE.
           05  CORRECTION-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CORRECTION-COUNT
                   INDEXED BY COR-IDX.
               10  CR-FUND-CODE                  PIC 9(7).
               10  CR-SUPER-SHEET-DTE            PIC 9(8).
               10  CR-ERRONEOUS-NAV              PIC 9(5)V9(4).
               10  CR-CORRECTED-NAV              PIC 9(5)V9(4).
               10  CR-REIMBURSE-AMOUNT           PIC S9(13)V9(2).
               10  CR-ABSORBED-AMOUNT            PIC S9(13)V9(2).
               10  CR-REPRICED-COUNT             PIC 9(7).
       01  ACCOUNT-IMPACT-TABLE.
           05  ACCOUNT-IMPACT-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-ACCOUNT-COUNT
                   INDEXED BY ACT-IDX.
               10  AI-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  AI-CORR-IDX                   PIC 9(4).
               10  AI-ADJUST-SHARES              PIC S9(11)V9(4).
               10  AI-IMPACT-AMOUNT              PIC S9(13)V9(2).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'NAV ERROR CORRECTION - SHAREHOLDER IMPACT BY ACCOUNT'.
       01  WS-COLUMN-LINE                        PIC X(120) VALUE
           'ACCOUNT              FUND     SHEET-DT  ADJ-SHARES  IMPACT'.
       01  WS-DETAIL-LINE.
           05  DL-ACCOUNT-NUMBER                 PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-SUPER-SHEET-DTE                PIC 9(8).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-ADJUST-SHARES                  PIC -Z(10)9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-IMPACT-AMOUNT                  PIC -Z(10)9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-STATUS                         PIC X(24).
       01  WS-CORRECTION-LINE.
           05  FILLER                            PIC X(6) VALUE
               'FUND '.
           05  CL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(7) VALUE
               ' DATE '.
           05  CL-SUPER-SHEET-DTE                PIC 9(8).
           05  FILLER                            PIC X(6) VALUE
               ' NAV '.
           05  CL-ERRONEOUS-NAV                  PIC ZZZZ9.9999.
           05  FILLER                            PIC X(4) VALUE
               ' TO '.
           05  CL-CORRECTED-NAV                  PIC ZZZZ9.9999.
           05  FILLER                            PIC X(11) VALUE
               ' ABSORBED '.
           05  CL-ABSORBED-AMOUNT                PIC -Z(10)9.99.
           05  FILLER                            PIC X(12) VALUE
               ' REIMBURSE '.
           05  CL-REIMBURSE-AMOUNT               PIC -Z(10)9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  CL-STATUS                         PIC X(24).
       01  WS-TOTAL-LINE.
           05  FILLER                            PIC X(36) VALUE
               'ADVISER REIMBURSEMENT TO FUNDS: '.
           05  TL-TOTAL-REIMBURSEMENT            PIC -Z(12)9.99.
       01  WS-SUMMARY-LINE.
           05  FILLER                            PIC X(17) VALUE
               'TRADES REPRICED: '.
           05  SL-TRADE-COUNT                    PIC ZZZZZZ9.
           05  FILLER                            PIC X(17) VALUE
               '  REINVESTMENTS: '.
           05  SL-REINVEST-COUNT                 PIC ZZZZZZ9.
           05  FILLER                            PIC X(17) VALUE
               '  REPROCESSED: '.
           05  SL-REPROCESSED-COUNT              PIC ZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  ABSORBED: '.
           05  SL-ABSORBED-COUNT                 PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPRICE-DFA-TRADES
           PERFORM 3000-REPRICE-DVRA-REINVESTMENTS
           PERFORM 4000-SETTLE-ACCOUNTS
           PERFORM 4500-WRITE-REIMBURSEMENT
           PERFORM 5000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT DE-MINIMIS-PARM
           READ DE-MINIMIS-PARM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-DE-MINIMIS-AMT TO WS-DE-MINIMIS-AMT
           END-READ
           CLOSE DE-MINIMIS-PARM
           PERFORM 1100-LOAD-NAV-HISTORY
           PERFORM 1200-LOAD-CORRECTIONS
           OPEN OUTPUT SHARE-ADJUSTMENT-OUT
           OPEN OUTPUT NAV-CORRECTION-RPT-FILE
           WRITE NAV-CORRECTION-RPT-LINE FROM WS-HEADLINE-1
           WRITE NAV-CORRECTION-RPT-LINE FROM WS-COLUMN-LINE.

       1100-LOAD-NAV-HISTORY.
           OPEN INPUT NAV-HISTORY-IN
           PERFORM 1110-READ-NAV-HISTORY
           CLOSE NAV-HISTORY-IN.

       1110-READ-NAV-HISTORY.
           READ NAV-HISTORY-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-NAV-COUNT < WS-MAX-NAV-ROWS
                       ADD 1 TO WS-NAV-COUNT
                       SET NAV-IDX TO WS-NAV-COUNT
                       MOVE NHI-FUND-CODE TO NT-FUND-CODE (NAV-IDX)
                       MOVE NHI-SUPER-SHEET-DTE TO
                           NT-SUPER-SHEET-DTE (NAV-IDX)
                       MOVE NHI-NAV-PER-SHARE TO
                           NT-NAV-PER-SHARE (NAV-IDX)
                       PERFORM 1110-READ-NAV-HISTORY
                   END-IF
           END-READ.

       1200-LOAD-CORRECTIONS.
           OPEN INPUT NAV-CORRECTION-FILE
           PERFORM 1210-READ-CORRECTION
               UNTIL WS-EOF
           CLOSE NAV-CORRECTION-FILE
           MOVE 'N' TO WS-EOF-SW.

       1210-READ-CORRECTION.
           READ NAV-CORRECTION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-CORRECTION-COUNT < WS-MAX-CORRECTIONS
                       ADD 1 TO WS-CORRECTION-COUNT
                       SET COR-IDX TO WS-CORRECTION-COUNT
                       MOVE NC-FUND-CODE TO CR-FUND-CODE (COR-IDX)
                       MOVE NC-SUPER-SHEET-DTE TO
                           CR-SUPER-SHEET-DTE (COR-IDX)
                       MOVE NC-NAV-PER-SHARE TO
                           CR-CORRECTED-NAV (COR-IDX)
                       MOVE ZERO TO CR-REIMBURSE-AMOUNT (COR-IDX)
                       MOVE ZERO TO CR-ABSORBED-AMOUNT (COR-IDX)
                       MOVE ZERO TO CR-REPRICED-COUNT (COR-IDX)
                       PERFORM 1220-LOOKUP-ERRONEOUS-NAV
                   END-IF
           END-READ.

       1220-LOOKUP-ERRONEOUS-NAV.
           MOVE ZERO TO CR-ERRONEOUS-NAV (COR-IDX)
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING NAV-IDX FROM 1 BY 1
               UNTIL NAV-IDX > WS-NAV-COUNT OR WS-FOUND
               IF NT-FUND-CODE (NAV-IDX) = NC-FUND-CODE
                   AND NT-SUPER-SHEET-DTE (NAV-IDX)
                       = NC-SUPER-SHEET-DTE
                   SET WS-FOUND TO TRUE
                   MOVE NT-NAV-PER-SHARE (NAV-IDX) TO
                       CR-ERRONEOUS-NAV (COR-IDX)
               END-IF
           END-PERFORM.

       2000-REPRICE-DFA-TRADES.
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
                       AND SEQUENCE-NUMBER = 1
                       AND (SHARE-BALANCE-ADD OR SHARE-BALANCE-SUBTRACT)
                       MOVE FUND-CODE TO WS-LOOKUP-FUND-CODE
                       MOVE TRADE-DATE TO WS-LOOKUP-DATE
                       PERFORM 8100-LOOKUP-CORRECTION
                       IF WS-FOUND
                           ADD 1 TO WS-TRADES-REPRICED
                           MOVE CUSTOMER-ACCOUNT-NUMBER TO
                               WS-LOOKUP-ACCOUNT-NUMBER
                           MOVE TRANSACTION-SHARES-COUNT TO
                               WS-REPRICE-SHARES
                           MOVE SHARE-BALANCE-EFFECT-CODE TO
                               WS-REPRICE-EFFECT-CODE
                           PERFORM 2900-REPRICE-ONE
                       END-IF
                   END-IF
           END-READ.

       2900-REPRICE-ONE.
           COMPUTE WS-ADJUST-SHARES ROUNDED =
               WS-REPRICE-SHARES
               * (CR-ERRONEOUS-NAV (WS-CORR-IDX)
                  - CR-CORRECTED-NAV (WS-CORR-IDX))
               / CR-CORRECTED-NAV (WS-CORR-IDX)
           IF WS-REPRICE-EFFECT-CODE = 'S'
               COMPUTE WS-ADJUST-SHARES = 0 - WS-ADJUST-SHARES
           END-IF
           COMPUTE WS-IMPACT-AMOUNT ROUNDED =
               WS-ADJUST-SHARES * CR-CORRECTED-NAV (WS-CORR-IDX)
           ADD 1 TO CR-REPRICED-COUNT (WS-CORR-IDX)
           PERFORM 2950-ACCUMULATE-ACCOUNT.

       2950-ACCUMULATE-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > WS-ACCOUNT-COUNT OR WS-FOUND
               IF AI-CUSTOMER-ACCOUNT-NUMBER (ACT-IDX)
                       = WS-LOOKUP-ACCOUNT-NUMBER
                   AND AI-CORR-IDX (ACT-IDX) = WS-CORR-IDX
                   SET WS-FOUND TO TRUE
                   ADD WS-ADJUST-SHARES TO AI-ADJUST-SHARES (ACT-IDX)
                   ADD WS-IMPACT-AMOUNT TO AI-IMPACT-AMOUNT (ACT-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-ACCOUNT-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACCOUNT-COUNT
               SET ACT-IDX TO WS-ACCOUNT-COUNT
               MOVE WS-LOOKUP-ACCOUNT-NUMBER TO
                   AI-CUSTOMER-ACCOUNT-NUMBER (ACT-IDX)
               MOVE WS-CORR-IDX TO AI-CORR-IDX (ACT-IDX)
               MOVE WS-ADJUST-SHARES TO AI-ADJUST-SHARES (ACT-IDX)
               MOVE WS-IMPACT-AMOUNT TO AI-IMPACT-AMOUNT (ACT-IDX)
           END-IF.

       3000-REPRICE-DVRA-REINVESTMENTS.
           OPEN INPUT DIVIDEND-REFRESHER
           PERFORM 3100-READ-DVRA
               UNTIL WS-EOF
           CLOSE DIVIDEND-REFRESHER
           MOVE 'N' TO WS-EOF-SW.

       3100-READ-DVRA.
           READ DIVIDEND-REFRESHER
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN DIVIDEND-HEADER OR CAP-GAIN-HEADER
                           MOVE HDR-FUND-CODE TO WS-CUR-FUND-CODE
                           MOVE DISTRIBUTION-REIN-DATE TO
                               WS-CUR-REIN-DATE
                       WHEN DIVIDEND-REFRESHER-REC
                           OR CAP-GAIN-REFRESHER
                           IF SEQUENCE-NUMBER-DVRA = 1
                               AND REINVESTED-SHARES-COUNT > ZERO
                               PERFORM 3200-REPRICE-REINVESTMENT
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       3200-REPRICE-REINVESTMENT.
           MOVE WS-CUR-FUND-CODE TO WS-LOOKUP-FUND-CODE
           MOVE WS-CUR-REIN-DATE TO WS-LOOKUP-DATE
           PERFORM 8100-LOOKUP-CORRECTION
           IF WS-FOUND
               ADD 1 TO WS-REINVESTMENTS-REPRICED
               MOVE DVRA-CUSTOMER-ACCOUNT-NUMBER TO
                   WS-LOOKUP-ACCOUNT-NUMBER
               MOVE REINVESTED-SHARES-COUNT TO WS-REPRICE-SHARES
               MOVE 'A' TO WS-REPRICE-EFFECT-CODE
               PERFORM 2900-REPRICE-ONE
           END-IF.

       4000-SETTLE-ACCOUNTS.
           PERFORM VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > WS-ACCOUNT-COUNT
               IF AI-IMPACT-AMOUNT (ACT-IDX) NOT = ZERO
                   PERFORM 4100-SETTLE-ONE-ACCOUNT
               END-IF
           END-PERFORM.

       4100-SETTLE-ONE-ACCOUNT.
           MOVE AI-CORR-IDX (ACT-IDX) TO WS-CORR-IDX
           MOVE AI-CUSTOMER-ACCOUNT-NUMBER (ACT-IDX) TO
               DL-ACCOUNT-NUMBER
           MOVE CR-FUND-CODE (WS-CORR-IDX) TO DL-FUND-CODE
           MOVE CR-SUPER-SHEET-DTE (WS-CORR-IDX) TO DL-SUPER-SHEET-DTE
           MOVE AI-ADJUST-SHARES (ACT-IDX) TO DL-ADJUST-SHARES
           MOVE AI-IMPACT-AMOUNT (ACT-IDX) TO DL-IMPACT-AMOUNT
           IF FUNCTION ABS(AI-IMPACT-AMOUNT (ACT-IDX))
                   < WS-DE-MINIMIS-AMT
               ADD 1 TO WS-ACCOUNTS-ABSORBED
               MOVE 'ABSORBED - DE MINIMIS' TO DL-STATUS
               ADD AI-IMPACT-AMOUNT (ACT-IDX) TO
                   CR-ABSORBED-AMOUNT (WS-CORR-IDX)
               IF AI-IMPACT-AMOUNT (ACT-IDX) < ZERO
                   SUBTRACT AI-IMPACT-AMOUNT (ACT-IDX) FROM
                       CR-REIMBURSE-AMOUNT (WS-CORR-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-ACCOUNTS-REPROCESSED
               MOVE 'REPROCESSED' TO DL-STATUS
               IF AI-IMPACT-AMOUNT (ACT-IDX) > ZERO
                   ADD AI-IMPACT-AMOUNT (ACT-IDX) TO
                       CR-REIMBURSE-AMOUNT (WS-CORR-IDX)
               END-IF
               PERFORM 4200-WRITE-ADJUSTMENT
           END-IF
           WRITE NAV-CORRECTION-RPT-LINE FROM WS-DETAIL-LINE.

       4200-WRITE-ADJUSTMENT.
           MOVE AI-CUSTOMER-ACCOUNT-NUMBER (ACT-IDX) TO
               AJ-CUSTOMER-ACCOUNT-NUMBER
           MOVE CR-FUND-CODE (WS-CORR-IDX) TO AJ-FUND-CODE
           MOVE CR-SUPER-SHEET-DTE (WS-CORR-IDX) TO AJ-SUPER-SHEET-DTE
           IF AI-ADJUST-SHARES (ACT-IDX) < ZERO
               MOVE 'S' TO AJ-SHARE-EFFECT-CODE
           ELSE
               MOVE 'A' TO AJ-SHARE-EFFECT-CODE
           END-IF
           MOVE FUNCTION ABS(AI-ADJUST-SHARES (ACT-IDX)) TO
               AJ-ADJUST-SHARES
           MOVE FUNCTION ABS(AI-IMPACT-AMOUNT (ACT-IDX)) TO
               AJ-ADJUST-AMOUNT
           MOVE CR-ERRONEOUS-NAV (WS-CORR-IDX) TO AJ-ERRONEOUS-NAV
           MOVE CR-CORRECTED-NAV (WS-CORR-IDX) TO AJ-CORRECTED-NAV
           WRITE SHARE-ADJUSTMENT-RECORD.

       4500-WRITE-REIMBURSEMENT.
           PERFORM VARYING COR-IDX FROM 1 BY 1
               UNTIL COR-IDX > WS-CORRECTION-COUNT
               MOVE CR-FUND-CODE (COR-IDX) TO CL-FUND-CODE
               MOVE CR-SUPER-SHEET-DTE (COR-IDX) TO CL-SUPER-SHEET-DTE
               MOVE CR-ERRONEOUS-NAV (COR-IDX) TO CL-ERRONEOUS-NAV
               MOVE CR-CORRECTED-NAV (COR-IDX) TO CL-CORRECTED-NAV
               MOVE CR-ABSORBED-AMOUNT (COR-IDX) TO CL-ABSORBED-AMOUNT
               MOVE CR-REIMBURSE-AMOUNT (COR-IDX) TO
                   CL-REIMBURSE-AMOUNT
               EVALUATE TRUE
                   WHEN CR-ERRONEOUS-NAV (COR-IDX) = ZERO
                       MOVE '*** NO ORIGINAL NAV' TO CL-STATUS
                   WHEN CR-REPRICED-COUNT (COR-IDX) = ZERO
                       MOVE 'NO TRADES AT NAV' TO CL-STATUS
                   WHEN OTHER
                       MOVE 'REPRICED' TO CL-STATUS
               END-EVALUATE
               ADD CR-REIMBURSE-AMOUNT (COR-IDX) TO
                   WS-TOTAL-REIMBURSEMENT
               WRITE NAV-CORRECTION-RPT-LINE FROM WS-CORRECTION-LINE
           END-PERFORM
           MOVE WS-TOTAL-REIMBURSEMENT TO TL-TOTAL-REIMBURSEMENT
           WRITE NAV-CORRECTION-RPT-LINE FROM WS-TOTAL-LINE.

       5000-FINALIZE.
           MOVE WS-TRADES-REPRICED TO SL-TRADE-COUNT
           MOVE WS-REINVESTMENTS-REPRICED TO SL-REINVEST-COUNT
           MOVE WS-ACCOUNTS-REPROCESSED TO SL-REPROCESSED-COUNT
           MOVE WS-ACCOUNTS-ABSORBED TO SL-ABSORBED-COUNT
           WRITE NAV-CORRECTION-RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE SHARE-ADJUSTMENT-OUT
           CLOSE NAV-CORRECTION-RPT-FILE.

       8100-LOOKUP-CORRECTION.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING COR-IDX FROM 1 BY 1
               UNTIL COR-IDX > WS-CORRECTION-COUNT OR WS-FOUND
               IF CR-FUND-CODE (COR-IDX) = WS-LOOKUP-FUND-CODE
                   AND CR-SUPER-SHEET-DTE (COR-IDX) = WS-LOOKUP-DATE
                   AND CR-ERRONEOUS-NAV (COR-IDX) > ZERO
                   AND CR-CORRECTED-NAV (COR-IDX) > ZERO
                   SET WS-FOUND TO TRUE
                   SET WS-CORR-IDX TO COR-IDX
               END-IF
           END-PERFORM.
