       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVRA-REIN-SHARE-PROOF-RPT.
      ******************************************************************
      *  Distribution reinvestment share computation proof.
      *  DVRA-PAYOUT-PROOF-RPT proves the dollars of a distribution;
      *  this proves the shares those dollars bought, before a
      *  miscomputed reinvestment turns into a fund-wide reprocessing.
      *
      *  Each DIVIDEND-REFRESHER header (DVH/CGH) opens a distribution
      *  event carrying FUND-CODE, DISTRIBUTION-REIN-DATE and
      *  REINVESTED-SHARES-PRICE.  That price is proved against the
      *  fund's NAV-PER-SHARE for the reinvest date from the NAV
      *  history DFA-ASOF-DILUTION-RPT rolls forward (NAV-HISTORY-IN).
      *  The detail groups that follow are stitched the way
      *  AMP-STITCH-LOAD stitches - SEQUENCE-NUMBER 1 for the account,
      *  DIST-TYPE-CODE, amounts, fees and share counts,
      *  SEQUENCE-NUMBER 2 for the NRA and US withholding - and every
      *  DIST-TYPE-REINVEST group is proved three ways:
      *    - PRICE    header price equals the history NAV
      *    - SHARES   REINVESTED-SHARES-COUNT equals DISTRIBUTION-AMOUNT
      *               less withholding, DISTRIBUTION-SUBACCT-FEE-AMT
      *               and DISTRIBUTION-OTHER-FEE-AMOUNT, divided by
      *               the history NAV (the header price where the
      *               history has no row)
      *    - BALANCE  ACCOUNT-SHRS-AFTER-DIST-COUNT equals the
      *               account's pre-distribution ACCOUNT-POSITION
      *               TOTAL-SHARES-COUNT plus the reinvested shares
      *  Share checks pass within the share tolerance parameter.  Each
      *  fund's shares over- and under-issued (reported less expected)
      *  are totalled at the end of the report.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIVIDEND-REFRESHER ASSIGN TO "DVRANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCOUNT-POSITION ASSIGN TO "APRNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NAV-HISTORY-IN ASSIGN TO "NAVHISTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TOLERANCE-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REIN-PROOF-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
               10  FILLER                        PIC X(31).
               10  REINVESTED-SHARES-PRICE       PIC 9(5)V9(4).
               10  FILLER                        PIC X(74).
           05  DVRA-DETAIL-RECORD-1 REDEFINES HEADER-RECORD-1.
               10  FILLER                        PIC X(16).
               10  DVRA-CUSTOMER-ACCOUNT-NUMBER  PIC X(20).
               10  FILLER                        PIC X(27).
               10  DIST-TYPE-CODE                PIC X(1).
                   88  DIST-TYPE-REINVEST            VALUE '0'.
               10  REINVESTED-SHARES-COUNT       PIC 9(11)V9(4).
               10  ACCOUNT-SHRS-AFTER-DIST-COUNT PIC 9(11)V9(4).
               10  FILLER                        PIC X(15).
               10  DISTRIBUTION-AMOUNT           PIC 9(13)V9(2).
               10  DISTRIBUTION-SUBACCT-FEE-AMT  PIC 9(7)V9(2).
               10  DISTRIBUTION-OTHER-FEE-AMOUNT PIC 9(7)V9(2).
               10  FILLER                        PIC X(12).
           05  DVRA-DETAIL-RECORD-2 REDEFINES HEADER-RECORD-1.
               10  FILLER                        PIC X(3).
               10  NRA-WITHHOLDING-AMOUNT        PIC 9(13)V9(2).
               10  US-WITHHOLDING-AMOUNT         PIC 9(13)V9(2).
               10  FILLER                        PIC X(121).
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
               10  FILLER                        PIC X(86).
       FD  NAV-HISTORY-IN.
       01  NAV-HISTORY-IN-RECORD.
           05  NHI-FUND-CODE                     PIC 9(7).
           05  NHI-SUPER-SHEET-DTE               PIC 9(8).
           05  NHI-NAV-PER-SHARE                 PIC 9(5)V9(4).
       FD  TOLERANCE-PARM.
       01  TOLERANCE-PARM-RECORD.
           05  PARM-SHARE-TOLERANCE              PIC 9(7)V9(4).
       FD  REIN-PROOF-RPT-FILE.
       01  REIN-PROOF-RPT-LINE                   PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-SHARE-TOLERANCE                    PIC 9(7)V9(4)
                                                  VALUE 0.0010.
       01  WS-MAX-NAV-ROWS                       PIC 9(6) VALUE 100000.
       01  WS-NAV-COUNT                          PIC 9(6) VALUE ZERO.
       01  WS-MAX-POSITIONS                      PIC 9(6) VALUE 100000.
       01  WS-POSITION-COUNT                     PIC 9(6) VALUE ZERO.
       01  WS-MAX-FUNDS                          PIC 9(5) VALUE 5000.
       01  WS-FUND-COUNT                         PIC 9(5) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(6) VALUE ZERO.
       01  WS-CUR-FUND-CODE                      PIC 9(7) VALUE ZERO.
       01  WS-CUR-REIN-DATE                      PIC 9(8) VALUE ZERO.
       01  WS-CUR-HEADER-PRICE                   PIC 9(5)V9(4)
                                                  VALUE ZERO.
       01  WS-CUR-HISTORY-NAV                    PIC 9(5)V9(4)
                                                  VALUE ZERO.
       01  WS-CUR-PROOF-PRICE                    PIC 9(5)V9(4)
                                                  VALUE ZERO.
       01  WS-CUR-PRICE-STATUS                   PIC X(8) VALUE SPACES.
       01  WS-GROUP-OPEN-SW                      PIC X(1) VALUE 'N'.
           88  WS-GROUP-OPEN                         VALUE 'Y'.
       01  WS-GRP-CUSTOMER-ACCOUNT-NBR           PIC X(20) VALUE
                                                  SPACES.
       01  WS-GRP-DIST-TYPE                      PIC X(1) VALUE SPACE.
       01  WS-GRP-REINVESTED-SHARES              PIC 9(11)V9(4)
                                                  VALUE ZERO.
       01  WS-GRP-SHARES-AFTER                   PIC 9(11)V9(4)
                                                  VALUE ZERO.
       01  WS-GRP-DISTRIBUTION-AMOUNT            PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GRP-FEE-AMOUNT                     PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GRP-WITHHOLDING-AMOUNT             PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-NET-REINVEST-AMOUNT                PIC S9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-EXPECTED-SHARES                    PIC S9(11)V9(4)
                                                  VALUE ZERO.
       01  WS-SHARE-VARIANCE                     PIC S9(11)V9(4)
                                                  VALUE ZERO.
       01  WS-PRIOR-SHARES                       PIC 9(11)V9(4)
                                                  VALUE ZERO.
       01  WS-BALANCE-VARIANCE                   PIC S9(11)V9(4)
                                                  VALUE ZERO.
       01  WS-REINVESTMENTS-PROVED               PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT                    PIC 9(7) VALUE ZERO.
       01  NAV-HISTORY-TABLE.
           05  NAV-HIST-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-NAV-COUNT
                   INDEXED BY NAV-IDX.
               10  NT-FUND-CODE                  PIC 9(7).
               10  NT-SUPER-SHEET-DTE            PIC 9(8).
               10  NT-NAV-PER-SHARE              PIC 9(5)V9(4).
       01  POSITION-TABLE.
           05  POSITION-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-POSITION-COUNT
                   INDEXED BY POS-IDX.
               10  PT-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  PT-FUND-CODE                  PIC 9(7).
               10  PT-TOTAL-SHARES-COUNT         PIC 9(11)V9(4).
       01  FUND-TOTAL-TABLE.
           05  FUND-TOTAL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-FUND-COUNT
                   INDEXED BY FND-IDX.
               10  FT-FUND-CODE                  PIC 9(7).
               10  FT-OVER-ISSUED                PIC S9(11)V9(4).
               10  FT-UNDER-ISSUED               PIC S9(11)V9(4).
               10  FT-REINVEST-COUNT             PIC 9(7).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'DISTRIBUTION REINVESTMENT SHARE COMPUTATION PROOF'.
       01  WS-COLUMN-LINE                        PIC X(120) VALUE
           'ACCOUNT              FUND    PRICE  REIN-SHARES  SHR-VAR'.
       01  WS-DETAIL-LINE.
           05  DL-ACCOUNT-NUMBER                 PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-PROOF-PRICE                    PIC ZZZZ9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-REINVESTED-SHARES              PIC Z(10)9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-SHARE-VARIANCE                 PIC -Z(6)9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-BALANCE-VARIANCE               PIC -Z(6)9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-PRICE-STATUS                   PIC X(8).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-SHARES-STATUS                  PIC X(8).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-BALANCE-STATUS                 PIC X(10).
       01  WS-FUND-TOTAL-LINE.
           05  FILLER                            PIC X(6) VALUE
               'FUND '.
           05  FL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(15) VALUE
               ' REINVESTMENTS '.
           05  FL-REINVEST-COUNT                 PIC ZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               ' OVER-ISSUED '.
           05  FL-OVER-ISSUED                    PIC -Z(10)9.9999.
           05  FILLER                            PIC X(15) VALUE
               ' UNDER-ISSUED '.
           05  FL-UNDER-ISSUED                   PIC -Z(10)9.9999.
       01  WS-SUMMARY-LINE.
           05  FILLER                            PIC X(24) VALUE
               'REINVESTMENTS PROVED: '.
           05  SL-PROVED-COUNT                   PIC ZZZZZZ9.
           05  FILLER                            PIC X(16) VALUE
               '   EXCEPTIONS: '.
           05  SL-EXCEPTION-COUNT                PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROVE-REINVESTMENTS
           PERFORM 2900-APPLY-GROUP
           PERFORM 3000-WRITE-FUND-TOTALS
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT TOLERANCE-PARM
           READ TOLERANCE-PARM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-SHARE-TOLERANCE TO WS-SHARE-TOLERANCE
           END-READ
           CLOSE TOLERANCE-PARM
           PERFORM 1100-LOAD-NAV-HISTORY
           PERFORM 1200-LOAD-POSITIONS
           OPEN OUTPUT REIN-PROOF-RPT-FILE
           WRITE REIN-PROOF-RPT-LINE FROM WS-HEADLINE-1
           WRITE REIN-PROOF-RPT-LINE FROM WS-COLUMN-LINE.

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

       1200-LOAD-POSITIONS.
           OPEN INPUT ACCOUNT-POSITION
           PERFORM 1210-READ-POSITION
               UNTIL WS-EOF
           CLOSE ACCOUNT-POSITION
           MOVE 'N' TO WS-EOF-SW.

       1210-READ-POSITION.
           READ ACCOUNT-POSITION
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF ACCOUNT-POSITION-REC
                       AND SEQUENCE-NUMBER = 1
                       AND WS-POSITION-COUNT < WS-MAX-POSITIONS
                       ADD 1 TO WS-POSITION-COUNT
                       SET POS-IDX TO WS-POSITION-COUNT
                       MOVE CUSTOMER-ACCOUNT-NUMBER TO
                           PT-CUSTOMER-ACCOUNT-NUMBER (POS-IDX)
                       MOVE FUND-CODE TO PT-FUND-CODE (POS-IDX)
                       MOVE TOTAL-SHARES-COUNT TO
                           PT-TOTAL-SHARES-COUNT (POS-IDX)
                   END-IF
           END-READ.

       2000-PROVE-REINVESTMENTS.
           OPEN INPUT DIVIDEND-REFRESHER
           PERFORM 2100-READ-DVRA
               UNTIL WS-EOF
           CLOSE DIVIDEND-REFRESHER
           MOVE 'N' TO WS-EOF-SW.

       2100-READ-DVRA.
           READ DIVIDEND-REFRESHER
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN DIVIDEND-HEADER OR CAP-GAIN-HEADER
                           PERFORM 2900-APPLY-GROUP
                           PERFORM 2200-OPEN-EVENT
                       WHEN DIVIDEND-REFRESHER-REC
                           OR CAP-GAIN-REFRESHER
                           PERFORM 2300-STITCH-DVRA-DETAIL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2200-OPEN-EVENT.
           MOVE HDR-FUND-CODE TO WS-CUR-FUND-CODE
           MOVE DISTRIBUTION-REIN-DATE TO WS-CUR-REIN-DATE
           MOVE REINVESTED-SHARES-PRICE TO WS-CUR-HEADER-PRICE
           MOVE ZERO TO WS-CUR-HISTORY-NAV
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING NAV-IDX FROM 1 BY 1
               UNTIL NAV-IDX > WS-NAV-COUNT OR WS-FOUND
               IF NT-FUND-CODE (NAV-IDX) = WS-CUR-FUND-CODE
                   AND NT-SUPER-SHEET-DTE (NAV-IDX) = WS-CUR-REIN-DATE
                   SET WS-FOUND TO TRUE
                   MOVE NT-NAV-PER-SHARE (NAV-IDX) TO
                       WS-CUR-HISTORY-NAV
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   MOVE 'NO NAV' TO WS-CUR-PRICE-STATUS
                   MOVE WS-CUR-HEADER-PRICE TO WS-CUR-PROOF-PRICE
               WHEN WS-CUR-HISTORY-NAV = WS-CUR-HEADER-PRICE
                   MOVE 'OK' TO WS-CUR-PRICE-STATUS
                   MOVE WS-CUR-HISTORY-NAV TO WS-CUR-PROOF-PRICE
               WHEN OTHER
                   MOVE '**PRICE' TO WS-CUR-PRICE-STATUS
                   MOVE WS-CUR-HISTORY-NAV TO WS-CUR-PROOF-PRICE
           END-EVALUATE.

       2300-STITCH-DVRA-DETAIL.
           EVALUATE SEQUENCE-NUMBER-DVRA
               WHEN 1
                   PERFORM 2900-APPLY-GROUP
                   MOVE DVRA-CUSTOMER-ACCOUNT-NUMBER TO
                       WS-GRP-CUSTOMER-ACCOUNT-NBR
                   MOVE DIST-TYPE-CODE TO WS-GRP-DIST-TYPE
                   MOVE REINVESTED-SHARES-COUNT TO
                       WS-GRP-REINVESTED-SHARES
                   MOVE ACCOUNT-SHRS-AFTER-DIST-COUNT TO
                       WS-GRP-SHARES-AFTER
                   MOVE DISTRIBUTION-AMOUNT TO
                       WS-GRP-DISTRIBUTION-AMOUNT
                   COMPUTE WS-GRP-FEE-AMOUNT =
                       DISTRIBUTION-SUBACCT-FEE-AMT
                       + DISTRIBUTION-OTHER-FEE-AMOUNT
                   MOVE ZERO TO WS-GRP-WITHHOLDING-AMOUNT
                   SET WS-GROUP-OPEN TO TRUE
               WHEN 2
                   COMPUTE WS-GRP-WITHHOLDING-AMOUNT =
                       NRA-WITHHOLDING-AMOUNT + US-WITHHOLDING-AMOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2900-APPLY-GROUP.
           IF WS-GROUP-OPEN
               IF WS-GRP-DIST-TYPE = '0'
                   PERFORM 2910-PROVE-ONE-REINVESTMENT
               END-IF
               MOVE 'N' TO WS-GROUP-OPEN-SW
           END-IF.

       2910-PROVE-ONE-REINVESTMENT.
           ADD 1 TO WS-REINVESTMENTS-PROVED
           MOVE WS-GRP-CUSTOMER-ACCOUNT-NBR TO DL-ACCOUNT-NUMBER
           MOVE WS-CUR-FUND-CODE TO DL-FUND-CODE
           MOVE WS-CUR-PROOF-PRICE TO DL-PROOF-PRICE
           MOVE WS-GRP-REINVESTED-SHARES TO DL-REINVESTED-SHARES
           MOVE WS-CUR-PRICE-STATUS TO DL-PRICE-STATUS
           COMPUTE WS-NET-REINVEST-AMOUNT =
               WS-GRP-DISTRIBUTION-AMOUNT
               - WS-GRP-WITHHOLDING-AMOUNT
               - WS-GRP-FEE-AMOUNT
           IF WS-CUR-PROOF-PRICE > ZERO
               COMPUTE WS-EXPECTED-SHARES ROUNDED =
                   WS-NET-REINVEST-AMOUNT / WS-CUR-PROOF-PRICE
           ELSE
               MOVE ZERO TO WS-EXPECTED-SHARES
           END-IF
           COMPUTE WS-SHARE-VARIANCE =
               WS-GRP-REINVESTED-SHARES - WS-EXPECTED-SHARES
           MOVE WS-SHARE-VARIANCE TO DL-SHARE-VARIANCE
           IF FUNCTION ABS(WS-SHARE-VARIANCE) > WS-SHARE-TOLERANCE
               MOVE '**SHARES' TO DL-SHARES-STATUS
           ELSE
               MOVE 'OK' TO DL-SHARES-STATUS
           END-IF
           PERFORM 2920-LOOKUP-PRIOR-SHARES
           IF WS-FOUND
               COMPUTE WS-BALANCE-VARIANCE =
                   WS-GRP-SHARES-AFTER
                   - (WS-PRIOR-SHARES + WS-GRP-REINVESTED-SHARES)
               MOVE WS-BALANCE-VARIANCE TO DL-BALANCE-VARIANCE
               IF FUNCTION ABS(WS-BALANCE-VARIANCE)
                       > WS-SHARE-TOLERANCE
                   MOVE '**BALANCE' TO DL-BALANCE-STATUS
               ELSE
                   MOVE 'OK' TO DL-BALANCE-STATUS
               END-IF
           ELSE
               MOVE ZERO TO DL-BALANCE-VARIANCE
               MOVE '**NO APR' TO DL-BALANCE-STATUS
           END-IF
           IF DL-PRICE-STATUS NOT = 'OK'
               OR DL-SHARES-STATUS NOT = 'OK'
               OR DL-BALANCE-STATUS NOT = 'OK'
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           WRITE REIN-PROOF-RPT-LINE FROM WS-DETAIL-LINE
           PERFORM 2930-ACCUMULATE-FUND.

       2920-LOOKUP-PRIOR-SHARES.
           MOVE ZERO TO WS-PRIOR-SHARES
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING POS-IDX FROM 1 BY 1
               UNTIL POS-IDX > WS-POSITION-COUNT OR WS-FOUND
               IF PT-CUSTOMER-ACCOUNT-NUMBER (POS-IDX)
                       = WS-GRP-CUSTOMER-ACCOUNT-NBR
                   AND PT-FUND-CODE (POS-IDX) = WS-CUR-FUND-CODE
                   SET WS-FOUND TO TRUE
                   MOVE PT-TOTAL-SHARES-COUNT (POS-IDX) TO
                       WS-PRIOR-SHARES
               END-IF
           END-PERFORM.

       2930-ACCUMULATE-FUND.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING FND-IDX FROM 1 BY 1
               UNTIL FND-IDX > WS-FUND-COUNT OR WS-FOUND
               IF FT-FUND-CODE (FND-IDX) = WS-CUR-FUND-CODE
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO FND-IDX
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-FUND-COUNT < WS-MAX-FUNDS
               ADD 1 TO WS-FUND-COUNT
               SET FND-IDX TO WS-FUND-COUNT
               MOVE WS-CUR-FUND-CODE TO FT-FUND-CODE (FND-IDX)
               MOVE ZERO TO FT-OVER-ISSUED (FND-IDX)
               MOVE ZERO TO FT-UNDER-ISSUED (FND-IDX)
               MOVE ZERO TO FT-REINVEST-COUNT (FND-IDX)
               SET WS-FOUND TO TRUE
               SET WS-MATCHED-IDX TO FND-IDX
           END-IF
           IF WS-FOUND
               ADD 1 TO FT-REINVEST-COUNT (WS-MATCHED-IDX)
               IF WS-SHARE-VARIANCE > ZERO
                   ADD WS-SHARE-VARIANCE TO
                       FT-OVER-ISSUED (WS-MATCHED-IDX)
               ELSE
                   ADD WS-SHARE-VARIANCE TO
                       FT-UNDER-ISSUED (WS-MATCHED-IDX)
               END-IF
           END-IF.

       3000-WRITE-FUND-TOTALS.
           PERFORM VARYING FND-IDX FROM 1 BY 1
               UNTIL FND-IDX > WS-FUND-COUNT
               MOVE FT-FUND-CODE (FND-IDX) TO FL-FUND-CODE
               MOVE FT-REINVEST-COUNT (FND-IDX) TO FL-REINVEST-COUNT
               MOVE FT-OVER-ISSUED (FND-IDX) TO FL-OVER-ISSUED
               MOVE FT-UNDER-ISSUED (FND-IDX) TO FL-UNDER-ISSUED
               WRITE REIN-PROOF-RPT-LINE FROM WS-FUND-TOTAL-LINE
           END-PERFORM.

       4000-FINALIZE.
           MOVE WS-REINVESTMENTS-PROVED TO SL-PROVED-COUNT
           MOVE WS-EXCEPTION-COUNT TO SL-EXCEPTION-COUNT
           WRITE REIN-PROOF-RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE REIN-PROOF-RPT-FILE.
