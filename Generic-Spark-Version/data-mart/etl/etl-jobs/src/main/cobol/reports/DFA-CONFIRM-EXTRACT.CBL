       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFA-CONFIRM-EXTRACT.
      ******************************************************************
      *  Daily shareholder trade confirmation extract for the print
      *  vendor.  The vendor built confirmations from a separate feed
      *  that disagreed with our records often enough to generate
      *  calls; this run builds them from the night's
      *  DIRECT-FINANCIAL-ACTIVITY groups instead.
      *
      *  Each DFA group is stitched the way AMP-STITCH-LOAD stitches
      *  its REDEFINES records: SEQUENCE-NUMBER 1 carries the trade
      *  (fund, TRANSACTION-CODE / SUFFIX, effect, PER-SHARE-PRICE-
      *  AMOUNT, gross, shares, TRADE-DATE, CONFIRM-DATE,
      *  DEALER-CONTROL-LEVEL-CODE and PAYMENT-METHOD-CDE),
      *  SEQUENCE-NUMBER 2 the SALES-CHARGE-PERCENT and the dealer
      *  concession (DEALER-COMMISSION-AMOUNT), and SEQUENCE-NUMBERs
      *  3 and 7 the exchange cross-reference.  Net amount is gross
      *  less the dealer and underwriter commissions.  The post-trade
      *  share balance is the account's TOTAL-SHARES-COUNT on the
      *  night's APR extract, and the transaction description comes
      *  from the TRAN-CODE-MASTER-MAINT dictionary.
      *
      *  Exchange legs are paired as DFA-EXCHANGE-PAIR-RPT pairs them
      *  (out-leg to the in-leg its FUND-FROM-TO / ACCOUNT-FROM-TO
      *  points at and that points back, same trade date) and
      *  confirmed together as one exchange confirm.  Registration
      *  and address come from the stitched AMP groups with the
      *  AMP-HOUSEHOLD-BUILD mailing rules: no confirm is mailed when
      *  STOP-MAIL is set or the MAILING-FLAG is off, and an
      *  INTERESTED-PARTY-YES account gets a duplicate copy.
      *  Broker-controlled accounts (DEALER-CONTROL-LEVEL-CODE 3 or
      *  4) are suppressed because the dealer confirms those.
      *
      *  The control report proves every DFA trade either confirmed
      *  or listed with the reason it was not - the books-and-records
      *  control total.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIRECT-FINANCIAL-ACTIVITY ASSIGN TO "DFANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCOUNT-MASTER-POSITION ASSIGN TO "AMPNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCOUNT-POSITION ASSIGN TO "APRNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRANCODE-MASTER-FILE ASSIGN TO "TRCMSTNAME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRCMST-FS.
           SELECT CONFIRM-EXTRACT-FILE ASSIGN TO "CONFNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONFIRM-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DIRECT-FINANCIAL-ACTIVITY.
       01  DFA-RECORD.
           05  RECORD-TYPE                       PIC X(3).
               88  DIRECT-FINANCIAL-ACTIVITY-REC      VALUE 'DFA'.
           05  SEQUENCE-NUMBER                   PIC 9(3).
           05  DETAIL-RECORD-1.
               10  FILLER                        PIC X(28).
               10  FUND-CODE                     PIC 9(7).
               10  CUSTOMER-ACCOUNT-NUMBER       PIC X(20).
               10  FILLER                        PIC X(16).
               10  TRANSACTION-CODE              PIC 9(3).
               10  TRANSACTION-SUFFIX            PIC 9(3).
               10  SHARE-BALANCE-EFFECT-CODE     PIC X(1).
               10  PER-SHARE-PRICE-AMOUNT        PIC 9(5)V9(4).
               10  TRANSACTION-GROSS-AMOUNT      PIC 9(13)V9(2).
               10  TRANSACTION-SHARES-COUNT      PIC 9(11)V9(4).
               10  TRADE-DATE                    PIC 9(8).
               10  CONFIRM-DATE                  PIC 9(8).
               10  FILLER                        PIC X(12).
               10  DEALER-CONTROL-LEVEL-CODE     PIC 9(1).
                   88  DEALER-CONTROLLED             VALUE 3 4.
               10  PAYMENT-METHOD-CDE            PIC X(1).
               10  FILLER                        PIC X(7).
           05  DETAIL-RECORD-2 REDEFINES DETAIL-RECORD-1.
               10  FILLER                        PIC X(63).
               10  SALES-CHARGE-PERCENT          PIC 9(5)V9(10).
               10  DEALER-COMMISSION-CODE        PIC X(1).
               10  DEALER-COMMISSION-AMOUNT      PIC 9(13)V9(2).
               10  UNDERWRITER-COMMISSION-AMOUNT PIC 9(13)V9(2).
               10  FILLER                        PIC X(45).
           05  DETAIL-RECORD-3 REDEFINES DETAIL-RECORD-1.
               10  FILLER                        PIC X(4).
               10  FUND-FROM-TO                  PIC 9(7).
               10  ACCOUNT-FROM-TO               PIC 9(11).
               10  FILLER                        PIC X(132).
           05  DETAIL-RECORD-7-AREA REDEFINES DETAIL-RECORD-1.
               10  FILLER                        PIC X(7).
               10  ACCOUNT-NUMBER                PIC 9(11).
               10  FILLER                        PIC X(112).
               10  NSCC-TRANS-CODE               PIC X(2).
                   88  FULL-EXCHANGE                 VALUE '05'.
                   88  PARTIAL-EXCHANGE              VALUE '06'.
               10  FILLER                        PIC X(22).
       FD  ACCOUNT-MASTER-POSITION.
       01  AMP-RECORD.
           05  RECORD-CODE                       PIC X(3).
               88  ACCOUNT-MASTER-POSITION-REC        VALUE 'AMP'.
           05  SEQUENCE-NUMBER-AMP               PIC 9(3).
           05  AMP-DETAIL-RECORD-1.
               10  FILLER                        PIC X(25).
               10  AMP-FUND-CODE                 PIC 9(7).
               10  AMP-CUSTOMER-ACCOUNT-NUMBER   PIC X(20).
               10  FILLER                        PIC X(35).
               10  TAX-IDENTIFICATION-NUMBER     PIC 9(9).
               10  FILLER                        PIC X(13).
               10  ZIP-CODE                      PIC 9(9).
               10  FILLER                        PIC X(32).
               10  MAILING-FLAG                  PIC 9(1).
                   88  NO-MAIL-FLAG                  VALUE 0.
                   88  YES-MAIL-FLAG                 VALUE 1.
               10  INTERESTED-PARTY-CDE          PIC X(1).
                   88  INTERESTED-PARTY-YES          VALUE 'Y'.
               10  FILLER                        PIC X(2).
           05  AMP-DETAIL-RECORD-2 REDEFINES AMP-DETAIL-RECORD-1.
               10  FILLER                        PIC X(2).
               10  STOP-MAIL                     PIC 9(1).
                   88  NO-STOP-MAIL                  VALUE 0.
                   88  YES-STOP-MAIL                 VALUE 1.
               10  FILLER                        PIC X(1).
               10  REGISTRATION-LINE-1-TEXT      PIC X(35).
               10  REGISTRATION-LINE-2-TEXT      PIC X(35).
               10  REGISTRATION-LINE-3-TEXT      PIC X(35).
               10  REGISTRATION-LINE-4-TEXT      PIC X(35).
               10  FILLER                        PIC X(10).
           05  AMP-DETAIL-RECORD-3 REDEFINES AMP-DETAIL-RECORD-1.
               10  REGISTRATION-LINE-5-TEXT      PIC X(35).
               10  REGISTRATION-LINE-6-TEXT      PIC X(35).
               10  REGISTRATION-LINE-7-TEXT      PIC X(35).
               10  FILLER                        PIC X(49).
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
               10  TOTAL-SHARES-COUNT            PIC 9(11)V9(4).
               10  FILLER                        PIC X(86).
       FD  TRANCODE-MASTER-FILE.
       01  TRANCODE-MASTER-RECORD.
           05  MI-TRANSACTION-CODE               PIC 9(3).
           05  MI-TRANSACTION-SUFFIX             PIC 9(3).
           05  MI-DESCRIPTION-TEXT               PIC X(30).
           05  MI-EXPECTED-EFFECT-CDE            PIC X(1).
           05  MI-STATUS-CDE                     PIC X(1).
       FD  CONFIRM-EXTRACT-FILE.
       01  CONFIRM-EXTRACT-RECORD.
           05  CF-COPY-TYPE-CDE                  PIC X(1).
           05  CF-CONFIRM-TYPE-CDE               PIC X(1).
           05  CF-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  CF-HOUSEHOLD-KEY.
               10  CF-TAX-ID-NUMBER              PIC 9(9).
               10  CF-ZIP-CODE                   PIC 9(9).
           05  CF-REGISTRATION-LINE              PIC X(35) OCCURS 7.
           05  CF-FUND-CODE                      PIC 9(7).
           05  CF-TRANSACTION-CODE               PIC 9(3).
           05  CF-TRANSACTION-SUFFIX             PIC 9(3).
           05  CF-TRAN-DESCRIPTION               PIC X(30).
           05  CF-EFFECT-CODE                    PIC X(1).
           05  CF-TRADE-DATE                     PIC 9(8).
           05  CF-CONFIRM-DATE                   PIC 9(8).
           05  CF-SHARE-PRICE                    PIC 9(5)V9(4).
           05  CF-SHARES-COUNT                   PIC 9(11)V9(4).
           05  CF-GROSS-AMOUNT                   PIC 9(13)V9(2).
           05  CF-NET-AMOUNT                     PIC 9(13)V9(2).
           05  CF-SALES-CHARGE-PCT               PIC 9(5)V9(10).
           05  CF-DEALER-CONCESSION-AMT          PIC 9(13)V9(2).
           05  CF-PAYMENT-METHOD-CDE             PIC X(1).
           05  CF-POST-TRADE-SHARES              PIC 9(11)V9(4).
           05  CF-EXCH-FUND-CODE                 PIC 9(7).
           05  CF-EXCH-TRAN-DESCRIPTION          PIC X(30).
           05  CF-EXCH-SHARE-PRICE               PIC 9(5)V9(4).
           05  CF-EXCH-SHARES-COUNT              PIC 9(11)V9(4).
           05  CF-EXCH-GROSS-AMOUNT              PIC 9(13)V9(2).
           05  CF-EXCH-POST-TRADE-SHARES         PIC 9(11)V9(4).
       FD  CONFIRM-RPT-FILE.
       01  CONFIRM-RPT-LINE                      PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-TRCMST-FS                          PIC X(2) VALUE '00'.
       01  WS-MAX-CODES                          PIC 9(5) VALUE 5000.
       01  WS-MASTER-COUNT                       PIC 9(5) VALUE ZERO.
       01  WS-MAX-ACCOUNTS                       PIC 9(6) VALUE 100000.
       01  WS-ACCOUNT-COUNT                      PIC 9(6) VALUE ZERO.
       01  WS-MAX-POSITIONS                      PIC 9(6) VALUE 100000.
       01  WS-POSITION-COUNT                     PIC 9(6) VALUE ZERO.
       01  WS-MAX-TRADES                         PIC 9(6) VALUE 50000.
       01  WS-TRADE-COUNT                        PIC 9(6) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(6) VALUE ZERO.
       01  WS-ACC-IDX                            PIC 9(6) VALUE ZERO.
       01  WS-REG-IDX                            PIC 9(1) VALUE ZERO.
       01  WS-OUT-IDX                            PIC 9(6) VALUE ZERO.
       01  WS-IN-IDX                             PIC 9(6) VALUE ZERO.
       01  WS-LOOKUP-ACCOUNT                     PIC X(20) VALUE
                                                  SPACES.
       01  WS-LOOKUP-FUND                        PIC 9(7) VALUE ZERO.
       01  WS-LOOKUP-CODE                        PIC 9(3) VALUE ZERO.
       01  WS-LOOKUP-SUFFIX                      PIC 9(3) VALUE ZERO.
       01  WS-LOOKUP-DESCRIPTION                 PIC X(30) VALUE
                                                  SPACES.
       01  WS-LOOKUP-SHARES                      PIC 9(11)V9(4)
                                                  VALUE ZERO.
       01  WS-GROUP-OPEN-SW                      PIC X(1) VALUE 'N'.
           88  WS-GROUP-OPEN                         VALUE 'Y'.
       01  WS-AMP-GROUP-OPEN-SW                  PIC X(1) VALUE 'N'.
           88  WS-AMP-GROUP-OPEN                     VALUE 'Y'.
       01  WS-NOT-CONFIRMED-REASON               PIC X(30) VALUE
                                                  SPACES.
       01  WS-NET-AMOUNT                         PIC S9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-TRADES-READ                        PIC 9(7) VALUE ZERO.
       01  WS-TRADES-CONFIRMED                   PIC 9(7) VALUE ZERO.
       01  WS-TRADES-NOT-CONFIRMED               PIC 9(7) VALUE ZERO.
       01  WS-CONFIRMS-WRITTEN                   PIC 9(7) VALUE ZERO.
       01  WS-DUPLICATES-WRITTEN                 PIC 9(7) VALUE ZERO.
       01  WS-EXCHANGES-PAIRED                   PIC 9(7) VALUE ZERO.
       01  WS-DEALER-SUPPRESSED                  PIC 9(7) VALUE ZERO.
       01  WS-MAIL-SUPPRESSED                    PIC 9(7) VALUE ZERO.
       01  WS-NO-REGISTRATION                    PIC 9(7) VALUE ZERO.
       01  WS-UNPAIRED-LEGS                      PIC 9(7) VALUE ZERO.
       01  WS-TRADES-ACCOUNTED                   PIC 9(7) VALUE ZERO.
       01  TRANCODE-MASTER-TABLE.
           05  TRANCODE-MASTER-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-MASTER-COUNT
                   INDEXED BY MST-IDX.
               10  TC-TRANSACTION-CODE           PIC 9(3).
               10  TC-TRANSACTION-SUFFIX         PIC 9(3).
               10  TC-DESCRIPTION-TEXT           PIC X(30).
       01  CONFIRM-ACCOUNT-TABLE.
           05  CONFIRM-ACCOUNT-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-ACCOUNT-COUNT
                   INDEXED BY ACC-IDX.
               10  CA-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  CA-FUND-CODE                  PIC 9(7).
               10  CA-TAX-ID-NUMBER              PIC 9(9).
               10  CA-ZIP-CODE                   PIC 9(9).
               10  CA-SUPPRESSED-SW              PIC X(1).
               10  CA-INT-PARTY-SW               PIC X(1).
               10  CA-REGISTRATION-LINE          PIC X(35) OCCURS 7.
       01  POSITION-TABLE.
           05  POSITION-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-POSITION-COUNT
                   INDEXED BY POS-IDX.
               10  PS-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  PS-FUND-CODE                  PIC 9(7).
               10  PS-TOTAL-SHARES               PIC 9(11)V9(4).
       01  CONFIRM-TRADE-TABLE.
           05  CONFIRM-TRADE-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-TRADE-COUNT
                   INDEXED BY TRD-IDX.
               10  TR-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  TR-FUND-CODE                  PIC 9(7).
               10  TR-TRANSACTION-CODE           PIC 9(3).
               10  TR-TRANSACTION-SUFFIX         PIC 9(3).
               10  TR-EFFECT-CODE                PIC X(1).
               10  TR-SHARE-PRICE                PIC 9(5)V9(4).
               10  TR-GROSS-AMOUNT               PIC 9(13)V9(2).
               10  TR-SHARES-COUNT               PIC 9(11)V9(4).
               10  TR-TRADE-DATE                 PIC 9(8).
               10  TR-CONFIRM-DATE               PIC 9(8).
               10  TR-DEALER-CONTROL-CDE         PIC 9(1).
               10  TR-PAYMENT-METHOD-CDE         PIC X(1).
               10  TR-SALES-CHARGE-PCT           PIC 9(5)V9(10).
               10  TR-DEALER-CONCESSION-AMT      PIC 9(13)V9(2).
               10  TR-UNDERWRITER-COMM-AMT       PIC 9(13)V9(2).
               10  TR-FUND-FROM-TO               PIC 9(7).
               10  TR-ACCT-FROM-TO               PIC 9(11).
               10  TR-ACCT-NBR                   PIC 9(11).
               10  TR-EXCHANGE-SW                PIC X(1).
                   88  TR-EXCHANGE                   VALUE 'Y'.
               10  TR-PAIR-IDX                   PIC 9(6).
               10  TR-DONE-SW                    PIC X(1).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'DAILY TRADE CONFIRMATION EXTRACT CONTROL REPORT'.
       01  WS-COLUMN-LINE.
           05  FILLER                            PIC X(21) VALUE
               'ACCOUNT'.
           05  FILLER                            PIC X(9) VALUE
               'FUND'.
           05  FILLER                            PIC X(10) VALUE
               'TRADE-DT'.
           05  FILLER                            PIC X(2) VALUE
               'EF'.
           05  FILLER                            PIC X(18) VALUE
               '    GROSS-AMOUNT'.
           05  FILLER                            PIC X(6) VALUE
               'STATUS'.
       01  WS-DETAIL-LINE.
           05  DL-ACCOUNT-NUMBER                 PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-TRADE-DATE                     PIC 9(8).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-EFFECT-CODE                    PIC X(1).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-GROSS-AMOUNT                   PIC Z(12)9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-STATUS                         PIC X(30).
       01  WS-COUNT-LINE.
           05  CL-COUNT-DESC                     PIC X(30).
           05  CL-COUNT                          PIC ZZZZZZ9.
       01  WS-CONTROL-LINE.
           05  FILLER                            PIC X(16) VALUE
               'DFA TRADES: '.
           05  CT-TRADES-READ                    PIC ZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  CONFIRMED: '.
           05  CT-TRADES-CONFIRMED               PIC ZZZZZZ9.
           05  FILLER                            PIC X(18) VALUE
               '  NOT CONFIRMED: '.
           05  CT-TRADES-NOT-CONFIRMED           PIC ZZZZZZ9.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  CT-BALANCE-STATUS                 PIC X(20).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-STITCH-AMP-ACCOUNTS
           PERFORM 2900-APPLY-AMP-GROUP
           PERFORM 3000-LOAD-POSITIONS
           PERFORM 4000-COLLECT-DFA-TRADES
           PERFORM 4900-APPLY-DFA-GROUP
           PERFORM 5000-PAIR-EXCHANGES
           PERFORM 6000-WRITE-CONFIRMS
           PERFORM 7000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-TRANCODES
           OPEN OUTPUT CONFIRM-EXTRACT-FILE
           OPEN OUTPUT CONFIRM-RPT-FILE
           WRITE CONFIRM-RPT-LINE FROM WS-HEADLINE-1
           WRITE CONFIRM-RPT-LINE FROM WS-COLUMN-LINE.

       1100-LOAD-TRANCODES.
           OPEN INPUT TRANCODE-MASTER-FILE
           IF WS-TRCMST-FS = '00'
               PERFORM 1110-READ-TRANCODE
                   UNTIL WS-EOF
               CLOSE TRANCODE-MASTER-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       1110-READ-TRANCODE.
           READ TRANCODE-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-MASTER-COUNT < WS-MAX-CODES
                       ADD 1 TO WS-MASTER-COUNT
                       SET MST-IDX TO WS-MASTER-COUNT
                       MOVE MI-TRANSACTION-CODE TO
                           TC-TRANSACTION-CODE (MST-IDX)
                       MOVE MI-TRANSACTION-SUFFIX TO
                           TC-TRANSACTION-SUFFIX (MST-IDX)
                       MOVE MI-DESCRIPTION-TEXT TO
                           TC-DESCRIPTION-TEXT (MST-IDX)
                   END-IF
           END-READ.

       2000-STITCH-AMP-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER-POSITION
           PERFORM 2100-READ-AMP
               UNTIL WS-EOF
           CLOSE ACCOUNT-MASTER-POSITION
           MOVE 'N' TO WS-EOF-SW.

       2100-READ-AMP.
           READ ACCOUNT-MASTER-POSITION
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF ACCOUNT-MASTER-POSITION-REC
                       EVALUATE SEQUENCE-NUMBER-AMP
                           WHEN 1
                               PERFORM 2900-APPLY-AMP-GROUP
                               PERFORM 2200-START-ACCOUNT
                           WHEN 2
                               PERFORM 2300-CAPTURE-RECORD-2
                           WHEN 3
                               PERFORM 2400-CAPTURE-RECORD-3
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       2200-START-ACCOUNT.
           IF WS-ACCOUNT-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE WS-ACCOUNT-COUNT TO WS-ACC-IDX
               MOVE AMP-CUSTOMER-ACCOUNT-NUMBER TO
                   CA-CUSTOMER-ACCOUNT-NUMBER (WS-ACC-IDX)
               MOVE AMP-FUND-CODE TO CA-FUND-CODE (WS-ACC-IDX)
               MOVE TAX-IDENTIFICATION-NUMBER TO
                   CA-TAX-ID-NUMBER (WS-ACC-IDX)
               MOVE ZIP-CODE TO CA-ZIP-CODE (WS-ACC-IDX)
               IF NO-MAIL-FLAG
                   MOVE 'Y' TO CA-SUPPRESSED-SW (WS-ACC-IDX)
               ELSE
                   MOVE 'N' TO CA-SUPPRESSED-SW (WS-ACC-IDX)
               END-IF
               IF INTERESTED-PARTY-YES
                   MOVE 'Y' TO CA-INT-PARTY-SW (WS-ACC-IDX)
               ELSE
                   MOVE 'N' TO CA-INT-PARTY-SW (WS-ACC-IDX)
               END-IF
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > 7
                   MOVE SPACES TO
                       CA-REGISTRATION-LINE (WS-ACC-IDX WS-REG-IDX)
               END-PERFORM
               SET WS-AMP-GROUP-OPEN TO TRUE
           END-IF.

       2300-CAPTURE-RECORD-2.
           IF WS-AMP-GROUP-OPEN
               IF YES-STOP-MAIL
                   MOVE 'Y' TO CA-SUPPRESSED-SW (WS-ACC-IDX)
               END-IF
               MOVE REGISTRATION-LINE-1-TEXT TO
                   CA-REGISTRATION-LINE (WS-ACC-IDX 1)
               MOVE REGISTRATION-LINE-2-TEXT TO
                   CA-REGISTRATION-LINE (WS-ACC-IDX 2)
               MOVE REGISTRATION-LINE-3-TEXT TO
                   CA-REGISTRATION-LINE (WS-ACC-IDX 3)
               MOVE REGISTRATION-LINE-4-TEXT TO
                   CA-REGISTRATION-LINE (WS-ACC-IDX 4)
           END-IF.

       2400-CAPTURE-RECORD-3.
           IF WS-AMP-GROUP-OPEN
               MOVE REGISTRATION-LINE-5-TEXT TO
                   CA-REGISTRATION-LINE (WS-ACC-IDX 5)
               MOVE REGISTRATION-LINE-6-TEXT TO
                   CA-REGISTRATION-LINE (WS-ACC-IDX 6)
               MOVE REGISTRATION-LINE-7-TEXT TO
                   CA-REGISTRATION-LINE (WS-ACC-IDX 7)
           END-IF.

       2900-APPLY-AMP-GROUP.
           MOVE 'N' TO WS-AMP-GROUP-OPEN-SW.

       3000-LOAD-POSITIONS.
           OPEN INPUT ACCOUNT-POSITION
           PERFORM 3100-READ-APR
               UNTIL WS-EOF
           CLOSE ACCOUNT-POSITION
           MOVE 'N' TO WS-EOF-SW.

       3100-READ-APR.
           READ ACCOUNT-POSITION
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF ACCOUNT-POSITION-REC
                       AND SEQUENCE-NUMBER-APR = 1
                       AND WS-POSITION-COUNT < WS-MAX-POSITIONS
                       ADD 1 TO WS-POSITION-COUNT
                       SET POS-IDX TO WS-POSITION-COUNT
                       MOVE APR-CUSTOMER-ACCOUNT-NUMBER TO
                           PS-CUSTOMER-ACCOUNT-NUMBER (POS-IDX)
                       MOVE APR-FUND-CODE TO PS-FUND-CODE (POS-IDX)
                       MOVE TOTAL-SHARES-COUNT TO
                           PS-TOTAL-SHARES (POS-IDX)
                   END-IF
           END-READ.

       4000-COLLECT-DFA-TRADES.
           OPEN INPUT DIRECT-FINANCIAL-ACTIVITY
           PERFORM 4100-READ-DFA
               UNTIL WS-EOF
           CLOSE DIRECT-FINANCIAL-ACTIVITY
           MOVE 'N' TO WS-EOF-SW.

       4100-READ-DFA.
           READ DIRECT-FINANCIAL-ACTIVITY
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF DIRECT-FINANCIAL-ACTIVITY-REC
                       EVALUATE SEQUENCE-NUMBER
                           WHEN 1
                               PERFORM 4900-APPLY-DFA-GROUP
                               PERFORM 4200-START-DFA-GROUP
                           WHEN 2
                               PERFORM 4300-CAPTURE-RECORD-2
                           WHEN 3
                               PERFORM 4400-CAPTURE-RECORD-3
                           WHEN 7
                               PERFORM 4500-CAPTURE-RECORD-7
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      *    Every trade is counted as read before the table cap is
      *    tested, so an overflow shows on the control total.
       4200-START-DFA-GROUP.
           ADD 1 TO WS-TRADES-READ
           IF WS-TRADE-COUNT < WS-MAX-TRADES
               ADD 1 TO WS-TRADE-COUNT
               SET TRD-IDX TO WS-TRADE-COUNT
               MOVE CUSTOMER-ACCOUNT-NUMBER TO
                   TR-CUSTOMER-ACCOUNT-NUMBER (TRD-IDX)
               MOVE FUND-CODE TO TR-FUND-CODE (TRD-IDX)
               MOVE TRANSACTION-CODE TO TR-TRANSACTION-CODE (TRD-IDX)
               MOVE TRANSACTION-SUFFIX TO
                   TR-TRANSACTION-SUFFIX (TRD-IDX)
               MOVE SHARE-BALANCE-EFFECT-CODE TO
                   TR-EFFECT-CODE (TRD-IDX)
               MOVE PER-SHARE-PRICE-AMOUNT TO TR-SHARE-PRICE (TRD-IDX)
               MOVE TRANSACTION-GROSS-AMOUNT TO
                   TR-GROSS-AMOUNT (TRD-IDX)
               MOVE TRANSACTION-SHARES-COUNT TO
                   TR-SHARES-COUNT (TRD-IDX)
               MOVE TRADE-DATE TO TR-TRADE-DATE (TRD-IDX)
               MOVE CONFIRM-DATE TO TR-CONFIRM-DATE (TRD-IDX)
               MOVE DEALER-CONTROL-LEVEL-CODE TO
                   TR-DEALER-CONTROL-CDE (TRD-IDX)
               MOVE PAYMENT-METHOD-CDE TO
                   TR-PAYMENT-METHOD-CDE (TRD-IDX)
               MOVE ZERO TO TR-SALES-CHARGE-PCT (TRD-IDX)
               MOVE ZERO TO TR-DEALER-CONCESSION-AMT (TRD-IDX)
               MOVE ZERO TO TR-UNDERWRITER-COMM-AMT (TRD-IDX)
               MOVE ZERO TO TR-FUND-FROM-TO (TRD-IDX)
               MOVE ZERO TO TR-ACCT-FROM-TO (TRD-IDX)
               MOVE ZERO TO TR-ACCT-NBR (TRD-IDX)
               MOVE 'N' TO TR-EXCHANGE-SW (TRD-IDX)
               MOVE ZERO TO TR-PAIR-IDX (TRD-IDX)
               MOVE 'N' TO TR-DONE-SW (TRD-IDX)
               SET WS-GROUP-OPEN TO TRUE
           END-IF.

       4300-CAPTURE-RECORD-2.
           IF WS-GROUP-OPEN
               MOVE SALES-CHARGE-PERCENT TO
                   TR-SALES-CHARGE-PCT (TRD-IDX)
               MOVE DEALER-COMMISSION-AMOUNT TO
                   TR-DEALER-CONCESSION-AMT (TRD-IDX)
               MOVE UNDERWRITER-COMMISSION-AMOUNT TO
                   TR-UNDERWRITER-COMM-AMT (TRD-IDX)
           END-IF.

       4400-CAPTURE-RECORD-3.
           IF WS-GROUP-OPEN
               MOVE FUND-FROM-TO TO TR-FUND-FROM-TO (TRD-IDX)
               MOVE ACCOUNT-FROM-TO TO TR-ACCT-FROM-TO (TRD-IDX)
           END-IF.

       4500-CAPTURE-RECORD-7.
           IF WS-GROUP-OPEN
               MOVE ACCOUNT-NUMBER TO TR-ACCT-NBR (TRD-IDX)
               IF FULL-EXCHANGE OR PARTIAL-EXCHANGE
                   MOVE 'Y' TO TR-EXCHANGE-SW (TRD-IDX)
               END-IF
           END-IF.

       4900-APPLY-DFA-GROUP.
           MOVE 'N' TO WS-GROUP-OPEN-SW.

      *    Exchange legs are paired exactly as DFA-EXCHANGE-PAIR-RPT
      *    pairs them.
       5000-PAIR-EXCHANGES.
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
               UNTIL WS-OUT-IDX > WS-TRADE-COUNT
               IF TR-EXCHANGE (WS-OUT-IDX)
                   AND TR-EFFECT-CODE (WS-OUT-IDX) = 'S'
                   AND TR-PAIR-IDX (WS-OUT-IDX) = ZERO
                   PERFORM 5100-FIND-IN-LEG
               END-IF
           END-PERFORM.

       5100-FIND-IN-LEG.
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
               UNTIL WS-IN-IDX > WS-TRADE-COUNT
                   OR TR-PAIR-IDX (WS-OUT-IDX) NOT = ZERO
               IF TR-EXCHANGE (WS-IN-IDX)
                   AND TR-EFFECT-CODE (WS-IN-IDX) = 'A'
                   AND TR-PAIR-IDX (WS-IN-IDX) = ZERO
                   AND TR-FUND-CODE (WS-IN-IDX) =
                       TR-FUND-FROM-TO (WS-OUT-IDX)
                   AND TR-FUND-FROM-TO (WS-IN-IDX) =
                       TR-FUND-CODE (WS-OUT-IDX)
                   AND TR-ACCT-NBR (WS-IN-IDX) =
                       TR-ACCT-FROM-TO (WS-OUT-IDX)
                   AND TR-ACCT-FROM-TO (WS-IN-IDX) =
                       TR-ACCT-NBR (WS-OUT-IDX)
                   AND TR-TRADE-DATE (WS-IN-IDX) =
                       TR-TRADE-DATE (WS-OUT-IDX)
                   MOVE WS-IN-IDX TO TR-PAIR-IDX (WS-OUT-IDX)
                   MOVE WS-OUT-IDX TO TR-PAIR-IDX (WS-IN-IDX)
                   ADD 1 TO WS-EXCHANGES-PAIRED
               END-IF
           END-PERFORM.

      *    A paired in-leg is confirmed with its out-leg, so only
      *    out-legs and ordinary trades start a confirm.
       6000-WRITE-CONFIRMS.
           PERFORM VARYING TRD-IDX FROM 1 BY 1
               UNTIL TRD-IDX > WS-TRADE-COUNT
               IF TR-DONE-SW (TRD-IDX) = 'N'
                   AND NOT (TR-EFFECT-CODE (TRD-IDX) = 'A'
                       AND TR-PAIR-IDX (TRD-IDX) NOT = ZERO)
                   PERFORM 6100-CONFIRM-ONE-TRADE
               END-IF
           END-PERFORM.

       6100-CONFIRM-ONE-TRADE.
           MOVE 'Y' TO TR-DONE-SW (TRD-IDX)
           MOVE ZERO TO WS-IN-IDX
           IF TR-PAIR-IDX (TRD-IDX) NOT = ZERO
               MOVE TR-PAIR-IDX (TRD-IDX) TO WS-IN-IDX
               MOVE 'Y' TO TR-DONE-SW (WS-IN-IDX)
           END-IF
           MOVE TR-CUSTOMER-ACCOUNT-NUMBER (TRD-IDX) TO
               WS-LOOKUP-ACCOUNT
           MOVE TR-FUND-CODE (TRD-IDX) TO WS-LOOKUP-FUND
           PERFORM 8100-FIND-ACCOUNT
           MOVE SPACES TO WS-NOT-CONFIRMED-REASON
           EVALUATE TRUE
               WHEN TR-DEALER-CONTROL-CDE (TRD-IDX) = 3
                   OR TR-DEALER-CONTROL-CDE (TRD-IDX) = 4
                   ADD 1 TO WS-DEALER-SUPPRESSED
                   MOVE 'DEALER CONFIRMS - LEVEL 3/4'
                       TO WS-NOT-CONFIRMED-REASON
               WHEN TR-EXCHANGE (TRD-IDX)
                   AND WS-IN-IDX = ZERO
                   ADD 1 TO WS-UNPAIRED-LEGS
                   MOVE '*** EXCHANGE LEG NOT PAIRED'
                       TO WS-NOT-CONFIRMED-REASON
               WHEN NOT WS-FOUND
                   ADD 1 TO WS-NO-REGISTRATION
                   MOVE '*** NO AMP REGISTRATION'
                       TO WS-NOT-CONFIRMED-REASON
               WHEN CA-SUPPRESSED-SW (WS-MATCHED-IDX) = 'Y'
                   ADD 1 TO WS-MAIL-SUPPRESSED
                   MOVE 'MAIL SUPPRESSED - STOP-MAIL'
                       TO WS-NOT-CONFIRMED-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-NOT-CONFIRMED-REASON = SPACES
               PERFORM 6200-BUILD-CONFIRM
               MOVE 'P' TO CF-COPY-TYPE-CDE
               ADD 1 TO WS-CONFIRMS-WRITTEN
               WRITE CONFIRM-EXTRACT-RECORD
               IF CA-INT-PARTY-SW (WS-MATCHED-IDX) = 'Y'
                   MOVE 'D' TO CF-COPY-TYPE-CDE
                   ADD 1 TO WS-DUPLICATES-WRITTEN
                   WRITE CONFIRM-EXTRACT-RECORD
               END-IF
               ADD 1 TO WS-TRADES-CONFIRMED
               IF WS-IN-IDX NOT = ZERO
                   ADD 1 TO WS-TRADES-CONFIRMED
               END-IF
           ELSE
               PERFORM 6900-WRITE-NOT-CONFIRMED
           END-IF.

       6200-BUILD-CONFIRM.
           MOVE TR-CUSTOMER-ACCOUNT-NUMBER (TRD-IDX) TO
               CF-CUSTOMER-ACCOUNT-NUMBER
           MOVE CA-TAX-ID-NUMBER (WS-MATCHED-IDX) TO CF-TAX-ID-NUMBER
           MOVE CA-ZIP-CODE (WS-MATCHED-IDX) TO CF-ZIP-CODE
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > 7
               MOVE CA-REGISTRATION-LINE (WS-MATCHED-IDX WS-REG-IDX)
                   TO CF-REGISTRATION-LINE (WS-REG-IDX)
           END-PERFORM
           MOVE TR-FUND-CODE (TRD-IDX) TO CF-FUND-CODE
           MOVE TR-TRANSACTION-CODE (TRD-IDX) TO CF-TRANSACTION-CODE
           MOVE TR-TRANSACTION-SUFFIX (TRD-IDX) TO
               CF-TRANSACTION-SUFFIX
           MOVE TR-TRANSACTION-CODE (TRD-IDX) TO WS-LOOKUP-CODE
           MOVE TR-TRANSACTION-SUFFIX (TRD-IDX) TO WS-LOOKUP-SUFFIX
           PERFORM 8200-FIND-DESCRIPTION
           MOVE WS-LOOKUP-DESCRIPTION TO CF-TRAN-DESCRIPTION
           MOVE TR-EFFECT-CODE (TRD-IDX) TO CF-EFFECT-CODE
           MOVE TR-TRADE-DATE (TRD-IDX) TO CF-TRADE-DATE
           MOVE TR-CONFIRM-DATE (TRD-IDX) TO CF-CONFIRM-DATE
           MOVE TR-SHARE-PRICE (TRD-IDX) TO CF-SHARE-PRICE
           MOVE TR-SHARES-COUNT (TRD-IDX) TO CF-SHARES-COUNT
           MOVE TR-GROSS-AMOUNT (TRD-IDX) TO CF-GROSS-AMOUNT
           COMPUTE WS-NET-AMOUNT =
               TR-GROSS-AMOUNT (TRD-IDX)
               - TR-DEALER-CONCESSION-AMT (TRD-IDX)
               - TR-UNDERWRITER-COMM-AMT (TRD-IDX)
           IF WS-NET-AMOUNT < ZERO
               MOVE ZERO TO WS-NET-AMOUNT
           END-IF
           MOVE WS-NET-AMOUNT TO CF-NET-AMOUNT
           MOVE TR-SALES-CHARGE-PCT (TRD-IDX) TO CF-SALES-CHARGE-PCT
           MOVE TR-DEALER-CONCESSION-AMT (TRD-IDX) TO
               CF-DEALER-CONCESSION-AMT
           MOVE TR-PAYMENT-METHOD-CDE (TRD-IDX) TO
               CF-PAYMENT-METHOD-CDE
           MOVE TR-FUND-CODE (TRD-IDX) TO WS-LOOKUP-FUND
           PERFORM 8300-FIND-POST-TRADE-SHARES
           MOVE WS-LOOKUP-SHARES TO CF-POST-TRADE-SHARES
           IF WS-IN-IDX = ZERO
               MOVE 'T' TO CF-CONFIRM-TYPE-CDE
               MOVE ZERO TO CF-EXCH-FUND-CODE
               MOVE SPACES TO CF-EXCH-TRAN-DESCRIPTION
               MOVE ZERO TO CF-EXCH-SHARE-PRICE
               MOVE ZERO TO CF-EXCH-SHARES-COUNT
               MOVE ZERO TO CF-EXCH-GROSS-AMOUNT
               MOVE ZERO TO CF-EXCH-POST-TRADE-SHARES
           ELSE
               PERFORM 6300-ADD-EXCHANGE-IN-LEG
           END-IF.

       6300-ADD-EXCHANGE-IN-LEG.
           MOVE 'X' TO CF-CONFIRM-TYPE-CDE
           MOVE TR-FUND-CODE (WS-IN-IDX) TO CF-EXCH-FUND-CODE
           MOVE TR-TRANSACTION-CODE (WS-IN-IDX) TO WS-LOOKUP-CODE
           MOVE TR-TRANSACTION-SUFFIX (WS-IN-IDX) TO WS-LOOKUP-SUFFIX
           PERFORM 8200-FIND-DESCRIPTION
           MOVE WS-LOOKUP-DESCRIPTION TO CF-EXCH-TRAN-DESCRIPTION
           MOVE TR-SHARE-PRICE (WS-IN-IDX) TO CF-EXCH-SHARE-PRICE
           MOVE TR-SHARES-COUNT (WS-IN-IDX) TO CF-EXCH-SHARES-COUNT
           MOVE TR-GROSS-AMOUNT (WS-IN-IDX) TO CF-EXCH-GROSS-AMOUNT
           MOVE TR-CUSTOMER-ACCOUNT-NUMBER (WS-IN-IDX) TO
               WS-LOOKUP-ACCOUNT
           MOVE TR-FUND-CODE (WS-IN-IDX) TO WS-LOOKUP-FUND
           PERFORM 8300-FIND-POST-TRADE-SHARES
           MOVE WS-LOOKUP-SHARES TO CF-EXCH-POST-TRADE-SHARES.

       6900-WRITE-NOT-CONFIRMED.
           MOVE TR-CUSTOMER-ACCOUNT-NUMBER (TRD-IDX) TO
               DL-ACCOUNT-NUMBER
           MOVE TR-FUND-CODE (TRD-IDX) TO DL-FUND-CODE
           MOVE TR-TRADE-DATE (TRD-IDX) TO DL-TRADE-DATE
           MOVE TR-EFFECT-CODE (TRD-IDX) TO DL-EFFECT-CODE
           MOVE TR-GROSS-AMOUNT (TRD-IDX) TO DL-GROSS-AMOUNT
           MOVE WS-NOT-CONFIRMED-REASON TO DL-STATUS
           ADD 1 TO WS-TRADES-NOT-CONFIRMED
           WRITE CONFIRM-RPT-LINE FROM WS-DETAIL-LINE
           IF WS-IN-IDX NOT = ZERO
               MOVE TR-CUSTOMER-ACCOUNT-NUMBER (WS-IN-IDX) TO
                   DL-ACCOUNT-NUMBER
               MOVE TR-FUND-CODE (WS-IN-IDX) TO DL-FUND-CODE
               MOVE TR-TRADE-DATE (WS-IN-IDX) TO DL-TRADE-DATE
               MOVE TR-EFFECT-CODE (WS-IN-IDX) TO DL-EFFECT-CODE
               MOVE TR-GROSS-AMOUNT (WS-IN-IDX) TO DL-GROSS-AMOUNT
               ADD 1 TO WS-TRADES-NOT-CONFIRMED
               WRITE CONFIRM-RPT-LINE FROM WS-DETAIL-LINE
           END-IF.

       7000-FINALIZE.
           MOVE 'CONFIRMS WRITTEN' TO CL-COUNT-DESC
           MOVE WS-CONFIRMS-WRITTEN TO CL-COUNT
           WRITE CONFIRM-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'DUPLICATE COPIES' TO CL-COUNT-DESC
           MOVE WS-DUPLICATES-WRITTEN TO CL-COUNT
           WRITE CONFIRM-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'EXCHANGES PAIRED' TO CL-COUNT-DESC
           MOVE WS-EXCHANGES-PAIRED TO CL-COUNT
           WRITE CONFIRM-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'SUPPRESSED - DEALER CONFIRMS' TO CL-COUNT-DESC
           MOVE WS-DEALER-SUPPRESSED TO CL-COUNT
           WRITE CONFIRM-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'SUPPRESSED - MAIL ELECTION' TO CL-COUNT-DESC
           MOVE WS-MAIL-SUPPRESSED TO CL-COUNT
           WRITE CONFIRM-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'NO AMP REGISTRATION' TO CL-COUNT-DESC
           MOVE WS-NO-REGISTRATION TO CL-COUNT
           WRITE CONFIRM-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'EXCHANGE LEGS NOT PAIRED' TO CL-COUNT-DESC
           MOVE WS-UNPAIRED-LEGS TO CL-COUNT
           WRITE CONFIRM-RPT-LINE FROM WS-COUNT-LINE
           MOVE WS-TRADES-READ TO CT-TRADES-READ
           MOVE WS-TRADES-CONFIRMED TO CT-TRADES-CONFIRMED
           MOVE WS-TRADES-NOT-CONFIRMED TO CT-TRADES-NOT-CONFIRMED
           COMPUTE WS-TRADES-ACCOUNTED =
               WS-TRADES-CONFIRMED + WS-TRADES-NOT-CONFIRMED
           IF WS-TRADES-ACCOUNTED = WS-TRADES-READ
               MOVE 'IN BALANCE' TO CT-BALANCE-STATUS
           ELSE
               MOVE '*** OUT OF BALANCE' TO CT-BALANCE-STATUS
           END-IF
           WRITE CONFIRM-RPT-LINE FROM WS-CONTROL-LINE
           CLOSE CONFIRM-EXTRACT-FILE
           CLOSE CONFIRM-RPT-FILE.

      *    The AMP group for the account and fund traded; an
      *    account-only match is the fall-back.
       8100-FIND-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT OR WS-FOUND
               IF CA-CUSTOMER-ACCOUNT-NUMBER (ACC-IDX) =
                       WS-LOOKUP-ACCOUNT
                   AND CA-FUND-CODE (ACC-IDX) = WS-LOOKUP-FUND
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO ACC-IDX
               END-IF
           END-PERFORM
           PERFORM VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT OR WS-FOUND
               IF CA-CUSTOMER-ACCOUNT-NUMBER (ACC-IDX) =
                       WS-LOOKUP-ACCOUNT
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO ACC-IDX
               END-IF
           END-PERFORM.

       8200-FIND-DESCRIPTION.
           MOVE 'DESCRIPTION NOT ON FILE' TO WS-LOOKUP-DESCRIPTION
           PERFORM VARYING MST-IDX FROM 1 BY 1
               UNTIL MST-IDX > WS-MASTER-COUNT
               IF TC-TRANSACTION-CODE (MST-IDX) = WS-LOOKUP-CODE
                   AND TC-TRANSACTION-SUFFIX (MST-IDX) =
                       WS-LOOKUP-SUFFIX
                   MOVE TC-DESCRIPTION-TEXT (MST-IDX) TO
                       WS-LOOKUP-DESCRIPTION
                   SET MST-IDX TO WS-MASTER-COUNT
               END-IF
           END-PERFORM.

      *    A position gone from the APR extract was fully redeemed.
       8300-FIND-POST-TRADE-SHARES.
           MOVE ZERO TO WS-LOOKUP-SHARES
           PERFORM VARYING POS-IDX FROM 1 BY 1
               UNTIL POS-IDX > WS-POSITION-COUNT
               IF PS-CUSTOMER-ACCOUNT-NUMBER (POS-IDX) =
                       WS-LOOKUP-ACCOUNT
                   AND PS-FUND-CODE (POS-IDX) = WS-LOOKUP-FUND
                   MOVE PS-TOTAL-SHARES (POS-IDX) TO WS-LOOKUP-SHARES
                   SET POS-IDX TO WS-POSITION-COUNT
               END-IF
           END-PERFORM.
