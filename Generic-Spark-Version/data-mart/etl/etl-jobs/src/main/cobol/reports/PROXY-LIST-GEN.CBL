       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROXY-LIST-GEN.
      ******************************************************************
      *  Record-date registered shareholder list for proxy
      *  solicitation.  For every shareholder meeting the proxy
      *  vendor needs the registered holders as of the board's record
      *  date, and the list was pulled by hand from a restored
      *  backup.
      *
      *  The proxy request file names the record date and each
      *  FUND-CODE being solicited (with the fund's fractional-vote
      *  election).  SCD2-SNAPSHOT-GEN reads the same request file
      *  and regenerates every requested fund's positions as of the
      *  record date onto its record-date snapshot file; this job
      *  takes those rows and joins each account's registration lines
      *  1 through 7, ZIP-CODE and TAX-IDENTIFICATION-NUMBER from the
      *  AMP groups, stitched the way QTR-STATEMENT-EXTRACT stitches
      *  them.  One row is written per holder per fund carrying the
      *  shares held and the vote-eligible shares - whole shares
      *  only where the fund does not vote fractional shares.
      *
      *  Omnibus accounts (OMB-FIRM-ACCT-NBR present on AMP
      *  SEQUENCE-NUMBER 5) and networked broker-controlled accounts
      *  (DEALER-CONTROL-LEVEL-CODE 1, 3 or 4) are not mailed
      *  directly; they go to the nominee file so the intermediaries
      *  can run their own beneficial-owner search.
      *
      *  Before anything is released the control report prints, per
      *  fund, registered plus nominee shares against the fund's
      *  SHARES-OUTSTANDING-AMT on the record-date SDCM 'DD' row.  Only
      *  a fund whose list ties to within the share tolerance is
      *  written to the vendor files; a fund out of balance (or with
      *  no record-date SDCM row) is withheld and reported.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROXY-REQUEST-FILE ASSIGN TO "PROXYREQIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECORD-DATE-SNAPSHOT ASSIGN TO "APRRDSNAPIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCOUNT-MASTER-POSITION ASSIGN TO "AMPNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SDCM-BALANCING-DATA ASSIGN TO "SDCMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROXY-HOLDER-FILE ASSIGN TO "PROXYLISTOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROXY-NOMINEE-FILE ASSIGN TO "PROXYNOMOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROXY-CONTROL-RPT ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PROXY-REQUEST-FILE.
       01  PROXY-REQUEST-RECORD.
           05  PR-RECORD-DATE                    PIC 9(8).
           05  PR-FUND-CODE                      PIC 9(7).
           05  PR-FRACTIONAL-VOTE-CDE            PIC X(1).
       FD  RECORD-DATE-SNAPSHOT.
       01  RECORD-DATE-SNAPSHOT-RECORD.
           05  RD-AS-OF-DATE                     PIC 9(8).
           05  RD-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  RD-FUND-CODE                      PIC 9(7).
           05  RD-TOTAL-SHARES-COUNT             PIC 9(11)V9(4).
           05  RD-EFF-START-DATE                 PIC 9(8).
       FD  ACCOUNT-MASTER-POSITION.
       01  AMP-RECORD.
           05  RECORD-CODE                       PIC X(3).
               88  ACCOUNT-MASTER-POSITION-REC        VALUE 'AMP'.
           05  SEQUENCE-NUMBER-AMP               PIC 9(3).
           05  AMP-DETAIL-RECORD-1.
               10  FILLER                        PIC X(25).
               10  AMP-FUND-CODE                 PIC 9(7).
               10  AMP-CUSTOMER-ACCOUNT-NUMBER   PIC X(20).
               10  FILLER                        PIC X(28).
               10  DEALER-CONTROL-LEVEL-CODE     PIC X(1).
                   88  BROKER-CONTROLLED-ACCOUNT     VALUE '1' '3' '4'.
               10  FILLER                        PIC X(6).
               10  TAX-IDENTIFICATION-NUMBER     PIC 9(9).
               10  FILLER                        PIC X(13).
               10  ZIP-CODE                      PIC 9(9).
               10  FILLER                        PIC X(36).
           05  AMP-DETAIL-RECORD-2 REDEFINES AMP-DETAIL-RECORD-1.
               10  FILLER                        PIC X(4).
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
           05  AMP-DETAIL-RECORD-5 REDEFINES AMP-DETAIL-RECORD-1.
               10  FILLER                        PIC X(92).
               10  OMB-FIRM-ACCT-NBR             PIC X(20).
               10  FILLER                        PIC X(42).
       FD  SDCM-BALANCING-DATA.
       01  SDCM-BALANCING-RECORD.
           05  SYSTEM-ID                         PIC X(3).
           05  SUPER-SHEET-DTE                   PIC 9(8).
           05  RECORD-TYPE-CDE                   PIC X(2).
               88  RECORD-TYPE-DETAIL                VALUE 'DD'.
           05  DETAIL-TRANSMIT-AREA.
               10  SDCM-FUND-CODE                PIC 9(7).
               10  FILLER                        PIC X(51).
               10  SHARES-OUTSTANDING-AMT        PIC 9(13)V9(4).
               10  FILLER                        PIC X(212).
       FD  PROXY-HOLDER-FILE.
       01  PROXY-HOLDER-RECORD.
           05  PH-RECORD-DATE                    PIC 9(8).
           05  PH-FUND-CODE                      PIC 9(7).
           05  PH-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  PH-TAX-ID-NUMBER                  PIC 9(9).
           05  PH-ZIP-CODE                       PIC 9(9).
           05  PH-REGISTRATION-LINE              PIC X(35) OCCURS 7.
           05  PH-SHARES-HELD                    PIC 9(11)V9(4).
           05  PH-VOTE-ELIGIBLE-SHARES           PIC 9(11)V9(4).
       FD  PROXY-NOMINEE-FILE.
       01  PROXY-NOMINEE-RECORD.
           05  PN-RECORD-DATE                    PIC 9(8).
           05  PN-FUND-CODE                      PIC 9(7).
           05  PN-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  PN-TAX-ID-NUMBER                  PIC 9(9).
           05  PN-ZIP-CODE                       PIC 9(9).
           05  PN-REGISTRATION-LINE              PIC X(35) OCCURS 7.
           05  PN-SHARES-HELD                    PIC 9(11)V9(4).
           05  PN-VOTE-ELIGIBLE-SHARES           PIC 9(11)V9(4).
           05  PN-NOMINEE-TYPE-CDE               PIC X(1).
           05  PN-OMB-FIRM-ACCT-NBR              PIC X(20).
       FD  PROXY-CONTROL-RPT.
       01  PROXY-CONTROL-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-MAX-FUNDS                          PIC 9(5) VALUE 1000.
       01  WS-FUND-COUNT                         PIC 9(5) VALUE ZERO.
       01  WS-MAX-ACCOUNTS                       PIC 9(6) VALUE 100000.
       01  WS-ACCOUNT-COUNT                      PIC 9(6) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-GROUP-OPEN-SW                      PIC X(1) VALUE 'N'.
           88  WS-GROUP-OPEN                         VALUE 'Y'.
       01  WS-FND-IDX                            PIC 9(5) VALUE ZERO.
       01  WS-ACC-IDX                            PIC 9(6) VALUE ZERO.
       01  WS-REG-IDX                            PIC 9(1) VALUE ZERO.
       01  WS-LOOKUP-FUND-CODE                   PIC 9(7) VALUE ZERO.
       01  WS-LOOKUP-RECORD-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-LOOKUP-ACCOUNT-NUMBER              PIC X(20) VALUE
                                                  SPACES.
       01  WS-PASS-SW                            PIC X(1) VALUE 'T'.
           88  WS-TALLY-PASS                         VALUE 'T'.
           88  WS-RELEASE-PASS                       VALUE 'R'.
       01  WS-NOMINEE-SW                         PIC X(1) VALUE 'N'.
           88  WS-NOMINEE                            VALUE 'Y'.
       01  WS-WHOLE-SHARES                       PIC 9(11) VALUE ZERO.
       01  WS-VOTE-ELIGIBLE-SHARES               PIC 9(11)V9(4)
                                                  VALUE ZERO.
       01  WS-SHARE-TOLERANCE                    PIC 9(7)V9(4)
                                                  VALUE 0.0010.
       01  WS-SHARE-DIFFERENCE                   PIC S9(13)V9(4)
                                                  VALUE ZERO.
       01  WS-UNREGISTERED-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-HOLDERS-WRITTEN                    PIC 9(7) VALUE ZERO.
       01  WS-NOMINEES-WRITTEN                   PIC 9(7) VALUE ZERO.
       01  WS-FUNDS-WITHHELD                     PIC 9(5) VALUE ZERO.
       01  PROXY-FUND-TABLE.
           05  PROXY-FUND-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-FUND-COUNT
                   INDEXED BY FND-IDX.
               10  PF-FUND-CODE                  PIC 9(7).
               10  PF-RECORD-DATE                PIC 9(8).
               10  PF-FRACTIONAL-VOTE-CDE        PIC X(1).
               10  PF-SDCM-FOUND-SW              PIC X(1).
               10  PF-SHARES-OUTSTANDING         PIC 9(13)V9(4).
               10  PF-REGISTERED-COUNT           PIC 9(7).
               10  PF-REGISTERED-SHARES          PIC 9(13)V9(4).
               10  PF-NOMINEE-COUNT              PIC 9(7).
               10  PF-NOMINEE-SHARES             PIC 9(13)V9(4).
               10  PF-RELEASE-SW                 PIC X(1).
       01  PROXY-ACCOUNT-TABLE.
           05  PROXY-ACCOUNT-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-ACCOUNT-COUNT
                   INDEXED BY ACC-IDX.
               10  PA-FUND-CODE                  PIC 9(7).
               10  PA-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  PA-TAX-ID-NUMBER              PIC 9(9).
               10  PA-ZIP-CODE                   PIC 9(9).
               10  PA-DEALER-CONTROL-CODE        PIC X(1).
               10  PA-OMB-FIRM-ACCT-NBR          PIC X(20).
               10  PA-REGISTRATION-LINE          PIC X(35) OCCURS 7.
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'PROXY RECORD-DATE SHAREHOLDER LIST CONTROL REPORT'.
       01  WS-COLUMN-LINE                        PIC X(120) VALUE
           'FUND    REC-DATE  HOLDERS  NOMINEES        LIST-SHARES'.
       01  WS-FUND-LINE.
           05  FL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  FL-RECORD-DATE                    PIC 9(8).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  FL-REGISTERED-COUNT               PIC ZZZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  FL-NOMINEE-COUNT                  PIC ZZZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  FL-LIST-SHARES                    PIC Z(12)9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  FL-SHARES-OUTSTANDING             PIC Z(12)9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  FL-DIFFERENCE                     PIC -(12)9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  FL-STATUS                         PIC X(28).
       01  WS-FUND-DETAIL-LINE.
           05  FILLER                            PIC X(18) VALUE
               '    REGISTERED:  '.
           05  FD-REGISTERED-SHARES              PIC Z(12)9.9999.
           05  FILLER                            PIC X(14) VALUE
               '   NOMINEE:  '.
           05  FD-NOMINEE-SHARES                 PIC Z(12)9.9999.
       01  WS-EXCEPTION-LINE.
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  EL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  EL-ACCOUNT-NUMBER                 PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  EL-STATUS                         PIC X(40).
       01  WS-SUMMARY-LINE.
           05  FILLER                            PIC X(17) VALUE
               'HOLDERS LISTED: '.
           05  SL-HOLDERS-WRITTEN                PIC ZZZZZZ9.
           05  FILLER                            PIC X(12) VALUE
               '  NOMINEES: '.
           05  SL-NOMINEES-WRITTEN               PIC ZZZZZZ9.
           05  FILLER                            PIC X(18) VALUE
               '  FUNDS WITHHELD: '.
           05  SL-FUNDS-WITHHELD                 PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-STITCH-AMP-ACCOUNTS
           PERFORM 2900-APPLY-AMP-GROUP
           PERFORM 3000-LOAD-SHARES-OUTSTANDING
           PERFORM 4000-TALLY-LIST
           PERFORM 5000-PRINT-CONTROL-TOTALS
           PERFORM 6000-RELEASE-LIST
           PERFORM 7000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT PROXY-REQUEST-FILE
           PERFORM 1100-READ-PROXY-REQUEST
               UNTIL WS-EOF
           CLOSE PROXY-REQUEST-FILE
           MOVE 'N' TO WS-EOF-SW
           OPEN OUTPUT PROXY-CONTROL-RPT
           WRITE PROXY-CONTROL-LINE FROM WS-HEADLINE-1.

       1100-READ-PROXY-REQUEST.
           READ PROXY-REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-FUND-COUNT < WS-MAX-FUNDS
                       ADD 1 TO WS-FUND-COUNT
                       SET FND-IDX TO WS-FUND-COUNT
                       MOVE PR-FUND-CODE TO PF-FUND-CODE (FND-IDX)
                       MOVE PR-RECORD-DATE TO PF-RECORD-DATE (FND-IDX)
                       IF PR-FRACTIONAL-VOTE-CDE = 'N'
                           MOVE 'N' TO
                               PF-FRACTIONAL-VOTE-CDE (FND-IDX)
                       ELSE
                           MOVE 'Y' TO
                               PF-FRACTIONAL-VOTE-CDE (FND-IDX)
                       END-IF
                       MOVE 'N' TO PF-SDCM-FOUND-SW (FND-IDX)
                       MOVE ZERO TO PF-SHARES-OUTSTANDING (FND-IDX)
                       MOVE ZERO TO PF-REGISTERED-COUNT (FND-IDX)
                       MOVE ZERO TO PF-REGISTERED-SHARES (FND-IDX)
                       MOVE ZERO TO PF-NOMINEE-COUNT (FND-IDX)
                       MOVE ZERO TO PF-NOMINEE-SHARES (FND-IDX)
                       MOVE 'N' TO PF-RELEASE-SW (FND-IDX)
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
                           WHEN 5
                               PERFORM 2500-CAPTURE-RECORD-5
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      *    Only accounts in a requested fund are kept.
       2200-START-ACCOUNT.
           MOVE AMP-FUND-CODE TO WS-LOOKUP-FUND-CODE
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING FND-IDX FROM 1 BY 1
               UNTIL FND-IDX > WS-FUND-COUNT OR WS-FOUND
               IF PF-FUND-CODE (FND-IDX) = WS-LOOKUP-FUND-CODE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               AND WS-ACCOUNT-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE WS-ACCOUNT-COUNT TO WS-ACC-IDX
               MOVE AMP-FUND-CODE TO PA-FUND-CODE (WS-ACC-IDX)
               MOVE AMP-CUSTOMER-ACCOUNT-NUMBER TO
                   PA-CUSTOMER-ACCOUNT-NUMBER (WS-ACC-IDX)
               MOVE TAX-IDENTIFICATION-NUMBER TO
                   PA-TAX-ID-NUMBER (WS-ACC-IDX)
               MOVE ZIP-CODE TO PA-ZIP-CODE (WS-ACC-IDX)
               MOVE DEALER-CONTROL-LEVEL-CODE TO
                   PA-DEALER-CONTROL-CODE (WS-ACC-IDX)
               MOVE SPACES TO PA-OMB-FIRM-ACCT-NBR (WS-ACC-IDX)
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > 7
                   MOVE SPACES TO
                       PA-REGISTRATION-LINE (WS-ACC-IDX WS-REG-IDX)
               END-PERFORM
               SET WS-GROUP-OPEN TO TRUE
           END-IF.

       2300-CAPTURE-RECORD-2.
           IF WS-GROUP-OPEN
               MOVE REGISTRATION-LINE-1-TEXT TO
                   PA-REGISTRATION-LINE (WS-ACC-IDX 1)
               MOVE REGISTRATION-LINE-2-TEXT TO
                   PA-REGISTRATION-LINE (WS-ACC-IDX 2)
               MOVE REGISTRATION-LINE-3-TEXT TO
                   PA-REGISTRATION-LINE (WS-ACC-IDX 3)
               MOVE REGISTRATION-LINE-4-TEXT TO
                   PA-REGISTRATION-LINE (WS-ACC-IDX 4)
           END-IF.

       2400-CAPTURE-RECORD-3.
           IF WS-GROUP-OPEN
               MOVE REGISTRATION-LINE-5-TEXT TO
                   PA-REGISTRATION-LINE (WS-ACC-IDX 5)
               MOVE REGISTRATION-LINE-6-TEXT TO
                   PA-REGISTRATION-LINE (WS-ACC-IDX 6)
               MOVE REGISTRATION-LINE-7-TEXT TO
                   PA-REGISTRATION-LINE (WS-ACC-IDX 7)
           END-IF.

       2500-CAPTURE-RECORD-5.
           IF WS-GROUP-OPEN
               MOVE OMB-FIRM-ACCT-NBR TO
                   PA-OMB-FIRM-ACCT-NBR (WS-ACC-IDX)
           END-IF.

       2900-APPLY-AMP-GROUP.
           MOVE 'N' TO WS-GROUP-OPEN-SW.

       3000-LOAD-SHARES-OUTSTANDING.
           OPEN INPUT SDCM-BALANCING-DATA
           PERFORM 3100-READ-SDCM
               UNTIL WS-EOF
           CLOSE SDCM-BALANCING-DATA
           MOVE 'N' TO WS-EOF-SW.

       3100-READ-SDCM.
           READ SDCM-BALANCING-DATA
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF RECORD-TYPE-DETAIL
                       PERFORM VARYING FND-IDX FROM 1 BY 1
                           UNTIL FND-IDX > WS-FUND-COUNT
                           IF PF-FUND-CODE (FND-IDX) = SDCM-FUND-CODE
                               AND PF-RECORD-DATE (FND-IDX) =
                                   SUPER-SHEET-DTE
                               MOVE 'Y' TO PF-SDCM-FOUND-SW (FND-IDX)
                               MOVE SHARES-OUTSTANDING-AMT TO
                                   PF-SHARES-OUTSTANDING (FND-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

      *    The snapshot is read twice: once to tally the control
      *    totals, and again - after they print - to release the
      *    funds that tie.
       4000-TALLY-LIST.
           SET WS-TALLY-PASS TO TRUE
           PERFORM 4100-SCAN-SNAPSHOT.

       4100-SCAN-SNAPSHOT.
           OPEN INPUT RECORD-DATE-SNAPSHOT
           PERFORM 4200-READ-SNAPSHOT
               UNTIL WS-EOF
           CLOSE RECORD-DATE-SNAPSHOT
           MOVE 'N' TO WS-EOF-SW.

       4200-READ-SNAPSHOT.
           READ RECORD-DATE-SNAPSHOT
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF RD-TOTAL-SHARES-COUNT > ZERO
                       PERFORM 4300-LOOKUP-FUND
                       IF WS-FOUND
                           PERFORM 4400-LOOKUP-ACCOUNT
                           PERFORM 4500-APPLY-HOLDER
                       END-IF
                   END-IF
           END-READ.

       4300-LOOKUP-FUND.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING FND-IDX FROM 1 BY 1
               UNTIL FND-IDX > WS-FUND-COUNT OR WS-FOUND
               IF PF-FUND-CODE (FND-IDX) = RD-FUND-CODE
                   AND PF-RECORD-DATE (FND-IDX) = RD-AS-OF-DATE
                   SET WS-FOUND TO TRUE
                   SET WS-FND-IDX TO FND-IDX
               END-IF
           END-PERFORM.

       4400-LOOKUP-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-ACC-IDX
           PERFORM VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT OR WS-FOUND
               IF PA-FUND-CODE (ACC-IDX) = RD-FUND-CODE
                   AND PA-CUSTOMER-ACCOUNT-NUMBER (ACC-IDX) =
                       RD-CUSTOMER-ACCOUNT-NUMBER
                   SET WS-FOUND TO TRUE
                   SET WS-ACC-IDX TO ACC-IDX
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-NOMINEE-SW
           IF WS-FOUND
               IF PA-OMB-FIRM-ACCT-NBR (WS-ACC-IDX) NOT = SPACES
                   OR PA-DEALER-CONTROL-CODE (WS-ACC-IDX) = '1'
                   OR PA-DEALER-CONTROL-CODE (WS-ACC-IDX) = '3'
                   OR PA-DEALER-CONTROL-CODE (WS-ACC-IDX) = '4'
                   SET WS-NOMINEE TO TRUE
               END-IF
           END-IF.

       4500-APPLY-HOLDER.
           IF PF-FRACTIONAL-VOTE-CDE (WS-FND-IDX) = 'N'
               MOVE RD-TOTAL-SHARES-COUNT TO WS-WHOLE-SHARES
               MOVE WS-WHOLE-SHARES TO WS-VOTE-ELIGIBLE-SHARES
           ELSE
               MOVE RD-TOTAL-SHARES-COUNT TO WS-VOTE-ELIGIBLE-SHARES
           END-IF
           IF WS-TALLY-PASS
               IF WS-NOMINEE
                   ADD 1 TO PF-NOMINEE-COUNT (WS-FND-IDX)
                   ADD RD-TOTAL-SHARES-COUNT TO
                       PF-NOMINEE-SHARES (WS-FND-IDX)
               ELSE
                   ADD 1 TO PF-REGISTERED-COUNT (WS-FND-IDX)
                   ADD RD-TOTAL-SHARES-COUNT TO
                       PF-REGISTERED-SHARES (WS-FND-IDX)
               END-IF
               IF WS-ACC-IDX = ZERO
                   ADD 1 TO WS-UNREGISTERED-COUNT
                   MOVE RD-FUND-CODE TO EL-FUND-CODE
                   MOVE RD-CUSTOMER-ACCOUNT-NUMBER TO EL-ACCOUNT-NUMBER
                   MOVE '*** NO AMP REGISTRATION - LISTED BLANK' TO
                       EL-STATUS
                   WRITE PROXY-CONTROL-LINE FROM WS-EXCEPTION-LINE
               END-IF
           ELSE
               IF PF-RELEASE-SW (WS-FND-IDX) = 'Y'
                   IF WS-NOMINEE
                       PERFORM 6100-WRITE-NOMINEE
                   ELSE
                       PERFORM 6200-WRITE-HOLDER
                   END-IF
               END-IF
           END-IF.

       5000-PRINT-CONTROL-TOTALS.
           WRITE PROXY-CONTROL-LINE FROM WS-COLUMN-LINE
           PERFORM VARYING FND-IDX FROM 1 BY 1
               UNTIL FND-IDX > WS-FUND-COUNT
               PERFORM 5100-PRINT-ONE-FUND
           END-PERFORM.

       5100-PRINT-ONE-FUND.
           MOVE PF-FUND-CODE (FND-IDX) TO FL-FUND-CODE
           MOVE PF-RECORD-DATE (FND-IDX) TO FL-RECORD-DATE
           MOVE PF-REGISTERED-COUNT (FND-IDX) TO FL-REGISTERED-COUNT
           MOVE PF-NOMINEE-COUNT (FND-IDX) TO FL-NOMINEE-COUNT
           COMPUTE FL-LIST-SHARES =
               PF-REGISTERED-SHARES (FND-IDX)
               + PF-NOMINEE-SHARES (FND-IDX)
           MOVE PF-SHARES-OUTSTANDING (FND-IDX) TO
               FL-SHARES-OUTSTANDING
           COMPUTE WS-SHARE-DIFFERENCE =
               PF-REGISTERED-SHARES (FND-IDX)
               + PF-NOMINEE-SHARES (FND-IDX)
               - PF-SHARES-OUTSTANDING (FND-IDX)
           MOVE WS-SHARE-DIFFERENCE TO FL-DIFFERENCE
           EVALUATE TRUE
               WHEN PF-SDCM-FOUND-SW (FND-IDX) NOT = 'Y'
                   MOVE '*** NO SDCM ROW - WITHHELD' TO FL-STATUS
                   ADD 1 TO WS-FUNDS-WITHHELD
               WHEN WS-SHARE-DIFFERENCE > WS-SHARE-TOLERANCE
                   OR (ZERO - WS-SHARE-DIFFERENCE) > WS-SHARE-TOLERANCE
                   MOVE '*** OUT OF BALANCE - WITHHELD' TO FL-STATUS
                   ADD 1 TO WS-FUNDS-WITHHELD
               WHEN OTHER
                   MOVE 'IN BALANCE - RELEASED' TO FL-STATUS
                   MOVE 'Y' TO PF-RELEASE-SW (FND-IDX)
           END-EVALUATE
           WRITE PROXY-CONTROL-LINE FROM WS-FUND-LINE
           MOVE PF-REGISTERED-SHARES (FND-IDX) TO FD-REGISTERED-SHARES
           MOVE PF-NOMINEE-SHARES (FND-IDX) TO FD-NOMINEE-SHARES
           WRITE PROXY-CONTROL-LINE FROM WS-FUND-DETAIL-LINE.

       6000-RELEASE-LIST.
           OPEN OUTPUT PROXY-HOLDER-FILE
           OPEN OUTPUT PROXY-NOMINEE-FILE
           SET WS-RELEASE-PASS TO TRUE
           PERFORM 4100-SCAN-SNAPSHOT
           CLOSE PROXY-HOLDER-FILE
           CLOSE PROXY-NOMINEE-FILE.

       6100-WRITE-NOMINEE.
           MOVE RD-AS-OF-DATE TO PN-RECORD-DATE
           MOVE RD-FUND-CODE TO PN-FUND-CODE
           MOVE RD-CUSTOMER-ACCOUNT-NUMBER TO
               PN-CUSTOMER-ACCOUNT-NUMBER
           MOVE PA-TAX-ID-NUMBER (WS-ACC-IDX) TO PN-TAX-ID-NUMBER
           MOVE PA-ZIP-CODE (WS-ACC-IDX) TO PN-ZIP-CODE
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > 7
               MOVE PA-REGISTRATION-LINE (WS-ACC-IDX WS-REG-IDX) TO
                   PN-REGISTRATION-LINE (WS-REG-IDX)
           END-PERFORM
           MOVE RD-TOTAL-SHARES-COUNT TO PN-SHARES-HELD
           MOVE WS-VOTE-ELIGIBLE-SHARES TO PN-VOTE-ELIGIBLE-SHARES
           IF PA-OMB-FIRM-ACCT-NBR (WS-ACC-IDX) NOT = SPACES
               MOVE 'O' TO PN-NOMINEE-TYPE-CDE
           ELSE
               MOVE 'B' TO PN-NOMINEE-TYPE-CDE
           END-IF
           MOVE PA-OMB-FIRM-ACCT-NBR (WS-ACC-IDX) TO
               PN-OMB-FIRM-ACCT-NBR
           ADD 1 TO WS-NOMINEES-WRITTEN
           WRITE PROXY-NOMINEE-RECORD.

       6200-WRITE-HOLDER.
           MOVE RD-AS-OF-DATE TO PH-RECORD-DATE
           MOVE RD-FUND-CODE TO PH-FUND-CODE
           MOVE RD-CUSTOMER-ACCOUNT-NUMBER TO
               PH-CUSTOMER-ACCOUNT-NUMBER
           IF WS-ACC-IDX > ZERO
               MOVE PA-TAX-ID-NUMBER (WS-ACC-IDX) TO PH-TAX-ID-NUMBER
               MOVE PA-ZIP-CODE (WS-ACC-IDX) TO PH-ZIP-CODE
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > 7
                   MOVE PA-REGISTRATION-LINE (WS-ACC-IDX WS-REG-IDX)
                       TO PH-REGISTRATION-LINE (WS-REG-IDX)
               END-PERFORM
           ELSE
               MOVE ZERO TO PH-TAX-ID-NUMBER
               MOVE ZERO TO PH-ZIP-CODE
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > 7
                   MOVE SPACES TO PH-REGISTRATION-LINE (WS-REG-IDX)
               END-PERFORM
           END-IF
           MOVE RD-TOTAL-SHARES-COUNT TO PH-SHARES-HELD
           MOVE WS-VOTE-ELIGIBLE-SHARES TO PH-VOTE-ELIGIBLE-SHARES
           ADD 1 TO WS-HOLDERS-WRITTEN
           WRITE PROXY-HOLDER-RECORD.

       7000-FINALIZE.
           MOVE WS-HOLDERS-WRITTEN TO SL-HOLDERS-WRITTEN
           MOVE WS-NOMINEES-WRITTEN TO SL-NOMINEES-WRITTEN
           MOVE WS-FUNDS-WITHHELD TO SL-FUNDS-WITHHELD
           WRITE PROXY-CONTROL-LINE FROM WS-SUMMARY-LINE
           CLOSE PROXY-CONTROL-RPT.
