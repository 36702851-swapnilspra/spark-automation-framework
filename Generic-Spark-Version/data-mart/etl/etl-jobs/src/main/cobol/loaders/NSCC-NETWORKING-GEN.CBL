       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSCC-NETWORKING-GEN.
      ******************************************************************
      *  Outbound NSCC Networking position and activity generator.
      *  Broker-dealers whose accounts carry DEALER-CONTROL-LEVEL-CODE
      *  1 through 4 expect a daily Networking file of their
      *  customers' positions and activity; without one firms phone
      *  in for balances.  OMNIBUS-POSITION-LOAD covers omnibus
      *  accounts only - this covers the networked accounts.
      *
      *  Networked accounts are grouped by firm - FINS-ID plus
      *  TRUSTEE-NSCC-FIRM-NBR - and keyed by the FINS-ACCOUNT-ID
      *  the broker carries them under.  Positions come from the
      *  stitched ACCOUNT-POSITION (APR.TIP03) groups: TOTAL-SHARES-
      *  COUNT, NET-ASSET-VALUE and the market value they give on
      *  SEQUENCE-NUMBER 1, ACCRUED-DIVIDEND-AMOUNT and the dealer
      *  control level on SEQUENCE-NUMBER 2 and FINS-ACCOUNT-ID on
      *  SEQUENCE-NUMBER 3.  Activity is the night's
      *  DIRECT-FINANCIAL-ACTIVITY trades and DIVIDEND-REFRESHER
      *  dividend and capital gain distributions on networked
      *  accounts, each feed's own firm and FINS-ACCOUNT-ID fields
      *  identifying the firm.
      *
      *  Each firm's positions go to the position file, and its
      *  activity to the activity file, between a header record
      *  naming the firm and a trailer carrying the record count and
      *  money totals, the way ACCT-RESEARCH-RESPONDER frames its
      *  dossiers.  Only firms on the networking firm file with a
      *  signed agreement are sent; networked accounts of any other
      *  firm are held back and shown as excluded.  The control
      *  report ties each firm's file total back to the shares the
      *  APR extract carried for it, and the whole APR share total
      *  back to sent, excluded and non-networked positions.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NETWORKING-FIRM-FILE ASSIGN TO "NETFIRMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCOUNT-POSITION ASSIGN TO "APRNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIRECT-FINANCIAL-ACTIVITY ASSIGN TO "DFANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIVIDEND-REFRESHER ASSIGN TO "DVRANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NETWORKING-POSITION-OUT ASSIGN TO "NETPOSOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NETWORKING-ACTIVITY-OUT ASSIGN TO "NETACTOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NETWORKING-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NETWORKING-FIRM-FILE.
       01  NETWORKING-FIRM-RECORD.
           05  NF-FINS-ID                        PIC 9(7).
           05  NF-TRUSTEE-NSCC-FIRM-NBR          PIC X(4).
           05  NF-FIRM-NAME                      PIC X(30).
           05  NF-AGREEMENT-CDE                  PIC X(1).
               88  NF-AGREEMENT-SIGNED               VALUE 'Y'.
       FD  ACCOUNT-POSITION.
       01  APR-RECORD.
           05  RECORD-TYPE-APR                   PIC X(3).
               88  ACCOUNT-POSITION-REC              VALUE 'APR'.
           05  SEQUENCE-NUMBER-APR               PIC 9(3).
           05  APR-DETAIL-RECORD-1.
               10  APR-FINS-ID                   PIC 9(7).
               10  FILLER                        PIC X(18).
               10  APR-FUND-CODE                 PIC 9(7).
               10  APR-CUSTOMER-ACCOUNT-NUMBER   PIC X(20).
               10  FILLER                        PIC X(1).
               10  TOTAL-SHARES-COUNT            PIC 9(11)V9(4).
               10  FILLER                        PIC X(30).
               10  NET-ASSET-VALUE               PIC 9(5)V9(4).
               10  FILLER                        PIC X(15).
               10  APR-TRUSTEE-NSCC-FIRM-NBR     PIC X(4).
               10  FILLER                        PIC X(28).
           05  APR-DETAIL-RECORD-2 REDEFINES APR-DETAIL-RECORD-1.
               10  ACCRUED-DIVIDEND-AMOUNT       PIC 9(13)V9(2).
               10  FILLER                        PIC X(91).
               10  APR-DEALER-CONTROL-LEVEL-CODE PIC X(1).
               10  FILLER                        PIC X(47).
           05  APR-DETAIL-RECORD-3 REDEFINES APR-DETAIL-RECORD-1.
               10  FILLER                        PIC X(125).
               10  APR-FINS-ACCOUNT-ID           PIC X(20).
               10  FILLER                        PIC X(9).
       FD  DIRECT-FINANCIAL-ACTIVITY.
       01  DFA-RECORD.
           05  RECORD-TYPE                       PIC X(3).
               88  DIRECT-FINANCIAL-ACTIVITY-REC      VALUE 'DFA'.
           05  SEQUENCE-NUMBER                   PIC 9(3).
           05  DETAIL-RECORD-1.
               10  FILLER                        PIC X(3).
               10  FINS-ID                       PIC 9(7).
               10  FILLER                        PIC X(18).
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
               10  FILLER                        PIC X(20).
               10  DEALER-CONTROL-LEVEL-CODE     PIC 9(1).
               10  FILLER                        PIC X(8).
           05  DETAIL-RECORD-3 REDEFINES DETAIL-RECORD-1.
               10  FILLER                        PIC X(48).
               10  FINS-ACCOUNT-ID               PIC X(20).
               10  FILLER                        PIC X(66).
               10  TRUSTEE-NSCC-FIRM-NBR         PIC X(4).
               10  FILLER                        PIC X(16).
       FD  DIVIDEND-REFRESHER.
       01  DIVIDEND-REFRESHER-RECORD.
           05  RECORD-TYPE-DVRA                  PIC X(3).
               88  CAP-GAIN-HEADER                   VALUE 'CGH'.
               88  CAP-GAIN-REFRESHER                VALUE 'CGR'.
               88  DIVIDEND-HEADER                   VALUE 'DVH'.
               88  DIVIDEND-REFRESHER-REC             VALUE 'DVR'.
           05  SEQUENCE-NUMBER-DVRA              PIC 9(3).
           05  DV-HEADER-RECORD-1.
               10  FILLER                        PIC X(8).
               10  DISTRIBUTION-PAYABLE-DATE     PIC 9(8).
               10  FILLER                        PIC X(17).
               10  DV-HDR-FUND-CODE              PIC 9(7).
               10  FILLER                        PIC X(30).
               10  DISTRIBUTION-TYPE-CODE        PIC X(1).
               10  REINVESTED-SHARES-PRICE       PIC 9(5)V9(4).
               10  FILLER                        PIC X(74).
           05  DV-DETAIL-RECORD-1 REDEFINES DV-HEADER-RECORD-1.
               10  DV-FINS-ID                    PIC 9(7).
               10  FILLER                        PIC X(9).
               10  DV-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  FILLER                        PIC X(27).
               10  DIST-TYPE-CODE                PIC X(1).
               10  REINVESTED-SHARES-COUNT       PIC 9(11)V9(4).
               10  FILLER                        PIC X(30).
               10  DISTRIBUTION-AMOUNT           PIC 9(13)V9(2).
               10  FILLER                        PIC X(18).
               10  DV-TRUSTEE-NSCC-FIRM-NBR      PIC X(4).
               10  FILLER                        PIC X(8).
           05  DV-DETAIL-RECORD-2 REDEFINES DV-HEADER-RECORD-1.
               10  FILLER                        PIC X(42).
               10  DV-DEALER-CONTROL-LEVEL-CODE  PIC X(1).
               10  FILLER                        PIC X(111).
           05  DV-DETAIL-RECORD-3 REDEFINES DV-HEADER-RECORD-1.
               10  FILLER                        PIC X(90).
               10  DV-FINS-ACCOUNT-ID            PIC X(20).
               10  FILLER                        PIC X(44).
       FD  NETWORKING-POSITION-OUT.
       01  NETWORKING-POSITION-RECORD.
           05  NP-RECORD-TYPE                    PIC X(3).
               88  NP-HEADER                         VALUE 'NPH'.
               88  NP-DETAIL                         VALUE 'NPD'.
               88  NP-TRAILER                        VALUE 'NPT'.
           05  NP-FINS-ID                        PIC 9(7).
           05  NP-TRUSTEE-NSCC-FIRM-NBR          PIC X(4).
           05  NP-DETAIL-AREA.
               10  NP-FINS-ACCOUNT-ID            PIC X(20).
               10  NP-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  NP-FUND-CODE                  PIC 9(7).
               10  NP-TOTAL-SHARES-COUNT         PIC 9(11)V9(4).
               10  NP-NET-ASSET-VALUE            PIC 9(5)V9(4).
               10  NP-MARKET-VALUE-AMOUNT        PIC 9(13)V9(2).
               10  NP-ACCRUED-DIVIDEND-AMOUNT    PIC 9(13)V9(2).
           05  NP-HEADER-AREA REDEFINES NP-DETAIL-AREA.
               10  NP-FIRM-NAME                  PIC X(30).
               10  NP-RUN-DATE                   PIC 9(8).
               10  FILLER                        PIC X(63).
           05  NP-TRAILER-AREA REDEFINES NP-DETAIL-AREA.
               10  NP-RECORD-COUNT               PIC 9(7).
               10  NP-TOTAL-SHARES               PIC 9(13)V9(4).
               10  NP-TOTAL-MARKET-VALUE         PIC 9(15)V9(2).
               10  NP-TOTAL-ACCRUED-DIVIDEND     PIC 9(15)V9(2).
               10  FILLER                        PIC X(43).
       FD  NETWORKING-ACTIVITY-OUT.
       01  NETWORKING-ACTIVITY-RECORD.
           05  NA-RECORD-TYPE                    PIC X(3).
               88  NA-HEADER                         VALUE 'NAH'.
               88  NA-DETAIL                         VALUE 'NAD'.
               88  NA-TRAILER                        VALUE 'NAT'.
           05  NA-FINS-ID                        PIC 9(7).
           05  NA-TRUSTEE-NSCC-FIRM-NBR          PIC X(4).
           05  NA-DETAIL-AREA.
               10  NA-FINS-ACCOUNT-ID            PIC X(20).
               10  NA-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  NA-FUND-CODE                  PIC 9(7).
               10  NA-ACTIVITY-SOURCE-CDE        PIC X(1).
                   88  NA-TRADE                      VALUE 'T'.
                   88  NA-DISTRIBUTION               VALUE 'D'.
               10  NA-TRANSACTION-CODE           PIC 9(3).
               10  NA-TRANSACTION-SUFFIX         PIC 9(3).
               10  NA-EFFECT-CODE                PIC X(1).
               10  NA-DIST-TYPE-CODE             PIC X(1).
               10  NA-ACTIVITY-DATE              PIC 9(8).
               10  NA-SHARE-PRICE                PIC 9(5)V9(4).
               10  NA-SHARES-COUNT               PIC 9(11)V9(4).
               10  NA-AMOUNT                     PIC 9(13)V9(2).
           05  NA-HEADER-AREA REDEFINES NA-DETAIL-AREA.
               10  NA-FIRM-NAME                  PIC X(30).
               10  NA-RUN-DATE                   PIC 9(8).
               10  FILLER                        PIC X(65).
           05  NA-TRAILER-AREA REDEFINES NA-DETAIL-AREA.
               10  NA-RECORD-COUNT               PIC 9(7).
               10  NA-TOTAL-SHARES               PIC 9(13)V9(4).
               10  NA-TOTAL-AMOUNT               PIC 9(15)V9(2).
               10  FILLER                        PIC X(62).
       FD  NETWORKING-RPT-FILE.
       01  NETWORKING-RPT-LINE                   PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-RUN-DATE                           PIC 9(8) VALUE ZERO.
       01  WS-MAX-FIRMS                          PIC 9(5) VALUE 5000.
       01  WS-FIRM-COUNT                         PIC 9(5) VALUE ZERO.
       01  WS-MAX-POSITIONS                      PIC 9(6) VALUE 100000.
       01  WS-POSITION-COUNT                     PIC 9(6) VALUE ZERO.
       01  WS-MAX-ACTIVITY                       PIC 9(6) VALUE 100000.
       01  WS-ACTIVITY-COUNT                     PIC 9(6) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(5) VALUE ZERO.
       01  WS-GROUP-OPEN-SW                      PIC X(1) VALUE 'N'.
           88  WS-GROUP-OPEN                         VALUE 'Y'.
       01  WS-GRP-FINS-ID                        PIC 9(7) VALUE ZERO.
       01  WS-GRP-FIRM-NBR                       PIC X(4) VALUE SPACES.
       01  WS-GRP-FINS-ACCOUNT-ID                PIC X(20) VALUE
                                                  SPACES.
       01  WS-GRP-ACCOUNT                        PIC X(20) VALUE
                                                  SPACES.
       01  WS-GRP-FUND-CODE                      PIC 9(7) VALUE ZERO.
       01  WS-GRP-DEALER-CONTROL-CDE             PIC X(1) VALUE SPACE.
           88  WS-GRP-NETWORKED                      VALUE '1' THRU
                                                      '4'.
       01  WS-GRP-SHARES                         PIC 9(11)V9(4)
                                                  VALUE ZERO.
       01  WS-GRP-NAV                            PIC 9(5)V9(4)
                                                  VALUE ZERO.
       01  WS-GRP-ACCRUED-DIVIDEND               PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GRP-TRAN-CODE                      PIC 9(3) VALUE ZERO.
       01  WS-GRP-TRAN-SUFFIX                    PIC 9(3) VALUE ZERO.
       01  WS-GRP-EFFECT-CODE                    PIC X(1) VALUE SPACE.
       01  WS-GRP-DIST-TYPE-CODE                 PIC X(1) VALUE SPACE.
       01  WS-GRP-ACTIVITY-DATE                  PIC 9(8) VALUE ZERO.
       01  WS-GRP-PRICE                          PIC 9(5)V9(4)
                                                  VALUE ZERO.
       01  WS-GRP-AMOUNT                         PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GRP-SOURCE-CDE                     PIC X(1) VALUE SPACE.
       01  WS-DIST-FUND-CODE                     PIC 9(7) VALUE ZERO.
       01  WS-DIST-PAYABLE-DATE                  PIC 9(8) VALUE ZERO.
       01  WS-DIST-PRICE                         PIC 9(5)V9(4)
                                                  VALUE ZERO.
       01  WS-MARKET-VALUE                       PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-FILE-RECORD-COUNT                  PIC 9(7) VALUE ZERO.
       01  WS-FILE-SHARES                        PIC 9(13)V9(4)
                                                  VALUE ZERO.
       01  WS-FILE-MARKET-VALUE                  PIC 9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-FILE-ACCRUED-DIVIDEND              PIC 9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-ACT-RECORD-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-ACT-SHARES                         PIC 9(13)V9(4)
                                                  VALUE ZERO.
       01  WS-ACT-AMOUNT                         PIC 9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-APR-POSITIONS-READ                 PIC 9(7) VALUE ZERO.
       01  WS-APR-TOTAL-SHARES                   PIC 9(13)V9(4)
                                                  VALUE ZERO.
       01  WS-SENT-SHARES                        PIC 9(13)V9(4)
                                                  VALUE ZERO.
       01  WS-EXCLUDED-SHARES                    PIC 9(13)V9(4)
                                                  VALUE ZERO.
       01  WS-OTHER-SHARES                       PIC 9(13)V9(4)
                                                  VALUE ZERO.
       01  WS-ACCOUNTED-SHARES                   PIC 9(13)V9(4)
                                                  VALUE ZERO.
       01  WS-FIRMS-SENT                         PIC 9(5) VALUE ZERO.
       01  WS-FIRMS-EXCLUDED                     PIC 9(5) VALUE ZERO.
       01  NETWORKING-FIRM-TABLE.
           05  NETWORKING-FIRM-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-FIRM-COUNT
                   INDEXED BY FRM-IDX.
               10  FM-FINS-ID                    PIC 9(7).
               10  FM-TRUSTEE-NSCC-FIRM-NBR      PIC X(4).
               10  FM-FIRM-NAME                  PIC X(30).
               10  FM-AGREEMENT-SW               PIC X(1).
                   88  FM-AGREEMENT-SIGNED           VALUE 'Y'.
                   88  FM-AGREEMENT-NOT-SIGNED       VALUE 'N'.
                   88  FM-NOT-ON-FIRM-FILE           VALUE 'U'.
               10  FM-APR-POSITIONS              PIC 9(7).
               10  FM-APR-SHARES                 PIC 9(13)V9(4).
               10  FM-ACTIVITY-COUNT             PIC 9(7).
       01  NETWORKED-POSITION-TABLE.
           05  NETWORKED-POSITION-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-POSITION-COUNT
                   INDEXED BY POS-IDX.
               10  PS-FIRM-IDX                   PIC 9(5).
               10  PS-FINS-ACCOUNT-ID            PIC X(20).
               10  PS-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  PS-FUND-CODE                  PIC 9(7).
               10  PS-TOTAL-SHARES               PIC 9(11)V9(4).
               10  PS-NET-ASSET-VALUE            PIC 9(5)V9(4).
               10  PS-ACCRUED-DIVIDEND           PIC 9(13)V9(2).
       01  NETWORKED-ACTIVITY-TABLE.
           05  NETWORKED-ACTIVITY-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-ACTIVITY-COUNT
                   INDEXED BY ACT-IDX.
               10  AC-FIRM-IDX                   PIC 9(5).
               10  AC-FINS-ACCOUNT-ID            PIC X(20).
               10  AC-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  AC-FUND-CODE                  PIC 9(7).
               10  AC-SOURCE-CDE                 PIC X(1).
               10  AC-TRANSACTION-CODE           PIC 9(3).
               10  AC-TRANSACTION-SUFFIX         PIC 9(3).
               10  AC-EFFECT-CODE                PIC X(1).
               10  AC-DIST-TYPE-CODE             PIC X(1).
               10  AC-ACTIVITY-DATE              PIC 9(8).
               10  AC-SHARE-PRICE                PIC 9(5)V9(4).
               10  AC-SHARES-COUNT               PIC 9(11)V9(4).
               10  AC-AMOUNT                     PIC 9(13)V9(2).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'NSCC NETWORKING FILE CONTROL REPORT BY FIRM'.
       01  WS-COLUMN-LINE.
           05  FILLER                            PIC X(8) VALUE
               'FINS-ID'.
           05  FILLER                            PIC X(5) VALUE
               'FIRM'.
           05  FILLER                            PIC X(8) VALUE
               '  POSNS'.
           05  FILLER                            PIC X(19) VALUE
               '        APR-SHARES'.
           05  FILLER                            PIC X(19) VALUE
               '       FILE-SHARES'.
           05  FILLER                            PIC X(19) VALUE
               '      MARKET-VALUE'.
           05  FILLER                            PIC X(9) VALUE
               ' ACTVTY'.
           05  FILLER                            PIC X(6) VALUE
               'STATUS'.
       01  WS-DETAIL-LINE.
           05  DL-FINS-ID                        PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FIRM-NBR                       PIC X(4).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-POSITION-COUNT                 PIC ZZZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-APR-SHARES                     PIC Z(12)9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FILE-SHARES                    PIC Z(12)9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-MARKET-VALUE                   PIC Z(14)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-ACTIVITY-COUNT                 PIC ZZZZZZ9.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-STATUS                         PIC X(30).
       01  WS-SUMMARY-LINE.
           05  FILLER                            PIC X(15) VALUE
               'FIRMS SENT: '.
           05  SL-FIRMS-SENT                     PIC ZZZZ9.
           05  FILLER                            PIC X(13) VALUE
               '  EXCLUDED: '.
           05  SL-FIRMS-EXCLUDED                 PIC ZZZZ9.
           05  FILLER                            PIC X(20) VALUE
               '  APR POSITIONS: '.
           05  SL-APR-POSITIONS                  PIC ZZZZZZ9.
       01  WS-SHARE-LINE.
           05  SH-SHARE-DESC                     PIC X(30).
           05  SH-SHARES                         PIC Z(12)9.9999.
       01  WS-CONTROL-LINE.
           05  FILLER                            PIC X(30) VALUE
               'APR SHARE TIE-OUT'.
           05  CT-BALANCE-STATUS                 PIC X(20).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-APR-POSITIONS
           PERFORM 3000-COLLECT-DFA-ACTIVITY
           PERFORM 4000-COLLECT-DVRA-ACTIVITY
           PERFORM 5000-WRITE-FIRM-FILES
           PERFORM 6000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)) TO
               WS-RUN-DATE
           OPEN INPUT NETWORKING-FIRM-FILE
           PERFORM 1100-READ-FIRM
               UNTIL WS-EOF
           CLOSE NETWORKING-FIRM-FILE
           MOVE 'N' TO WS-EOF-SW
           OPEN OUTPUT NETWORKING-RPT-FILE
           WRITE NETWORKING-RPT-LINE FROM WS-HEADLINE-1
           WRITE NETWORKING-RPT-LINE FROM WS-COLUMN-LINE.

       1100-READ-FIRM.
           READ NETWORKING-FIRM-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   MOVE NF-FINS-ID TO WS-GRP-FINS-ID
                   MOVE NF-TRUSTEE-NSCC-FIRM-NBR TO WS-GRP-FIRM-NBR
                   PERFORM 8100-LOOKUP-FIRM
                   IF WS-FOUND
                       MOVE NF-FIRM-NAME TO
                           FM-FIRM-NAME (WS-MATCHED-IDX)
                       IF NF-AGREEMENT-SIGNED
                           MOVE 'Y' TO
                               FM-AGREEMENT-SW (WS-MATCHED-IDX)
                       ELSE
                           MOVE 'N' TO
                               FM-AGREEMENT-SW (WS-MATCHED-IDX)
                       END-IF
                   END-IF
           END-READ.

       2000-LOAD-APR-POSITIONS.
           OPEN INPUT ACCOUNT-POSITION
           PERFORM 2100-READ-APR
               UNTIL WS-EOF
           PERFORM 2900-APPLY-APR-GROUP
           CLOSE ACCOUNT-POSITION
           MOVE 'N' TO WS-EOF-SW.

       2100-READ-APR.
           READ ACCOUNT-POSITION
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF ACCOUNT-POSITION-REC
                       EVALUATE SEQUENCE-NUMBER-APR
                           WHEN 1
                               PERFORM 2900-APPLY-APR-GROUP
                               PERFORM 2200-START-APR-GROUP
                           WHEN 2
                               MOVE ACCRUED-DIVIDEND-AMOUNT TO
                                   WS-GRP-ACCRUED-DIVIDEND
                               MOVE APR-DEALER-CONTROL-LEVEL-CODE TO
                                   WS-GRP-DEALER-CONTROL-CDE
                           WHEN 3
                               MOVE APR-FINS-ACCOUNT-ID TO
                                   WS-GRP-FINS-ACCOUNT-ID
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       2200-START-APR-GROUP.
           MOVE APR-FINS-ID TO WS-GRP-FINS-ID
           MOVE APR-TRUSTEE-NSCC-FIRM-NBR TO WS-GRP-FIRM-NBR
           MOVE APR-CUSTOMER-ACCOUNT-NUMBER TO WS-GRP-ACCOUNT
           MOVE APR-FUND-CODE TO WS-GRP-FUND-CODE
           MOVE TOTAL-SHARES-COUNT TO WS-GRP-SHARES
           MOVE NET-ASSET-VALUE TO WS-GRP-NAV
           MOVE ZERO TO WS-GRP-ACCRUED-DIVIDEND
           MOVE SPACE TO WS-GRP-DEALER-CONTROL-CDE
           MOVE SPACES TO WS-GRP-FINS-ACCOUNT-ID
           ADD 1 TO WS-APR-POSITIONS-READ
           ADD TOTAL-SHARES-COUNT TO WS-APR-TOTAL-SHARES
           SET WS-GROUP-OPEN TO TRUE.

      *    Every networked position is credited to its firm's APR
      *    total here, before the table cap is tested, so the firm
      *    tie-out shows anything that never reached the file.
       2900-APPLY-APR-GROUP.
           IF WS-GROUP-OPEN
               IF WS-GRP-NETWORKED
                   PERFORM 8100-LOOKUP-FIRM
                   IF WS-FOUND
                       ADD 1 TO FM-APR-POSITIONS (WS-MATCHED-IDX)
                       ADD WS-GRP-SHARES TO
                           FM-APR-SHARES (WS-MATCHED-IDX)
                       PERFORM 2910-ADD-POSITION
                   END-IF
               ELSE
                   ADD WS-GRP-SHARES TO WS-OTHER-SHARES
               END-IF
               MOVE 'N' TO WS-GROUP-OPEN-SW
           END-IF.

       2910-ADD-POSITION.
           IF WS-POSITION-COUNT < WS-MAX-POSITIONS
               ADD 1 TO WS-POSITION-COUNT
               SET POS-IDX TO WS-POSITION-COUNT
               MOVE WS-MATCHED-IDX TO PS-FIRM-IDX (POS-IDX)
               MOVE WS-GRP-FINS-ACCOUNT-ID TO
                   PS-FINS-ACCOUNT-ID (POS-IDX)
               MOVE WS-GRP-ACCOUNT TO
                   PS-CUSTOMER-ACCOUNT-NUMBER (POS-IDX)
               MOVE WS-GRP-FUND-CODE TO PS-FUND-CODE (POS-IDX)
               MOVE WS-GRP-SHARES TO PS-TOTAL-SHARES (POS-IDX)
               MOVE WS-GRP-NAV TO PS-NET-ASSET-VALUE (POS-IDX)
               MOVE WS-GRP-ACCRUED-DIVIDEND TO
                   PS-ACCRUED-DIVIDEND (POS-IDX)
           END-IF.

       3000-COLLECT-DFA-ACTIVITY.
           OPEN INPUT DIRECT-FINANCIAL-ACTIVITY
           PERFORM 3100-READ-DFA
               UNTIL WS-EOF
           PERFORM 3900-APPLY-ACTIVITY-GROUP
           CLOSE DIRECT-FINANCIAL-ACTIVITY
           MOVE 'N' TO WS-EOF-SW.

       3100-READ-DFA.
           READ DIRECT-FINANCIAL-ACTIVITY
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF DIRECT-FINANCIAL-ACTIVITY-REC
                       EVALUATE SEQUENCE-NUMBER
                           WHEN 1
                               PERFORM 3900-APPLY-ACTIVITY-GROUP
                               PERFORM 3200-START-DFA-GROUP
                           WHEN 3
                               MOVE FINS-ACCOUNT-ID TO
                                   WS-GRP-FINS-ACCOUNT-ID
                               MOVE TRUSTEE-NSCC-FIRM-NBR TO
                                   WS-GRP-FIRM-NBR
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       3200-START-DFA-GROUP.
           MOVE FINS-ID TO WS-GRP-FINS-ID
           MOVE SPACES TO WS-GRP-FIRM-NBR
           MOVE SPACES TO WS-GRP-FINS-ACCOUNT-ID
           MOVE CUSTOMER-ACCOUNT-NUMBER TO WS-GRP-ACCOUNT
           MOVE FUND-CODE TO WS-GRP-FUND-CODE
           MOVE DEALER-CONTROL-LEVEL-CODE TO WS-GRP-DEALER-CONTROL-CDE
           MOVE 'T' TO WS-GRP-SOURCE-CDE
           MOVE TRANSACTION-CODE TO WS-GRP-TRAN-CODE
           MOVE TRANSACTION-SUFFIX TO WS-GRP-TRAN-SUFFIX
           MOVE SHARE-BALANCE-EFFECT-CODE TO WS-GRP-EFFECT-CODE
           MOVE SPACE TO WS-GRP-DIST-TYPE-CODE
           MOVE TRADE-DATE TO WS-GRP-ACTIVITY-DATE
           MOVE PER-SHARE-PRICE-AMOUNT TO WS-GRP-PRICE
           MOVE TRANSACTION-SHARES-COUNT TO WS-GRP-SHARES
           MOVE TRANSACTION-GROSS-AMOUNT TO WS-GRP-AMOUNT
           SET WS-GROUP-OPEN TO TRUE.

       3900-APPLY-ACTIVITY-GROUP.
           IF WS-GROUP-OPEN
               IF WS-GRP-NETWORKED
                   PERFORM 8100-LOOKUP-FIRM
                   IF WS-FOUND
                       ADD 1 TO FM-ACTIVITY-COUNT (WS-MATCHED-IDX)
                       PERFORM 3910-ADD-ACTIVITY
                   END-IF
               END-IF
               MOVE 'N' TO WS-GROUP-OPEN-SW
           END-IF.

       3910-ADD-ACTIVITY.
           IF WS-ACTIVITY-COUNT < WS-MAX-ACTIVITY
               ADD 1 TO WS-ACTIVITY-COUNT
               SET ACT-IDX TO WS-ACTIVITY-COUNT
               MOVE WS-MATCHED-IDX TO AC-FIRM-IDX (ACT-IDX)
               MOVE WS-GRP-FINS-ACCOUNT-ID TO
                   AC-FINS-ACCOUNT-ID (ACT-IDX)
               MOVE WS-GRP-ACCOUNT TO
                   AC-CUSTOMER-ACCOUNT-NUMBER (ACT-IDX)
               MOVE WS-GRP-FUND-CODE TO AC-FUND-CODE (ACT-IDX)
               MOVE WS-GRP-SOURCE-CDE TO AC-SOURCE-CDE (ACT-IDX)
               MOVE WS-GRP-TRAN-CODE TO AC-TRANSACTION-CODE (ACT-IDX)
               MOVE WS-GRP-TRAN-SUFFIX TO
                   AC-TRANSACTION-SUFFIX (ACT-IDX)
               MOVE WS-GRP-EFFECT-CODE TO AC-EFFECT-CODE (ACT-IDX)
               MOVE WS-GRP-DIST-TYPE-CODE TO
                   AC-DIST-TYPE-CODE (ACT-IDX)
               MOVE WS-GRP-ACTIVITY-DATE TO
                   AC-ACTIVITY-DATE (ACT-IDX)
               MOVE WS-GRP-PRICE TO AC-SHARE-PRICE (ACT-IDX)
               MOVE WS-GRP-SHARES TO AC-SHARES-COUNT (ACT-IDX)
               MOVE WS-GRP-AMOUNT TO AC-AMOUNT (ACT-IDX)
           END-IF.

       4000-COLLECT-DVRA-ACTIVITY.
           OPEN INPUT DIVIDEND-REFRESHER
           PERFORM 4100-READ-DVRA
               UNTIL WS-EOF
           PERFORM 3900-APPLY-ACTIVITY-GROUP
           CLOSE DIVIDEND-REFRESHER
           MOVE 'N' TO WS-EOF-SW.

      *    The fund, payable date and reinvest price come from the
      *    DVH / CGH header the account records follow.
       4100-READ-DVRA.
           READ DIVIDEND-REFRESHER
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN DIVIDEND-HEADER
                       WHEN CAP-GAIN-HEADER
                           PERFORM 3900-APPLY-ACTIVITY-GROUP
                           MOVE DV-HDR-FUND-CODE TO WS-DIST-FUND-CODE
                           MOVE DISTRIBUTION-PAYABLE-DATE TO
                               WS-DIST-PAYABLE-DATE
                           MOVE REINVESTED-SHARES-PRICE TO
                               WS-DIST-PRICE
                       WHEN DIVIDEND-REFRESHER-REC
                       WHEN CAP-GAIN-REFRESHER
                           PERFORM 4200-CAPTURE-DVRA-RECORD
                       WHEN OTHER
                           PERFORM 3900-APPLY-ACTIVITY-GROUP
                   END-EVALUATE
           END-READ.

       4200-CAPTURE-DVRA-RECORD.
           EVALUATE SEQUENCE-NUMBER-DVRA
               WHEN 1
                   PERFORM 3900-APPLY-ACTIVITY-GROUP
                   PERFORM 4300-START-DVRA-GROUP
               WHEN 2
                   MOVE DV-DEALER-CONTROL-LEVEL-CODE TO
                       WS-GRP-DEALER-CONTROL-CDE
               WHEN 3
                   MOVE DV-FINS-ACCOUNT-ID TO WS-GRP-FINS-ACCOUNT-ID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4300-START-DVRA-GROUP.
           MOVE DV-FINS-ID TO WS-GRP-FINS-ID
           MOVE DV-TRUSTEE-NSCC-FIRM-NBR TO WS-GRP-FIRM-NBR
           MOVE SPACES TO WS-GRP-FINS-ACCOUNT-ID
           MOVE DV-CUSTOMER-ACCOUNT-NUMBER TO WS-GRP-ACCOUNT
           MOVE WS-DIST-FUND-CODE TO WS-GRP-FUND-CODE
           MOVE SPACE TO WS-GRP-DEALER-CONTROL-CDE
           MOVE 'D' TO WS-GRP-SOURCE-CDE
           MOVE ZERO TO WS-GRP-TRAN-CODE
           MOVE ZERO TO WS-GRP-TRAN-SUFFIX
           MOVE SPACE TO WS-GRP-EFFECT-CODE
           MOVE DIST-TYPE-CODE TO WS-GRP-DIST-TYPE-CODE
           MOVE WS-DIST-PAYABLE-DATE TO WS-GRP-ACTIVITY-DATE
           MOVE WS-DIST-PRICE TO WS-GRP-PRICE
           MOVE REINVESTED-SHARES-COUNT TO WS-GRP-SHARES
           MOVE DISTRIBUTION-AMOUNT TO WS-GRP-AMOUNT
           SET WS-GROUP-OPEN TO TRUE.

       5000-WRITE-FIRM-FILES.
           OPEN OUTPUT NETWORKING-POSITION-OUT
           OPEN OUTPUT NETWORKING-ACTIVITY-OUT
           PERFORM VARYING FRM-IDX FROM 1 BY 1
               UNTIL FRM-IDX > WS-FIRM-COUNT
               IF FM-APR-POSITIONS (FRM-IDX) > ZERO
                   OR FM-ACTIVITY-COUNT (FRM-IDX) > ZERO
                   PERFORM 5100-PROCESS-ONE-FIRM
               END-IF
           END-PERFORM
           CLOSE NETWORKING-POSITION-OUT
           CLOSE NETWORKING-ACTIVITY-OUT.

       5100-PROCESS-ONE-FIRM.
           MOVE FM-FINS-ID (FRM-IDX) TO DL-FINS-ID
           MOVE FM-TRUSTEE-NSCC-FIRM-NBR (FRM-IDX) TO DL-FIRM-NBR
           MOVE FM-APR-POSITIONS (FRM-IDX) TO DL-POSITION-COUNT
           MOVE FM-APR-SHARES (FRM-IDX) TO DL-APR-SHARES
           MOVE FM-ACTIVITY-COUNT (FRM-IDX) TO DL-ACTIVITY-COUNT
           IF FM-AGREEMENT-SIGNED (FRM-IDX)
               ADD 1 TO WS-FIRMS-SENT
               PERFORM 5200-WRITE-POSITION-FILE
               PERFORM 5300-WRITE-ACTIVITY-FILE
               MOVE WS-FILE-SHARES TO DL-FILE-SHARES
               MOVE WS-FILE-MARKET-VALUE TO DL-MARKET-VALUE
               ADD WS-FILE-SHARES TO WS-SENT-SHARES
               IF WS-FILE-SHARES = FM-APR-SHARES (FRM-IDX)
                   MOVE 'SENT - TIED TO APR' TO DL-STATUS
               ELSE
                   MOVE '*** SENT - NOT TIED TO APR' TO DL-STATUS
               END-IF
           ELSE
               ADD 1 TO WS-FIRMS-EXCLUDED
               ADD FM-APR-SHARES (FRM-IDX) TO WS-EXCLUDED-SHARES
               MOVE ZERO TO DL-FILE-SHARES
               MOVE ZERO TO DL-MARKET-VALUE
               IF FM-NOT-ON-FIRM-FILE (FRM-IDX)
                   MOVE 'EXCLUDED - NOT ON FIRM FILE' TO DL-STATUS
               ELSE
                   MOVE 'EXCLUDED - NO AGREEMENT' TO DL-STATUS
               END-IF
           END-IF
           WRITE NETWORKING-RPT-LINE FROM WS-DETAIL-LINE.

       5200-WRITE-POSITION-FILE.
           MOVE ZERO TO WS-FILE-RECORD-COUNT
           MOVE ZERO TO WS-FILE-SHARES
           MOVE ZERO TO WS-FILE-MARKET-VALUE
           MOVE ZERO TO WS-FILE-ACCRUED-DIVIDEND
           MOVE SPACES TO NETWORKING-POSITION-RECORD
           MOVE 'NPH' TO NP-RECORD-TYPE
           MOVE FM-FINS-ID (FRM-IDX) TO NP-FINS-ID
           MOVE FM-TRUSTEE-NSCC-FIRM-NBR (FRM-IDX) TO
               NP-TRUSTEE-NSCC-FIRM-NBR
           MOVE FM-FIRM-NAME (FRM-IDX) TO NP-FIRM-NAME
           MOVE WS-RUN-DATE TO NP-RUN-DATE
           WRITE NETWORKING-POSITION-RECORD
           PERFORM VARYING POS-IDX FROM 1 BY 1
               UNTIL POS-IDX > WS-POSITION-COUNT
               IF PS-FIRM-IDX (POS-IDX) = FRM-IDX
                   PERFORM 5210-WRITE-POSITION-DETAIL
               END-IF
           END-PERFORM
           MOVE SPACES TO NETWORKING-POSITION-RECORD
           MOVE 'NPT' TO NP-RECORD-TYPE
           MOVE FM-FINS-ID (FRM-IDX) TO NP-FINS-ID
           MOVE FM-TRUSTEE-NSCC-FIRM-NBR (FRM-IDX) TO
               NP-TRUSTEE-NSCC-FIRM-NBR
           MOVE WS-FILE-RECORD-COUNT TO NP-RECORD-COUNT
           MOVE WS-FILE-SHARES TO NP-TOTAL-SHARES
           MOVE WS-FILE-MARKET-VALUE TO NP-TOTAL-MARKET-VALUE
           MOVE WS-FILE-ACCRUED-DIVIDEND TO NP-TOTAL-ACCRUED-DIVIDEND
           WRITE NETWORKING-POSITION-RECORD.

       5210-WRITE-POSITION-DETAIL.
           COMPUTE WS-MARKET-VALUE ROUNDED =
               PS-TOTAL-SHARES (POS-IDX) * PS-NET-ASSET-VALUE (POS-IDX)
           MOVE 'NPD' TO NP-RECORD-TYPE
           MOVE FM-FINS-ID (FRM-IDX) TO NP-FINS-ID
           MOVE FM-TRUSTEE-NSCC-FIRM-NBR (FRM-IDX) TO
               NP-TRUSTEE-NSCC-FIRM-NBR
           MOVE PS-FINS-ACCOUNT-ID (POS-IDX) TO NP-FINS-ACCOUNT-ID
           MOVE PS-CUSTOMER-ACCOUNT-NUMBER (POS-IDX) TO
               NP-CUSTOMER-ACCOUNT-NUMBER
           MOVE PS-FUND-CODE (POS-IDX) TO NP-FUND-CODE
           MOVE PS-TOTAL-SHARES (POS-IDX) TO NP-TOTAL-SHARES-COUNT
           MOVE PS-NET-ASSET-VALUE (POS-IDX) TO NP-NET-ASSET-VALUE
           MOVE WS-MARKET-VALUE TO NP-MARKET-VALUE-AMOUNT
           MOVE PS-ACCRUED-DIVIDEND (POS-IDX) TO
               NP-ACCRUED-DIVIDEND-AMOUNT
           WRITE NETWORKING-POSITION-RECORD
           ADD 1 TO WS-FILE-RECORD-COUNT
           ADD PS-TOTAL-SHARES (POS-IDX) TO WS-FILE-SHARES
           ADD WS-MARKET-VALUE TO WS-FILE-MARKET-VALUE
           ADD PS-ACCRUED-DIVIDEND (POS-IDX) TO
               WS-FILE-ACCRUED-DIVIDEND.

      *    Activity totals are kept apart from the position totals
      *    so the firm's report line shows the position file.
       5300-WRITE-ACTIVITY-FILE.
           MOVE ZERO TO WS-ACT-RECORD-COUNT
           MOVE ZERO TO WS-ACT-SHARES
           MOVE ZERO TO WS-ACT-AMOUNT
           MOVE SPACES TO NETWORKING-ACTIVITY-RECORD
           MOVE 'NAH' TO NA-RECORD-TYPE
           MOVE FM-FINS-ID (FRM-IDX) TO NA-FINS-ID
           MOVE FM-TRUSTEE-NSCC-FIRM-NBR (FRM-IDX) TO
               NA-TRUSTEE-NSCC-FIRM-NBR
           MOVE FM-FIRM-NAME (FRM-IDX) TO NA-FIRM-NAME
           MOVE WS-RUN-DATE TO NA-RUN-DATE
           WRITE NETWORKING-ACTIVITY-RECORD
           PERFORM VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > WS-ACTIVITY-COUNT
               IF AC-FIRM-IDX (ACT-IDX) = FRM-IDX
                   PERFORM 5310-WRITE-ACTIVITY-DETAIL
               END-IF
           END-PERFORM
           MOVE SPACES TO NETWORKING-ACTIVITY-RECORD
           MOVE 'NAT' TO NA-RECORD-TYPE
           MOVE FM-FINS-ID (FRM-IDX) TO NA-FINS-ID
           MOVE FM-TRUSTEE-NSCC-FIRM-NBR (FRM-IDX) TO
               NA-TRUSTEE-NSCC-FIRM-NBR
           MOVE WS-ACT-RECORD-COUNT TO NA-RECORD-COUNT
           MOVE WS-ACT-SHARES TO NA-TOTAL-SHARES
           MOVE WS-ACT-AMOUNT TO NA-TOTAL-AMOUNT
           WRITE NETWORKING-ACTIVITY-RECORD.

       5310-WRITE-ACTIVITY-DETAIL.
           MOVE 'NAD' TO NA-RECORD-TYPE
           MOVE FM-FINS-ID (FRM-IDX) TO NA-FINS-ID
           MOVE FM-TRUSTEE-NSCC-FIRM-NBR (FRM-IDX) TO
               NA-TRUSTEE-NSCC-FIRM-NBR
           MOVE AC-FINS-ACCOUNT-ID (ACT-IDX) TO NA-FINS-ACCOUNT-ID
           MOVE AC-CUSTOMER-ACCOUNT-NUMBER (ACT-IDX) TO
               NA-CUSTOMER-ACCOUNT-NUMBER
           MOVE AC-FUND-CODE (ACT-IDX) TO NA-FUND-CODE
           MOVE AC-SOURCE-CDE (ACT-IDX) TO NA-ACTIVITY-SOURCE-CDE
           MOVE AC-TRANSACTION-CODE (ACT-IDX) TO NA-TRANSACTION-CODE
           MOVE AC-TRANSACTION-SUFFIX (ACT-IDX) TO
               NA-TRANSACTION-SUFFIX
           MOVE AC-EFFECT-CODE (ACT-IDX) TO NA-EFFECT-CODE
           MOVE AC-DIST-TYPE-CODE (ACT-IDX) TO NA-DIST-TYPE-CODE
           MOVE AC-ACTIVITY-DATE (ACT-IDX) TO NA-ACTIVITY-DATE
           MOVE AC-SHARE-PRICE (ACT-IDX) TO NA-SHARE-PRICE
           MOVE AC-SHARES-COUNT (ACT-IDX) TO NA-SHARES-COUNT
           MOVE AC-AMOUNT (ACT-IDX) TO NA-AMOUNT
           WRITE NETWORKING-ACTIVITY-RECORD
           ADD 1 TO WS-ACT-RECORD-COUNT
           ADD AC-SHARES-COUNT (ACT-IDX) TO WS-ACT-SHARES
           ADD AC-AMOUNT (ACT-IDX) TO WS-ACT-AMOUNT.

       6000-FINALIZE.
           MOVE WS-FIRMS-SENT TO SL-FIRMS-SENT
           MOVE WS-FIRMS-EXCLUDED TO SL-FIRMS-EXCLUDED
           MOVE WS-APR-POSITIONS-READ TO SL-APR-POSITIONS
           WRITE NETWORKING-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'APR TOTAL SHARES' TO SH-SHARE-DESC
           MOVE WS-APR-TOTAL-SHARES TO SH-SHARES
           WRITE NETWORKING-RPT-LINE FROM WS-SHARE-LINE
           MOVE 'NETWORKED - SENT' TO SH-SHARE-DESC
           MOVE WS-SENT-SHARES TO SH-SHARES
           WRITE NETWORKING-RPT-LINE FROM WS-SHARE-LINE
           MOVE 'NETWORKED - EXCLUDED' TO SH-SHARE-DESC
           MOVE WS-EXCLUDED-SHARES TO SH-SHARES
           WRITE NETWORKING-RPT-LINE FROM WS-SHARE-LINE
           MOVE 'NOT NETWORKED' TO SH-SHARE-DESC
           MOVE WS-OTHER-SHARES TO SH-SHARES
           WRITE NETWORKING-RPT-LINE FROM WS-SHARE-LINE
           COMPUTE WS-ACCOUNTED-SHARES =
               WS-SENT-SHARES + WS-EXCLUDED-SHARES + WS-OTHER-SHARES
           IF WS-ACCOUNTED-SHARES = WS-APR-TOTAL-SHARES
               MOVE 'IN BALANCE' TO CT-BALANCE-STATUS
           ELSE
               MOVE '*** OUT OF BALANCE' TO CT-BALANCE-STATUS
           END-IF
           WRITE NETWORKING-RPT-LINE FROM WS-CONTROL-LINE
           CLOSE NETWORKING-RPT-FILE.

       8100-LOOKUP-FIRM.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING FRM-IDX FROM 1 BY 1
               UNTIL FRM-IDX > WS-FIRM-COUNT OR WS-FOUND
               IF FM-FINS-ID (FRM-IDX) = WS-GRP-FINS-ID
                   AND FM-TRUSTEE-NSCC-FIRM-NBR (FRM-IDX)
                       = WS-GRP-FIRM-NBR
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO FRM-IDX
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               PERFORM 8110-ADD-NEW-FIRM
           END-IF.

      *    A firm first seen on a feed is not on the networking firm
      *    file; it is carried so its exclusion can be reported.
       8110-ADD-NEW-FIRM.
           IF WS-FIRM-COUNT < WS-MAX-FIRMS
               ADD 1 TO WS-FIRM-COUNT
               SET FRM-IDX TO WS-FIRM-COUNT
               MOVE WS-GRP-FINS-ID TO FM-FINS-ID (FRM-IDX)
               MOVE WS-GRP-FIRM-NBR TO
                   FM-TRUSTEE-NSCC-FIRM-NBR (FRM-IDX)
               MOVE SPACES TO FM-FIRM-NAME (FRM-IDX)
               MOVE 'U' TO FM-AGREEMENT-SW (FRM-IDX)
               MOVE ZERO TO FM-APR-POSITIONS (FRM-IDX)
               MOVE ZERO TO FM-APR-SHARES (FRM-IDX)
               MOVE ZERO TO FM-ACTIVITY-COUNT (FRM-IDX)
               SET WS-FOUND TO TRUE
               SET WS-MATCHED-IDX TO FRM-IDX
           END-IF.
