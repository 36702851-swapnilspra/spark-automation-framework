       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVRA-WHLD-ELECTION-RPT.
      ******************************************************************
      *  Voluntary and designated withholding election audit.
      *  ACCOUNT-POSITION SEQUENCE-NUMBER 5 carries each account's
      *  standing withholding election by distribution character -
      *  DIVIDEND-WTH-RT / DIVIDEND-WTH-AT, STCG-WTH-RT / STCG-WTH-AT,
      *  LTCG-WTH-RT / LTCG-WTH-AT - and the designated election
      *  DSG-WTHH-RTE / DSG-WTHH-AMT, but the withholding actually
      *  taken on each DIVIDEND-REFRESHER detail was never compared
      *  to them.  BNOTICE-WHLD-LOAD covers backup withholding and
      *  NRA-TREATY-RATE-MAINT covers NRA withholding; this covers
      *  what the shareholder asked for.
      *
      *  APR groups are stitched - SEQUENCE-NUMBER 1 for the account
      *  and fund, 5 for the elections - and every account with a
      *  standing election is tabled.  The DVRA pass takes the
      *  distribution character from the header's
      *  DISTRIBUTION-TYPE-CODE (dividend, short-term or long-term
      *  gain; splits carry no withholding) and stitches each DVR/CGR
      *  detail's DISTRIBUTION-AMOUNT with its SEQUENCE-NUMBER 2
      *  US-WITHHOLDING-AMOUNT.  The expected withholding is the
      *  elected rate for that character times the distribution, or
      *  the elected flat amount where no rate is elected; with no
      *  election for the character the designated election applies.
      *  Payouts that withheld nothing, too little or too much beyond
      *  the parameter tolerance are reported, and the liability
      *  summary by election type gives treasury the voluntary
      *  withholding it must remit.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-POSITION ASSIGN TO "APRNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIVIDEND-REFRESHER ASSIGN TO "DVRANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TOLERANCE-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ELECTION-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-POSITION.
       01  APR-RECORD.
           05  RECORD-TYPE-APR                   PIC X(3).
               88  ACCOUNT-ACTIVITY-REC              VALUE 'APR'.
           05  SEQUENCE-NUMBER-APR               PIC 9(3).
           05  APR-DETAIL-RECORD-1.
               10  FILLER                        PIC X(25).
               10  APR-FUND-CODE                 PIC 9(7).
               10  APR-CUSTOMER-ACCOUNT-NUMBER   PIC X(20).
               10  FILLER                        PIC X(102).
           05  APR-DETAIL-RECORD-5 REDEFINES APR-DETAIL-RECORD-1.
               10  DSG-WTHH-AMT                  PIC 9(13)V9(2).
               10  DSG-WTHH-RTE                  PIC 9(5)V9(10).
               10  DIVIDEND-WTH-AT               PIC 9(13)V9(2).
               10  DIVIDEND-WTH-RT               PIC 9(5)V9(10).
               10  STCG-WTH-AT                   PIC 9(13)V9(2).
               10  STCG-WTH-RT                   PIC 9(5)V9(10).
               10  LTCG-WTH-AT                   PIC 9(13)V9(2).
               10  LTCG-WTH-RT                   PIC 9(5)V9(10).
               10  FILLER                        PIC X(34).
       FD  DIVIDEND-REFRESHER.
       01  DIVIDEND-REFRESHER-RECORD.
           05  RECORD-TYPE                       PIC X(3).
               88  CAP-GAIN-HEADER                   VALUE 'CGH'.
               88  CAP-GAIN-REFRESHER                VALUE 'CGR'.
               88  DIVIDEND-HEADER                   VALUE 'DVH'.
               88  DIVIDEND-REFRESHER-REC             VALUE 'DVR'.
           05  SEQUENCE-NUMBER-DVRA              PIC 9(3).
           05  DVRA-HEADER-RECORD-1.
               10  FILLER                        PIC X(33).
               10  DVRA-FUND-CODE                PIC 9(7).
               10  FILLER                        PIC X(30).
               10  DISTRIBUTION-TYPE-CODE        PIC X(1).
                   88  DISTRIBUTION-DIVIDEND         VALUE '0'.
                   88  DISTRIBUTION-SHORT-TERM-GAIN  VALUE '1'.
                   88  DISTRIBUTION-LONG-TERM-GAIN   VALUE '2'.
                   88  DISTRIBUTION-SPLIT            VALUE '3'.
               10  FILLER                        PIC X(83).
           05  DVRA-DETAIL-RECORD-1 REDEFINES DVRA-HEADER-RECORD-1.
               10  FILLER                        PIC X(16).
               10  DVRA-CUSTOMER-ACCOUNT-NUMBER  PIC X(20).
               10  FILLER                        PIC X(73).
               10  DISTRIBUTION-AMOUNT           PIC 9(13)V9(2).
               10  FILLER                        PIC X(30).
           05  DVRA-DETAIL-RECORD-2 REDEFINES DVRA-HEADER-RECORD-1.
               10  FILLER                        PIC X(18).
               10  US-WITHHOLDING-AMOUNT         PIC 9(13)V9(2).
               10  FILLER                        PIC X(121).
       FD  TOLERANCE-PARM.
       01  TOLERANCE-PARM-RECORD.
           05  PARM-TOLERANCE-AMT                PIC 9(7)V9(2).
       FD  ELECTION-RPT-FILE.
       01  ELECTION-RPT-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-TOLERANCE-AMT                      PIC 9(7)V9(2)
                                                  VALUE 0.01.
       01  WS-MAX-ELECTIONS                      PIC 9(6) VALUE 100000.
       01  WS-ELECTION-COUNT                     PIC 9(6) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(6) VALUE ZERO.
       01  WS-GROUP-OPEN-SW                      PIC X(1) VALUE 'N'.
           88  WS-GROUP-OPEN                         VALUE 'Y'.
       01  WS-GRP-CUSTOMER-ACCOUNT-NBR           PIC X(20) VALUE
                                                  SPACES.
       01  WS-GRP-FUND-CODE                      PIC 9(7) VALUE ZERO.
       01  WS-GRP-ELECTION-SW                    PIC X(1) VALUE 'N'.
           88  WS-GRP-ELECTION                       VALUE 'Y'.
       01  WS-GRP-DSG-AMT                        PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GRP-DSG-RTE                        PIC 9(5)V9(10)
                                                  VALUE ZERO.
       01  WS-GRP-DIV-AMT                        PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GRP-DIV-RTE                        PIC 9(5)V9(10)
                                                  VALUE ZERO.
       01  WS-GRP-STCG-AMT                       PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GRP-STCG-RTE                       PIC 9(5)V9(10)
                                                  VALUE ZERO.
       01  WS-GRP-LTCG-AMT                       PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GRP-LTCG-RTE                       PIC 9(5)V9(10)
                                                  VALUE ZERO.
       01  WS-CURRENT-FUND-CODE                  PIC 9(7) VALUE ZERO.
       01  WS-CURRENT-DIST-TYPE                  PIC X(1) VALUE SPACE.
       01  WS-GRP-DIST-AMOUNT                    PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GRP-WITHHELD-AMOUNT                PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-ELECTED-RATE                       PIC 9(5)V9(10)
                                                  VALUE ZERO.
       01  WS-ELECTED-AMOUNT                     PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-ELECTION-TYPE-IDX                  PIC 9(1) VALUE ZERO.
       01  WS-EXPECTED-WITHHOLDING               PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-VARIANCE                           PIC S9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-PAYOUTS-CHECKED                    PIC 9(7) VALUE ZERO.
       01  WS-NOT-WITHHELD-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-UNDER-WITHHELD-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-OVER-WITHHELD-COUNT                PIC 9(7) VALUE ZERO.
       01  ELECTION-TABLE.
           05  ELECTION-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-ELECTION-COUNT
                   INDEXED BY ELE-IDX.
               10  EL-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  EL-FUND-CODE                  PIC 9(7).
               10  EL-DSG-AMT                    PIC 9(13)V9(2).
               10  EL-DSG-RTE                    PIC 9(5)V9(10).
               10  EL-DIV-AMT                    PIC 9(13)V9(2).
               10  EL-DIV-RTE                    PIC 9(5)V9(10).
               10  EL-STCG-AMT                   PIC 9(13)V9(2).
               10  EL-STCG-RTE                   PIC 9(5)V9(10).
               10  EL-LTCG-AMT                   PIC 9(13)V9(2).
               10  EL-LTCG-RTE                   PIC 9(5)V9(10).
       01  LIABILITY-TABLE.
           05  LIABILITY-ENTRY OCCURS 4 TIMES
                   INDEXED BY LIA-IDX.
               10  LB-PAYOUT-COUNT               PIC 9(7).
               10  LB-DISTRIBUTION-AMOUNT        PIC 9(15)V9(2).
               10  LB-EXPECTED-AMOUNT            PIC 9(15)V9(2).
               10  LB-WITHHELD-AMOUNT            PIC 9(15)V9(2).
       01  LIABILITY-TYPE-NAMES.
           05  FILLER                            PIC X(20) VALUE
               'DIVIDEND ELECTION'.
           05  FILLER                            PIC X(20) VALUE
               'SHORT-TERM GAIN'.
           05  FILLER                            PIC X(20) VALUE
               'LONG-TERM GAIN'.
           05  FILLER                            PIC X(20) VALUE
               'DESIGNATED'.
       01  LIABILITY-TYPE-TABLE REDEFINES LIABILITY-TYPE-NAMES.
           05  LT-ELECTION-TYPE-NAME             PIC X(20)
                   OCCURS 4 TIMES.
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'ELECTED WITHHOLDING AUDIT REPORT'.
       01  WS-COLUMN-LINE                        PIC X(120) VALUE
           'ACCOUNT              FUND    ELECTION    DIST  EXPECT WHLD'.
       01  WS-DETAIL-LINE.
           05  DL-ACCOUNT-NUMBER                 PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-ELECTION-TYPE                  PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-DIST-AMOUNT                    PIC Z(10)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-EXPECTED                       PIC Z(8)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-WITHHELD                       PIC Z(8)9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-STATUS                         PIC X(24).
       01  WS-LIABILITY-HEADLINE                 PIC X(60) VALUE
           'VOLUNTARY WITHHOLDING LIABILITY BY ELECTION TYPE'.
       01  WS-LIABILITY-COLUMN-LINE              PIC X(100) VALUE
           'ELECTION TYPE         PAYOUTS  DISTRIBUTED  EXPECTED REMIT'.
       01  WS-LIABILITY-LINE.
           05  LL-ELECTION-TYPE                  PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  LL-PAYOUT-COUNT                   PIC ZZZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  LL-DISTRIBUTION-AMOUNT            PIC Z(12)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  LL-EXPECTED-AMOUNT                PIC Z(12)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  LL-WITHHELD-AMOUNT                PIC Z(12)9.99.
       01  WS-SUMMARY-LINE.
           05  FILLER                            PIC X(18) VALUE
               'PAYOUTS CHECKED: '.
           05  SL-CHECKED-COUNT                  PIC ZZZZZZ9.
           05  FILLER                            PIC X(17) VALUE
               '  NOT WITHHELD: '.
           05  SL-NOT-WITHHELD-COUNT             PIC ZZZZZZ9.
           05  FILLER                            PIC X(9) VALUE
               '  UNDER: '.
           05  SL-UNDER-COUNT                    PIC ZZZZZZ9.
           05  FILLER                            PIC X(8) VALUE
               '  OVER: '.
           05  SL-OVER-COUNT                     PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ELECTIONS
           PERFORM 2900-APPLY-APR-GROUP
           PERFORM 3000-AUDIT-PAYOUTS
           PERFORM 3900-APPLY-DVRA-GROUP
           PERFORM 5000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT TOLERANCE-PARM
           READ TOLERANCE-PARM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-TOLERANCE-AMT TO WS-TOLERANCE-AMT
           END-READ
           CLOSE TOLERANCE-PARM
           PERFORM VARYING LIA-IDX FROM 1 BY 1
               UNTIL LIA-IDX > 4
               MOVE ZERO TO LB-PAYOUT-COUNT (LIA-IDX)
               MOVE ZERO TO LB-DISTRIBUTION-AMOUNT (LIA-IDX)
               MOVE ZERO TO LB-EXPECTED-AMOUNT (LIA-IDX)
               MOVE ZERO TO LB-WITHHELD-AMOUNT (LIA-IDX)
           END-PERFORM
           OPEN OUTPUT ELECTION-RPT-FILE
           WRITE ELECTION-RPT-LINE FROM WS-HEADLINE-1
           WRITE ELECTION-RPT-LINE FROM WS-COLUMN-LINE.

       2000-LOAD-ELECTIONS.
           OPEN INPUT ACCOUNT-POSITION
           PERFORM 2100-READ-APR
               UNTIL WS-EOF
           CLOSE ACCOUNT-POSITION
           MOVE 'N' TO WS-EOF-SW.

       2100-READ-APR.
           READ ACCOUNT-POSITION
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF ACCOUNT-ACTIVITY-REC
                       EVALUATE SEQUENCE-NUMBER-APR
                           WHEN 1
                               PERFORM 2900-APPLY-APR-GROUP
                               MOVE APR-CUSTOMER-ACCOUNT-NUMBER TO
                                   WS-GRP-CUSTOMER-ACCOUNT-NBR
                               MOVE APR-FUND-CODE TO WS-GRP-FUND-CODE
                               MOVE 'N' TO WS-GRP-ELECTION-SW
                               SET WS-GROUP-OPEN TO TRUE
                           WHEN 5
                               PERFORM 2200-CAPTURE-ELECTIONS
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       2200-CAPTURE-ELECTIONS.
           MOVE DSG-WTHH-AMT TO WS-GRP-DSG-AMT
           MOVE DSG-WTHH-RTE TO WS-GRP-DSG-RTE
           MOVE DIVIDEND-WTH-AT TO WS-GRP-DIV-AMT
           MOVE DIVIDEND-WTH-RT TO WS-GRP-DIV-RTE
           MOVE STCG-WTH-AT TO WS-GRP-STCG-AMT
           MOVE STCG-WTH-RT TO WS-GRP-STCG-RTE
           MOVE LTCG-WTH-AT TO WS-GRP-LTCG-AMT
           MOVE LTCG-WTH-RT TO WS-GRP-LTCG-RTE
           IF DSG-WTHH-AMT > ZERO OR DSG-WTHH-RTE > ZERO
               OR DIVIDEND-WTH-AT > ZERO OR DIVIDEND-WTH-RT > ZERO
               OR STCG-WTH-AT > ZERO OR STCG-WTH-RT > ZERO
               OR LTCG-WTH-AT > ZERO OR LTCG-WTH-RT > ZERO
               SET WS-GRP-ELECTION TO TRUE
           END-IF.

       2900-APPLY-APR-GROUP.
           IF WS-GROUP-OPEN
               IF WS-GRP-ELECTION
                   AND WS-ELECTION-COUNT < WS-MAX-ELECTIONS
                   ADD 1 TO WS-ELECTION-COUNT
                   SET ELE-IDX TO WS-ELECTION-COUNT
                   MOVE WS-GRP-CUSTOMER-ACCOUNT-NBR TO
                       EL-CUSTOMER-ACCOUNT-NUMBER (ELE-IDX)
                   MOVE WS-GRP-FUND-CODE TO EL-FUND-CODE (ELE-IDX)
                   MOVE WS-GRP-DSG-AMT TO EL-DSG-AMT (ELE-IDX)
                   MOVE WS-GRP-DSG-RTE TO EL-DSG-RTE (ELE-IDX)
                   MOVE WS-GRP-DIV-AMT TO EL-DIV-AMT (ELE-IDX)
                   MOVE WS-GRP-DIV-RTE TO EL-DIV-RTE (ELE-IDX)
                   MOVE WS-GRP-STCG-AMT TO EL-STCG-AMT (ELE-IDX)
                   MOVE WS-GRP-STCG-RTE TO EL-STCG-RTE (ELE-IDX)
                   MOVE WS-GRP-LTCG-AMT TO EL-LTCG-AMT (ELE-IDX)
                   MOVE WS-GRP-LTCG-RTE TO EL-LTCG-RTE (ELE-IDX)
               END-IF
               MOVE 'N' TO WS-GROUP-OPEN-SW
           END-IF.

       3000-AUDIT-PAYOUTS.
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
                       WHEN DIVIDEND-HEADER
                       WHEN CAP-GAIN-HEADER
                           IF SEQUENCE-NUMBER-DVRA = 1
                               PERFORM 3900-APPLY-DVRA-GROUP
                               MOVE DVRA-FUND-CODE TO
                                   WS-CURRENT-FUND-CODE
                               MOVE DISTRIBUTION-TYPE-CODE TO
                                   WS-CURRENT-DIST-TYPE
                           END-IF
                       WHEN DIVIDEND-REFRESHER-REC
                       WHEN CAP-GAIN-REFRESHER
                           EVALUATE SEQUENCE-NUMBER-DVRA
                               WHEN 1
                                   PERFORM 3900-APPLY-DVRA-GROUP
                                   MOVE DVRA-CUSTOMER-ACCOUNT-NUMBER
                                       TO WS-GRP-CUSTOMER-ACCOUNT-NBR
                                   MOVE DISTRIBUTION-AMOUNT TO
                                       WS-GRP-DIST-AMOUNT
                                   MOVE ZERO TO WS-GRP-WITHHELD-AMOUNT
                                   SET WS-GROUP-OPEN TO TRUE
                               WHEN 2
                                   MOVE US-WITHHOLDING-AMOUNT TO
                                       WS-GRP-WITHHELD-AMOUNT
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       3900-APPLY-DVRA-GROUP.
           IF WS-GROUP-OPEN
               IF WS-GRP-DIST-AMOUNT > ZERO
                   AND WS-CURRENT-DIST-TYPE NOT = '3'
                   PERFORM 8100-LOOKUP-ELECTION
                   IF WS-FOUND
                       PERFORM 3910-SELECT-ELECTION
                       IF WS-ELECTION-TYPE-IDX > ZERO
                           PERFORM 3920-JUDGE-PAYOUT
                       END-IF
                   END-IF
               END-IF
               MOVE 'N' TO WS-GROUP-OPEN-SW
           END-IF.

       3910-SELECT-ELECTION.
           MOVE ZERO TO WS-ELECTION-TYPE-IDX
           MOVE ZERO TO WS-ELECTED-RATE
           MOVE ZERO TO WS-ELECTED-AMOUNT
           EVALUATE WS-CURRENT-DIST-TYPE
               WHEN '0'
                   IF EL-DIV-RTE (WS-MATCHED-IDX) > ZERO
                       OR EL-DIV-AMT (WS-MATCHED-IDX) > ZERO
                       MOVE 1 TO WS-ELECTION-TYPE-IDX
                       MOVE EL-DIV-RTE (WS-MATCHED-IDX) TO
                           WS-ELECTED-RATE
                       MOVE EL-DIV-AMT (WS-MATCHED-IDX) TO
                           WS-ELECTED-AMOUNT
                   END-IF
               WHEN '1'
                   IF EL-STCG-RTE (WS-MATCHED-IDX) > ZERO
                       OR EL-STCG-AMT (WS-MATCHED-IDX) > ZERO
                       MOVE 2 TO WS-ELECTION-TYPE-IDX
                       MOVE EL-STCG-RTE (WS-MATCHED-IDX) TO
                           WS-ELECTED-RATE
                       MOVE EL-STCG-AMT (WS-MATCHED-IDX) TO
                           WS-ELECTED-AMOUNT
                   END-IF
               WHEN '2'
                   IF EL-LTCG-RTE (WS-MATCHED-IDX) > ZERO
                       OR EL-LTCG-AMT (WS-MATCHED-IDX) > ZERO
                       MOVE 3 TO WS-ELECTION-TYPE-IDX
                       MOVE EL-LTCG-RTE (WS-MATCHED-IDX) TO
                           WS-ELECTED-RATE
                       MOVE EL-LTCG-AMT (WS-MATCHED-IDX) TO
                           WS-ELECTED-AMOUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-ELECTION-TYPE-IDX = ZERO
               AND (EL-DSG-RTE (WS-MATCHED-IDX) > ZERO
                   OR EL-DSG-AMT (WS-MATCHED-IDX) > ZERO)
               MOVE 4 TO WS-ELECTION-TYPE-IDX
               MOVE EL-DSG-RTE (WS-MATCHED-IDX) TO WS-ELECTED-RATE
               MOVE EL-DSG-AMT (WS-MATCHED-IDX) TO WS-ELECTED-AMOUNT
           END-IF.

       3920-JUDGE-PAYOUT.
           ADD 1 TO WS-PAYOUTS-CHECKED
           IF WS-ELECTED-RATE > ZERO
               COMPUTE WS-EXPECTED-WITHHOLDING ROUNDED =
                   WS-GRP-DIST-AMOUNT * WS-ELECTED-RATE
           ELSE
               MOVE WS-ELECTED-AMOUNT TO WS-EXPECTED-WITHHOLDING
           END-IF
           IF WS-EXPECTED-WITHHOLDING > WS-GRP-DIST-AMOUNT
               MOVE WS-GRP-DIST-AMOUNT TO WS-EXPECTED-WITHHOLDING
           END-IF
           SET LIA-IDX TO WS-ELECTION-TYPE-IDX
           ADD 1 TO LB-PAYOUT-COUNT (LIA-IDX)
           ADD WS-GRP-DIST-AMOUNT TO LB-DISTRIBUTION-AMOUNT (LIA-IDX)
           ADD WS-EXPECTED-WITHHOLDING TO LB-EXPECTED-AMOUNT (LIA-IDX)
           ADD WS-GRP-WITHHELD-AMOUNT TO LB-WITHHELD-AMOUNT (LIA-IDX)
           COMPUTE WS-VARIANCE =
               WS-GRP-WITHHELD-AMOUNT - WS-EXPECTED-WITHHOLDING
           EVALUATE TRUE
               WHEN WS-GRP-WITHHELD-AMOUNT = ZERO
                   AND WS-EXPECTED-WITHHOLDING > WS-TOLERANCE-AMT
                   ADD 1 TO WS-NOT-WITHHELD-COUNT
                   MOVE '*** NOTHING WITHHELD' TO DL-STATUS
                   PERFORM 3930-WRITE-EXCEPTION
               WHEN WS-VARIANCE < ZERO
                   AND FUNCTION ABS(WS-VARIANCE) > WS-TOLERANCE-AMT
                   ADD 1 TO WS-UNDER-WITHHELD-COUNT
                   MOVE '*** UNDER-WITHHELD' TO DL-STATUS
                   PERFORM 3930-WRITE-EXCEPTION
               WHEN WS-VARIANCE > WS-TOLERANCE-AMT
                   ADD 1 TO WS-OVER-WITHHELD-COUNT
                   MOVE '*** OVER-WITHHELD' TO DL-STATUS
                   PERFORM 3930-WRITE-EXCEPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3930-WRITE-EXCEPTION.
           MOVE WS-GRP-CUSTOMER-ACCOUNT-NBR TO DL-ACCOUNT-NUMBER
           MOVE WS-CURRENT-FUND-CODE TO DL-FUND-CODE
           MOVE LT-ELECTION-TYPE-NAME (WS-ELECTION-TYPE-IDX) TO
               DL-ELECTION-TYPE
           MOVE WS-GRP-DIST-AMOUNT TO DL-DIST-AMOUNT
           MOVE WS-EXPECTED-WITHHOLDING TO DL-EXPECTED
           MOVE WS-GRP-WITHHELD-AMOUNT TO DL-WITHHELD
           WRITE ELECTION-RPT-LINE FROM WS-DETAIL-LINE.

       5000-FINALIZE.
           MOVE WS-PAYOUTS-CHECKED TO SL-CHECKED-COUNT
           MOVE WS-NOT-WITHHELD-COUNT TO SL-NOT-WITHHELD-COUNT
           MOVE WS-UNDER-WITHHELD-COUNT TO SL-UNDER-COUNT
           MOVE WS-OVER-WITHHELD-COUNT TO SL-OVER-COUNT
           WRITE ELECTION-RPT-LINE FROM WS-SUMMARY-LINE
           WRITE ELECTION-RPT-LINE FROM WS-LIABILITY-HEADLINE
           WRITE ELECTION-RPT-LINE FROM WS-LIABILITY-COLUMN-LINE
           PERFORM VARYING LIA-IDX FROM 1 BY 1
               UNTIL LIA-IDX > 4
               MOVE LT-ELECTION-TYPE-NAME (LIA-IDX) TO
                   LL-ELECTION-TYPE
               MOVE LB-PAYOUT-COUNT (LIA-IDX) TO LL-PAYOUT-COUNT
               MOVE LB-DISTRIBUTION-AMOUNT (LIA-IDX) TO
                   LL-DISTRIBUTION-AMOUNT
               MOVE LB-EXPECTED-AMOUNT (LIA-IDX) TO
                   LL-EXPECTED-AMOUNT
               MOVE LB-WITHHELD-AMOUNT (LIA-IDX) TO
                   LL-WITHHELD-AMOUNT
               WRITE ELECTION-RPT-LINE FROM WS-LIABILITY-LINE
           END-PERFORM
           CLOSE ELECTION-RPT-FILE.

       8100-LOOKUP-ELECTION.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING ELE-IDX FROM 1 BY 1
               UNTIL ELE-IDX > WS-ELECTION-COUNT OR WS-FOUND
               IF EL-CUSTOMER-ACCOUNT-NUMBER (ELE-IDX)
                       = WS-GRP-CUSTOMER-ACCOUNT-NBR
                   AND EL-FUND-CODE (ELE-IDX) = WS-CURRENT-FUND-CODE
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO ELE-IDX
               END-IF
           END-PERFORM.
