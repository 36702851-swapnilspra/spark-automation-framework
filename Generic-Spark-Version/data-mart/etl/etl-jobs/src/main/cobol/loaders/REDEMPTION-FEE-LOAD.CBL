       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDEMPTION-FEE-LOAD.
      ******************************************************************
      *  Short-term redemption fee calculation and fund remittance.
      *  Several funds charge a redemption fee on shares held fewer
      *  than a set number of days; whether the fee was collected was
      *  checked by hand on a sample, and DFA-MARKET-TIMER-LOAD counts
      *  round trips without ever computing a fee.
      *
      *  The purchase-lot aging file CDSC-WAIVER-AUDIT-LOAD rolls
      *  forward on CDSC-LOT-IN / CDSC-LOT-OUT already dates every
      *  share; this job reads the same CDSC-LOT-IN generation
      *  read-only (the lot chain stays CDSC-WAIVER-AUDIT-LOAD's to
      *  write) and replays the day's DIRECT-FINANCIAL-ACTIVITY over
      *  it in storage.  Each DFA group is stitched the way
      *  AMP-STITCH-LOAD stitches - SEQUENCE-NUMBER 1 for the trade,
      *  2 for the waiver reason, 7 for the omnibus account and NSCC
      *  exchange code, 8 for the fee actually charged - and:
      *    - a purchase (SHARE-BALANCE-ADD) opens a lot;
      *    - a redemption or exchange-out (SHARE-BALANCE-SUBTRACT)
      *      in a fund on the fee schedule consumes lots first-in
      *      first-out, and shares from a lot held fewer than the
      *      fund's holding-day threshold accrue the fee percent of
      *      their value at the redemption price.  Shares beyond the
      *      lots on file are presumed aged and accrue no fee.
      *  The fee is waived for systematic withdrawals and IRA
      *  required distributions (waiver rows on the schedule naming
      *  the FIN-TR-CDSC-WV-RSN codes) and for omnibus accounts
      *  (OMB-FIRM-ACCT-NBR present), which assess their own fee.
      *  The fee charged is the SEQUENCE-NUMBER 8 TR-COM-FEE-FI-AT
      *  carrying the redemption fee FS-COM-FEE-TYPE-ID.
      *
      *  Every redemption whose computed fee differs from the fee
      *  charged beyond the penny tolerance is reported.  Because the
      *  fee belongs to the fund, the fees charged are totalled by
      *  fund into the daily remittance file and closing report
      *  section so they can be paid over.
      *
      *  Schedule rows (PARMNAME) are typed: 'C' control (run date,
      *  redemption fee type id), 'F' fund (FUND-CODE, fee percent,
      *  holding days), 'W' waiver (reason code, S = systematic
      *  withdrawal, R = required distribution).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIRECT-FINANCIAL-ACTIVITY ASSIGN TO "DFANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CDSC-LOT-IN ASSIGN TO "CDSCLOTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REDEMPTION-FEE-SCHEDULE ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEE-REMITTANCE-FILE ASSIGN TO "FEEREMITOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REDEMPTION-FEE-RPT-FILE ASSIGN TO "RPTNAME"
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
               10  FILLER                        PIC X(22).
               10  SHARE-BALANCE-EFFECT-CODE     PIC X(1).
                   88  SHARE-BALANCE-ADD             VALUE 'A'.
                   88  SHARE-BALANCE-SUBTRACT        VALUE 'S'.
               10  PER-SHARE-PRICE-AMOUNT        PIC 9(5)V9(4).
               10  FILLER                        PIC X(15).
               10  TRANSACTION-SHARES-COUNT      PIC 9(11)V9(4).
               10  TRADE-DATE                    PIC 9(8).
               10  FILLER                        PIC X(29).
           05  DETAIL-RECORD-2 REDEFINES DETAIL-RECORD-1.
               10  FILLER                        PIC X(149).
               10  FIN-TR-CDSC-WV-RSN            PIC X(4).
               10  FILLER                        PIC X(1).
           05  DETAIL-RECORD-7-AREA REDEFINES DETAIL-RECORD-1.
               10  FILLER                        PIC X(92).
               10  DFA-OMB-FIRM-ACCT-NBR         PIC X(20).
               10  FILLER                        PIC X(17).
               10  NSCC-TRANS-TYPE               PIC X(1).
               10  NSCC-TRANS-CODE               PIC X(2).
                   88  NSCC-FULL-EXCHANGE            VALUE '05'.
                   88  NSCC-PARTIAL-EXCHANGE         VALUE '06'.
               10  FILLER                        PIC X(22).
           05  DETAIL-RECORD-8-AREA REDEFINES DETAIL-RECORD-1.
               10  FILLER                        PIC X(39).
               10  FS-COM-FEE-TYPE-ID            PIC X(4).
               10  FILLER                        PIC X(15).
               10  TR-COM-FEE-FI-AT              PIC 9(13)V9(2).
               10  FILLER                        PIC X(81).
       FD  CDSC-LOT-IN.
       01  CDSC-LOT-IN-RECORD.
           05  LI-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  LI-FUND-CODE                      PIC 9(7).
           05  LI-TRADE-DATE                     PIC 9(8).
           05  LI-REMAINING-SHARES               PIC 9(11)V9(4).
       FD  REDEMPTION-FEE-SCHEDULE.
       01  FEE-SCHEDULE-RECORD.
           05  FS-ROW-TYPE                       PIC X(1).
               88  FS-CONTROL-ROW                    VALUE 'C'.
               88  FS-FUND-ROW                       VALUE 'F'.
               88  FS-WAIVER-ROW                     VALUE 'W'.
           05  FS-CONTROL-DATA.
               10  FS-RUN-DATE                   PIC 9(8).
               10  FS-REDEMPTION-FEE-TYPE-ID     PIC X(4).
               10  FILLER                        PIC X(4).
           05  FS-FUND-DATA REDEFINES FS-CONTROL-DATA.
               10  FS-FUND-CODE                  PIC 9(7).
               10  FS-FEE-PERCENT                PIC 9(1)V9(4).
               10  FS-HOLDING-DAYS               PIC 9(4).
           05  FS-WAIVER-DATA REDEFINES FS-CONTROL-DATA.
               10  FS-WAIVER-REASON              PIC X(4).
               10  FS-WAIVER-CLASS               PIC X(1).
               10  FILLER                        PIC X(11).
       FD  FEE-REMITTANCE-FILE.
       01  FEE-REMITTANCE-RECORD.
           05  RM-FUND-CODE                      PIC 9(7).
           05  RM-RUN-DATE                       PIC 9(8).
           05  RM-REDEMPTION-COUNT               PIC 9(7).
           05  RM-REMIT-AMOUNT                   PIC 9(13)V9(2).
           05  RM-COMPUTED-AMOUNT                PIC 9(13)V9(2).
       FD  REDEMPTION-FEE-RPT-FILE.
       01  REDEMPTION-FEE-RPT-LINE               PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-RUN-DATE                           PIC 9(8) VALUE ZERO.
       01  WS-REDEMPTION-FEE-TYPE-ID             PIC X(4) VALUE 'RDMF'.
       01  WS-MAX-LOTS                           PIC 9(6) VALUE 100000.
       01  WS-LOT-COUNT                          PIC 9(6) VALUE ZERO.
       01  WS-MAX-FUNDS                          PIC 9(5) VALUE 5000.
       01  WS-FUND-COUNT                         PIC 9(5) VALUE ZERO.
       01  WS-MAX-WAIVERS                        PIC 9(3) VALUE 100.
       01  WS-WAIVER-COUNT                       PIC 9(3) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(5) VALUE ZERO.
       01  WS-EARLIEST-IDX                       PIC 9(6) VALUE ZERO.
       01  WS-EARLIEST-DATE                      PIC 9(8) VALUE ZERO.
       01  WS-GROUP-OPEN-SW                      PIC X(1) VALUE 'N'.
           88  WS-GROUP-OPEN                         VALUE 'Y'.
       01  WS-GRP-CUSTOMER-ACCOUNT-NBR           PIC X(20) VALUE
                                                  SPACES.
       01  WS-GRP-FUND-CODE                      PIC 9(7) VALUE ZERO.
       01  WS-GRP-EFFECT-CODE                    PIC X(1) VALUE SPACE.
       01  WS-GRP-PRICE-AMOUNT                   PIC 9(5)V9(4)
                                                  VALUE ZERO.
       01  WS-GRP-SHARES-COUNT                   PIC 9(11)V9(4)
                                                  VALUE ZERO.
       01  WS-GRP-TRADE-DATE                     PIC 9(8) VALUE ZERO.
       01  WS-GRP-WAIVER-REASON                  PIC X(4) VALUE SPACES.
       01  WS-GRP-OMB-ACCT-NBR                   PIC X(20) VALUE
                                                  SPACES.
       01  WS-GRP-EXCHANGE-SW                    PIC X(1) VALUE 'N'.
           88  WS-GRP-EXCHANGE                       VALUE 'Y'.
       01  WS-GRP-CHARGED-FEE                    PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-WAIVER-DISPOSITION                 PIC X(20) VALUE
                                                  SPACES.
       01  WS-HELD-DAYS                          PIC S9(7) VALUE ZERO.
       01  WS-SHARES-TO-RELIEVE                  PIC 9(11)V9(4)
                                                  VALUE ZERO.
       01  WS-SHARES-CONSUMED                    PIC 9(11)V9(4)
                                                  VALUE ZERO.
       01  WS-SHORT-TERM-SHARES                  PIC 9(11)V9(4)
                                                  VALUE ZERO.
       01  WS-COMPUTED-FEE                       PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-FEE-VARIANCE                       PIC S9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-FEE-TOLERANCE                      PIC 9(1)V9(2)
                                                  VALUE 0.01.
       01  WS-REDEMPTIONS-CHECKED                PIC 9(7) VALUE ZERO.
       01  WS-REDEMPTIONS-WAIVED                 PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT                    PIC 9(7) VALUE ZERO.
       01  WS-REMIT-GRAND-TOTAL                  PIC 9(15)V9(2)
                                                  VALUE ZERO.
       01  CDSC-LOT-TABLE.
           05  CDSC-LOT-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-LOT-COUNT
                   INDEXED BY LOT-IDX.
               10  LT-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  LT-FUND-CODE                  PIC 9(7).
               10  LT-TRADE-DATE                 PIC 9(8).
               10  LT-REMAINING-SHARES           PIC 9(11)V9(4).
       01  FUND-FEE-TABLE.
           05  FUND-FEE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-FUND-COUNT
                   INDEXED BY FND-IDX.
               10  FF-FUND-CODE                  PIC 9(7).
               10  FF-FEE-PERCENT                PIC 9(1)V9(4).
               10  FF-HOLDING-DAYS               PIC 9(4).
               10  FF-REDEMPTION-COUNT           PIC 9(7).
               10  FF-CHARGED-TOTAL              PIC 9(13)V9(2).
               10  FF-COMPUTED-TOTAL             PIC 9(13)V9(2).
       01  FEE-WAIVER-TABLE.
           05  FEE-WAIVER-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-WAIVER-COUNT
                   INDEXED BY WVR-IDX.
               10  FW-WAIVER-REASON              PIC X(4).
               10  FW-WAIVER-CLASS               PIC X(1).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'SHORT-TERM REDEMPTION FEE CALCULATION REPORT'.
       01  WS-COLUMN-LINE                        PIC X(120) VALUE
           'ACCOUNT              FUND    TYPE TRADE-DT   SHORT-SHARES'.
       01  WS-DETAIL-LINE.
           05  DL-ACCOUNT-NUMBER                 PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-TRAN-TYPE                      PIC X(4).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-TRADE-DATE                     PIC 9(8).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-SHORT-TERM-SHARES              PIC Z(10)9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-COMPUTED-FEE                   PIC Z(9)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-CHARGED-FEE                    PIC Z(9)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-STATUS                         PIC X(30).
       01  WS-REMIT-HEADLINE                     PIC X(60) VALUE
           'DAILY REDEMPTION FEE REMITTANCE BY FUND'.
       01  WS-REMIT-LINE.
           05  FILLER                            PIC X(5) VALUE
               'FUND '.
           05  RL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(13) VALUE
               ' REDEMPTIONS '.
           05  RL-REDEMPTION-COUNT               PIC ZZZZZZ9.
           05  FILLER                            PIC X(8) VALUE
               ' REMIT '.
           05  RL-REMIT-AMOUNT                   PIC Z(12)9.99.
           05  FILLER                            PIC X(11) VALUE
               ' COMPUTED '.
           05  RL-COMPUTED-AMOUNT                PIC Z(12)9.99.
       01  WS-SUMMARY-LINE.
           05  FILLER                            PIC X(22) VALUE
               'REDEMPTIONS CHECKED: '.
           05  SL-CHECKED-COUNT                  PIC ZZZZZZ9.
           05  FILLER                            PIC X(10) VALUE
               '  WAIVED: '.
           05  SL-WAIVED-COUNT                   PIC ZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  EXCEPTIONS: '.
           05  SL-EXCEPTION-COUNT                PIC ZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  TOTAL REMIT '.
           05  SL-REMIT-TOTAL                    PIC Z(12)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-FILE
               UNTIL WS-EOF
           PERFORM 2900-APPLY-GROUP
           PERFORM 3000-WRITE-REMITTANCE
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-FEE-SCHEDULE
           PERFORM 1200-LOAD-LOT-FILE
           OPEN INPUT DIRECT-FINANCIAL-ACTIVITY
           OPEN OUTPUT REDEMPTION-FEE-RPT-FILE
           WRITE REDEMPTION-FEE-RPT-LINE FROM WS-HEADLINE-1
           WRITE REDEMPTION-FEE-RPT-LINE FROM WS-COLUMN-LINE
           PERFORM 9100-READ-NEXT.

       1100-LOAD-FEE-SCHEDULE.
           OPEN INPUT REDEMPTION-FEE-SCHEDULE
           PERFORM 1110-READ-SCHEDULE
               UNTIL WS-EOF
           CLOSE REDEMPTION-FEE-SCHEDULE
           MOVE 'N' TO WS-EOF-SW
           IF WS-RUN-DATE = ZERO
               MOVE FUNCTION NUMVAL(
                    FUNCTION CURRENT-DATE(1:8)) TO WS-RUN-DATE
           END-IF
           IF WS-WAIVER-COUNT = ZERO
               MOVE 2 TO WS-WAIVER-COUNT
               MOVE 'SWP ' TO FW-WAIVER-REASON (1)
               MOVE 'S' TO FW-WAIVER-CLASS (1)
               MOVE 'RMD ' TO FW-WAIVER-REASON (2)
               MOVE 'R' TO FW-WAIVER-CLASS (2)
           END-IF.

       1110-READ-SCHEDULE.
           READ REDEMPTION-FEE-SCHEDULE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN FS-CONTROL-ROW
                           MOVE FS-RUN-DATE TO WS-RUN-DATE
                           IF FS-REDEMPTION-FEE-TYPE-ID NOT = SPACES
                               MOVE FS-REDEMPTION-FEE-TYPE-ID TO
                                   WS-REDEMPTION-FEE-TYPE-ID
                           END-IF
                       WHEN FS-FUND-ROW
                           IF WS-FUND-COUNT < WS-MAX-FUNDS
                               ADD 1 TO WS-FUND-COUNT
                               SET FND-IDX TO WS-FUND-COUNT
                               MOVE FS-FUND-CODE TO
                                   FF-FUND-CODE (FND-IDX)
                               MOVE FS-FEE-PERCENT TO
                                   FF-FEE-PERCENT (FND-IDX)
                               MOVE FS-HOLDING-DAYS TO
                                   FF-HOLDING-DAYS (FND-IDX)
                               MOVE ZERO TO
                                   FF-REDEMPTION-COUNT (FND-IDX)
                               MOVE ZERO TO FF-CHARGED-TOTAL (FND-IDX)
                               MOVE ZERO TO
                                   FF-COMPUTED-TOTAL (FND-IDX)
                           END-IF
                       WHEN FS-WAIVER-ROW
                           IF WS-WAIVER-COUNT < WS-MAX-WAIVERS
                               ADD 1 TO WS-WAIVER-COUNT
                               SET WVR-IDX TO WS-WAIVER-COUNT
                               MOVE FS-WAIVER-REASON TO
                                   FW-WAIVER-REASON (WVR-IDX)
                               MOVE FS-WAIVER-CLASS TO
                                   FW-WAIVER-CLASS (WVR-IDX)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       1200-LOAD-LOT-FILE.
           OPEN INPUT CDSC-LOT-IN
           PERFORM 1210-READ-LOT
           CLOSE CDSC-LOT-IN.

       1210-READ-LOT.
           READ CDSC-LOT-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-LOT-COUNT < WS-MAX-LOTS
                       ADD 1 TO WS-LOT-COUNT
                       SET LOT-IDX TO WS-LOT-COUNT
                       MOVE LI-CUSTOMER-ACCOUNT-NUMBER TO
                           LT-CUSTOMER-ACCOUNT-NUMBER (LOT-IDX)
                       MOVE LI-FUND-CODE TO LT-FUND-CODE (LOT-IDX)
                       MOVE LI-TRADE-DATE TO LT-TRADE-DATE (LOT-IDX)
                       MOVE LI-REMAINING-SHARES TO
                           LT-REMAINING-SHARES (LOT-IDX)
                       PERFORM 1210-READ-LOT
                   END-IF
           END-READ.

       2000-PROCESS-FILE.
           IF DIRECT-FINANCIAL-ACTIVITY-REC
               EVALUATE SEQUENCE-NUMBER
                   WHEN 1
                       PERFORM 2900-APPLY-GROUP
                       PERFORM 2100-START-GROUP
                   WHEN 2
                       MOVE FIN-TR-CDSC-WV-RSN TO WS-GRP-WAIVER-REASON
                   WHEN 7
                       MOVE DFA-OMB-FIRM-ACCT-NBR TO
                           WS-GRP-OMB-ACCT-NBR
                       IF NSCC-FULL-EXCHANGE OR NSCC-PARTIAL-EXCHANGE
                           SET WS-GRP-EXCHANGE TO TRUE
                       END-IF
                   WHEN 8
                       IF FS-COM-FEE-TYPE-ID = WS-REDEMPTION-FEE-TYPE-ID
                           ADD TR-COM-FEE-FI-AT TO WS-GRP-CHARGED-FEE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 9100-READ-NEXT.

       2100-START-GROUP.
           MOVE CUSTOMER-ACCOUNT-NUMBER TO WS-GRP-CUSTOMER-ACCOUNT-NBR
           MOVE FUND-CODE TO WS-GRP-FUND-CODE
           MOVE SHARE-BALANCE-EFFECT-CODE TO WS-GRP-EFFECT-CODE
           MOVE PER-SHARE-PRICE-AMOUNT TO WS-GRP-PRICE-AMOUNT
           MOVE TRANSACTION-SHARES-COUNT TO WS-GRP-SHARES-COUNT
           MOVE TRADE-DATE TO WS-GRP-TRADE-DATE
           MOVE SPACES TO WS-GRP-WAIVER-REASON
           MOVE SPACES TO WS-GRP-OMB-ACCT-NBR
           MOVE 'N' TO WS-GRP-EXCHANGE-SW
           MOVE ZERO TO WS-GRP-CHARGED-FEE
           SET WS-GROUP-OPEN TO TRUE.

       2900-APPLY-GROUP.
           IF WS-GROUP-OPEN
               EVALUATE WS-GRP-EFFECT-CODE
                   WHEN 'A'
                       PERFORM 2910-OPEN-LOT
                   WHEN 'S'
                       PERFORM 2920-CHECK-REDEMPTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE 'N' TO WS-GROUP-OPEN-SW
           END-IF.

       2910-OPEN-LOT.
           IF WS-GRP-SHARES-COUNT > ZERO
               AND WS-LOT-COUNT < WS-MAX-LOTS
               ADD 1 TO WS-LOT-COUNT
               SET LOT-IDX TO WS-LOT-COUNT
               MOVE WS-GRP-CUSTOMER-ACCOUNT-NBR TO
                   LT-CUSTOMER-ACCOUNT-NUMBER (LOT-IDX)
               MOVE WS-GRP-FUND-CODE TO LT-FUND-CODE (LOT-IDX)
               MOVE WS-GRP-TRADE-DATE TO LT-TRADE-DATE (LOT-IDX)
               MOVE WS-GRP-SHARES-COUNT TO
                   LT-REMAINING-SHARES (LOT-IDX)
           END-IF.

      *    Lots are relieved for every redemption so the in-storage
      *    aging stays true; only funds on the schedule accrue a fee.
       2920-CHECK-REDEMPTION.
           PERFORM 2925-LOOKUP-FUND-FEE
           MOVE ZERO TO WS-COMPUTED-FEE
           MOVE ZERO TO WS-SHORT-TERM-SHARES
           MOVE WS-GRP-SHARES-COUNT TO WS-SHARES-TO-RELIEVE
           SET WS-FOUND TO TRUE
           PERFORM 2930-CONSUME-EARLIEST-LOT
               UNTIL WS-SHARES-TO-RELIEVE = ZERO
               OR NOT WS-FOUND
           IF WS-MATCHED-IDX > ZERO
               PERFORM 2960-JUDGE-REDEMPTION
           END-IF.

       2925-LOOKUP-FUND-FEE.
           MOVE ZERO TO WS-MATCHED-IDX
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING FND-IDX FROM 1 BY 1
               UNTIL FND-IDX > WS-FUND-COUNT OR WS-FOUND
               IF FF-FUND-CODE (FND-IDX) = WS-GRP-FUND-CODE
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO FND-IDX
               END-IF
           END-PERFORM.

       2930-CONSUME-EARLIEST-LOT.
           PERFORM 2940-FIND-EARLIEST-LOT
           IF WS-FOUND
               PERFORM 2950-RELIEVE-ONE-LOT
           END-IF.

       2940-FIND-EARLIEST-LOT.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 99999999 TO WS-EARLIEST-DATE
           MOVE ZERO TO WS-EARLIEST-IDX
           PERFORM VARYING LOT-IDX FROM 1 BY 1
               UNTIL LOT-IDX > WS-LOT-COUNT
               IF LT-CUSTOMER-ACCOUNT-NUMBER (LOT-IDX) =
                       WS-GRP-CUSTOMER-ACCOUNT-NBR
                   AND LT-FUND-CODE (LOT-IDX) = WS-GRP-FUND-CODE
                   AND LT-REMAINING-SHARES (LOT-IDX) > ZERO
                   AND LT-TRADE-DATE (LOT-IDX) < WS-EARLIEST-DATE
                   SET WS-FOUND TO TRUE
                   MOVE LT-TRADE-DATE (LOT-IDX) TO WS-EARLIEST-DATE
                   SET WS-EARLIEST-IDX TO LOT-IDX
               END-IF
           END-PERFORM.

       2950-RELIEVE-ONE-LOT.
           IF LT-REMAINING-SHARES (WS-EARLIEST-IDX) >=
                   WS-SHARES-TO-RELIEVE
               MOVE WS-SHARES-TO-RELIEVE TO WS-SHARES-CONSUMED
           ELSE
               MOVE LT-REMAINING-SHARES (WS-EARLIEST-IDX) TO
                   WS-SHARES-CONSUMED
           END-IF
           SUBTRACT WS-SHARES-CONSUMED FROM
               LT-REMAINING-SHARES (WS-EARLIEST-IDX)
           SUBTRACT WS-SHARES-CONSUMED FROM WS-SHARES-TO-RELIEVE
           IF WS-MATCHED-IDX > ZERO
               PERFORM 2955-ACCRUE-LOT-FEE
           END-IF.

       2955-ACCRUE-LOT-FEE.
           COMPUTE WS-HELD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-GRP-TRADE-DATE)
               - FUNCTION INTEGER-OF-DATE(
                   LT-TRADE-DATE (WS-EARLIEST-IDX))
           IF WS-HELD-DAYS < ZERO
               MOVE ZERO TO WS-HELD-DAYS
           END-IF
           IF WS-HELD-DAYS < FF-HOLDING-DAYS (WS-MATCHED-IDX)
               ADD WS-SHARES-CONSUMED TO WS-SHORT-TERM-SHARES
               COMPUTE WS-COMPUTED-FEE ROUNDED =
                   WS-COMPUTED-FEE
                   + (WS-SHARES-CONSUMED * WS-GRP-PRICE-AMOUNT
                       * FF-FEE-PERCENT (WS-MATCHED-IDX))
           END-IF.

       2960-JUDGE-REDEMPTION.
           ADD 1 TO WS-REDEMPTIONS-CHECKED
           PERFORM 2965-DETERMINE-WAIVER
           IF WS-WAIVER-DISPOSITION NOT = SPACES
               ADD 1 TO WS-REDEMPTIONS-WAIVED
               MOVE ZERO TO WS-COMPUTED-FEE
           END-IF
           ADD 1 TO FF-REDEMPTION-COUNT (WS-MATCHED-IDX)
           ADD WS-GRP-CHARGED-FEE TO FF-CHARGED-TOTAL (WS-MATCHED-IDX)
           ADD WS-COMPUTED-FEE TO FF-COMPUTED-TOTAL (WS-MATCHED-IDX)
           COMPUTE WS-FEE-VARIANCE =
               WS-COMPUTED-FEE - WS-GRP-CHARGED-FEE
           IF WS-FEE-VARIANCE > WS-FEE-TOLERANCE
               MOVE '*** FEE UNDERCOLLECTED' TO DL-STATUS
               PERFORM 2970-WRITE-EXCEPTION
           ELSE
               IF WS-FEE-VARIANCE < ZERO
                   AND (ZERO - WS-FEE-VARIANCE) > WS-FEE-TOLERANCE
                   IF WS-WAIVER-DISPOSITION NOT = SPACES
                       MOVE SPACES TO DL-STATUS
                       STRING '*** CHARGED - ' DELIMITED BY SIZE
                           WS-WAIVER-DISPOSITION DELIMITED BY SIZE
                           INTO DL-STATUS
                       END-STRING
                   ELSE
                       MOVE '*** FEE OVERCOLLECTED' TO DL-STATUS
                   END-IF
                   PERFORM 2970-WRITE-EXCEPTION
               END-IF
           END-IF.

       2965-DETERMINE-WAIVER.
           MOVE SPACES TO WS-WAIVER-DISPOSITION
           IF WS-GRP-OMB-ACCT-NBR NOT = SPACES
               MOVE 'OMNIBUS SELF-ASSESS' TO WS-WAIVER-DISPOSITION
           ELSE
               IF WS-GRP-WAIVER-REASON NOT = SPACES
                   PERFORM VARYING WVR-IDX FROM 1 BY 1
                       UNTIL WVR-IDX > WS-WAIVER-COUNT
                       OR WS-WAIVER-DISPOSITION NOT = SPACES
                       IF FW-WAIVER-REASON (WVR-IDX)
                               = WS-GRP-WAIVER-REASON
                           IF FW-WAIVER-CLASS (WVR-IDX) = 'R'
                               MOVE 'IRA REQUIRED DIST' TO
                                   WS-WAIVER-DISPOSITION
                           ELSE
                               MOVE 'SYSTEMATIC WITHDRAWAL' TO
                                   WS-WAIVER-DISPOSITION
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       2970-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-GRP-CUSTOMER-ACCOUNT-NBR TO DL-ACCOUNT-NUMBER
           MOVE WS-GRP-FUND-CODE TO DL-FUND-CODE
           IF WS-GRP-EXCHANGE
               MOVE 'EXCH' TO DL-TRAN-TYPE
           ELSE
               MOVE 'REDM' TO DL-TRAN-TYPE
           END-IF
           MOVE WS-GRP-TRADE-DATE TO DL-TRADE-DATE
           MOVE WS-SHORT-TERM-SHARES TO DL-SHORT-TERM-SHARES
           MOVE WS-COMPUTED-FEE TO DL-COMPUTED-FEE
           MOVE WS-GRP-CHARGED-FEE TO DL-CHARGED-FEE
           WRITE REDEMPTION-FEE-RPT-LINE FROM WS-DETAIL-LINE.

       3000-WRITE-REMITTANCE.
           OPEN OUTPUT FEE-REMITTANCE-FILE
           WRITE REDEMPTION-FEE-RPT-LINE FROM WS-REMIT-HEADLINE
           PERFORM VARYING FND-IDX FROM 1 BY 1
               UNTIL FND-IDX > WS-FUND-COUNT
               IF FF-REDEMPTION-COUNT (FND-IDX) > ZERO
                   PERFORM 3100-WRITE-ONE-REMITTANCE
               END-IF
           END-PERFORM
           CLOSE FEE-REMITTANCE-FILE.

       3100-WRITE-ONE-REMITTANCE.
           MOVE FF-FUND-CODE (FND-IDX) TO RM-FUND-CODE
           MOVE WS-RUN-DATE TO RM-RUN-DATE
           MOVE FF-REDEMPTION-COUNT (FND-IDX) TO RM-REDEMPTION-COUNT
           MOVE FF-CHARGED-TOTAL (FND-IDX) TO RM-REMIT-AMOUNT
           MOVE FF-COMPUTED-TOTAL (FND-IDX) TO RM-COMPUTED-AMOUNT
           WRITE FEE-REMITTANCE-RECORD
           ADD FF-CHARGED-TOTAL (FND-IDX) TO WS-REMIT-GRAND-TOTAL
           MOVE FF-FUND-CODE (FND-IDX) TO RL-FUND-CODE
           MOVE FF-REDEMPTION-COUNT (FND-IDX) TO RL-REDEMPTION-COUNT
           MOVE FF-CHARGED-TOTAL (FND-IDX) TO RL-REMIT-AMOUNT
           MOVE FF-COMPUTED-TOTAL (FND-IDX) TO RL-COMPUTED-AMOUNT
           WRITE REDEMPTION-FEE-RPT-LINE FROM WS-REMIT-LINE.

       4000-FINALIZE.
           MOVE WS-REDEMPTIONS-CHECKED TO SL-CHECKED-COUNT
           MOVE WS-REDEMPTIONS-WAIVED TO SL-WAIVED-COUNT
           MOVE WS-EXCEPTION-COUNT TO SL-EXCEPTION-COUNT
           MOVE WS-REMIT-GRAND-TOTAL TO SL-REMIT-TOTAL
           WRITE REDEMPTION-FEE-RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE DIRECT-FINANCIAL-ACTIVITY
           CLOSE REDEMPTION-FEE-RPT-FILE.

       9100-READ-NEXT.
           READ DIRECT-FINANCIAL-ACTIVITY
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
