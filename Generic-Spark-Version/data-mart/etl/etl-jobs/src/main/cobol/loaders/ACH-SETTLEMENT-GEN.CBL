      *  count, the NACHA entry hash (sum of the 8-digit routing
      *  prefixes, low-order ten digits) and the debit/credit dollar
      *  control totals the bank proves the batch against.
      *  No entry is built for an account on the sanctions hold file
      *  (OFACHOLDIN, written by OFAC-SCREEN-LOAD for every account
      *  with a potential sanctions match not yet cleared); trade
      *  and distribution entries for a held account are listed as
      *  held on the control report instead.
      *
      *  Each batch header carries the effective entry date, the next
      *  Fed settlement day after the run date as DATE-SERVICE reads
      *  it from the business-day calendar, so a batch built the
      *  night before a Federal Reserve holiday settles the day after
      *  the holiday rather than on the closed day.  The date is shown
      *  on each batch summary line, and the run is refused when the
      *  calendar does not cover the next twelve months.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT BANK-INSTR-OUT ASSIGN TO "BANKINSOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OFAC-HOLD-FILE ASSIGN TO "OFACHOLDIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACH-BATCH-FILE ASSIGN TO "ACHNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACH-CONTROL-RPT-FILE ASSIGN TO "RPTNAME"
           05  BO-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  BO-BANK-MICR                      PIC 9(9).
           05  BO-BANK-ACCT                      PIC 9(17).
       FD  OFAC-HOLD-FILE.
       01  OFAC-HOLD-RECORD.
           05  OH-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  OH-HOLD-REASON-CDE                PIC X(1).
           05  OH-OPEN-DATE                      PIC 9(8).
       FD  ACH-BATCH-FILE.
       01  ACH-BATCH-RECORD                      PIC X(94).
       FD  ACH-CONTROL-RPT-FILE.
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-RUN-DATE                           PIC 9(8) VALUE ZERO.
       01  WS-EFFECTIVE-DATE                     PIC 9(8) VALUE ZERO.
       01  WS-MAX-BANKS                          PIC 9(6) VALUE 50000.
       01  WS-BANK-COUNT                         PIC 9(6) VALUE ZERO.
       01  WS-MAX-ACH-ACCTS                      PIC 9(6) VALUE 100000.
       01  WS-MAX-ENTRIES                        PIC 9(6) VALUE 50000.
       01  WS-TRADE-ENTRY-COUNT                  PIC 9(6) VALUE ZERO.
       01  WS-DIST-ENTRY-COUNT                   PIC 9(6) VALUE ZERO.
       01  WS-MAX-HOLDS                          PIC 9(6) VALUE 50000.
       01  WS-HOLD-COUNT                         PIC 9(6) VALUE ZERO.
       01  WS-HELD-COUNT                         PIC 9(6) VALUE ZERO.
       01  WS-HOLD-ACCOUNT-NUMBER                PIC X(20) VALUE
                                                  SPACES.
       01  WS-HELD-AMOUNT                        PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-OFAC-HELD-SW                       PIC X(1) VALUE 'N'.
           88  WS-OFAC-HELD                          VALUE 'Y'.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(6) VALUE ZERO.
           05  GG-CONTENT-TOTAL                  PIC S9(15)V9(2).
           05  GG-RUN-DATE                       PIC 9(8) VALUE ZERO.
           05  GG-STATUS                         PIC X(1).
       01  DATE-SERVICE-AREA.
           05  DS-FUNCTION                       PIC X(4).
           05  DS-CALENDAR-CDE                   PIC X(1) VALUE 'F'.
           05  DS-DATE-1                         PIC 9(8).
           05  DS-DATE-2                         PIC 9(8).
           05  DS-DAY-COUNT                      PIC S9(7).
           05  DS-RESULT-DATE                    PIC 9(8).
           05  DS-PERIOD-END-CDE                 PIC X(1).
           05  DS-STATUS                         PIC X(1).
       01  BANK-INSTRUCTION-TABLE.
           05  BANK-INSTRUCTION-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-BANK-COUNT
                   DEPENDING ON WS-ACH-ACCT-COUNT
                   INDEXED BY ACH-IDX.
               10  AE-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
       01  OFAC-HOLD-TABLE.
           05  OFAC-HOLD-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-HOLD-COUNT
                   INDEXED BY HOLD-IDX.
               10  HL-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  HL-HOLD-REASON-CDE            PIC X(1).
       01  TRADE-ENTRY-TABLE.
           05  TRADE-ENTRY-ROW OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-TRADE-ENTRY-COUNT
           05  BH-SERVICE-CLASS-CODE             PIC 9(3).
           05  BH-COMPANY-NAME                   PIC X(16).
           05  BH-BATCH-DESCRIPTION              PIC X(10).
           05  BH-EFFECTIVE-ENTRY-DATE           PIC 9(6).
           05  FILLER                            PIC X(58) VALUE
                                                  SPACES.
       01  WS-ENTRY-DETAIL-RECORD.
           05  ED-RECORD-TYPE-CODE               PIC X(1) VALUE '6'.
           05  FILLER                            PIC X(7) VALUE
               ' HASH '.
           05  BS-ENTRY-HASH                     PIC 9(10).
           05  FILLER                            PIC X(6) VALUE
               '  EFF '.
           05  BS-EFFECTIVE-DATE                 PIC 9(8).
       01  WS-REJECT-LINE.
           05  FILLER                            PIC X(9) VALUE
               'REJECT  '.
           05  RL-BANK-MICR                      PIC 9(9).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  RL-REASON                         PIC X(28).
       01  WS-HELD-LINE.
           05  FILLER                            PIC X(9) VALUE
               'HELD    '.
           05  HD-ACCOUNT-NUMBER                 PIC X(20).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  HD-AMOUNT                         PIC Z(12)9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  HD-REASON                         PIC X(28).
       01  WS-SUMMARY-LINE.
           05  FILLER                            PIC X(20) VALUE
               'ENTRIES WRITTEN: '.
           05  FILLER                            PIC X(20) VALUE
               '   REJECTED: '.
           05  SL-REJECT-COUNT                   PIC ZZZZZ9.
           05  FILLER                            PIC X(20) VALUE
               '   SANCTIONS HELD: '.
           05  SL-HELD-COUNT                     PIC ZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)) TO
               WS-RUN-DATE
           PERFORM 1050-SET-EFFECTIVE-DATE
           PERFORM 1100-LOAD-BANK-INSTRUCTIONS
           PERFORM 1200-LOAD-OFAC-HOLDS
           OPEN OUTPUT ACH-CONTROL-RPT-FILE
           WRITE ACH-CONTROL-RPT-LINE FROM WS-HEADLINE-1.

      *    Batches settle the next Fed settlement day; the header
      *    carries the date as YYMMDD.
       1050-SET-EFFECTIVE-DATE.
           MOVE 'CHCK' TO DS-FUNCTION
           MOVE WS-RUN-DATE TO DS-DATE-1
           PERFORM 8600-CALL-DATE-SERVICE
           IF DS-STATUS NOT = '0'
               STOP RUN
           END-IF
           MOVE 'NEXT' TO DS-FUNCTION
           PERFORM 8600-CALL-DATE-SERVICE
           MOVE DS-RESULT-DATE TO WS-EFFECTIVE-DATE
           MOVE WS-EFFECTIVE-DATE (3:6) TO BH-EFFECTIVE-ENTRY-DATE
           MOVE WS-EFFECTIVE-DATE TO BS-EFFECTIVE-DATE.

       1100-LOAD-BANK-INSTRUCTIONS.
           OPEN INPUT BANK-INSTR-IN
           PERFORM 1110-READ-BANK-INSTR
           END-READ.

       1190-VERIFY-GENERATION.
           MOVE WS-RUN-DATE TO GG-RUN-DATE
           MOVE 'CHCK' TO GG-ACTION
           MOVE WS-GATE-IN-COUNT TO GG-RECORD-COUNT
           MOVE WS-GATE-IN-TOTAL TO GG-CONTENT-TOTAL
               STOP RUN
           END-IF.

       1200-LOAD-OFAC-HOLDS.
           OPEN INPUT OFAC-HOLD-FILE
           PERFORM 1210-READ-OFAC-HOLD
               UNTIL WS-EOF
           CLOSE OFAC-HOLD-FILE
           MOVE 'N' TO WS-EOF-SW.

       1210-READ-OFAC-HOLD.
           READ OFAC-HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-HOLD-COUNT < WS-MAX-HOLDS
                       ADD 1 TO WS-HOLD-COUNT
                       SET HOLD-IDX TO WS-HOLD-COUNT
                       MOVE OH-CUSTOMER-ACCOUNT-NUMBER TO
                           HL-CUSTOMER-ACCOUNT-NUMBER (HOLD-IDX)
                       MOVE OH-HOLD-REASON-CDE TO
                           HL-HOLD-REASON-CDE (HOLD-IDX)
                   END-IF
           END-READ.

       2000-LOAD-ACH-ELECTIONS.
           OPEN INPUT ACCOUNT-MASTER-POSITION
           PERFORM 2100-READ-AMP
           END-IF.

       3920-ADD-TRADE-ENTRY.
           MOVE WS-GRP-ACCOUNT-NUMBER TO WS-HOLD-ACCOUNT-NUMBER
           PERFORM 8400-CHECK-OFAC-HOLD
           IF WS-OFAC-HELD
               MOVE WS-GRP-GROSS-AMOUNT TO WS-HELD-AMOUNT
               PERFORM 8500-WRITE-HELD
           ELSE
               IF WS-GRP-BANK-MICR = ZERO OR WS-GRP-BANK-ACCT = ZERO
                   MOVE 'NO BANK INSTRUCTION' TO WS-REJECT-REASON
                   PERFORM 8200-WRITE-REJECT
               ELSE
                   MOVE WS-GRP-BANK-MICR TO WS-ABA-WORK
                   PERFORM 8100-VALIDATE-ABA
                   PERFORM 3930-ACCEPT-OR-REJECT
               END-IF
           END-IF.

       3930-ACCEPT-OR-REJECT.
           END-READ.

       4200-ADD-DIST-ENTRY.
           MOVE DVRA-CUSTOMER-ACCOUNT-NUMBER TO WS-HOLD-ACCOUNT-NUMBER
           PERFORM 8400-CHECK-OFAC-HOLD
           IF WS-OFAC-HELD
               MOVE DISTRIBUTION-AMOUNT TO WS-HELD-AMOUNT
               PERFORM 8500-WRITE-HELD
           ELSE
               PERFORM 4210-ADD-ELECTED-DIST-ENTRY
           END-IF.

       4210-ADD-ELECTED-DIST-ENTRY.
           PERFORM 4300-CHECK-ACH-ELECTION
           IF NOT WS-FOUND
               MOVE DVRA-CUSTOMER-ACCOUNT-NUMBER TO
           PERFORM 6100-WRITE-BANK-INSTR-OUT
           MOVE WS-ENTRIES-WRITTEN TO SL-ENTRY-COUNT
           MOVE WS-REJECT-COUNT TO SL-REJECT-COUNT
           MOVE WS-HELD-COUNT TO SL-HELD-COUNT
           WRITE ACH-CONTROL-RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE ACH-CONTROL-RPT-FILE.

           COMPUTE WS-ENTRY-HASH =
               FUNCTION MOD(WS-ENTRY-HASH
                   + ED-BANK-MICR / 10, 10000000000).

       8400-CHECK-OFAC-HOLD.
           MOVE 'N' TO WS-OFAC-HELD-SW
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > WS-HOLD-COUNT OR WS-OFAC-HELD
               IF HL-CUSTOMER-ACCOUNT-NUMBER (HOLD-IDX)
                       = WS-HOLD-ACCOUNT-NUMBER
                   SET WS-OFAC-HELD TO TRUE
                   IF HL-HOLD-REASON-CDE (HOLD-IDX) = 'B'
                       MOVE 'SANCTIONS MATCH - BLOCKED' TO HD-REASON
                   ELSE
                       MOVE 'HELD - SANCTIONS REVIEW' TO HD-REASON
                   END-IF
               END-IF
           END-PERFORM.

       8500-WRITE-HELD.
           ADD 1 TO WS-HELD-COUNT
           MOVE WS-HOLD-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
           MOVE WS-HELD-AMOUNT TO HD-AMOUNT
           WRITE ACH-CONTROL-RPT-LINE FROM WS-HELD-LINE.

       8600-CALL-DATE-SERVICE.
           CALL 'DATE-SERVICE' USING DS-FUNCTION DS-CALENDAR-CDE
               DS-DATE-1 DS-DATE-2 DS-DAY-COUNT DS-RESULT-DATE
               DS-PERIOD-END-CDE DS-STATUS.
