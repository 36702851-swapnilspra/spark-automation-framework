      *  stale-date parameter are flagged as escheat candidates - the
      *  unclaimed property the ESCHEAT-CANDIDATE-LOAD dormancy logic
      *  never sees because it only watches account contact.
      *
      *  A check cut for an account on the sanctions hold file
      *  (OFACHOLDIN, written by OFAC-SCREEN-LOAD for every account
      *  with a potential sanctions match not yet cleared) is
      *  registered held rather than released, and outstanding
      *  checks are re-held or released each run as the account's
      *  hold comes and goes.  Every hold and release is listed on
      *  the report.
      *
      *  Ages come from DATE-SERVICE.  Stale-dating and the aging
      *  buckets are calendar-day rules, so calendar days stay the
      *  default; an age-basis byte on the parameter record set to
      *  'F' counts Fed settlement days off the business-day calendar
      *  instead (refusing the run when the calendar does not cover
      *  the next twelve months), with a check issued before the
      *  calendar begins still aged in calendar days.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAID-CHECKS-FILE ASSIGN TO "PAIDNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OFAC-HOLD-FILE ASSIGN TO "OFACHOLDIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STALE-DATE-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHECK-REGISTER-RPT-FILE ASSIGN TO "RPTNAME"
           05  RI-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  RI-ISSUE-DATE                     PIC 9(8).
           05  RI-CHECK-AMOUNT                   PIC 9(13)V9(2).
           05  RI-HOLD-CDE                       PIC X(1).
       FD  CHECK-REGISTER-OUT.
       01  CHECK-REGISTER-OUT-RECORD.
           05  RO-CHECK-NUMBER                   PIC 9(13).
           05  RO-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  RO-ISSUE-DATE                     PIC 9(8).
           05  RO-CHECK-AMOUNT                   PIC 9(13)V9(2).
           05  RO-HOLD-CDE                       PIC X(1).
       FD  PAID-CHECKS-FILE.
       01  PAID-CHECKS-RECORD.
           05  PC-CHECK-NUMBER                   PIC 9(13).
           05  PC-PAID-DATE                      PIC 9(8).
       FD  OFAC-HOLD-FILE.
       01  OFAC-HOLD-RECORD.
           05  OH-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  OH-HOLD-REASON-CDE                PIC X(1).
           05  OH-OPEN-DATE                      PIC 9(8).
       FD  STALE-DATE-PARM.
       01  STALE-DATE-PARM-RECORD.
           05  PARM-RUN-DATE                     PIC 9(8).
           05  PARM-STALE-DAYS                   PIC 9(3).
           05  PARM-AGE-BASIS                    PIC X(1).
       FD  CHECK-REGISTER-RPT-FILE.
       01  CHECK-REGISTER-RPT-LINE               PIC X(132).
       WORKING-STORAGE SECTION.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-RUN-DATE                           PIC 9(8) VALUE ZERO.
       01  WS-STALE-DAYS                         PIC 9(3) VALUE 180.
       01  WS-AGE-BASIS                          PIC X(1) VALUE 'C'.
       01  WS-MAX-CHECKS                         PIC 9(6) VALUE 100000.
       01  WS-CHECK-COUNT                        PIC 9(6) VALUE ZERO.
       01  WS-MAX-HOLDS                          PIC 9(6) VALUE 50000.
       01  WS-HOLD-COUNT                         PIC 9(6) VALUE ZERO.
       01  WS-HOLD-ACCOUNT-NUMBER                PIC X(20) VALUE
                                                  SPACES.
       01  WS-OFAC-HELD-SW                       PIC X(1) VALUE 'N'.
           88  WS-OFAC-HELD                          VALUE 'Y'.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(6) VALUE ZERO.
       01  WS-CHECKS-RELIEVED                    PIC 9(7) VALUE ZERO.
       01  WS-PAID-NOT-ON-REGISTER               PIC 9(7) VALUE ZERO.
       01  WS-STALE-COUNT                        PIC 9(7) VALUE ZERO.
       01  WS-CHECKS-HELD                        PIC 9(7) VALUE ZERO.
       01  WS-CHECKS-RELEASED                    PIC 9(7) VALUE ZERO.
       01  WS-BUCKET-1-COUNT                     PIC 9(7) VALUE ZERO.
       01  WS-BUCKET-1-AMOUNT                    PIC 9(13)V9(2)
                                                  VALUE ZERO.
           05  GG-CONTENT-TOTAL                  PIC S9(15)V9(2).
           05  GG-RUN-DATE                       PIC 9(8).
           05  GG-STATUS                         PIC X(1).
       01  DATE-SERVICE-AREA.
           05  DS-FUNCTION                       PIC X(4).
           05  DS-CALENDAR-CDE                   PIC X(1).
           05  DS-DATE-1                         PIC 9(8).
           05  DS-DATE-2                         PIC 9(8).
           05  DS-DAY-COUNT                      PIC S9(7).
           05  DS-RESULT-DATE                    PIC 9(8).
           05  DS-PERIOD-END-CDE                 PIC X(1).
           05  DS-STATUS                         PIC X(1).
       01  CHECK-REGISTER-TABLE.
           05  CHECK-REGISTER-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-CHECK-COUNT
               10  CR-CHECK-AMOUNT               PIC 9(13)V9(2).
               10  CR-PAID-SW                    PIC X(1).
                   88  CR-PAID                       VALUE 'Y'.
               10  CR-HOLD-CDE                   PIC X(1).
                   88  CR-SANCTIONS-HELD             VALUE 'H'.
       01  OFAC-HOLD-TABLE.
           05  OFAC-HOLD-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-HOLD-COUNT
                   INDEXED BY HOLD-IDX.
               10  HL-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'CHECK REGISTER - STALE-DATED OUTSTANDING CHECK REPORT'.
       01  WS-COLUMN-LINE                        PIC X(100) VALUE
           05  FILLER                            PIC X(9) VALUE
               '  STALE: '.
           05  SL-STALE-COUNT                    PIC ZZZZZZ9.
           05  FILLER                            PIC X(8) VALUE
               '  HELD: '.
           05  SL-HELD-COUNT                     PIC ZZZZZZ9.
           05  FILLER                            PIC X(12) VALUE
               '  RELEASED: '.
           05  SL-RELEASED-COUNT                 PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
                   IF PARM-STALE-DAYS > ZERO
                       MOVE PARM-STALE-DAYS TO WS-STALE-DAYS
                   END-IF
                   IF PARM-AGE-BASIS = 'F'
                       MOVE PARM-AGE-BASIS TO WS-AGE-BASIS
                   END-IF
           END-READ
           CLOSE STALE-DATE-PARM
           IF WS-AGE-BASIS = 'F'
               MOVE 'CHCK' TO DS-FUNCTION
               MOVE 'F' TO DS-CALENDAR-CDE
               MOVE WS-RUN-DATE TO DS-DATE-1
               PERFORM 8600-CALL-DATE-SERVICE
               IF DS-STATUS NOT = '0'
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1200-LOAD-OFAC-HOLDS
           OPEN OUTPUT CHECK-REGISTER-RPT-FILE
           WRITE CHECK-REGISTER-RPT-LINE FROM WS-HEADLINE-1
           WRITE CHECK-REGISTER-RPT-LINE FROM WS-COLUMN-LINE
           PERFORM 1100-LOAD-REGISTER.

       1100-LOAD-REGISTER.
           OPEN INPUT CHECK-REGISTER-IN
                       MOVE RI-CHECK-AMOUNT TO
                           CR-CHECK-AMOUNT (CHK-IDX)
                       MOVE 'N' TO CR-PAID-SW (CHK-IDX)
                       MOVE RI-HOLD-CDE TO CR-HOLD-CDE (CHK-IDX)
                       PERFORM 1120-REFRESH-CHECK-HOLD
                       PERFORM 1110-READ-REGISTER
                   END-IF
           END-READ.

      *    An outstanding check follows its account's hold: held
      *    when the account goes on hold, released when it comes off.
       1120-REFRESH-CHECK-HOLD.
           MOVE CR-CUSTOMER-ACCOUNT-NUMBER (CHK-IDX) TO
               WS-HOLD-ACCOUNT-NUMBER
           PERFORM 8400-CHECK-OFAC-HOLD
           EVALUATE TRUE
               WHEN WS-OFAC-HELD AND NOT CR-SANCTIONS-HELD (CHK-IDX)
                   MOVE 'H' TO CR-HOLD-CDE (CHK-IDX)
                   MOVE '*** HELD - SANCTIONS REVIEW' TO DL-STATUS
                   PERFORM 8500-WRITE-HOLD-LINE
               WHEN NOT WS-OFAC-HELD AND CR-SANCTIONS-HELD (CHK-IDX)
                   MOVE SPACE TO CR-HOLD-CDE (CHK-IDX)
                   ADD 1 TO WS-CHECKS-RELEASED
                   MOVE 'RELEASED - SANCTIONS CLEARED' TO DL-STATUS
                   PERFORM 8500-WRITE-HOLD-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1190-VERIFY-GENERATION.
           MOVE 'CHCK' TO GG-ACTION
           MOVE WS-GATE-IN-COUNT TO GG-RECORD-COUNT
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
                   END-IF
           END-READ.

       2000-RELIEVE-PAID-CHECKS.
           OPEN INPUT PAID-CHECKS-FILE
           PERFORM 2100-READ-PAID-CHECK
               MOVE WS-GRP-TRADE-DATE TO CR-ISSUE-DATE (CHK-IDX)
               MOVE WS-GRP-GROSS-AMOUNT TO CR-CHECK-AMOUNT (CHK-IDX)
               MOVE 'N' TO CR-PAID-SW (CHK-IDX)
               MOVE SPACE TO CR-HOLD-CDE (CHK-IDX)
               PERFORM 1120-REFRESH-CHECK-HOLD
               ADD 1 TO WS-CHECKS-ISSUED
           END-IF.

               MOVE WS-CUR-PAYABLE-DATE TO CR-ISSUE-DATE (CHK-IDX)
               MOVE WS-GRP-GROSS-AMOUNT TO CR-CHECK-AMOUNT (CHK-IDX)
               MOVE 'N' TO CR-PAID-SW (CHK-IDX)
               MOVE SPACE TO CR-HOLD-CDE (CHK-IDX)
               PERFORM 1120-REFRESH-CHECK-HOLD
               ADD 1 TO WS-CHECKS-ISSUED
           END-IF.

               UNTIL CHK-IDX > WS-CHECK-COUNT
               IF CR-PAID-SW (CHK-IDX) = 'N'
                   PERFORM 5100-AGE-ONE-CHECK
                   IF CR-SANCTIONS-HELD (CHK-IDX)
                       ADD 1 TO WS-CHECKS-HELD
                   END-IF
               END-IF
           END-PERFORM.

       5100-AGE-ONE-CHECK.
           MOVE 'BTWN' TO DS-FUNCTION
           MOVE WS-AGE-BASIS TO DS-CALENDAR-CDE
           MOVE CR-ISSUE-DATE (CHK-IDX) TO DS-DATE-1
           MOVE WS-RUN-DATE TO DS-DATE-2
           PERFORM 8600-CALL-DATE-SERVICE
           IF DS-STATUS NOT = '0'
               MOVE 'C' TO DS-CALENDAR-CDE
               PERFORM 8600-CALL-DATE-SERVICE
           END-IF
           MOVE DS-DAY-COUNT TO WS-AGE-DAYS
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
                       RO-CUSTOMER-ACCOUNT-NUMBER
                   MOVE CR-ISSUE-DATE (CHK-IDX) TO RO-ISSUE-DATE
                   MOVE CR-CHECK-AMOUNT (CHK-IDX) TO RO-CHECK-AMOUNT
                   MOVE CR-HOLD-CDE (CHK-IDX) TO RO-HOLD-CDE
                   ADD 1 TO WS-GATE-OUT-COUNT
                   ADD RO-CHECK-AMOUNT TO WS-GATE-OUT-TOTAL
                   WRITE CHECK-REGISTER-OUT-RECORD
           MOVE WS-CHECKS-ISSUED TO SL-ISSUED-COUNT
           MOVE WS-CHECKS-RELIEVED TO SL-RELIEVED-COUNT
           MOVE WS-STALE-COUNT TO SL-STALE-COUNT
           MOVE WS-CHECKS-HELD TO SL-HELD-COUNT
           MOVE WS-CHECKS-RELEASED TO SL-RELEASED-COUNT
           WRITE CHECK-REGISTER-RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE CHECK-REGISTER-RPT-FILE.

       8400-CHECK-OFAC-HOLD.
           MOVE 'N' TO WS-OFAC-HELD-SW
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > WS-HOLD-COUNT OR WS-OFAC-HELD
               IF HL-CUSTOMER-ACCOUNT-NUMBER (HOLD-IDX)
                       = WS-HOLD-ACCOUNT-NUMBER
                   SET WS-OFAC-HELD TO TRUE
               END-IF
           END-PERFORM.

       8500-WRITE-HOLD-LINE.
           MOVE CR-CHECK-NUMBER (CHK-IDX) TO DL-CHECK-NUMBER
           MOVE CR-SOURCE-FEED (CHK-IDX) TO DL-SOURCE-FEED
           MOVE CR-CUSTOMER-ACCOUNT-NUMBER (CHK-IDX) TO
               DL-ACCOUNT-NUMBER
           MOVE CR-ISSUE-DATE (CHK-IDX) TO DL-ISSUE-DATE
           MOVE CR-CHECK-AMOUNT (CHK-IDX) TO DL-CHECK-AMOUNT
           MOVE ZERO TO DL-AGE-DAYS
           WRITE CHECK-REGISTER-RPT-LINE FROM WS-DETAIL-LINE.

       8600-CALL-DATE-SERVICE.
           CALL 'DATE-SERVICE' USING DS-FUNCTION DS-CALENDAR-CDE
               DS-DATE-1 DS-DATE-2 DS-DAY-COUNT DS-RESULT-DATE
               DS-PERIOD-END-CDE DS-STATUS.
