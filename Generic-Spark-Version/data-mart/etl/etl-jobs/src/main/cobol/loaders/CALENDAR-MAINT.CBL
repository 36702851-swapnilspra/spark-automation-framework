       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDAR-MAINT.
      ******************************************************************
      *  Business-day and holiday calendar master maintenance.  Each
      *  job that picked a settlement date or aged an item kept its
      *  own idea of the calendar - weekends at best, holidays never
      *  - so the date arithmetic now goes through DATE-SERVICE, and
      *  this job keeps the calendar that service reads.
      *
      *  The master carries one row per date, ascending and one day
      *  apart, with a NYSE-open indicator, a Fed-settlement-open
      *  indicator (the two differ on Good Friday and on the bank
      *  holidays the exchange trades through), month-end,
      *  quarter-end and year-end indicators and the holiday name.
      *  The maintenance transaction file applies adds ('A' - the
      *  row is filed in date order, rejected if already on file or
      *  if it is neither the day before the first row, the day after
      *  the last row nor a day missing between them)
      *  and changes ('C' - indicators and name replaced, rejected
      *  if not on file); every indicator must be Y or N, a Saturday
      *  or Sunday may not be marked open, and a quarter-end must
      *  also be a month-end and a year-end a quarter-end.  The
      *  updated master rolls forward on CALENDAR-IN / CALENDAR-OUT
      *  with every transaction echoed on the maintenance report,
      *  the same applied-versus-rejected accounting
      *  FUND-MASTER-MAINT gives the fund dimension.
      *
      *  The updated calendar must run one day apart from its first
      *  row to its last - DATE-SERVICE stops loading at the first
      *  gap - and must cover the run date through twelve months
      *  after it.  A calendar with a gap or a short calendar is
      *  reported with its first missing date and the run is refused
      *  before CALENDAR-OUT is written, so yesterday's master stays
      *  in place until the missing rows are loaded.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-IN ASSIGN TO "CALMSTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALENDAR-OUT ASSIGN TO "CALMSTOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-TRANSACTION-FILE ASSIGN TO "TRANNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-DATE-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-IN.
       01  CALENDAR-IN-RECORD.
           05  CI-CALENDAR-DATE                  PIC 9(8).
           05  CI-NYSE-OPEN-SW                   PIC X(1).
           05  CI-FED-OPEN-SW                    PIC X(1).
           05  CI-MONTH-END-SW                   PIC X(1).
           05  CI-QUARTER-END-SW                 PIC X(1).
           05  CI-YEAR-END-SW                    PIC X(1).
           05  CI-HOLIDAY-NAME                   PIC X(30).
       FD  CALENDAR-OUT.
       01  CALENDAR-OUT-RECORD.
           05  CO-CALENDAR-DATE                  PIC 9(8).
           05  CO-NYSE-OPEN-SW                   PIC X(1).
           05  CO-FED-OPEN-SW                    PIC X(1).
           05  CO-MONTH-END-SW                   PIC X(1).
           05  CO-QUARTER-END-SW                 PIC X(1).
           05  CO-YEAR-END-SW                    PIC X(1).
           05  CO-HOLIDAY-NAME                   PIC X(30).
       FD  MAINT-TRANSACTION-FILE.
       01  MAINT-TRANSACTION-RECORD.
           05  TX-ACTION-CDE                     PIC X(1).
               88  TX-ACTION-ADD                     VALUE 'A'.
               88  TX-ACTION-CHANGE                  VALUE 'C'.
           05  TX-CALENDAR-DATE                  PIC 9(8).
           05  TX-NYSE-OPEN-SW                   PIC X(1).
           05  TX-FED-OPEN-SW                    PIC X(1).
           05  TX-MONTH-END-SW                   PIC X(1).
           05  TX-QUARTER-END-SW                 PIC X(1).
           05  TX-YEAR-END-SW                    PIC X(1).
           05  TX-HOLIDAY-NAME                   PIC X(30).
       FD  RUN-DATE-PARM.
       01  RUN-DATE-PARM-RECORD.
           05  PARM-RUN-DATE                     PIC 9(8).
       FD  MAINT-RPT-FILE.
       01  MAINT-RPT-LINE                        PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-RUN-DATE                           PIC 9(8) VALUE ZERO.
       01  WS-MAX-DAYS                           PIC 9(5) VALUE 20000.
       01  WS-DAY-COUNT                          PIC 9(5) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(5) VALUE ZERO.
       01  WS-INSERT-IDX                         PIC 9(5) VALUE ZERO.
       01  WS-MOVE-IDX                           PIC 9(5) VALUE ZERO.
       01  WS-EDIT-REASON                        PIC X(32) VALUE
                                                  SPACES.
       01  WS-APPLIED-COUNT                      PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT                     PIC 9(5) VALUE ZERO.
       01  WS-DOW                                PIC 9(1) VALUE ZERO.
       01  WS-COVERED-SW                         PIC X(1) VALUE 'N'.
           88  WS-COVERED                            VALUE 'Y'.
       01  WS-EXPECT-INT                         PIC 9(9) VALUE ZERO.
       01  WS-FIRST-INT                          PIC 9(9) VALUE ZERO.
       01  WS-LAST-INT                           PIC 9(9) VALUE ZERO.
       01  WS-ADD-INT                            PIC 9(9) VALUE ZERO.
       01  WS-RUN-INT                            PIC 9(9) VALUE ZERO.
       01  WS-GAP-SW                             PIC X(1) VALUE 'N'.
           88  WS-GAP                                VALUE 'Y'.
       01  WS-COVERAGE-FAULT                     PIC X(5) VALUE SPACES.
       01  WS-HORIZON-INT                        PIC 9(9) VALUE ZERO.
       01  WS-MISSING-DATE                       PIC 9(8) VALUE ZERO.
       01  DATE-SERVICE-AREA.
           05  DS-FUNCTION                       PIC X(4).
           05  DS-CALENDAR-CDE                   PIC X(1) VALUE 'C'.
           05  DS-DATE-1                         PIC 9(8).
           05  DS-DATE-2                         PIC 9(8).
           05  DS-DAY-COUNT                      PIC S9(7).
           05  DS-RESULT-DATE                    PIC 9(8).
           05  DS-PERIOD-END-CDE                 PIC X(1).
           05  DS-STATUS                         PIC X(1).
       01  CALENDAR-TABLE.
           05  CALENDAR-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-DAY-COUNT
                   INDEXED BY CAL-IDX.
               10  CT-CALENDAR-DATE              PIC 9(8).
               10  CT-NYSE-OPEN-SW               PIC X(1).
               10  CT-FED-OPEN-SW                PIC X(1).
               10  CT-MONTH-END-SW               PIC X(1).
               10  CT-QUARTER-END-SW             PIC X(1).
               10  CT-YEAR-END-SW                PIC X(1).
               10  CT-HOLIDAY-NAME               PIC X(30).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'BUSINESS-DAY CALENDAR MASTER MAINTENANCE REPORT'.
       01  WS-COLUMN-LINE.
           05  FILLER                            PIC X(30) VALUE
               'A DATE     NYSE FED ME QE YE  '.
           05  FILLER                            PIC X(42) VALUE
               'HOLIDAY NAME                   DISPOSITION'.
       01  WS-DETAIL-LINE.
           05  DL-ACTION-CDE                     PIC X(1).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-CALENDAR-DATE                  PIC 9(8).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-NYSE-OPEN-SW                   PIC X(1).
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  DL-FED-OPEN-SW                    PIC X(1).
           05  FILLER                            PIC X(3) VALUE SPACES.
           05  DL-MONTH-END-SW                   PIC X(1).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-QUARTER-END-SW                 PIC X(1).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-YEAR-END-SW                    PIC X(1).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-HOLIDAY-NAME                   PIC X(30).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-DISPOSITION                    PIC X(32).
       01  WS-SUMMARY-LINE.
           05  FILLER                            PIC X(10) VALUE
               'APPLIED: '.
           05  SL-APPLIED-COUNT                  PIC ZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '   REJECTED: '.
           05  SL-REJECTED-COUNT                 PIC ZZZZ9.
           05  FILLER                            PIC X(17) VALUE
               '   DAYS ON FILE: '.
           05  SL-DAY-COUNT                      PIC ZZZZ9.
       01  WS-COVERAGE-LINE.
           05  FILLER                            PIC X(19) VALUE
               'COVERAGE REQUIRED: '.
           05  CV-FROM-DATE                      PIC 9(8).
           05  FILLER                            PIC X(6) VALUE
               ' THRU '.
           05  CV-THRU-DATE                      PIC 9(8).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  CV-RESULT                         PIC X(60).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-TRANSACTIONS
               UNTIL WS-EOF
           PERFORM 3000-CHECK-COVERAGE
           IF WS-COVERED
               PERFORM 4000-WRITE-CALENDAR-OUT
           END-IF
           PERFORM 5000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT RUN-DATE-PARM
           READ RUN-DATE-PARM
               AT END
                   MOVE FUNCTION NUMVAL(
                        FUNCTION CURRENT-DATE(1:8)) TO WS-RUN-DATE
               NOT AT END
                   MOVE PARM-RUN-DATE TO WS-RUN-DATE
           END-READ
           CLOSE RUN-DATE-PARM
           PERFORM 1100-LOAD-CALENDAR
           OPEN INPUT MAINT-TRANSACTION-FILE
           OPEN OUTPUT MAINT-RPT-FILE
           WRITE MAINT-RPT-LINE FROM WS-HEADLINE-1
           WRITE MAINT-RPT-LINE FROM WS-COLUMN-LINE
           PERFORM 9100-READ-NEXT.

       1100-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-IN
           PERFORM 1110-READ-CALENDAR
               UNTIL WS-EOF
           CLOSE CALENDAR-IN
           MOVE 'N' TO WS-EOF-SW.

       1110-READ-CALENDAR.
           READ CALENDAR-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-DAY-COUNT < WS-MAX-DAYS
                       ADD 1 TO WS-DAY-COUNT
                       SET CAL-IDX TO WS-DAY-COUNT
                       MOVE CALENDAR-IN-RECORD TO
                           CALENDAR-ENTRY (CAL-IDX)
                   END-IF
           END-READ.

       2000-APPLY-TRANSACTIONS.
           PERFORM 2100-APPLY-ONE-TRANSACTION
           PERFORM 9100-READ-NEXT.

       2100-APPLY-ONE-TRANSACTION.
           MOVE TX-ACTION-CDE TO DL-ACTION-CDE
           MOVE TX-CALENDAR-DATE TO DL-CALENDAR-DATE
           MOVE TX-NYSE-OPEN-SW TO DL-NYSE-OPEN-SW
           MOVE TX-FED-OPEN-SW TO DL-FED-OPEN-SW
           MOVE TX-MONTH-END-SW TO DL-MONTH-END-SW
           MOVE TX-QUARTER-END-SW TO DL-QUARTER-END-SW
           MOVE TX-YEAR-END-SW TO DL-YEAR-END-SW
           MOVE TX-HOLIDAY-NAME TO DL-HOLIDAY-NAME
           PERFORM 2200-LOOKUP-DATE
           MOVE SPACES TO WS-EDIT-REASON
           IF TX-ACTION-ADD OR TX-ACTION-CHANGE
               PERFORM 2400-EDIT-DATE-ROW
           END-IF
           EVALUATE TRUE
               WHEN TX-ACTION-ADD AND WS-FOUND
                   MOVE 'REJECTED - ALREADY ON FILE' TO
                       DL-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN TX-ACTION-ADD AND WS-EDIT-REASON NOT = SPACES
                   MOVE WS-EDIT-REASON TO DL-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN TX-ACTION-ADD
                   PERFORM 2300-ADD-DATE-ROW
               WHEN TX-ACTION-CHANGE AND NOT WS-FOUND
                   MOVE 'REJECTED - NOT ON FILE' TO DL-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN TX-ACTION-CHANGE AND WS-EDIT-REASON NOT = SPACES
                   MOVE WS-EDIT-REASON TO DL-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN TX-ACTION-CHANGE
                   MOVE WS-MATCHED-IDX TO WS-INSERT-IDX
                   PERFORM 2350-MOVE-DATE-ROW
                   MOVE 'CHANGED' TO DL-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN OTHER
                   MOVE 'REJECTED - BAD ACTION CODE' TO
                       DL-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE
           WRITE MAINT-RPT-LINE FROM WS-DETAIL-LINE.

      *    Also leaves WS-INSERT-IDX at the first row dated after the
      *    transaction, where an add is filed.
       2200-LOOKUP-DATE.
           MOVE 'N' TO WS-FOUND-SW
           COMPUTE WS-INSERT-IDX = WS-DAY-COUNT + 1
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-DAY-COUNT OR WS-FOUND
                  OR WS-INSERT-IDX NOT > WS-DAY-COUNT
               IF CT-CALENDAR-DATE (CAL-IDX) = TX-CALENDAR-DATE
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO CAL-IDX
               END-IF
               IF CT-CALENDAR-DATE (CAL-IDX) > TX-CALENDAR-DATE
                   SET WS-INSERT-IDX TO CAL-IDX
               END-IF
           END-PERFORM.

      *    An add must extend the calendar by one day at either end or
      *    fill a day missing inside it, so the rows stay one day apart.
       2300-ADD-DATE-ROW.
           COMPUTE WS-ADD-INT =
               FUNCTION INTEGER-OF-DATE(TX-CALENDAR-DATE)
           IF WS-DAY-COUNT > ZERO
               COMPUTE WS-FIRST-INT =
                   FUNCTION INTEGER-OF-DATE(CT-CALENDAR-DATE (1))
               COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(
                   CT-CALENDAR-DATE (WS-DAY-COUNT))
           END-IF
           EVALUATE TRUE
               WHEN WS-DAY-COUNT > ZERO
                       AND (WS-ADD-INT + 1 < WS-FIRST-INT
                           OR WS-ADD-INT > WS-LAST-INT + 1)
                   MOVE 'REJECTED - NOT NEXT TO CALENDAR' TO
                       DL-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-DAY-COUNT < WS-MAX-DAYS
                   PERFORM 2310-FILE-DATE-ROW
               WHEN OTHER
                   MOVE 'REJECTED - CALENDAR TABLE FULL' TO
                       DL-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE.

       2310-FILE-DATE-ROW.
           ADD 1 TO WS-DAY-COUNT
           PERFORM VARYING WS-MOVE-IDX FROM WS-DAY-COUNT BY -1
               UNTIL WS-MOVE-IDX NOT > WS-INSERT-IDX
               MOVE CALENDAR-ENTRY (WS-MOVE-IDX - 1) TO
                   CALENDAR-ENTRY (WS-MOVE-IDX)
           END-PERFORM
           MOVE TX-CALENDAR-DATE TO
               CT-CALENDAR-DATE (WS-INSERT-IDX)
           PERFORM 2350-MOVE-DATE-ROW
           MOVE 'ADDED' TO DL-DISPOSITION
           ADD 1 TO WS-APPLIED-COUNT.

       2350-MOVE-DATE-ROW.
           MOVE TX-NYSE-OPEN-SW TO CT-NYSE-OPEN-SW (WS-INSERT-IDX)
           MOVE TX-FED-OPEN-SW TO CT-FED-OPEN-SW (WS-INSERT-IDX)
           MOVE TX-MONTH-END-SW TO CT-MONTH-END-SW (WS-INSERT-IDX)
           MOVE TX-QUARTER-END-SW TO
               CT-QUARTER-END-SW (WS-INSERT-IDX)
           MOVE TX-YEAR-END-SW TO CT-YEAR-END-SW (WS-INSERT-IDX)
           MOVE TX-HOLIDAY-NAME TO CT-HOLIDAY-NAME (WS-INSERT-IDX).

      *    Day of week from the day count since the epoch Monday
      *    (1 = Monday ... 6 = Saturday, 0 = Sunday).
       2400-EDIT-DATE-ROW.
           IF FUNCTION TEST-DATE-YYYYMMDD(TX-CALENDAR-DATE) = ZERO
               COMPUTE WS-DOW = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(TX-CALENDAR-DATE), 7)
           END-IF
           EVALUATE TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(TX-CALENDAR-DATE)
                       NOT = ZERO
                   MOVE 'REJECTED - INVALID DATE' TO WS-EDIT-REASON
               WHEN TX-NYSE-OPEN-SW NOT = 'Y'
                       AND TX-NYSE-OPEN-SW NOT = 'N'
               WHEN TX-FED-OPEN-SW NOT = 'Y'
                       AND TX-FED-OPEN-SW NOT = 'N'
               WHEN TX-MONTH-END-SW NOT = 'Y'
                       AND TX-MONTH-END-SW NOT = 'N'
               WHEN TX-QUARTER-END-SW NOT = 'Y'
                       AND TX-QUARTER-END-SW NOT = 'N'
               WHEN TX-YEAR-END-SW NOT = 'Y'
                       AND TX-YEAR-END-SW NOT = 'N'
                   MOVE 'REJECTED - INDICATOR NOT Y OR N' TO
                       WS-EDIT-REASON
               WHEN (WS-DOW = 6 OR WS-DOW = 0)
                       AND (TX-NYSE-OPEN-SW = 'Y'
                           OR TX-FED-OPEN-SW = 'Y')
                   MOVE 'REJECTED - WEEKEND MARKED OPEN' TO
                       WS-EDIT-REASON
               WHEN TX-QUARTER-END-SW = 'Y'
                       AND TX-MONTH-END-SW NOT = 'Y'
               WHEN TX-YEAR-END-SW = 'Y'
                       AND TX-QUARTER-END-SW NOT = 'Y'
                   MOVE 'REJECTED - PERIOD-END CONFLICT' TO
                       WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Every row must be one day after the row before it, the rule
      *    DATE-SERVICE loads by, and the rows must reach from the run
      *    date through the horizon; the first day not found is
      *    reported.
       3000-CHECK-COVERAGE.
           MOVE 'ADDM' TO DS-FUNCTION
           MOVE WS-RUN-DATE TO DS-DATE-1
           MOVE 12 TO DS-DAY-COUNT
           CALL 'DATE-SERVICE' USING DS-FUNCTION DS-CALENDAR-CDE
               DS-DATE-1 DS-DATE-2 DS-DAY-COUNT DS-RESULT-DATE
               DS-PERIOD-END-CDE DS-STATUS
           MOVE WS-RUN-DATE TO CV-FROM-DATE
           MOVE DS-RESULT-DATE TO CV-THRU-DATE
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-HORIZON-INT =
               FUNCTION INTEGER-OF-DATE(DS-RESULT-DATE)
           MOVE 'N' TO WS-GAP-SW
           MOVE WS-RUN-INT TO WS-FIRST-INT
           MOVE WS-RUN-INT TO WS-EXPECT-INT
           IF WS-DAY-COUNT > ZERO
               COMPUTE WS-FIRST-INT =
                   FUNCTION INTEGER-OF-DATE(CT-CALENDAR-DATE (1))
               MOVE WS-FIRST-INT TO WS-EXPECT-INT
           END-IF
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-DAY-COUNT OR WS-GAP
               IF FUNCTION INTEGER-OF-DATE(
                       CT-CALENDAR-DATE (CAL-IDX)) = WS-EXPECT-INT
                   ADD 1 TO WS-EXPECT-INT
               ELSE
                   SET WS-GAP TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-GAP
                   MOVE 'GAP' TO WS-COVERAGE-FAULT
               WHEN WS-FIRST-INT > WS-RUN-INT
                   MOVE WS-RUN-INT TO WS-EXPECT-INT
                   MOVE 'SHORT' TO WS-COVERAGE-FAULT
               WHEN WS-EXPECT-INT NOT > WS-HORIZON-INT
                   MOVE 'SHORT' TO WS-COVERAGE-FAULT
               WHEN OTHER
                   SET WS-COVERED TO TRUE
           END-EVALUATE
           IF WS-COVERED
               MOVE 'COVERED - CALENDAR-OUT WRITTEN' TO CV-RESULT
           ELSE
               COMPUTE WS-MISSING-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-EXPECT-INT)
               MOVE SPACES TO CV-RESULT
               STRING '*** ' DELIMITED BY SIZE
                      WS-COVERAGE-FAULT DELIMITED BY SPACE
                      ' - NO ROW FOR ' DELIMITED BY SIZE
                      WS-MISSING-DATE DELIMITED BY SIZE
                      ' - RUN REFUSED' DELIMITED BY SIZE
                   INTO CV-RESULT
           END-IF.

       4000-WRITE-CALENDAR-OUT.
           OPEN OUTPUT CALENDAR-OUT
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-DAY-COUNT
               MOVE CALENDAR-ENTRY (CAL-IDX) TO CALENDAR-OUT-RECORD
               WRITE CALENDAR-OUT-RECORD
           END-PERFORM
           CLOSE CALENDAR-OUT.

       5000-FINALIZE.
           MOVE WS-APPLIED-COUNT TO SL-APPLIED-COUNT
           MOVE WS-REJECTED-COUNT TO SL-REJECTED-COUNT
           MOVE WS-DAY-COUNT TO SL-DAY-COUNT
           WRITE MAINT-RPT-LINE FROM WS-SUMMARY-LINE
           WRITE MAINT-RPT-LINE FROM WS-COVERAGE-LINE
           CLOSE MAINT-TRANSACTION-FILE
           CLOSE MAINT-RPT-FILE.

       9100-READ-NEXT.
           READ MAINT-TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
