       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATE-SERVICE.
      ******************************************************************
      *  Shared business-day date service.  Every job that needed a
      *  settlement date, a projection window or an aging count used
      *  to roll its own arithmetic - weekends skipped at best,
      *  Federal Reserve and exchange holidays never - so a holiday
      *  Monday produced ACH batches settling on a closed day and
      *  cash projections funding the wrong date.
      *
      *  The calendar master CALENDAR-MAINT keeps (one row per date,
      *  with NYSE-open, Fed-settlement-open and month / quarter /
      *  year-end indicators) is loaded on the first call that needs
      *  it and kept for the rest of the run.  The rows must run
      *  ascending one day apart; loading stops at the first gap, so
      *  a date past a gap counts as outside the calendar.
      *
      *  LK-CALENDAR-CDE picks the day type: 'F' Fed settlement
      *  days, 'N' NYSE trading days, 'C' every calendar day (answered
      *  by arithmetic alone, without the master).  LK-FUNCTION:
      *    'CHCK' - the calendar must cover LK-DATE-1 through twelve
      *             months after it; a short calendar returns '1',
      *             the last covered date in LK-RESULT-DATE and one
      *             row on the shared operations alert file, and the
      *             caller refuses the run (the GENERATION-GATE
      *             convention);
      *    'NEXT' / 'PREV' - the business day after / before
      *             LK-DATE-1;
      *    'ROLL' - LK-DATE-1 when it is a business day, otherwise
      *             the next one;
      *    'ADDN' - LK-DATE-1 plus LK-DAY-COUNT business days
      *             (negative counts back);
      *    'BTWN' - LK-DAY-COUNT gets the business days after
      *             LK-DATE-1 up to and including LK-DATE-2,
      *             negative when LK-DATE-2 is earlier;
      *    'PEND' - LK-PERIOD-END-CDE gets 'Y' year-end, 'Q'
      *             quarter-end, 'M' month-end or 'N' for LK-DATE-1
      *             (the master's indicators for 'F' / 'N', the last
      *             calendar day of the period for 'C');
      *    'ADDM' - LK-DATE-1 plus LK-DAY-COUNT calendar months, the
      *             day held to the end of a shorter month, whatever
      *             the day type.
      *  LK-STATUS '0' is answered, '1' means a date fell outside the
      *  calendar and '2' an unknown function or day type.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-MASTER-FILE ASSIGN TO "CALNAME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FS.
           SELECT OPS-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-MASTER-FILE.
       01  CALENDAR-MASTER-RECORD.
           05  CM-CALENDAR-DATE                  PIC 9(8).
           05  CM-NYSE-OPEN-SW                   PIC X(1).
           05  CM-FED-OPEN-SW                    PIC X(1).
           05  CM-MONTH-END-SW                   PIC X(1).
           05  CM-QUARTER-END-SW                 PIC X(1).
           05  CM-YEAR-END-SW                    PIC X(1).
           05  CM-HOLIDAY-NAME                   PIC X(30).
       FD  OPS-ALERT-FILE.
       01  OPS-ALERT-RECORD.
           05  OA-CHAIN-ID                       PIC X(20).
           05  OA-RUN-DATE                       PIC 9(8).
           05  OA-EXPECTED-COUNT                 PIC 9(9).
           05  OA-ACTUAL-COUNT                   PIC 9(9).
           05  OA-EXPECTED-TOTAL                 PIC S9(15)V9(2).
           05  OA-ACTUAL-TOTAL                   PIC S9(15)V9(2).
           05  OA-ALERT-TEXT                     PIC X(30).
       WORKING-STORAGE SECTION.
       01  WS-CALENDAR-FS                        PIC X(2) VALUE '00'.
       01  WS-ALERT-FS                           PIC X(2) VALUE '00'.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-LOADED-SW                          PIC X(1) VALUE 'N'.
           88  WS-LOADED                             VALUE 'Y'.
       01  WS-OPEN-SW                            PIC X(1) VALUE 'N'.
           88  WS-OPEN-DAY                           VALUE 'Y'.
       01  WS-MAX-DAYS                           PIC 9(5) VALUE 20000.
       01  WS-DAY-COUNT                          PIC 9(5) VALUE ZERO.
       01  WS-FIRST-INT                          PIC S9(9) VALUE ZERO.
       01  WS-ROW-INT                            PIC S9(9) VALUE ZERO.
       01  WS-WORK-INT                           PIC S9(9) VALUE ZERO.
       01  WS-END-INT                            PIC S9(9) VALUE ZERO.
       01  WS-OFFSET                             PIC S9(9) VALUE ZERO.
       01  WS-OFFSET-2                           PIC S9(9) VALUE ZERO.
       01  WS-LOW-OFFSET                         PIC S9(9) VALUE ZERO.
       01  WS-HIGH-OFFSET                        PIC S9(9) VALUE ZERO.
       01  WS-SCAN-OFFSET                        PIC S9(9) VALUE ZERO.
       01  WS-TARGET-CT                          PIC S9(7) VALUE ZERO.
       01  WS-STEP-CT                            PIC S9(7) VALUE ZERO.
       01  WS-OPEN-CT                            PIC S9(9) VALUE ZERO.
       01  WS-LOOKUP-DATE                        PIC 9(8) VALUE ZERO.
       01  WS-HORIZON-DATE                       PIC 9(8) VALUE ZERO.
       01  WS-NEXT-DATE                          PIC 9(8) VALUE ZERO.
       01  WS-MONTH-TOTAL                        PIC S9(7) VALUE ZERO.
       01  WS-NEW-YYYY                           PIC 9(4) VALUE ZERO.
       01  WS-NEW-MM                             PIC 9(2) VALUE ZERO.
       01  WS-NEW-DD                             PIC 9(2) VALUE ZERO.
       01  WS-LAST-DD                            PIC 9(2) VALUE ZERO.
       01  WS-MONTHS-AHEAD                       PIC S9(5) VALUE 12.
       01  CALENDAR-DAY-TABLE.
           05  CALENDAR-DAY-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-DAY-COUNT
                   INDEXED BY DAY-IDX.
               10  CD-CALENDAR-DATE              PIC 9(8).
               10  CD-NYSE-OPEN-SW               PIC X(1).
               10  CD-FED-OPEN-SW                PIC X(1).
               10  CD-MONTH-END-SW               PIC X(1).
               10  CD-QUARTER-END-SW             PIC X(1).
               10  CD-YEAR-END-SW                PIC X(1).
       LINKAGE SECTION.
       01  LK-FUNCTION                           PIC X(4).
       01  LK-CALENDAR-CDE                       PIC X(1).
       01  LK-DATE-1                             PIC 9(8).
       01  LK-DATE-2                             PIC 9(8).
       01  LK-DAY-COUNT                          PIC S9(7).
       01  LK-RESULT-DATE                        PIC 9(8).
       01  LK-PERIOD-END-CDE                     PIC X(1).
       01  LK-STATUS                             PIC X(1).
       PROCEDURE DIVISION USING LK-FUNCTION LK-CALENDAR-CDE
               LK-DATE-1 LK-DATE-2 LK-DAY-COUNT LK-RESULT-DATE
               LK-PERIOD-END-CDE LK-STATUS.
       0000-MAIN.
           MOVE '0' TO LK-STATUS
           IF NOT WS-LOADED
               AND (LK-FUNCTION = 'CHCK' OR LK-CALENDAR-CDE NOT = 'C')
               PERFORM 1000-LOAD-CALENDAR
           END-IF
           IF LK-CALENDAR-CDE NOT = 'F' AND LK-CALENDAR-CDE NOT = 'N'
               AND LK-CALENDAR-CDE NOT = 'C'
               MOVE '2' TO LK-STATUS
           ELSE
               EVALUATE LK-FUNCTION
                   WHEN 'CHCK'
                       PERFORM 2000-CHECK-COVERAGE
                   WHEN 'NEXT'
                       MOVE 1 TO WS-TARGET-CT
                       PERFORM 3000-ADD-BUSINESS-DAYS
                   WHEN 'PREV'
                       MOVE -1 TO WS-TARGET-CT
                       PERFORM 3000-ADD-BUSINESS-DAYS
                   WHEN 'ADDN'
                       MOVE LK-DAY-COUNT TO WS-TARGET-CT
                       PERFORM 3000-ADD-BUSINESS-DAYS
                   WHEN 'ROLL'
                       PERFORM 3500-ROLL-FORWARD
                   WHEN 'BTWN'
                       PERFORM 4000-DAYS-BETWEEN
                   WHEN 'PEND'
                       PERFORM 5000-PERIOD-END
                   WHEN 'ADDM'
                       MOVE LK-DATE-1 TO WS-LOOKUP-DATE
                       MOVE LK-DAY-COUNT TO WS-TARGET-CT
                       PERFORM 6000-ADD-MONTHS
                       MOVE WS-NEXT-DATE TO LK-RESULT-DATE
                   WHEN OTHER
                       MOVE '2' TO LK-STATUS
               END-EVALUATE
           END-IF
           GOBACK.

       1000-LOAD-CALENDAR.
           SET WS-LOADED TO TRUE
           MOVE ZERO TO WS-DAY-COUNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT CALENDAR-MASTER-FILE
           IF WS-CALENDAR-FS = '00'
               PERFORM 1100-READ-CALENDAR
                   UNTIL WS-EOF
               CLOSE CALENDAR-MASTER-FILE
           END-IF.

      *    The row's day number must be the first row's plus the rows
      *    already kept; anything else ends the covered range.
       1100-READ-CALENDAR.
           READ CALENDAR-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   COMPUTE WS-ROW-INT =
                       FUNCTION INTEGER-OF-DATE(CM-CALENDAR-DATE)
                   IF WS-DAY-COUNT = ZERO
                       MOVE WS-ROW-INT TO WS-FIRST-INT
                   END-IF
                   IF WS-ROW-INT = ZERO
                       OR WS-ROW-INT NOT = WS-FIRST-INT + WS-DAY-COUNT
                       OR WS-DAY-COUNT NOT < WS-MAX-DAYS
                       MOVE 'Y' TO WS-EOF-SW
                   ELSE
                       ADD 1 TO WS-DAY-COUNT
                       SET DAY-IDX TO WS-DAY-COUNT
                       MOVE CM-CALENDAR-DATE TO
                           CD-CALENDAR-DATE (DAY-IDX)
                       MOVE CM-NYSE-OPEN-SW TO CD-NYSE-OPEN-SW (DAY-IDX)
                       MOVE CM-FED-OPEN-SW TO CD-FED-OPEN-SW (DAY-IDX)
                       MOVE CM-MONTH-END-SW TO
                           CD-MONTH-END-SW (DAY-IDX)
                       MOVE CM-QUARTER-END-SW TO
                           CD-QUARTER-END-SW (DAY-IDX)
                       MOVE CM-YEAR-END-SW TO CD-YEAR-END-SW (DAY-IDX)
                   END-IF
           END-READ.

       2000-CHECK-COVERAGE.
           MOVE LK-DATE-1 TO WS-LOOKUP-DATE
           MOVE WS-MONTHS-AHEAD TO WS-TARGET-CT
           PERFORM 6000-ADD-MONTHS
           MOVE WS-NEXT-DATE TO WS-HORIZON-DATE
           MOVE ZERO TO LK-RESULT-DATE
           IF WS-DAY-COUNT > ZERO
               MOVE CD-CALENDAR-DATE (WS-DAY-COUNT) TO LK-RESULT-DATE
           END-IF
           PERFORM 8100-LOCATE-DATE
           MOVE WS-OFFSET TO WS-OFFSET-2
           MOVE WS-HORIZON-DATE TO WS-LOOKUP-DATE
           PERFORM 8100-LOCATE-DATE
           IF WS-OFFSET-2 < 1 OR WS-OFFSET-2 > WS-DAY-COUNT
               OR WS-OFFSET < 1 OR WS-OFFSET > WS-DAY-COUNT
               MOVE '1' TO LK-STATUS
               PERFORM 2100-WRITE-OPS-ALERT
           END-IF.

       2100-WRITE-OPS-ALERT.
           OPEN EXTEND OPS-ALERT-FILE
           IF WS-ALERT-FS = '05' OR WS-ALERT-FS = '35'
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF
           IF WS-ALERT-FS = '00'
               MOVE 'CALENDAR' TO OA-CHAIN-ID
               MOVE LK-DATE-1 TO OA-RUN-DATE
               COMPUTE OA-EXPECTED-COUNT =
                   FUNCTION INTEGER-OF-DATE(WS-HORIZON-DATE)
                   - FUNCTION INTEGER-OF-DATE(LK-DATE-1) + 1
               MOVE ZERO TO OA-ACTUAL-COUNT
               IF WS-OFFSET-2 > ZERO AND WS-OFFSET-2 NOT > WS-DAY-COUNT
                   COMPUTE OA-ACTUAL-COUNT =
                       WS-DAY-COUNT - WS-OFFSET-2 + 1
               END-IF
               MOVE ZERO TO OA-EXPECTED-TOTAL
               MOVE ZERO TO OA-ACTUAL-TOTAL
               MOVE 'CALENDAR COVERAGE SHORT' TO OA-ALERT-TEXT
               WRITE OPS-ALERT-RECORD
               CLOSE OPS-ALERT-FILE
           END-IF.

      *    Walks a day at a time from LK-DATE-1, counting the open
      *    days until the requested count is reached.
       3000-ADD-BUSINESS-DAYS.
           MOVE ZERO TO LK-RESULT-DATE
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(LK-DATE-1)
           IF LK-CALENDAR-CDE = 'C'
               COMPUTE LK-RESULT-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-WORK-INT + WS-TARGET-CT)
           ELSE
               MOVE LK-DATE-1 TO WS-LOOKUP-DATE
               PERFORM 8100-LOCATE-DATE
               IF WS-OFFSET < 1 OR WS-OFFSET > WS-DAY-COUNT
                   MOVE '1' TO LK-STATUS
               ELSE
                   MOVE ZERO TO WS-STEP-CT
                   PERFORM 3100-STEP-ONE-DAY
                       UNTIL WS-STEP-CT = WS-TARGET-CT
                          OR LK-STATUS NOT = '0'
                   IF LK-STATUS = '0'
                       MOVE CD-CALENDAR-DATE (WS-OFFSET) TO
                           LK-RESULT-DATE
                   END-IF
               END-IF
           END-IF.

       3100-STEP-ONE-DAY.
           IF WS-TARGET-CT > ZERO
               ADD 1 TO WS-OFFSET
           ELSE
               SUBTRACT 1 FROM WS-OFFSET
           END-IF
           IF WS-OFFSET < 1 OR WS-OFFSET > WS-DAY-COUNT
               MOVE '1' TO LK-STATUS
           ELSE
               PERFORM 8200-TEST-OPEN
               IF WS-OPEN-DAY
                   IF WS-TARGET-CT > ZERO
                       ADD 1 TO WS-STEP-CT
                   ELSE
                       SUBTRACT 1 FROM WS-STEP-CT
                   END-IF
               END-IF
           END-IF.

       3500-ROLL-FORWARD.
           MOVE LK-DATE-1 TO LK-RESULT-DATE
           IF LK-CALENDAR-CDE NOT = 'C'
               MOVE LK-DATE-1 TO WS-LOOKUP-DATE
               PERFORM 8100-LOCATE-DATE
               IF WS-OFFSET < 1 OR WS-OFFSET > WS-DAY-COUNT
                   MOVE ZERO TO LK-RESULT-DATE
                   MOVE '1' TO LK-STATUS
               ELSE
                   PERFORM 8200-TEST-OPEN
                   IF NOT WS-OPEN-DAY
                       MOVE 1 TO WS-TARGET-CT
                       PERFORM 3000-ADD-BUSINESS-DAYS
                   END-IF
               END-IF
           END-IF.

       4000-DAYS-BETWEEN.
           MOVE ZERO TO LK-DAY-COUNT
           IF LK-CALENDAR-CDE = 'C'
               COMPUTE LK-DAY-COUNT =
                   FUNCTION INTEGER-OF-DATE(LK-DATE-2)
                   - FUNCTION INTEGER-OF-DATE(LK-DATE-1)
           ELSE
               MOVE LK-DATE-1 TO WS-LOOKUP-DATE
               PERFORM 8100-LOCATE-DATE
               MOVE WS-OFFSET TO WS-OFFSET-2
               MOVE LK-DATE-2 TO WS-LOOKUP-DATE
               PERFORM 8100-LOCATE-DATE
               IF WS-OFFSET-2 < 1 OR WS-OFFSET-2 > WS-DAY-COUNT
                   OR WS-OFFSET < 1 OR WS-OFFSET > WS-DAY-COUNT
                   MOVE '1' TO LK-STATUS
               ELSE
                   PERFORM 4100-COUNT-OPEN-DAYS
               END-IF
           END-IF.

      *    Open days after the earlier date up to and including the
      *    later one; WS-OFFSET-2 holds LK-DATE-1, WS-OFFSET LK-DATE-2.
       4100-COUNT-OPEN-DAYS.
           IF WS-OFFSET-2 < WS-OFFSET
               MOVE WS-OFFSET-2 TO WS-LOW-OFFSET
               MOVE WS-OFFSET TO WS-HIGH-OFFSET
           ELSE
               MOVE WS-OFFSET TO WS-LOW-OFFSET
               MOVE WS-OFFSET-2 TO WS-HIGH-OFFSET
           END-IF
           MOVE ZERO TO WS-OPEN-CT
           COMPUTE WS-SCAN-OFFSET = WS-LOW-OFFSET + 1
           PERFORM VARYING WS-OFFSET FROM WS-SCAN-OFFSET BY 1
               UNTIL WS-OFFSET > WS-HIGH-OFFSET
               PERFORM 8200-TEST-OPEN
               IF WS-OPEN-DAY
                   ADD 1 TO WS-OPEN-CT
               END-IF
           END-PERFORM
           IF LK-DATE-2 < LK-DATE-1
               COMPUTE LK-DAY-COUNT = ZERO - WS-OPEN-CT
           ELSE
               MOVE WS-OPEN-CT TO LK-DAY-COUNT
           END-IF.

       5000-PERIOD-END.
           MOVE 'N' TO LK-PERIOD-END-CDE
           IF LK-CALENDAR-CDE = 'C'
               COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(LK-DATE-1) + 1)
               IF WS-NEXT-DATE (7:2) = '01'
                   EVALUATE LK-DATE-1 (5:2)
                       WHEN '12'
                           MOVE 'Y' TO LK-PERIOD-END-CDE
                       WHEN '03'
                       WHEN '06'
                       WHEN '09'
                           MOVE 'Q' TO LK-PERIOD-END-CDE
                       WHEN OTHER
                           MOVE 'M' TO LK-PERIOD-END-CDE
                   END-EVALUATE
               END-IF
           ELSE
               MOVE LK-DATE-1 TO WS-LOOKUP-DATE
               PERFORM 8100-LOCATE-DATE
               IF WS-OFFSET < 1 OR WS-OFFSET > WS-DAY-COUNT
                   MOVE '1' TO LK-STATUS
               ELSE
                   EVALUATE TRUE
                       WHEN CD-YEAR-END-SW (WS-OFFSET) = 'Y'
                           MOVE 'Y' TO LK-PERIOD-END-CDE
                       WHEN CD-QUARTER-END-SW (WS-OFFSET) = 'Y'
                           MOVE 'Q' TO LK-PERIOD-END-CDE
                       WHEN CD-MONTH-END-SW (WS-OFFSET) = 'Y'
                           MOVE 'M' TO LK-PERIOD-END-CDE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      *    WS-LOOKUP-DATE plus WS-TARGET-CT months into WS-NEXT-DATE;
      *    the 31st lands on the last day of a shorter month.
       6000-ADD-MONTHS.
           COMPUTE WS-MONTH-TOTAL =
               FUNCTION NUMVAL(WS-LOOKUP-DATE (1:4)) * 12
               + FUNCTION NUMVAL(WS-LOOKUP-DATE (5:2)) - 1
               + WS-TARGET-CT
           COMPUTE WS-NEW-YYYY = WS-MONTH-TOTAL / 12
           COMPUTE WS-NEW-MM =
               WS-MONTH-TOTAL - (WS-NEW-YYYY * 12) + 1
           IF WS-NEW-MM = 12
               COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(
                   (WS-NEW-YYYY + 1) * 10000 + 0101) - 1
           ELSE
               COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(
                   WS-NEW-YYYY * 10000 + (WS-NEW-MM + 1) * 100 + 1)
                   - 1
           END-IF
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(WS-END-INT)
           MOVE WS-NEXT-DATE (7:2) TO WS-LAST-DD
           MOVE WS-LOOKUP-DATE (7:2) TO WS-NEW-DD
           IF WS-NEW-DD > WS-LAST-DD
               MOVE WS-LAST-DD TO WS-NEW-DD
           END-IF
           COMPUTE WS-NEXT-DATE =
               WS-NEW-YYYY * 10000 + WS-NEW-MM * 100 + WS-NEW-DD.

      *    Table position of WS-LOOKUP-DATE; outside 1 thru
      *    WS-DAY-COUNT means the date is not on the calendar.
       8100-LOCATE-DATE.
           MOVE ZERO TO WS-OFFSET
           IF WS-DAY-COUNT > ZERO
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LOOKUP-DATE)
               IF WS-WORK-INT > ZERO
                   COMPUTE WS-OFFSET = WS-WORK-INT - WS-FIRST-INT + 1
               END-IF
           END-IF.

       8200-TEST-OPEN.
           MOVE 'N' TO WS-OPEN-SW
           IF LK-CALENDAR-CDE = 'F'
               AND CD-FED-OPEN-SW (WS-OFFSET) = 'Y'
               SET WS-OPEN-DAY TO TRUE
           END-IF
           IF LK-CALENDAR-CDE = 'N'
               AND CD-NYSE-OPEN-SW (WS-OFFSET) = 'Y'
               SET WS-OPEN-DAY TO TRUE
           END-IF.
