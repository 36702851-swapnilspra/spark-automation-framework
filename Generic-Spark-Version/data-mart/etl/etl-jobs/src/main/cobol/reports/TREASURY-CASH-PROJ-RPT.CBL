      *  PROJECTION-OUT: the prior run's projection for today is
      *  compared to today's actual on the report, so treasury can
      *  see how good yesterday's number was before trusting today's.
      *
      *  The business days come from DATE-SERVICE on the Fed
      *  settlement calendar rather than a weekend skip, so a holiday
      *  Monday drops out of the window, and a trade or distribution
      *  whose value date falls on a day the Fed is closed is
      *  projected on the next settlement day, the day the cash
      *  actually moves.  The run is refused when the calendar does
      *  not cover the next twelve months.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-RUN-DATE                           PIC 9(8) VALUE ZERO.
       01  WS-DAY-CT                             PIC 9(1) VALUE ZERO.
       01  DATE-SERVICE-AREA.
           05  DS-FUNCTION                       PIC X(4).
           05  DS-CALENDAR-CDE                   PIC X(1) VALUE 'F'.
           05  DS-DATE-1                         PIC 9(8).
           05  DS-DATE-2                         PIC 9(8).
           05  DS-DAY-COUNT                      PIC S9(7).
           05  DS-RESULT-DATE                    PIC 9(8).
           05  DS-PERIOD-END-CDE                 PIC X(1).
           05  DS-STATUS                         PIC X(1).
       01  WS-PROJ-DATE-TABLE.
           05  WS-PROJ-DATE                      PIC 9(8) OCCURS 6.
       01  WS-MAX-CELLS                          PIC 9(3) VALUE 100.
                   MOVE PARM-RUN-DATE TO WS-RUN-DATE
           END-READ
           CLOSE RUN-DATE-PARM
           PERFORM 1050-VERIFY-CALENDAR
           PERFORM 1100-BUILD-BUSINESS-DAYS
           PERFORM 1200-LOAD-PRIOR-PROJECTION
           OPEN OUTPUT PROJECTION-RPT-FILE
           WRITE PROJECTION-RPT-LINE FROM WS-HEADLINE-1
           WRITE PROJECTION-RPT-LINE FROM WS-COLUMN-LINE.

       1050-VERIFY-CALENDAR.
           MOVE 'CHCK' TO DS-FUNCTION
           MOVE WS-RUN-DATE TO DS-DATE-1
           PERFORM 8300-CALL-DATE-SERVICE
           IF DS-STATUS NOT = '0'
               STOP RUN
           END-IF.

      *    The window is today plus the next five Fed settlement days.
       1100-BUILD-BUSINESS-DAYS.
           MOVE WS-RUN-DATE TO WS-PROJ-DATE (1)
           MOVE 'NEXT' TO DS-FUNCTION
           PERFORM VARYING WS-DAY-CT FROM 2 BY 1
               UNTIL WS-DAY-CT > 6
               MOVE WS-PROJ-DATE (WS-DAY-CT - 1) TO DS-DATE-1
               PERFORM 8300-CALL-DATE-SERVICE
               MOVE DS-RESULT-DATE TO WS-PROJ-DATE (WS-DAY-CT)
           END-PERFORM.

       1200-LOAD-PRIOR-PROJECTION.
               PERFORM 8200-ACCUMULATE-CELL
           END-IF.

      *    A value date the Fed is closed settles the next
      *    settlement day.
       8100-CHECK-WINDOW.
           MOVE 'ROLL' TO DS-FUNCTION
           MOVE WS-VALUE-DATE TO DS-DATE-1
           PERFORM 8300-CALL-DATE-SERVICE
           IF DS-STATUS = '0'
               MOVE DS-RESULT-DATE TO WS-VALUE-DATE
           END-IF
           MOVE 'N' TO WS-IN-WINDOW-SW
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 6
               MOVE WS-OUT-AMOUNT TO PC-OUT-AMOUNT (CELL-IDX)
           END-IF.

       8300-CALL-DATE-SERVICE.
           CALL 'DATE-SERVICE' USING DS-FUNCTION DS-CALENDAR-CDE
               DS-DATE-1 DS-DATE-2 DS-DAY-COUNT DS-RESULT-DATE
               DS-PERIOD-END-CDE DS-STATUS.

       4000-WRITE-PROJECTION.
           OPEN OUTPUT PROJECTION-OUT
           PERFORM VARYING CELL-IDX FROM 1 BY 1
