      *  and the report lists every letter already expired short of
      *  its commitment (escrow bill-back due) or expiring inside the
      *  warning window while still unfulfilled.
      *
      *  The expiration date and the warning date come from
      *  DATE-SERVICE: thirteen calendar months from the first trade,
      *  held to the end of a shorter month (a letter opened on
      *  January 31 expires at the end of February the next year, not
      *  on a February 31 no comparison could ever reach), and the
      *  warning window in calendar days.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-GRP-LOI-NUMBER                     PIC 9(9) VALUE ZERO.
       01  WS-GRP-LOI-VALUE                      PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-SHORTFALL                          PIC S9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-PURCHASES-APPLIED                  PIC 9(7) VALUE ZERO.
       01  WS-GATE-OUT-COUNT                     PIC 9(9) VALUE ZERO.
       01  WS-GATE-OUT-TOTAL                     PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  DATE-SERVICE-AREA.
           05  DS-FUNCTION                       PIC X(4).
           05  DS-CALENDAR-CDE                   PIC X(1) VALUE 'C'.
           05  DS-DATE-1                         PIC 9(8).
           05  DS-DATE-2                         PIC 9(8).
           05  DS-DAY-COUNT                      PIC S9(7).
           05  DS-RESULT-DATE                    PIC 9(8).
           05  DS-PERIOD-END-CDE                 PIC X(1).
           05  DS-STATUS                         PIC X(1).
       01  GATE-CALL-AREA.
           05  GG-ACTION                         PIC X(4).
           05  GG-CHAIN-ID                       PIC X(20) VALUE
                   MOVE PARM-RUN-DATE TO WS-RUN-DATE
           END-READ
           CLOSE RUN-DATE-PARM
           MOVE 'ADDN' TO DS-FUNCTION
           MOVE WS-RUN-DATE TO DS-DATE-1
           MOVE WS-EXPIRE-WARN-DAYS TO DS-DAY-COUNT
           CALL 'DATE-SERVICE' USING DS-FUNCTION DS-CALENDAR-CDE
               DS-DATE-1 DS-DATE-2 DS-DAY-COUNT DS-RESULT-DATE
               DS-PERIOD-END-CDE DS-STATUS
           MOVE DS-RESULT-DATE TO WS-WARN-DATE.

       1200-LOAD-LOI-POSITIONS.
           OPEN INPUT LOI-POSITION-IN
           END-IF.

       2940-SET-EXPIRATION-DATE.
           MOVE 'ADDM' TO DS-FUNCTION
           MOVE WS-GRP-TRADE-DATE TO DS-DATE-1
           MOVE WS-LOI-PERIOD-MONTHS TO DS-DAY-COUNT
           CALL 'DATE-SERVICE' USING DS-FUNCTION DS-CALENDAR-CDE
               DS-DATE-1 DS-DATE-2 DS-DAY-COUNT DS-RESULT-DATE
               DS-PERIOD-END-CDE DS-STATUS
           MOVE DS-RESULT-DATE TO LT-EXPIRATION-DATE (LOI-IDX).

       3000-WRITE-POSITIONS.
           PERFORM VARYING LOI-IDX FROM 1 BY 1
