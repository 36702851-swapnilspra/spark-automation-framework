      *  period) are written to the escheatment candidate extract,
      *  with the due-diligence mailing list carrying the candidate's
      *  registration lines.
      *
      *  The dormancy cutoff is the run date less the state's months
      *  as DATE-SERVICE counts calendar months, so a run on the 31st
      *  cuts off at the end of a shorter month rather than on a day
      *  that does not exist.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-DORMANCY-MONTHS                    PIC 9(3) VALUE ZERO.
       01  WS-STATE-IDX                          PIC 9(3) VALUE ZERO.
       01  WS-CUTOFF-DATE                        PIC 9(8) VALUE ZERO.
       01  WS-CANDIDATE-COUNT                    PIC 9(7) VALUE ZERO.
       01  WS-GATE-IN-COUNT                      PIC 9(9) VALUE ZERO.
       01  WS-GATE-IN-TOTAL                      PIC S9(15)V9(2)
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
           END-PERFORM.

       4300-COMPUTE-CUTOFF-DATE.
           MOVE 'ADDM' TO DS-FUNCTION
           MOVE WS-RUN-DATE TO DS-DATE-1
           COMPUTE DS-DAY-COUNT = ZERO - WS-DORMANCY-MONTHS
           CALL 'DATE-SERVICE' USING DS-FUNCTION DS-CALENDAR-CDE
               DS-DATE-1 DS-DATE-2 DS-DAY-COUNT DS-RESULT-DATE
               DS-PERIOD-END-CDE DS-STATUS
           MOVE DS-RESULT-DATE TO WS-CUTOFF-DATE.

       4400-WRITE-CANDIDATE.
           ADD 1 TO WS-CANDIDATE-COUNT
