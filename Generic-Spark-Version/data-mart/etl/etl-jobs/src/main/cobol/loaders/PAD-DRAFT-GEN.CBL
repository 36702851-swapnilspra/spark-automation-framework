      *  generated and every plan skipped with the reason, so the
      *  drafts-versus-plans tie-out no longer depends on the other
      *  platform's logs.
      *
      *  Draft dates come from DATE-SERVICE on the Fed settlement
      *  calendar: a plan whose NEXT-INVESTMENT-DT falls on a weekend
      *  or a Federal Reserve holiday drafts on the next settlement
      *  day (shown as rolled on the control report) instead of
      *  presenting a debit for a day the bank cannot settle, and
      *  the cycle end date is taken from the service as well.  The
      *  run is refused when the calendar does not cover the next
      *  twelve months.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-GATE-OUT-COUNT                     PIC 9(9) VALUE ZERO.
       01  WS-GATE-OUT-TOTAL                     PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  DATE-SERVICE-AREA.
           05  DS-FUNCTION                       PIC X(4).
           05  DS-CALENDAR-CDE                   PIC X(1).
           05  DS-DATE-1                         PIC 9(8).
           05  DS-DATE-2                         PIC 9(8).
           05  DS-DAY-COUNT                      PIC S9(7).
           05  DS-RESULT-DATE                    PIC 9(8).
           05  DS-PERIOD-END-CDE                 PIC X(1).
           05  DS-STATUS                         PIC X(1).
       01  GATE-CALL-AREA.
           05  GG-ACTION                         PIC X(4).
           05  GG-CHAIN-ID                       PIC X(20) VALUE
                   END-IF
           END-READ
           CLOSE DRAFT-CYCLE-PARM
           MOVE 'CHCK' TO DS-FUNCTION
           MOVE 'F' TO DS-CALENDAR-CDE
           MOVE WS-RUN-DATE TO DS-DATE-1
           PERFORM 8100-CALL-DATE-SERVICE
           IF DS-STATUS NOT = '0'
               STOP RUN
           END-IF
           MOVE 'ADDN' TO DS-FUNCTION
           MOVE 'C' TO DS-CALENDAR-CDE
           MOVE WS-RUN-DATE TO DS-DATE-1
           MOVE WS-CYCLE-DAYS TO DS-DAY-COUNT
           PERFORM 8100-CALL-DATE-SERVICE
           MOVE DS-RESULT-DATE TO WS-CYCLE-END-DATE
           OPEN OUTPUT DRAFT-INSTRUCTION-FILE
           OPEN OUTPUT DRAFT-CONTROL-RPT-FILE
           WRITE DRAFT-CONTROL-RPT-LINE FROM WS-HEADLINE-1
           MOVE BK-BANK-ACCT-NUMBER (WS-MATCHED-IDX) TO
               DI-BANK-ACCT-NUMBER
           MOVE WS-GRP-INVESTMENT-LVL-AT TO DI-DRAFT-AMOUNT
           MOVE 'ROLL' TO DS-FUNCTION
           MOVE 'F' TO DS-CALENDAR-CDE
           MOVE WS-NEXT-INVEST-DATE TO DS-DATE-1
           PERFORM 8100-CALL-DATE-SERVICE
           IF DS-STATUS NOT = '0'
               MOVE WS-NEXT-INVEST-DATE TO DS-RESULT-DATE
           END-IF
           MOVE DS-RESULT-DATE TO DI-DRAFT-DATE
           WRITE DRAFT-INSTRUCTION-RECORD
           IF DI-DRAFT-DATE = WS-NEXT-INVEST-DATE
               MOVE 'DRAFT GENERATED' TO DL-DISPOSITION
           ELSE
               MOVE 'DRAFT GENERATED - ROLLED' TO DL-DISPOSITION
           END-IF
           WRITE DRAFT-CONTROL-RPT-LINE FROM WS-DETAIL-LINE.

       5000-FINALIZE.
           CALL 'GENERATION-GATE' USING GG-ACTION GG-CHAIN-ID
               GG-RECORD-COUNT GG-CONTENT-TOTAL GG-RUN-DATE
               GG-STATUS.

       8100-CALL-DATE-SERVICE.
           CALL 'DATE-SERVICE' USING DS-FUNCTION DS-CALENDAR-CDE
               DS-DATE-1 DS-DATE-2 DS-DAY-COUNT DS-RESULT-DATE
               DS-PERIOD-END-CDE DS-STATUS.
