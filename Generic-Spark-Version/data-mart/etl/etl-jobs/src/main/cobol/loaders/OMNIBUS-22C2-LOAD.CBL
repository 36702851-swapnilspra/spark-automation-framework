       IDENTIFICATION DIVISION.
       PROGRAM-ID. OMNIBUS-22C2-LOAD.
      ******************************************************************
      *  Rule 22c-2 intermediary shareholder trading data request and
      *  intake.  DFA-MARKET-TIMER-LOAD scores round trips on the
      *  accounts we carry, but behind every omnibus account the
      *  intermediary's own underlying shareholders were invisible:
      *  nothing asked the firms for their trading data, nothing
      *  took it in, and nothing told a firm to stop an underlying
      *  investor who was timing the funds.
      *
      *  The omnibus accounts of each NSCC firm (TRUSTEE-NSCC-FIRM-
      *  NBR, OMB-FIRM-ACCT-NBR and EXTL-OMB-MFA-NBR) come from the
      *  position file OMNIBUS-POSITION-LOAD writes (OMBPOSIN).  A
      *  request register (REQREGIN to REQREGOUT, rolled forward
      *  under the generation gate like LOST-HOLDER) carries one row
      *  per request issued: the firm, the trade-date range asked
      *  for, the funds, the issue and due dates, the status and,
      *  once answered, the response date and what it produced.
      *
      *  Each run:
      *    - each intermediary response on RSPNSIN (optional - most
      *      runs have none) is matched to the request it answers by
      *      firm, issue date and request sequence.  A response whose
      *      detail count does not agree with its header, or which
      *      answers no outstanding request, is rejected whole; a
      *      detail for an omnibus account not of that firm, for a
      *      fund not asked for, outside the range asked for or with
      *      an effect other than A or S is rejected alone;
      *    - the accepted trades are scored the way DFA-MARKET-TIMER-
      *      LOAD scores its own accounts: each redemption consumes
      *      the earliest unmatched purchase in the same fund by the
      *      same underlying investor within the same omnibus
      *      account, inside the policy window ending on the last
      *      date asked for.  An investor at or over the policy
      *      round-trip count goes on the restriction-instruction
      *      file (RESTRICTOUT) sent back to the firm, framed per
      *      firm between a header and a trailer carrying the count;
      *    - every request row on the request parameter file asks
      *      the named firm (or every firm with omnibus accounts
      *      when the firm is blank) for the range and fund given
      *      (every fund when the fund is zero).  Rows for the same
      *      firm and range are gathered into one request of up to
      *      ten funds.  Each firm's request goes to REQUESTOUT as a
      *      header, one detail per omnibus account and fund and a
      *      trailer, the way NSCC-NETWORKING-GEN frames its firm
      *      files.  A firm with a request still outstanding for the
      *      same range is not asked twice;
      *    - a request still unanswered past its due date is
      *      escalated and reported with the days overdue, and goes
      *      on being reported on every run until it is answered.
      *
      *  The policy row of the parameter file carries the run date,
      *  the days a firm is given to respond (default 30), the
      *  window in days (default 90) and the round-trip count that
      *  makes an investor an excessive trader (default 4), the same
      *  defaults as DFA-MARKET-TIMER-LOAD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OMNIBUS-POSITION-IN ASSIGN TO "OMBPOSIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REQUEST-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REQUEST-REGISTER-IN ASSIGN TO "REQREGIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REQUEST-REGISTER-OUT ASSIGN TO "REQREGOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RESPONSE-FILE ASSIGN TO "RSPNSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-FS.
           SELECT REQUEST-FILE ASSIGN TO "REQUESTOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RESTRICTION-FILE ASSIGN TO "RESTRICTOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT INTERMEDIARY-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OMNIBUS-POSITION-IN.
       01  OMNIBUS-POSITION-RECORD.
           05  OP-NSCC-FIRM-NBR                  PIC X(4).
           05  OP-OMB-FIRM-ACCT-NBR              PIC X(20).
           05  OP-EXTL-OMB-MFA-NBR               PIC X(20).
           05  OP-TOTAL-SHARE-CT                 PIC 9(13)V9(4).
           05  OP-SUB-ACCOUNT-CT                 PIC 9(7).
           05  OP-PURCHASE-AMOUNT                PIC 9(15)V9(2).
           05  OP-REDEMPTION-AMOUNT              PIC 9(15)V9(2).
       FD  REQUEST-PARM.
       01  REQUEST-PARM-RECORD.
           05  PR-ROW-TYPE                       PIC X(1).
               88  PR-POLICY-ROW                     VALUE 'P'.
               88  PR-REQUEST-ROW                    VALUE 'R'.
           05  PR-POLICY-DATA.
               10  PR-RUN-DATE                   PIC 9(8).
               10  PR-DUE-DAYS                   PIC 9(3).
               10  PR-WINDOW-DAYS                PIC 9(3).
               10  PR-MAX-ROUND-TRIPS            PIC 9(3).
               10  FILLER                        PIC X(10).
           05  PR-REQUEST-DATA REDEFINES PR-POLICY-DATA.
               10  PR-NSCC-FIRM-NBR              PIC X(4).
               10  PR-FUND-CODE                  PIC 9(7).
               10  PR-FROM-DATE                  PIC 9(8).
               10  PR-TO-DATE                    PIC 9(8).
       FD  REQUEST-REGISTER-IN.
       01  REQUEST-REGISTER-IN-RECORD.
           05  RI-NSCC-FIRM-NBR                  PIC X(4).
           05  RI-ISSUE-DATE                     PIC 9(8).
           05  RI-REQUEST-SEQ                    PIC 9(3).
           05  RI-FROM-DATE                      PIC 9(8).
           05  RI-TO-DATE                        PIC 9(8).
           05  RI-DUE-DATE                       PIC 9(8).
           05  RI-STATUS-CDE                     PIC X(1).
           05  RI-RESPONSE-DATE                  PIC 9(8).
           05  RI-INVESTORS-SCORED               PIC 9(7).
           05  RI-RESTRICTED-COUNT               PIC 9(7).
           05  RI-FUND-COUNT                     PIC 9(2).
           05  RI-FUND-CODE                      PIC 9(7) OCCURS 10.
       FD  REQUEST-REGISTER-OUT.
       01  REQUEST-REGISTER-OUT-RECORD.
           05  RO-NSCC-FIRM-NBR                  PIC X(4).
           05  RO-ISSUE-DATE                     PIC 9(8).
           05  RO-REQUEST-SEQ                    PIC 9(3).
           05  RO-FROM-DATE                      PIC 9(8).
           05  RO-TO-DATE                        PIC 9(8).
           05  RO-DUE-DATE                       PIC 9(8).
           05  RO-STATUS-CDE                     PIC X(1).
           05  RO-RESPONSE-DATE                  PIC 9(8).
           05  RO-INVESTORS-SCORED               PIC 9(7).
           05  RO-RESTRICTED-COUNT               PIC 9(7).
           05  RO-FUND-COUNT                     PIC 9(2).
           05  RO-FUND-CODE                      PIC 9(7) OCCURS 10.
       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD.
           05  RS-RECORD-TYPE                    PIC X(1).
               88  RS-HEADER                         VALUE 'H'.
               88  RS-DETAIL                         VALUE 'D'.
           05  RS-HEADER-AREA.
               10  RS-NSCC-FIRM-NBR              PIC X(4).
               10  RS-ISSUE-DATE                 PIC 9(8).
               10  RS-REQUEST-SEQ                PIC 9(3).
               10  RS-RESPONSE-DATE              PIC 9(8).
               10  RS-DETAIL-COUNT               PIC 9(7).
               10  FILLER                        PIC X(69).
           05  RS-DETAIL-AREA REDEFINES RS-HEADER-AREA.
               10  RS-OMB-FIRM-ACCT-NBR          PIC X(20).
               10  RS-INVESTOR-ID                PIC X(20).
               10  RS-FUND-CODE                  PIC 9(7).
               10  RS-TRADE-DATE                 PIC 9(8).
               10  RS-EFFECT-CODE                PIC X(1).
                   88  RS-PURCHASE                   VALUE 'A'.
                   88  RS-REDEMPTION                 VALUE 'S'.
               10  RS-SHARES-COUNT               PIC 9(11)V9(4).
               10  FILLER                        PIC X(28).
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  RQ-RECORD-TYPE                    PIC X(3).
               88  RQ-HEADER                         VALUE 'RQH'.
               88  RQ-DETAIL                         VALUE 'RQD'.
               88  RQ-TRAILER                        VALUE 'RQT'.
           05  RQ-NSCC-FIRM-NBR                  PIC X(4).
           05  RQ-ISSUE-DATE                     PIC 9(8).
           05  RQ-REQUEST-SEQ                    PIC 9(3).
           05  RQ-DETAIL-AREA.
               10  RQ-OMB-FIRM-ACCT-NBR          PIC X(20).
               10  RQ-EXTL-OMB-MFA-NBR           PIC X(20).
               10  RQ-FUND-CODE                  PIC 9(7).
           05  RQ-HEADER-AREA REDEFINES RQ-DETAIL-AREA.
               10  RQ-FROM-DATE                  PIC 9(8).
               10  RQ-TO-DATE                    PIC 9(8).
               10  RQ-DUE-DATE                   PIC 9(8).
               10  FILLER                        PIC X(23).
           05  RQ-TRAILER-AREA REDEFINES RQ-DETAIL-AREA.
               10  RQ-RECORD-COUNT               PIC 9(7).
               10  FILLER                        PIC X(40).
       FD  RESTRICTION-FILE.
       01  RESTRICTION-RECORD.
           05  RX-RECORD-TYPE                    PIC X(3).
               88  RX-HEADER                         VALUE 'RIH'.
               88  RX-DETAIL                         VALUE 'RID'.
               88  RX-TRAILER                        VALUE 'RIT'.
           05  RX-NSCC-FIRM-NBR                  PIC X(4).
           05  RX-DETAIL-AREA.
               10  RX-OMB-FIRM-ACCT-NBR          PIC X(20).
               10  RX-EXTL-OMB-MFA-NBR           PIC X(20).
               10  RX-INVESTOR-ID                PIC X(20).
               10  RX-ROUND-TRIP-COUNT           PIC 9(5).
               10  RX-EFFECTIVE-DATE             PIC 9(8).
               10  RX-ISSUE-DATE                 PIC 9(8).
               10  RX-REQUEST-SEQ                PIC 9(3).
           05  RX-HEADER-AREA REDEFINES RX-DETAIL-AREA.
               10  RX-RUN-DATE                   PIC 9(8).
               10  FILLER                        PIC X(76).
           05  RX-TRAILER-AREA REDEFINES RX-DETAIL-AREA.
               10  RX-RECORD-COUNT               PIC 9(7).
               10  FILLER                        PIC X(77).
       FD  INTERMEDIARY-RPT-FILE.
       01  INTERMEDIARY-RPT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-RESPONSE-FS                        PIC X(2) VALUE '00'.
       01  WS-RUN-DATE                           PIC 9(8) VALUE ZERO.
       01  WS-DUE-DAYS                           PIC 9(3) VALUE 30.
       01  WS-WINDOW-DAYS                        PIC 9(3) VALUE 90.
       01  WS-MAX-ROUND-TRIPS                    PIC 9(3) VALUE 4.
       01  WS-CUTOFF-DATE                        PIC 9(8) VALUE ZERO.
       01  WS-MAX-OMNIBUS                        PIC 9(6) VALUE 20000.
       01  WS-OMNIBUS-COUNT                      PIC 9(6) VALUE ZERO.
       01  WS-MAX-FIRMS                          PIC 9(6) VALUE 5000.
       01  WS-FIRM-COUNT                         PIC 9(6) VALUE ZERO.
       01  WS-MAX-SPECS                          PIC 9(6) VALUE 200.
       01  WS-SPEC-COUNT                         PIC 9(6) VALUE ZERO.
       01  WS-MAX-REQUESTS                       PIC 9(6) VALUE 50000.
       01  WS-REQUEST-COUNT                      PIC 9(6) VALUE ZERO.
       01  WS-MAX-TRADES                         PIC 9(6) VALUE 100000.
       01  WS-TRADE-COUNT                        PIC 9(6) VALUE ZERO.
       01  WS-MAX-INVESTORS                      PIC 9(6) VALUE 100000.
       01  WS-SCORE-COUNT                        PIC 9(6) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-FUND-OK-SW                         PIC X(1) VALUE 'N'.
           88  WS-FUND-OK                            VALUE 'Y'.
       01  WS-FIRM-SEEN-SW                       PIC X(1) VALUE 'N'.
           88  WS-FIRM-SEEN                          VALUE 'Y'.
       01  WS-GROUP-OPEN-SW                      PIC X(1) VALUE 'N'.
           88  WS-GROUP-OPEN                         VALUE 'Y'.
       01  WS-SEGMENT-OPEN-SW                    PIC X(1) VALUE 'N'.
           88  WS-SEGMENT-OPEN                       VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(6) VALUE ZERO.
       01  WS-OMB-MATCHED-IDX                    PIC 9(6) VALUE ZERO.
       01  WS-RESP-REG-IDX                       PIC 9(6) VALUE ZERO.
       01  WS-SELL-IDX                           PIC 9(6) VALUE ZERO.
       01  WS-BUY-IDX                            PIC 9(6) VALUE ZERO.
       01  WS-FUND-IDX                           PIC 9(2) VALUE ZERO.
       01  WS-NEXT-SEQ                           PIC 9(3) VALUE ZERO.
       01  WS-SEGMENT-COUNT                      PIC 9(7) VALUE ZERO.
       01  WS-DAYS-OVERDUE                       PIC 9(5) VALUE ZERO.
       01  WS-LOOKUP-FIRM-NBR                    PIC X(4) VALUE SPACES.
       01  WS-LOOKUP-OMB-ACCT-NBR                PIC X(20) VALUE
                                                  SPACES.
       01  WS-RESPONSE-HEADER.
           05  WS-RH-NSCC-FIRM-NBR               PIC X(4).
           05  WS-RH-ISSUE-DATE                  PIC 9(8).
           05  WS-RH-REQUEST-SEQ                 PIC 9(3).
           05  WS-RH-RESPONSE-DATE               PIC 9(8).
           05  WS-RH-DETAIL-COUNT                PIC 9(7).
       01  WS-RESP-DETAIL-READ                   PIC 9(7) VALUE ZERO.
       01  WS-RESP-RESTRICTED                    PIC 9(7) VALUE ZERO.
       01  WS-REQUESTS-ISSUED                    PIC 9(7) VALUE ZERO.
       01  WS-REQUESTS-DUPLICATE                 PIC 9(7) VALUE ZERO.
       01  WS-PARM-ROWS-REJECTED                 PIC 9(7) VALUE ZERO.
       01  WS-RESPONSES-ACCEPTED                 PIC 9(7) VALUE ZERO.
       01  WS-RESPONSES-REJECTED                 PIC 9(7) VALUE ZERO.
       01  WS-DETAILS-REJECTED                   PIC 9(7) VALUE ZERO.
       01  WS-INVESTORS-SCORED                   PIC 9(7) VALUE ZERO.
       01  WS-INVESTORS-RESTRICTED               PIC 9(7) VALUE ZERO.
       01  WS-NEWLY-ESCALATED                    PIC 9(7) VALUE ZERO.
       01  WS-STILL-OVERDUE                      PIC 9(7) VALUE ZERO.
       01  WS-OUTSTANDING-COUNT                  PIC 9(7) VALUE ZERO.
       01  WS-GATE-IN-COUNT                      PIC 9(9) VALUE ZERO.
       01  WS-GATE-IN-TOTAL                      PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-GATE-OUT-COUNT                     PIC 9(9) VALUE ZERO.
       01  WS-GATE-OUT-TOTAL                     PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  GATE-CALL-AREA.
           05  GG-ACTION                         PIC X(4).
           05  GG-CHAIN-ID                       PIC X(20) VALUE
                                                  'OMNIBUS-22C2'.
           05  GG-RECORD-COUNT                   PIC 9(9).
           05  GG-CONTENT-TOTAL                  PIC S9(15)V9(2).
           05  GG-RUN-DATE                       PIC 9(8).
           05  GG-STATUS                         PIC X(1).
       01  OMNIBUS-TABLE.
           05  OMNIBUS-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-OMNIBUS-COUNT
                   INDEXED BY OMB-IDX.
               10  OT-NSCC-FIRM-NBR              PIC X(4).
               10  OT-OMB-FIRM-ACCT-NBR          PIC X(20).
               10  OT-EXTL-OMB-MFA-NBR           PIC X(20).
       01  FIRM-TABLE.
           05  FIRM-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-FIRM-COUNT
                   INDEXED BY FIRM-IDX.
               10  FT-NSCC-FIRM-NBR              PIC X(4).
       01  REQUEST-SPEC-TABLE.
           05  REQUEST-SPEC-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-SPEC-COUNT
                   INDEXED BY SPEC-IDX.
               10  SP-NSCC-FIRM-NBR              PIC X(4).
               10  SP-FROM-DATE                  PIC 9(8).
               10  SP-TO-DATE                    PIC 9(8).
               10  SP-FUND-COUNT                 PIC 9(2).
               10  SP-ALL-FUNDS-SW               PIC X(1).
                   88  SP-ALL-FUNDS                  VALUE 'Y'.
               10  SP-FUND-CODE                  PIC 9(7) OCCURS 10.
       01  REQUEST-REGISTER-TABLE.
           05  REQUEST-REGISTER-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-REQUEST-COUNT
                   INDEXED BY REG-IDX.
               10  RG-NSCC-FIRM-NBR              PIC X(4).
               10  RG-ISSUE-DATE                 PIC 9(8).
               10  RG-REQUEST-SEQ                PIC 9(3).
               10  RG-FROM-DATE                  PIC 9(8).
               10  RG-TO-DATE                    PIC 9(8).
               10  RG-DUE-DATE                   PIC 9(8).
               10  RG-STATUS-CDE                 PIC X(1).
                   88  RG-OPEN                       VALUE 'O'.
                   88  RG-ESCALATED                  VALUE 'E'.
                   88  RG-RECEIVED                   VALUE 'R'.
                   88  RG-OUTSTANDING                VALUE 'O' 'E'.
               10  RG-RESPONSE-DATE              PIC 9(8).
               10  RG-INVESTORS-SCORED           PIC 9(7).
               10  RG-RESTRICTED-COUNT           PIC 9(7).
               10  RG-FUND-COUNT                 PIC 9(2).
               10  RG-FUND-CODE                  PIC 9(7) OCCURS 10.
       01  TRADE-TABLE.
           05  TRADE-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-TRADE-COUNT
                   INDEXED BY TRD-IDX.
               10  TH-OMB-FIRM-ACCT-NBR          PIC X(20).
               10  TH-INVESTOR-ID                PIC X(20).
               10  TH-FUND-CODE                  PIC 9(7).
               10  TH-TRADE-DATE                 PIC 9(8).
               10  TH-EFFECT-CODE                PIC X(1).
               10  TH-CONSUMED-SW                PIC X(1).
       01  SCORE-TABLE.
           05  SCORE-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-SCORE-COUNT
                   INDEXED BY SCORE-IDX.
               10  SC-OMB-FIRM-ACCT-NBR          PIC X(20).
               10  SC-INVESTOR-ID                PIC X(20).
               10  SC-ROUND-TRIP-COUNT           PIC 9(5).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'RULE 22C-2 INTERMEDIARY REQUEST AND INTAKE REPORT'.
       01  WS-COLUMN-LINE                        PIC X(120) VALUE
           'FIRM REQUEST      SEQ ACCOUNT / INVESTOR     COUNT EVENT'.
       01  WS-DETAIL-LINE.
           05  DL-NSCC-FIRM-NBR                  PIC X(4).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-ISSUE-DATE                     PIC Z(8).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-REQUEST-SEQ                    PIC Z(3).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-ACCOUNT-ID                     PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-COUNT                          PIC ZZZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-EVENT                          PIC X(40).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-EVENT-DATE                     PIC Z(8).
       01  WS-SUMMARY-LINE-1.
           05  FILLER                            PIC X(18) VALUE
               'REQUESTS ISSUED: '.
           05  SL-REQUESTS-ISSUED                PIC ZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  DUPLICATE: '.
           05  SL-REQUESTS-DUPLICATE             PIC ZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  PARM REJ:  '.
           05  SL-PARM-ROWS-REJECTED             PIC ZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  OUTSTAND:  '.
           05  SL-OUTSTANDING-COUNT              PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                            PIC X(18) VALUE
               'RESPONSES TAKEN: '.
           05  SL-RESPONSES-ACCEPTED             PIC ZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  REJECTED:  '.
           05  SL-RESPONSES-REJECTED             PIC ZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  DTL REJ:   '.
           05  SL-DETAILS-REJECTED               PIC ZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  SCORED:    '.
           05  SL-INVESTORS-SCORED               PIC ZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  RESTRICT:  '.
           05  SL-INVESTORS-RESTRICTED           PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                            PIC X(18) VALUE
               'NEWLY ESCALATED: '.
           05  SL-NEWLY-ESCALATED                PIC ZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  OVERDUE:   '.
           05  SL-STILL-OVERDUE                  PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TAKE-IN-RESPONSES
           PERFORM 3000-ISSUE-REQUESTS
           PERFORM 4000-REVIEW-OVERDUE
           PERFORM 5000-WRITE-REGISTER-OUT
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT INTERMEDIARY-RPT-FILE
           WRITE INTERMEDIARY-RPT-LINE FROM WS-HEADLINE-1
           WRITE INTERMEDIARY-RPT-LINE FROM WS-COLUMN-LINE
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)) TO
               WS-RUN-DATE
           PERFORM 1100-LOAD-REQUEST-PARM
           PERFORM 1200-LOAD-OMNIBUS
           PERFORM 1300-LOAD-REGISTER
           OPEN OUTPUT REQUEST-FILE
           OPEN OUTPUT RESTRICTION-FILE.

      *    The policy row may come anywhere on the parameter file;
      *    request rows are gathered by firm and range as they come.
       1100-LOAD-REQUEST-PARM.
           OPEN INPUT REQUEST-PARM
           PERFORM 1110-READ-PARM
               UNTIL WS-EOF
           CLOSE REQUEST-PARM
           MOVE 'N' TO WS-EOF-SW.

       1110-READ-PARM.
           READ REQUEST-PARM
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN PR-POLICY-ROW
                           PERFORM 1120-APPLY-POLICY
                       WHEN PR-REQUEST-ROW
                           PERFORM 1130-EDIT-REQUEST-ROW
                       WHEN OTHER
                           ADD 1 TO WS-PARM-ROWS-REJECTED
                           MOVE SPACES TO DL-NSCC-FIRM-NBR
                           MOVE ZERO TO DL-ISSUE-DATE
                           MOVE ZERO TO DL-REQUEST-SEQ
                           MOVE SPACES TO DL-ACCOUNT-ID
                           MOVE ZERO TO DL-COUNT
                           MOVE '*** PARM - INVALID ROW TYPE' TO
                               DL-EVENT
                           MOVE ZERO TO DL-EVENT-DATE
                           WRITE INTERMEDIARY-RPT-LINE FROM
                               WS-DETAIL-LINE
                   END-EVALUATE
           END-READ.

       1120-APPLY-POLICY.
           IF PR-RUN-DATE IS NUMERIC
               AND PR-RUN-DATE > ZERO
               MOVE PR-RUN-DATE TO WS-RUN-DATE
           END-IF
           IF PR-DUE-DAYS IS NUMERIC
               AND PR-DUE-DAYS > ZERO
               MOVE PR-DUE-DAYS TO WS-DUE-DAYS
           END-IF
           IF PR-WINDOW-DAYS IS NUMERIC
               AND PR-WINDOW-DAYS > ZERO
               MOVE PR-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF
           IF PR-MAX-ROUND-TRIPS IS NUMERIC
               AND PR-MAX-ROUND-TRIPS > ZERO
               MOVE PR-MAX-ROUND-TRIPS TO WS-MAX-ROUND-TRIPS
           END-IF.

       1130-EDIT-REQUEST-ROW.
           MOVE PR-NSCC-FIRM-NBR TO DL-NSCC-FIRM-NBR
           MOVE ZERO TO DL-ISSUE-DATE
           MOVE ZERO TO DL-REQUEST-SEQ
           MOVE SPACES TO DL-ACCOUNT-ID
           MOVE ZERO TO DL-COUNT
           MOVE ZERO TO DL-EVENT-DATE
           EVALUATE TRUE
               WHEN PR-FUND-CODE NOT NUMERIC
                   MOVE '*** PARM - INVALID FUND CODE' TO DL-EVENT
               WHEN PR-FROM-DATE NOT NUMERIC
                   OR PR-TO-DATE NOT NUMERIC
                   OR PR-FROM-DATE = ZERO
                   MOVE '*** PARM - INVALID DATE RANGE' TO DL-EVENT
               WHEN PR-FROM-DATE > PR-TO-DATE
                   MOVE '*** PARM - FROM DATE AFTER TO DATE' TO
                       DL-EVENT
               WHEN OTHER
                   MOVE SPACES TO DL-EVENT
           END-EVALUATE
           IF DL-EVENT NOT = SPACES
               ADD 1 TO WS-PARM-ROWS-REJECTED
               WRITE INTERMEDIARY-RPT-LINE FROM WS-DETAIL-LINE
           ELSE
               PERFORM 1140-GATHER-REQUEST-ROW
           END-IF.

       1140-GATHER-REQUEST-ROW.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING SPEC-IDX FROM 1 BY 1
               UNTIL SPEC-IDX > WS-SPEC-COUNT OR WS-FOUND
               IF SP-NSCC-FIRM-NBR (SPEC-IDX) = PR-NSCC-FIRM-NBR
                   AND SP-FROM-DATE (SPEC-IDX) = PR-FROM-DATE
                   AND SP-TO-DATE (SPEC-IDX) = PR-TO-DATE
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO SPEC-IDX
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-SPEC-COUNT < WS-MAX-SPECS
                   ADD 1 TO WS-SPEC-COUNT
                   MOVE WS-SPEC-COUNT TO WS-MATCHED-IDX
                   MOVE PR-NSCC-FIRM-NBR TO
                       SP-NSCC-FIRM-NBR (WS-MATCHED-IDX)
                   MOVE PR-FROM-DATE TO SP-FROM-DATE (WS-MATCHED-IDX)
                   MOVE PR-TO-DATE TO SP-TO-DATE (WS-MATCHED-IDX)
                   MOVE ZERO TO SP-FUND-COUNT (WS-MATCHED-IDX)
                   MOVE 'N' TO SP-ALL-FUNDS-SW (WS-MATCHED-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-FOUND
               IF PR-FUND-CODE = ZERO
                   MOVE 'Y' TO SP-ALL-FUNDS-SW (WS-MATCHED-IDX)
               ELSE
                   PERFORM 1150-ADD-SPEC-FUND
               END-IF
           END-IF.

       1150-ADD-SPEC-FUND.
           MOVE 'N' TO WS-FUND-OK-SW
           PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
               UNTIL WS-FUND-IDX > SP-FUND-COUNT (WS-MATCHED-IDX)
                   OR WS-FUND-OK
               IF SP-FUND-CODE (WS-MATCHED-IDX WS-FUND-IDX) =
                       PR-FUND-CODE
                   SET WS-FUND-OK TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FUND-OK
               IF SP-FUND-COUNT (WS-MATCHED-IDX) < 10
                   ADD 1 TO SP-FUND-COUNT (WS-MATCHED-IDX)
                   MOVE SP-FUND-COUNT (WS-MATCHED-IDX) TO WS-FUND-IDX
                   MOVE PR-FUND-CODE TO
                       SP-FUND-CODE (WS-MATCHED-IDX WS-FUND-IDX)
               ELSE
                   ADD 1 TO WS-PARM-ROWS-REJECTED
                   MOVE '*** PARM - MORE THAN 10 FUNDS IN RANGE' TO
                       DL-EVENT
                   WRITE INTERMEDIARY-RPT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-IF.

       1200-LOAD-OMNIBUS.
           OPEN INPUT OMNIBUS-POSITION-IN
           PERFORM 1210-READ-OMNIBUS
               UNTIL WS-EOF
           CLOSE OMNIBUS-POSITION-IN
           MOVE 'N' TO WS-EOF-SW.

       1210-READ-OMNIBUS.
           READ OMNIBUS-POSITION-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF OP-NSCC-FIRM-NBR NOT = SPACES
                       AND OP-OMB-FIRM-ACCT-NBR NOT = SPACES
                       AND WS-OMNIBUS-COUNT < WS-MAX-OMNIBUS
                       ADD 1 TO WS-OMNIBUS-COUNT
                       SET OMB-IDX TO WS-OMNIBUS-COUNT
                       MOVE OP-NSCC-FIRM-NBR TO
                           OT-NSCC-FIRM-NBR (OMB-IDX)
                       MOVE OP-OMB-FIRM-ACCT-NBR TO
                           OT-OMB-FIRM-ACCT-NBR (OMB-IDX)
                       MOVE OP-EXTL-OMB-MFA-NBR TO
                           OT-EXTL-OMB-MFA-NBR (OMB-IDX)
                       PERFORM 1220-NOTE-FIRM
                   END-IF
           END-READ.

       1220-NOTE-FIRM.
           MOVE 'N' TO WS-FIRM-SEEN-SW
           PERFORM VARYING FIRM-IDX FROM 1 BY 1
               UNTIL FIRM-IDX > WS-FIRM-COUNT OR WS-FIRM-SEEN
               IF FT-NSCC-FIRM-NBR (FIRM-IDX) = OP-NSCC-FIRM-NBR
                   SET WS-FIRM-SEEN TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FIRM-SEEN
               AND WS-FIRM-COUNT < WS-MAX-FIRMS
               ADD 1 TO WS-FIRM-COUNT
               SET FIRM-IDX TO WS-FIRM-COUNT
               MOVE OP-NSCC-FIRM-NBR TO FT-NSCC-FIRM-NBR (FIRM-IDX)
           END-IF.

       1300-LOAD-REGISTER.
           OPEN INPUT REQUEST-REGISTER-IN
           PERFORM 1310-READ-REGISTER
               UNTIL WS-EOF
           CLOSE REQUEST-REGISTER-IN
           MOVE 'N' TO WS-EOF-SW
           PERFORM 1390-VERIFY-GENERATION.

       1310-READ-REGISTER.
           READ REQUEST-REGISTER-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-GATE-IN-COUNT
                   ADD RI-DUE-DATE TO WS-GATE-IN-TOTAL
                   IF WS-REQUEST-COUNT < WS-MAX-REQUESTS
                       ADD 1 TO WS-REQUEST-COUNT
                       SET REG-IDX TO WS-REQUEST-COUNT
                       MOVE RI-NSCC-FIRM-NBR TO
                           RG-NSCC-FIRM-NBR (REG-IDX)
                       MOVE RI-ISSUE-DATE TO RG-ISSUE-DATE (REG-IDX)
                       MOVE RI-REQUEST-SEQ TO RG-REQUEST-SEQ (REG-IDX)
                       MOVE RI-FROM-DATE TO RG-FROM-DATE (REG-IDX)
                       MOVE RI-TO-DATE TO RG-TO-DATE (REG-IDX)
                       MOVE RI-DUE-DATE TO RG-DUE-DATE (REG-IDX)
                       MOVE RI-STATUS-CDE TO RG-STATUS-CDE (REG-IDX)
                       MOVE RI-RESPONSE-DATE TO
                           RG-RESPONSE-DATE (REG-IDX)
                       MOVE RI-INVESTORS-SCORED TO
                           RG-INVESTORS-SCORED (REG-IDX)
                       MOVE RI-RESTRICTED-COUNT TO
                           RG-RESTRICTED-COUNT (REG-IDX)
                       MOVE RI-FUND-COUNT TO RG-FUND-COUNT (REG-IDX)
                       PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
                           UNTIL WS-FUND-IDX > 10
                           MOVE RI-FUND-CODE (WS-FUND-IDX) TO
                               RG-FUND-CODE (REG-IDX WS-FUND-IDX)
                       END-PERFORM
                   END-IF
           END-READ.

       1390-VERIFY-GENERATION.
           MOVE 'CHCK' TO GG-ACTION
           MOVE WS-GATE-IN-COUNT TO GG-RECORD-COUNT
           MOVE WS-GATE-IN-TOTAL TO GG-CONTENT-TOTAL
           MOVE WS-RUN-DATE TO GG-RUN-DATE
           CALL 'GENERATION-GATE' USING GG-ACTION GG-CHAIN-ID
               GG-RECORD-COUNT GG-CONTENT-TOTAL GG-RUN-DATE
               GG-STATUS
           IF GG-STATUS = '1'
               STOP RUN
           END-IF.

      *    The intermediaries' response file is optional - most runs
      *    have nothing to take in.  Each response is a header
      *    followed by its details; the details are held until the
      *    next header (or end of file) closes the response.
       2000-TAKE-IN-RESPONSES.
           OPEN INPUT RESPONSE-FILE
           IF WS-RESPONSE-FS = '00'
               PERFORM 2100-READ-RESPONSE
                   UNTIL WS-EOF
               IF WS-GROUP-OPEN
                   PERFORM 2900-CLOSE-RESPONSE
               END-IF
               CLOSE RESPONSE-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       2100-READ-RESPONSE.
           READ RESPONSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN RS-HEADER
                           IF WS-GROUP-OPEN
                               PERFORM 2900-CLOSE-RESPONSE
                           END-IF
                           PERFORM 2200-START-RESPONSE
                       WHEN RS-DETAIL AND WS-GROUP-OPEN
                           PERFORM 2300-TAKE-DETAIL
                       WHEN OTHER
                           ADD 1 TO WS-DETAILS-REJECTED
                           MOVE SPACES TO DL-NSCC-FIRM-NBR
                           MOVE ZERO TO DL-ISSUE-DATE
                           MOVE ZERO TO DL-REQUEST-SEQ
                           MOVE SPACES TO DL-ACCOUNT-ID
                           MOVE ZERO TO DL-COUNT
                           MOVE '*** RESPONSE - RECORD OUT OF PLACE'
                               TO DL-EVENT
                           MOVE ZERO TO DL-EVENT-DATE
                           WRITE INTERMEDIARY-RPT-LINE FROM
                               WS-DETAIL-LINE
                   END-EVALUATE
           END-READ.

       2200-START-RESPONSE.
           SET WS-GROUP-OPEN TO TRUE
           MOVE RS-NSCC-FIRM-NBR TO WS-RH-NSCC-FIRM-NBR
           MOVE RS-ISSUE-DATE TO WS-RH-ISSUE-DATE
           MOVE RS-REQUEST-SEQ TO WS-RH-REQUEST-SEQ
           MOVE RS-RESPONSE-DATE TO WS-RH-RESPONSE-DATE
           MOVE RS-DETAIL-COUNT TO WS-RH-DETAIL-COUNT
           MOVE ZERO TO WS-RESP-DETAIL-READ
           MOVE ZERO TO WS-TRADE-COUNT
           MOVE ZERO TO WS-RESP-REG-IDX
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > WS-REQUEST-COUNT
                   OR WS-RESP-REG-IDX > ZERO
               IF RG-NSCC-FIRM-NBR (REG-IDX) = WS-RH-NSCC-FIRM-NBR
                   AND RG-ISSUE-DATE (REG-IDX) = WS-RH-ISSUE-DATE
                   AND RG-REQUEST-SEQ (REG-IDX) = WS-RH-REQUEST-SEQ
                   SET WS-RESP-REG-IDX TO REG-IDX
               END-IF
           END-PERFORM
           IF WS-RESP-REG-IDX > ZERO
               COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       RG-TO-DATE (WS-RESP-REG-IDX))
                   - WS-WINDOW-DAYS)
               IF WS-CUTOFF-DATE < RG-FROM-DATE (WS-RESP-REG-IDX)
                   MOVE RG-FROM-DATE (WS-RESP-REG-IDX) TO
                       WS-CUTOFF-DATE
               END-IF
           END-IF.

      *    Details are edited only when the response answers a
      *    request on the register; otherwise the whole response is
      *    rejected when it closes.
       2300-TAKE-DETAIL.
           ADD 1 TO WS-RESP-DETAIL-READ
           IF WS-RESP-REG-IDX > ZERO
               MOVE WS-RH-NSCC-FIRM-NBR TO WS-LOOKUP-FIRM-NBR
               MOVE RS-OMB-FIRM-ACCT-NBR TO WS-LOOKUP-OMB-ACCT-NBR
               PERFORM 8100-LOOKUP-OMNIBUS
               PERFORM 8200-CHECK-REQUESTED-FUND
               MOVE WS-RH-NSCC-FIRM-NBR TO DL-NSCC-FIRM-NBR
               MOVE WS-RH-ISSUE-DATE TO DL-ISSUE-DATE
               MOVE WS-RH-REQUEST-SEQ TO DL-REQUEST-SEQ
               MOVE RS-INVESTOR-ID TO DL-ACCOUNT-ID
               MOVE ZERO TO DL-COUNT
               MOVE ZERO TO DL-EVENT-DATE
               EVALUATE TRUE
                   WHEN NOT WS-FOUND
                       MOVE '*** DETAIL - OMNIBUS NOT OF THIS FIRM'
                           TO DL-EVENT
                   WHEN NOT WS-FUND-OK
                       MOVE '*** DETAIL - FUND NOT REQUESTED' TO
                           DL-EVENT
                   WHEN RS-TRADE-DATE NOT NUMERIC
                       OR RS-TRADE-DATE <
                           RG-FROM-DATE (WS-RESP-REG-IDX)
                       OR RS-TRADE-DATE >
                           RG-TO-DATE (WS-RESP-REG-IDX)
                       MOVE '*** DETAIL - TRADE DATE OUT OF RANGE' TO
                           DL-EVENT
                   WHEN NOT RS-PURCHASE AND NOT RS-REDEMPTION
                       MOVE '*** DETAIL - INVALID EFFECT CODE' TO
                           DL-EVENT
                   WHEN OTHER
                       MOVE SPACES TO DL-EVENT
               END-EVALUATE
               IF DL-EVENT NOT = SPACES
                   ADD 1 TO WS-DETAILS-REJECTED
                   MOVE RS-TRADE-DATE TO DL-EVENT-DATE
                   WRITE INTERMEDIARY-RPT-LINE FROM WS-DETAIL-LINE
               ELSE
                   IF RS-TRADE-DATE >= WS-CUTOFF-DATE
                       AND WS-TRADE-COUNT < WS-MAX-TRADES
                       ADD 1 TO WS-TRADE-COUNT
                       SET TRD-IDX TO WS-TRADE-COUNT
                       MOVE RS-OMB-FIRM-ACCT-NBR TO
                           TH-OMB-FIRM-ACCT-NBR (TRD-IDX)
                       MOVE RS-INVESTOR-ID TO TH-INVESTOR-ID (TRD-IDX)
                       MOVE RS-FUND-CODE TO TH-FUND-CODE (TRD-IDX)
                       MOVE RS-TRADE-DATE TO TH-TRADE-DATE (TRD-IDX)
                       MOVE RS-EFFECT-CODE TO TH-EFFECT-CODE (TRD-IDX)
                       MOVE 'N' TO TH-CONSUMED-SW (TRD-IDX)
                   END-IF
               END-IF
           END-IF.

       2900-CLOSE-RESPONSE.
           MOVE 'N' TO WS-GROUP-OPEN-SW
           MOVE WS-RH-NSCC-FIRM-NBR TO DL-NSCC-FIRM-NBR
           MOVE WS-RH-ISSUE-DATE TO DL-ISSUE-DATE
           MOVE WS-RH-REQUEST-SEQ TO DL-REQUEST-SEQ
           MOVE SPACES TO DL-ACCOUNT-ID
           MOVE WS-RESP-DETAIL-READ TO DL-COUNT
           MOVE WS-RH-RESPONSE-DATE TO DL-EVENT-DATE
           EVALUATE TRUE
               WHEN WS-RESP-REG-IDX = ZERO
                   MOVE '*** RESPONSE - NO SUCH REQUEST' TO DL-EVENT
               WHEN RG-RECEIVED (WS-RESP-REG-IDX)
                   MOVE '*** RESPONSE - ALREADY RECEIVED' TO DL-EVENT
               WHEN WS-RH-DETAIL-COUNT NOT = WS-RESP-DETAIL-READ
                   MOVE '*** RESPONSE - DETAIL COUNT MISMATCH' TO
                       DL-EVENT
               WHEN OTHER
                   MOVE SPACES TO DL-EVENT
           END-EVALUATE
           IF DL-EVENT NOT = SPACES
               ADD 1 TO WS-RESPONSES-REJECTED
               WRITE INTERMEDIARY-RPT-LINE FROM WS-DETAIL-LINE
           ELSE
               PERFORM 6000-SCORE-RESPONSE
               ADD 1 TO WS-RESPONSES-ACCEPTED
               MOVE 'R' TO RG-STATUS-CDE (WS-RESP-REG-IDX)
               MOVE WS-RH-RESPONSE-DATE TO
                   RG-RESPONSE-DATE (WS-RESP-REG-IDX)
               MOVE WS-SCORE-COUNT TO
                   RG-INVESTORS-SCORED (WS-RESP-REG-IDX)
               MOVE WS-RESP-RESTRICTED TO
                   RG-RESTRICTED-COUNT (WS-RESP-REG-IDX)
               MOVE WS-RH-NSCC-FIRM-NBR TO DL-NSCC-FIRM-NBR
               MOVE WS-RH-ISSUE-DATE TO DL-ISSUE-DATE
               MOVE WS-RH-REQUEST-SEQ TO DL-REQUEST-SEQ
               MOVE SPACES TO DL-ACCOUNT-ID
               MOVE WS-RESP-DETAIL-READ TO DL-COUNT
               MOVE 'RESPONSE RECEIVED AND SCORED' TO DL-EVENT
               MOVE WS-RH-RESPONSE-DATE TO DL-EVENT-DATE
               WRITE INTERMEDIARY-RPT-LINE FROM WS-DETAIL-LINE
           END-IF.

      *    Each request row names a firm (blank for every firm with
      *    omnibus accounts) and a range; every firm it covers gets
      *    its own request on the register and its own segment on
      *    the request file.
       3000-ISSUE-REQUESTS.
           PERFORM VARYING SPEC-IDX FROM 1 BY 1
               UNTIL SPEC-IDX > WS-SPEC-COUNT
               MOVE 'N' TO WS-FIRM-SEEN-SW
               PERFORM VARYING FIRM-IDX FROM 1 BY 1
                   UNTIL FIRM-IDX > WS-FIRM-COUNT
                   IF SP-NSCC-FIRM-NBR (SPEC-IDX) = SPACES
                       OR SP-NSCC-FIRM-NBR (SPEC-IDX) =
                           FT-NSCC-FIRM-NBR (FIRM-IDX)
                       SET WS-FIRM-SEEN TO TRUE
                       PERFORM 3100-ISSUE-FIRM-REQUEST
                   END-IF
               END-PERFORM
               IF NOT WS-FIRM-SEEN
                   ADD 1 TO WS-PARM-ROWS-REJECTED
                   MOVE SP-NSCC-FIRM-NBR (SPEC-IDX) TO
                       DL-NSCC-FIRM-NBR
                   MOVE ZERO TO DL-ISSUE-DATE
                   MOVE ZERO TO DL-REQUEST-SEQ
                   MOVE SPACES TO DL-ACCOUNT-ID
                   MOVE ZERO TO DL-COUNT
                   MOVE '*** PARM - FIRM HAS NO OMNIBUS ACCOUNTS' TO
                       DL-EVENT
                   MOVE ZERO TO DL-EVENT-DATE
                   WRITE INTERMEDIARY-RPT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM.

       3100-ISSUE-FIRM-REQUEST.
           MOVE FT-NSCC-FIRM-NBR (FIRM-IDX) TO DL-NSCC-FIRM-NBR
           MOVE SPACES TO DL-ACCOUNT-ID
           MOVE ZERO TO DL-COUNT
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-NEXT-SEQ
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > WS-REQUEST-COUNT OR WS-FOUND
               IF RG-NSCC-FIRM-NBR (REG-IDX) =
                       FT-NSCC-FIRM-NBR (FIRM-IDX)
                   IF RG-FROM-DATE (REG-IDX) =
                           SP-FROM-DATE (SPEC-IDX)
                       AND RG-TO-DATE (REG-IDX) =
                           SP-TO-DATE (SPEC-IDX)
                       AND RG-OUTSTANDING (REG-IDX)
                       SET WS-FOUND TO TRUE
                       MOVE RG-ISSUE-DATE (REG-IDX) TO DL-ISSUE-DATE
                       MOVE RG-REQUEST-SEQ (REG-IDX) TO DL-REQUEST-SEQ
                       MOVE RG-DUE-DATE (REG-IDX) TO DL-EVENT-DATE
                   END-IF
                   IF RG-ISSUE-DATE (REG-IDX) = WS-RUN-DATE
                       AND RG-REQUEST-SEQ (REG-IDX) > WS-NEXT-SEQ
                       MOVE RG-REQUEST-SEQ (REG-IDX) TO WS-NEXT-SEQ
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND
               ADD 1 TO WS-REQUESTS-DUPLICATE
               MOVE '*** REQUEST - RANGE STILL OUTSTANDING' TO
                   DL-EVENT
               WRITE INTERMEDIARY-RPT-LINE FROM WS-DETAIL-LINE
           ELSE
               IF WS-REQUEST-COUNT < WS-MAX-REQUESTS
                   PERFORM 3200-REGISTER-REQUEST
                   PERFORM 3300-WRITE-REQUEST-SEGMENT
               END-IF
           END-IF.

       3200-REGISTER-REQUEST.
           ADD 1 TO WS-NEXT-SEQ
           ADD 1 TO WS-REQUEST-COUNT
           SET REG-IDX TO WS-REQUEST-COUNT
           MOVE FT-NSCC-FIRM-NBR (FIRM-IDX) TO
               RG-NSCC-FIRM-NBR (REG-IDX)
           MOVE WS-RUN-DATE TO RG-ISSUE-DATE (REG-IDX)
           MOVE WS-NEXT-SEQ TO RG-REQUEST-SEQ (REG-IDX)
           MOVE SP-FROM-DATE (SPEC-IDX) TO RG-FROM-DATE (REG-IDX)
           MOVE SP-TO-DATE (SPEC-IDX) TO RG-TO-DATE (REG-IDX)
           COMPUTE RG-DUE-DATE (REG-IDX) = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-DUE-DAYS)
           MOVE 'O' TO RG-STATUS-CDE (REG-IDX)
           MOVE ZERO TO RG-RESPONSE-DATE (REG-IDX)
           MOVE ZERO TO RG-INVESTORS-SCORED (REG-IDX)
           MOVE ZERO TO RG-RESTRICTED-COUNT (REG-IDX)
           MOVE ZERO TO RG-FUND-COUNT (REG-IDX)
           PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
               UNTIL WS-FUND-IDX > 10
               MOVE ZERO TO RG-FUND-CODE (REG-IDX WS-FUND-IDX)
           END-PERFORM
           IF NOT SP-ALL-FUNDS (SPEC-IDX)
               MOVE SP-FUND-COUNT (SPEC-IDX) TO
                   RG-FUND-COUNT (REG-IDX)
               PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
                   UNTIL WS-FUND-IDX > SP-FUND-COUNT (SPEC-IDX)
                   MOVE SP-FUND-CODE (SPEC-IDX WS-FUND-IDX) TO
                       RG-FUND-CODE (REG-IDX WS-FUND-IDX)
               END-PERFORM
           END-IF
           ADD 1 TO WS-REQUESTS-ISSUED.

      *    A request for every fund carries fund code zero on each
      *    omnibus account's detail.
       3300-WRITE-REQUEST-SEGMENT.
           MOVE ZERO TO WS-SEGMENT-COUNT
           MOVE SPACES TO REQUEST-RECORD
           MOVE 'RQH' TO RQ-RECORD-TYPE
           MOVE RG-NSCC-FIRM-NBR (REG-IDX) TO RQ-NSCC-FIRM-NBR
           MOVE RG-ISSUE-DATE (REG-IDX) TO RQ-ISSUE-DATE
           MOVE RG-REQUEST-SEQ (REG-IDX) TO RQ-REQUEST-SEQ
           MOVE RG-FROM-DATE (REG-IDX) TO RQ-FROM-DATE
           MOVE RG-TO-DATE (REG-IDX) TO RQ-TO-DATE
           MOVE RG-DUE-DATE (REG-IDX) TO RQ-DUE-DATE
           WRITE REQUEST-RECORD
           PERFORM VARYING OMB-IDX FROM 1 BY 1
               UNTIL OMB-IDX > WS-OMNIBUS-COUNT
               IF OT-NSCC-FIRM-NBR (OMB-IDX) =
                       RG-NSCC-FIRM-NBR (REG-IDX)
                   IF RG-FUND-COUNT (REG-IDX) = ZERO
                       MOVE ZERO TO WS-FUND-IDX
                       PERFORM 3310-WRITE-REQUEST-DETAIL
                   ELSE
                       PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
                           UNTIL WS-FUND-IDX > RG-FUND-COUNT (REG-IDX)
                           PERFORM 3310-WRITE-REQUEST-DETAIL
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO REQUEST-RECORD
           MOVE 'RQT' TO RQ-RECORD-TYPE
           MOVE RG-NSCC-FIRM-NBR (REG-IDX) TO RQ-NSCC-FIRM-NBR
           MOVE RG-ISSUE-DATE (REG-IDX) TO RQ-ISSUE-DATE
           MOVE RG-REQUEST-SEQ (REG-IDX) TO RQ-REQUEST-SEQ
           MOVE WS-SEGMENT-COUNT TO RQ-RECORD-COUNT
           WRITE REQUEST-RECORD
           MOVE RG-ISSUE-DATE (REG-IDX) TO DL-ISSUE-DATE
           MOVE RG-REQUEST-SEQ (REG-IDX) TO DL-REQUEST-SEQ
           MOVE WS-SEGMENT-COUNT TO DL-COUNT
           MOVE 'REQUEST ISSUED - DUE' TO DL-EVENT
           MOVE RG-DUE-DATE (REG-IDX) TO DL-EVENT-DATE
           WRITE INTERMEDIARY-RPT-LINE FROM WS-DETAIL-LINE.

       3310-WRITE-REQUEST-DETAIL.
           MOVE SPACES TO REQUEST-RECORD
           MOVE 'RQD' TO RQ-RECORD-TYPE
           MOVE RG-NSCC-FIRM-NBR (REG-IDX) TO RQ-NSCC-FIRM-NBR
           MOVE RG-ISSUE-DATE (REG-IDX) TO RQ-ISSUE-DATE
           MOVE RG-REQUEST-SEQ (REG-IDX) TO RQ-REQUEST-SEQ
           MOVE OT-OMB-FIRM-ACCT-NBR (OMB-IDX) TO
               RQ-OMB-FIRM-ACCT-NBR
           MOVE OT-EXTL-OMB-MFA-NBR (OMB-IDX) TO RQ-EXTL-OMB-MFA-NBR
           IF WS-FUND-IDX = ZERO
               MOVE ZERO TO RQ-FUND-CODE
           ELSE
               MOVE RG-FUND-CODE (REG-IDX WS-FUND-IDX) TO
                   RQ-FUND-CODE
           END-IF
           ADD 1 TO WS-SEGMENT-COUNT
           WRITE REQUEST-RECORD.

       4000-REVIEW-OVERDUE.
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > WS-REQUEST-COUNT
               IF RG-OUTSTANDING (REG-IDX)
                   IF RG-DUE-DATE (REG-IDX) < WS-RUN-DATE
                       PERFORM 4100-REPORT-OVERDUE
                   ELSE
                       ADD 1 TO WS-OUTSTANDING-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       4100-REPORT-OVERDUE.
           COMPUTE WS-DAYS-OVERDUE =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(RG-DUE-DATE (REG-IDX))
           MOVE RG-NSCC-FIRM-NBR (REG-IDX) TO DL-NSCC-FIRM-NBR
           MOVE RG-ISSUE-DATE (REG-IDX) TO DL-ISSUE-DATE
           MOVE RG-REQUEST-SEQ (REG-IDX) TO DL-REQUEST-SEQ
           MOVE SPACES TO DL-ACCOUNT-ID
           MOVE WS-DAYS-OVERDUE TO DL-COUNT
           MOVE RG-DUE-DATE (REG-IDX) TO DL-EVENT-DATE
           IF RG-OPEN (REG-IDX)
               MOVE 'E' TO RG-STATUS-CDE (REG-IDX)
               ADD 1 TO WS-NEWLY-ESCALATED
               MOVE '*** ESCALATED - DAYS PAST DUE DATE' TO DL-EVENT
           ELSE
               ADD 1 TO WS-STILL-OVERDUE
               MOVE '*** STILL OVERDUE - DAYS PAST DUE DATE' TO
                   DL-EVENT
           END-IF
           WRITE INTERMEDIARY-RPT-LINE FROM WS-DETAIL-LINE.

       5000-WRITE-REGISTER-OUT.
           OPEN OUTPUT REQUEST-REGISTER-OUT
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > WS-REQUEST-COUNT
               MOVE RG-NSCC-FIRM-NBR (REG-IDX) TO RO-NSCC-FIRM-NBR
               MOVE RG-ISSUE-DATE (REG-IDX) TO RO-ISSUE-DATE
               MOVE RG-REQUEST-SEQ (REG-IDX) TO RO-REQUEST-SEQ
               MOVE RG-FROM-DATE (REG-IDX) TO RO-FROM-DATE
               MOVE RG-TO-DATE (REG-IDX) TO RO-TO-DATE
               MOVE RG-DUE-DATE (REG-IDX) TO RO-DUE-DATE
               MOVE RG-STATUS-CDE (REG-IDX) TO RO-STATUS-CDE
               MOVE RG-RESPONSE-DATE (REG-IDX) TO RO-RESPONSE-DATE
               MOVE RG-INVESTORS-SCORED (REG-IDX) TO
                   RO-INVESTORS-SCORED
               MOVE RG-RESTRICTED-COUNT (REG-IDX) TO
                   RO-RESTRICTED-COUNT
               MOVE RG-FUND-COUNT (REG-IDX) TO RO-FUND-COUNT
               PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
                   UNTIL WS-FUND-IDX > 10
                   MOVE RG-FUND-CODE (REG-IDX WS-FUND-IDX) TO
                       RO-FUND-CODE (WS-FUND-IDX)
               END-PERFORM
               ADD 1 TO WS-GATE-OUT-COUNT
               ADD RO-DUE-DATE TO WS-GATE-OUT-TOTAL
               WRITE REQUEST-REGISTER-OUT-RECORD
           END-PERFORM
           CLOSE REQUEST-REGISTER-OUT
           PERFORM 5100-SAVE-GENERATION.

       5100-SAVE-GENERATION.
           MOVE 'SAVE' TO GG-ACTION
           MOVE WS-GATE-OUT-COUNT TO GG-RECORD-COUNT
           MOVE WS-GATE-OUT-TOTAL TO GG-CONTENT-TOTAL
           MOVE WS-RUN-DATE TO GG-RUN-DATE
           CALL 'GENERATION-GATE' USING GG-ACTION GG-CHAIN-ID
               GG-RECORD-COUNT GG-CONTENT-TOTAL GG-RUN-DATE
               GG-STATUS.

      *    Round trips are counted per underlying investor within
      *    the omnibus account, exactly as DFA-MARKET-TIMER-LOAD
      *    counts them per account.
       6000-SCORE-RESPONSE.
           MOVE ZERO TO WS-SCORE-COUNT
           MOVE ZERO TO WS-RESP-RESTRICTED
           PERFORM VARYING WS-SELL-IDX FROM 1 BY 1
               UNTIL WS-SELL-IDX > WS-TRADE-COUNT
               IF TH-EFFECT-CODE (WS-SELL-IDX) = 'S'
                   AND TH-CONSUMED-SW (WS-SELL-IDX) = 'N'
                   PERFORM 6100-MATCH-PURCHASE
               END-IF
           END-PERFORM
           ADD WS-SCORE-COUNT TO WS-INVESTORS-SCORED
           MOVE 'N' TO WS-SEGMENT-OPEN-SW
           MOVE ZERO TO WS-SEGMENT-COUNT
           PERFORM VARYING SCORE-IDX FROM 1 BY 1
               UNTIL SCORE-IDX > WS-SCORE-COUNT
               IF SC-ROUND-TRIP-COUNT (SCORE-IDX) >=
                       WS-MAX-ROUND-TRIPS
                   PERFORM 6300-WRITE-RESTRICTION
               END-IF
           END-PERFORM
           IF WS-SEGMENT-OPEN
               MOVE SPACES TO RESTRICTION-RECORD
               MOVE 'RIT' TO RX-RECORD-TYPE
               MOVE WS-RH-NSCC-FIRM-NBR TO RX-NSCC-FIRM-NBR
               MOVE WS-SEGMENT-COUNT TO RX-RECORD-COUNT
               WRITE RESTRICTION-RECORD
           END-IF.

       6100-MATCH-PURCHASE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-BUY-IDX FROM 1 BY 1
               UNTIL WS-BUY-IDX > WS-TRADE-COUNT OR WS-FOUND
               IF TH-EFFECT-CODE (WS-BUY-IDX) = 'A'
                   AND TH-CONSUMED-SW (WS-BUY-IDX) = 'N'
                   AND TH-OMB-FIRM-ACCT-NBR (WS-BUY-IDX) =
                       TH-OMB-FIRM-ACCT-NBR (WS-SELL-IDX)
                   AND TH-INVESTOR-ID (WS-BUY-IDX) =
                       TH-INVESTOR-ID (WS-SELL-IDX)
                   AND TH-FUND-CODE (WS-BUY-IDX) =
                       TH-FUND-CODE (WS-SELL-IDX)
                   AND TH-TRADE-DATE (WS-BUY-IDX) <=
                       TH-TRADE-DATE (WS-SELL-IDX)
                   SET WS-FOUND TO TRUE
                   MOVE WS-BUY-IDX TO WS-MATCHED-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND
               MOVE 'Y' TO TH-CONSUMED-SW (WS-MATCHED-IDX)
               MOVE 'Y' TO TH-CONSUMED-SW (WS-SELL-IDX)
               PERFORM 6200-COUNT-ROUND-TRIP
           END-IF.

       6200-COUNT-ROUND-TRIP.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING SCORE-IDX FROM 1 BY 1
               UNTIL SCORE-IDX > WS-SCORE-COUNT OR WS-FOUND
               IF SC-OMB-FIRM-ACCT-NBR (SCORE-IDX) =
                       TH-OMB-FIRM-ACCT-NBR (WS-SELL-IDX)
                   AND SC-INVESTOR-ID (SCORE-IDX) =
                       TH-INVESTOR-ID (WS-SELL-IDX)
                   SET WS-FOUND TO TRUE
                   ADD 1 TO SC-ROUND-TRIP-COUNT (SCORE-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-SCORE-COUNT < WS-MAX-INVESTORS
               ADD 1 TO WS-SCORE-COUNT
               SET SCORE-IDX TO WS-SCORE-COUNT
               MOVE TH-OMB-FIRM-ACCT-NBR (WS-SELL-IDX) TO
                   SC-OMB-FIRM-ACCT-NBR (SCORE-IDX)
               MOVE TH-INVESTOR-ID (WS-SELL-IDX) TO
                   SC-INVESTOR-ID (SCORE-IDX)
               MOVE 1 TO SC-ROUND-TRIP-COUNT (SCORE-IDX)
           END-IF.

       6300-WRITE-RESTRICTION.
           IF NOT WS-SEGMENT-OPEN
               SET WS-SEGMENT-OPEN TO TRUE
               MOVE SPACES TO RESTRICTION-RECORD
               MOVE 'RIH' TO RX-RECORD-TYPE
               MOVE WS-RH-NSCC-FIRM-NBR TO RX-NSCC-FIRM-NBR
               MOVE WS-RUN-DATE TO RX-RUN-DATE
               WRITE RESTRICTION-RECORD
           END-IF
           MOVE WS-RH-NSCC-FIRM-NBR TO WS-LOOKUP-FIRM-NBR
           MOVE SC-OMB-FIRM-ACCT-NBR (SCORE-IDX) TO
               WS-LOOKUP-OMB-ACCT-NBR
           PERFORM 8100-LOOKUP-OMNIBUS
           MOVE SPACES TO RESTRICTION-RECORD
           MOVE 'RID' TO RX-RECORD-TYPE
           MOVE WS-RH-NSCC-FIRM-NBR TO RX-NSCC-FIRM-NBR
           MOVE SC-OMB-FIRM-ACCT-NBR (SCORE-IDX) TO
               RX-OMB-FIRM-ACCT-NBR
           IF WS-FOUND
               MOVE OT-EXTL-OMB-MFA-NBR (WS-OMB-MATCHED-IDX) TO
                   RX-EXTL-OMB-MFA-NBR
           END-IF
           MOVE SC-INVESTOR-ID (SCORE-IDX) TO RX-INVESTOR-ID
           MOVE SC-ROUND-TRIP-COUNT (SCORE-IDX) TO
               RX-ROUND-TRIP-COUNT
           MOVE WS-RUN-DATE TO RX-EFFECTIVE-DATE
           MOVE WS-RH-ISSUE-DATE TO RX-ISSUE-DATE
           MOVE WS-RH-REQUEST-SEQ TO RX-REQUEST-SEQ
           WRITE RESTRICTION-RECORD
           ADD 1 TO WS-SEGMENT-COUNT
           ADD 1 TO WS-RESP-RESTRICTED
           ADD 1 TO WS-INVESTORS-RESTRICTED
           MOVE WS-RH-NSCC-FIRM-NBR TO DL-NSCC-FIRM-NBR
           MOVE WS-RH-ISSUE-DATE TO DL-ISSUE-DATE
           MOVE WS-RH-REQUEST-SEQ TO DL-REQUEST-SEQ
           MOVE SC-INVESTOR-ID (SCORE-IDX) TO DL-ACCOUNT-ID
           MOVE SC-ROUND-TRIP-COUNT (SCORE-IDX) TO DL-COUNT
           MOVE '*** EXCESSIVE TRADER - RESTRICTED' TO DL-EVENT
           MOVE WS-RUN-DATE TO DL-EVENT-DATE
           WRITE INTERMEDIARY-RPT-LINE FROM WS-DETAIL-LINE.

       8100-LOOKUP-OMNIBUS.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-OMB-MATCHED-IDX
           PERFORM VARYING OMB-IDX FROM 1 BY 1
               UNTIL OMB-IDX > WS-OMNIBUS-COUNT OR WS-FOUND
               IF OT-NSCC-FIRM-NBR (OMB-IDX) = WS-LOOKUP-FIRM-NBR
                   AND OT-OMB-FIRM-ACCT-NBR (OMB-IDX) =
                       WS-LOOKUP-OMB-ACCT-NBR
                   SET WS-FOUND TO TRUE
                   SET WS-OMB-MATCHED-IDX TO OMB-IDX
               END-IF
           END-PERFORM.

      *    A request carrying no fund list asked for every fund.
       8200-CHECK-REQUESTED-FUND.
           MOVE 'N' TO WS-FUND-OK-SW
           IF RG-FUND-COUNT (WS-RESP-REG-IDX) = ZERO
               SET WS-FUND-OK TO TRUE
           END-IF
           PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
               UNTIL WS-FUND-IDX > RG-FUND-COUNT (WS-RESP-REG-IDX)
                   OR WS-FUND-OK
               IF RG-FUND-CODE (WS-RESP-REG-IDX WS-FUND-IDX) =
                       RS-FUND-CODE
                   SET WS-FUND-OK TO TRUE
               END-IF
           END-PERFORM.

       9000-FINALIZE.
           MOVE WS-REQUESTS-ISSUED TO SL-REQUESTS-ISSUED
           MOVE WS-REQUESTS-DUPLICATE TO SL-REQUESTS-DUPLICATE
           MOVE WS-PARM-ROWS-REJECTED TO SL-PARM-ROWS-REJECTED
           MOVE WS-OUTSTANDING-COUNT TO SL-OUTSTANDING-COUNT
           MOVE WS-RESPONSES-ACCEPTED TO SL-RESPONSES-ACCEPTED
           MOVE WS-RESPONSES-REJECTED TO SL-RESPONSES-REJECTED
           MOVE WS-DETAILS-REJECTED TO SL-DETAILS-REJECTED
           MOVE WS-INVESTORS-SCORED TO SL-INVESTORS-SCORED
           MOVE WS-INVESTORS-RESTRICTED TO SL-INVESTORS-RESTRICTED
           MOVE WS-NEWLY-ESCALATED TO SL-NEWLY-ESCALATED
           MOVE WS-STILL-OVERDUE TO SL-STILL-OVERDUE
           WRITE INTERMEDIARY-RPT-LINE FROM WS-SUMMARY-LINE-1
           WRITE INTERMEDIARY-RPT-LINE FROM WS-SUMMARY-LINE-2
           WRITE INTERMEDIARY-RPT-LINE FROM WS-SUMMARY-LINE-3
           CLOSE REQUEST-FILE
           CLOSE RESTRICTION-FILE
           CLOSE INTERMEDIARY-RPT-FILE.
