       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFA-COMM-SCHEDULE-VERIFY-RPT.
      ******************************************************************
      *  Per-trade commission verification against the fund-sponsor
      *  schedule master COMM-SCHEDULE-MAINT keeps.  Run ahead of the
      *  payout run, so an off-schedule commission is seen before
      *  DEALER-COMM-PAYABLE-LOAD accrues it and the dealer is paid.
      *
      *  DFA groups are stitched on SEQUENCE-NUMBER 1, which gives
      *  the firm, fund, trade date, gross amount and the number of
      *  commission-fee records declared in
      *  DTL-REC-TYP-8-TOT-REC-CNT.  Each trade is verified three
      *  ways:
      *    - the number of SEQUENCE-NUMBER 8 records received equals
      *      the declared count;
      *    - each type-8 record's firm and underwriter rates equal
      *      the schedule rates in effect on the trade date - the
      *      row for the record's FUND-SPONSOR-ID, fund,
      *      FS-COM-FEE-TYPE-ID and CMPN-TYPE-ID with the latest
      *      effective date on or before the trade date that has not
      *      ended, taking the highest breakpoint tier whose floor
      *      the trade gross reaches;
      *    - each amount equals the rate times the trade gross within
      *      the penny tolerance NRA-TREATY-RATE-MAINT uses.
      *  A type-8 record with no schedule in effect is off-schedule.
      *  Every break is listed with the trade and the actual and
      *  schedule values, and the run closes with a summary by fund
      *  sponsor and firm of records checked, breaks by kind and the
      *  commission dollars on the off-schedule records.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMM-SCHEDULE-IN ASSIGN TO "SCHDMSTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIRECT-FINANCIAL-ACTIVITY ASSIGN TO "DFANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SCHEDULE-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  COMM-SCHEDULE-IN.
       01  COMM-SCHEDULE-IN-RECORD.
           05  SI-FUND-SPONSOR-ID                PIC 9(5).
           05  SI-FUND-CODE                      PIC 9(7).
           05  SI-FEE-TYPE-ID                    PIC X(4).
           05  SI-CMPN-TYPE-ID                   PIC 9(3).
           05  SI-EFFECTIVE-DATE                 PIC 9(8).
           05  SI-TIER-FLOOR-AMT                 PIC 9(13)V9(2).
           05  SI-FI-RATE                        PIC 9(5)V9(10).
           05  SI-UWR-RATE                       PIC 9(5)V9(10).
           05  SI-END-DATE                       PIC 9(8).
           05  SI-STATUS-CDE                     PIC X(1).
       FD  DIRECT-FINANCIAL-ACTIVITY.
       01  DFA-RECORD.
           05  RECORD-TYPE                       PIC X(3).
               88  DIRECT-FINANCIAL-ACTIVITY-REC      VALUE 'DFA'.
           05  SEQUENCE-NUMBER                   PIC 9(3).
           05  DETAIL-RECORD-1.
               10  FILLER                        PIC X(3).
               10  FINS-ID                       PIC 9(7).
               10  DEALER-BRANCH-ID              PIC X(9).
               10  FILLER                        PIC X(9).
               10  FUND-CODE                     PIC 9(7).
               10  CUSTOMER-ACCOUNT-NUMBER       PIC X(20).
               10  FILLER                        PIC X(32).
               10  TRANSACTION-GROSS-AMOUNT      PIC 9(13)V9(2).
               10  FILLER                        PIC X(15).
               10  TRADE-DATE                    PIC 9(8).
               10  FILLER                        PIC X(24).
               10  DTL-REC-TYP-8-TOT-REC-CNT     PIC 9(5).
           05  DETAIL-RECORD-8-AREA REDEFINES DETAIL-RECORD-1.
               10  DTL-REC-TYP-8-SEQUENCE-CT     PIC 9(9).
               10  MF-TRAN-2-ID                  PIC 9(11).
               10  MF-TRAN-1-ID                  PIC 9(11).
               10  CMPN-TYPE-ID                  PIC 9(3).
               10  FUND-SPONSOR-ID               PIC 9(5).
               10  FS-COM-FEE-TYPE-ID            PIC X(4).
               10  TR-COM-FEE-FI-RT              PIC 9(5)V9(10).
               10  TR-COM-FEE-FI-AT              PIC 9(13)V9(2).
               10  TR-COM-FEE-FI-EFF-CD          PIC X(1).
               10  TR-COM-FEE-UWR-RT             PIC 9(5)V9(10).
               10  TR-COM-FEE-UWR-AT             PIC 9(13)V9(2).
               10  TR-COM-FEE-UWR-EFF-CD         PIC X(1).
               10  FILLER                        PIC X(49).
       FD  SCHEDULE-RPT-FILE.
       01  SCHEDULE-RPT-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-MAX-SCHEDULES                      PIC 9(5) VALUE 20000.
       01  WS-SCHEDULE-COUNT                     PIC 9(5) VALUE ZERO.
       01  WS-MAX-SPONSOR-FIRMS                  PIC 9(5) VALUE 20000.
       01  WS-SPONSOR-FIRM-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-SCHEDULE-FOUND-SW                  PIC X(1) VALUE 'N'.
           88  WS-SCHEDULE-FOUND                     VALUE 'Y'.
       01  WS-RECORD-BREAK-SW                    PIC X(1) VALUE 'N'.
           88  WS-RECORD-BREAK                       VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(5) VALUE ZERO.
       01  WS-SCHEDULE-IDX                       PIC 9(5) VALUE ZERO.
       01  WS-SCAN-IDX                           PIC 9(5) VALUE ZERO.
       01  WS-BEST-EFFECTIVE-DATE                PIC 9(8) VALUE ZERO.
       01  WS-BEST-TIER-FLOOR-AMT                PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-LOOKUP-SPONSOR-ID                  PIC 9(5) VALUE ZERO.
       01  WS-CUR-SPONSOR-ID                     PIC 9(5) VALUE ZERO.
       01  WS-GROUP-OPEN-SW                      PIC X(1) VALUE 'N'.
           88  WS-GROUP-OPEN                         VALUE 'Y'.
       01  WS-GRP-FINS-ID                        PIC 9(7) VALUE ZERO.
       01  WS-GRP-CUSTOMER-ACCOUNT-NBR           PIC X(20) VALUE
                                                  SPACES.
       01  WS-GRP-FUND-CODE                      PIC 9(7) VALUE ZERO.
       01  WS-GRP-TRADE-DATE                     PIC 9(8) VALUE ZERO.
       01  WS-GRP-GROSS-AMOUNT                   PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GRP-DECLARED-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-GRP-RECEIVED-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-GRP-SPONSOR-ID                     PIC 9(5) VALUE ZERO.
       01  WS-SCHEDULE-FI-RATE                   PIC 9(5)V9(10)
                                                  VALUE ZERO.
       01  WS-SCHEDULE-UWR-RATE                  PIC 9(5)V9(10)
                                                  VALUE ZERO.
       01  WS-EXPECTED-AMOUNT                    PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-AMOUNT-VARIANCE                    PIC S9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-AMOUNT-TOLERANCE                   PIC 9(1)V9(2)
                                                  VALUE 0.01.
       01  WS-BRK-ACTUAL-RATE                    PIC 9(5)V9(10)
                                                  VALUE ZERO.
       01  WS-BRK-SCHEDULE-RATE                  PIC 9(5)V9(10)
                                                  VALUE ZERO.
       01  WS-BRK-ACTUAL-AMOUNT                  PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-BRK-FINDING                        PIC X(17) VALUE
                                                  SPACES.
       01  WS-TRADES-CHECKED                     PIC 9(7) VALUE ZERO.
       01  WS-RECORDS-CHECKED                    PIC 9(7) VALUE ZERO.
       01  WS-NO-SCHEDULE-COUNT                  PIC 9(7) VALUE ZERO.
       01  WS-RATE-BREAK-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-AMOUNT-BREAK-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-COUNT-BREAK-COUNT                  PIC 9(7) VALUE ZERO.
       01  COMM-SCHEDULE-TABLE.
           05  COMM-SCHEDULE-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-SCHEDULE-COUNT
                   INDEXED BY SCHD-IDX.
               10  CS-FUND-SPONSOR-ID            PIC 9(5).
               10  CS-FUND-CODE                  PIC 9(7).
               10  CS-FEE-TYPE-ID                PIC X(4).
               10  CS-CMPN-TYPE-ID               PIC 9(3).
               10  CS-EFFECTIVE-DATE             PIC 9(8).
               10  CS-TIER-FLOOR-AMT             PIC 9(13)V9(2).
               10  CS-FI-RATE                    PIC 9(5)V9(10).
               10  CS-UWR-RATE                   PIC 9(5)V9(10).
               10  CS-END-DATE                   PIC 9(8).
               10  CS-STATUS-CDE                 PIC X(1).
       01  SPONSOR-FIRM-TABLE.
           05  SPONSOR-FIRM-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-SPONSOR-FIRM-COUNT
                   INDEXED BY SPF-IDX.
               10  SP-FUND-SPONSOR-ID            PIC 9(5).
               10  SP-FINS-ID                    PIC 9(7).
               10  SP-RECORDS-CHECKED            PIC 9(7).
               10  SP-NO-SCHEDULE-COUNT          PIC 9(7).
               10  SP-RATE-BREAK-COUNT           PIC 9(7).
               10  SP-AMOUNT-BREAK-COUNT         PIC 9(7).
               10  SP-COUNT-BREAK-COUNT          PIC 9(7).
               10  SP-OFF-SCHEDULE-AMT           PIC 9(13)V9(2).
               10  SP-PRINTED-SW                 PIC X(1).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'DFA COMMISSION SCHEDULE VERIFICATION - OFF-SCHEDULE TRADES'.
       01  WS-COLUMN-LINE.
           05  FILLER                            PIC X(43) VALUE
               'SPNSR FIRM    ACCOUNT              FUND    '.
           05  FILLER                            PIC X(46) VALUE
               'TRADE DT FEE  CMP   ACTUAL RATE    SCHED RATE'.
           05  FILLER                            PIC X(34) VALUE
               '   ACTUAL AMT EXPECTED AMT FINDING'.
       01  WS-DETAIL-LINE.
           05  DL-FUND-SPONSOR-ID                PIC 9(5).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FINS-ID                        PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-ACCOUNT-NUMBER                 PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-TRADE-DATE                     PIC 9(8).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FEE-TYPE-ID                    PIC X(4).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-CMPN-TYPE-ID                   PIC 9(3).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-ACTUAL-RATE                    PIC Z9.9(10).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-SCHEDULE-RATE                  PIC Z9.9(10).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-ACTUAL-AMOUNT                  PIC Z(8)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-EXPECTED-AMOUNT                PIC Z(8)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FINDING                        PIC X(17).
       01  WS-COUNT-LINE.
           05  CL-FUND-SPONSOR-ID                PIC 9(5).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  CL-FINS-ID                        PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  CL-ACCOUNT-NUMBER                 PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  CL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  CL-TRADE-DATE                     PIC 9(8).
           05  FILLER                            PIC X(11) VALUE
               '  DECLARED '.
           05  CL-DECLARED-COUNT                 PIC ZZZZ9.
           05  FILLER                            PIC X(10) VALUE
               ' RECEIVED '.
           05  CL-RECEIVED-COUNT                 PIC ZZZZ9.
           05  FILLER                            PIC X(33) VALUE SPACES.
           05  CL-FINDING                        PIC X(17) VALUE
               '*** TYPE-8 COUNT'.
       01  WS-SPONSOR-HEADLINE                   PIC X(60) VALUE
           'OFF-SCHEDULE SUMMARY BY FUND SPONSOR AND FIRM'.
       01  WS-SPONSOR-COLUMN-LINE.
           05  FILLER                            PIC X(45) VALUE
               'SPNSR FIRM    CHECKED NO SCHD    RATE  AMOUNT'.
           05  FILLER                            PIC X(25) VALUE
               '   COUNT OFF-SCHEDULE AMT'.
       01  WS-SPONSOR-LINE.
           05  PL-FUND-SPONSOR-ID                PIC 9(5).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  PL-FINS-ID                        PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  PL-RECORDS-CHECKED                PIC ZZZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  PL-NO-SCHEDULE-COUNT              PIC ZZZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  PL-RATE-BREAK-COUNT               PIC ZZZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  PL-AMOUNT-BREAK-COUNT             PIC ZZZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  PL-COUNT-BREAK-COUNT              PIC ZZZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  PL-OFF-SCHEDULE-AMT               PIC Z(12)9.99.
       01  WS-SUMMARY-LINE-1.
           05  FILLER                            PIC X(16) VALUE
               'TRADES CHECKED: '.
           05  SL-TRADE-COUNT                    PIC ZZZZZZ9.
           05  FILLER                            PIC X(20) VALUE
               '   TYPE-8 RECORDS: '.
           05  SL-RECORD-COUNT                   PIC ZZZZZZ9.
           05  FILLER                            PIC X(17) VALUE
               '   COUNT BREAKS: '.
           05  SL-COUNT-BREAK-COUNT              PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                            PIC X(16) VALUE
               'NO SCHEDULE: '.
           05  SL-NO-SCHEDULE-COUNT              PIC ZZZZZZ9.
           05  FILLER                            PIC X(20) VALUE
               '   RATE BREAKS: '.
           05  SL-RATE-BREAK-COUNT               PIC ZZZZZZ9.
           05  FILLER                            PIC X(18) VALUE
               '   AMOUNT BREAKS: '.
           05  SL-AMOUNT-BREAK-COUNT             PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VERIFY-DFA-TRADES
           PERFORM 2900-APPLY-GROUP
           PERFORM 4000-WRITE-SPONSOR-SUMMARY
           PERFORM 5000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-SCHEDULES
           OPEN OUTPUT SCHEDULE-RPT-FILE
           WRITE SCHEDULE-RPT-LINE FROM WS-HEADLINE-1
           WRITE SCHEDULE-RPT-LINE FROM WS-COLUMN-LINE.

      *    Terminated rows stay on the table - their end date keeps
      *    them applying to trades dated before the termination.
       1100-LOAD-SCHEDULES.
           OPEN INPUT COMM-SCHEDULE-IN
           PERFORM 1110-READ-SCHEDULE
           CLOSE COMM-SCHEDULE-IN.

       1110-READ-SCHEDULE.
           READ COMM-SCHEDULE-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-SCHEDULE-COUNT < WS-MAX-SCHEDULES
                       ADD 1 TO WS-SCHEDULE-COUNT
                       SET SCHD-IDX TO WS-SCHEDULE-COUNT
                       MOVE COMM-SCHEDULE-IN-RECORD TO
                           COMM-SCHEDULE-ENTRY (SCHD-IDX)
                       PERFORM 1110-READ-SCHEDULE
                   END-IF
           END-READ.

       2000-VERIFY-DFA-TRADES.
           OPEN INPUT DIRECT-FINANCIAL-ACTIVITY
           PERFORM 2100-READ-DFA
               UNTIL WS-EOF
           CLOSE DIRECT-FINANCIAL-ACTIVITY
           MOVE 'N' TO WS-EOF-SW.

       2100-READ-DFA.
           READ DIRECT-FINANCIAL-ACTIVITY
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF DIRECT-FINANCIAL-ACTIVITY-REC
                       EVALUATE SEQUENCE-NUMBER
                           WHEN 1
                               PERFORM 2900-APPLY-GROUP
                               PERFORM 2200-OPEN-GROUP
                           WHEN 8
                               IF WS-GROUP-OPEN
                                   PERFORM 3000-CHECK-TYPE-8-RECORD
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       2200-OPEN-GROUP.
           MOVE FINS-ID TO WS-GRP-FINS-ID
           MOVE CUSTOMER-ACCOUNT-NUMBER TO WS-GRP-CUSTOMER-ACCOUNT-NBR
           MOVE FUND-CODE TO WS-GRP-FUND-CODE
           MOVE TRADE-DATE TO WS-GRP-TRADE-DATE
           MOVE TRANSACTION-GROSS-AMOUNT TO WS-GRP-GROSS-AMOUNT
           MOVE DTL-REC-TYP-8-TOT-REC-CNT TO WS-GRP-DECLARED-COUNT
           MOVE ZERO TO WS-GRP-RECEIVED-COUNT
           MOVE ZERO TO WS-GRP-SPONSOR-ID
           ADD 1 TO WS-TRADES-CHECKED
           SET WS-GROUP-OPEN TO TRUE.

      *    A trade whose type-8 records fell short of (or ran over)
      *    the declared count is charged to the sponsor on its first
      *    type-8 record, or to sponsor zero when none arrived.
       2900-APPLY-GROUP.
           IF WS-GROUP-OPEN
               IF WS-GRP-RECEIVED-COUNT NOT = WS-GRP-DECLARED-COUNT
                   ADD 1 TO WS-COUNT-BREAK-COUNT
                   MOVE WS-GRP-SPONSOR-ID TO WS-LOOKUP-SPONSOR-ID
                   PERFORM 8200-LOOKUP-SPONSOR-FIRM
                   ADD 1 TO SP-COUNT-BREAK-COUNT (WS-MATCHED-IDX)
                   MOVE WS-GRP-SPONSOR-ID TO CL-FUND-SPONSOR-ID
                   MOVE WS-GRP-FINS-ID TO CL-FINS-ID
                   MOVE WS-GRP-CUSTOMER-ACCOUNT-NBR TO
                       CL-ACCOUNT-NUMBER
                   MOVE WS-GRP-FUND-CODE TO CL-FUND-CODE
                   MOVE WS-GRP-TRADE-DATE TO CL-TRADE-DATE
                   MOVE WS-GRP-DECLARED-COUNT TO CL-DECLARED-COUNT
                   MOVE WS-GRP-RECEIVED-COUNT TO CL-RECEIVED-COUNT
                   WRITE SCHEDULE-RPT-LINE FROM WS-COUNT-LINE
               END-IF
               MOVE 'N' TO WS-GROUP-OPEN-SW
           END-IF.

       3000-CHECK-TYPE-8-RECORD.
           ADD 1 TO WS-GRP-RECEIVED-COUNT
           ADD 1 TO WS-RECORDS-CHECKED
           IF WS-GRP-SPONSOR-ID = ZERO
               MOVE FUND-SPONSOR-ID TO WS-GRP-SPONSOR-ID
           END-IF
           MOVE FUND-SPONSOR-ID TO WS-LOOKUP-SPONSOR-ID
           PERFORM 8200-LOOKUP-SPONSOR-FIRM
           ADD 1 TO SP-RECORDS-CHECKED (WS-MATCHED-IDX)
           MOVE 'N' TO WS-RECORD-BREAK-SW
           PERFORM 8100-FIND-SCHEDULE
           IF NOT WS-SCHEDULE-FOUND
               ADD 1 TO WS-NO-SCHEDULE-COUNT
               ADD 1 TO SP-NO-SCHEDULE-COUNT (WS-MATCHED-IDX)
               SET WS-RECORD-BREAK TO TRUE
               MOVE ZERO TO WS-EXPECTED-AMOUNT
               MOVE ZERO TO WS-BRK-SCHEDULE-RATE
               MOVE TR-COM-FEE-FI-RT TO WS-BRK-ACTUAL-RATE
               MOVE TR-COM-FEE-FI-AT TO WS-BRK-ACTUAL-AMOUNT
               MOVE '*** NO SCHEDULE' TO WS-BRK-FINDING
               PERFORM 3900-WRITE-BREAK
           ELSE
               MOVE CS-FI-RATE (WS-SCHEDULE-IDX) TO
                   WS-SCHEDULE-FI-RATE
               MOVE CS-UWR-RATE (WS-SCHEDULE-IDX) TO
                   WS-SCHEDULE-UWR-RATE
               PERFORM 3100-CHECK-FIRM-COMMISSION
               PERFORM 3200-CHECK-UWR-COMMISSION
           END-IF
           IF WS-RECORD-BREAK
               ADD TR-COM-FEE-FI-AT TR-COM-FEE-UWR-AT TO
                   SP-OFF-SCHEDULE-AMT (WS-MATCHED-IDX)
           END-IF.

       3100-CHECK-FIRM-COMMISSION.
           COMPUTE WS-EXPECTED-AMOUNT ROUNDED =
               WS-GRP-GROSS-AMOUNT * WS-SCHEDULE-FI-RATE
           MOVE TR-COM-FEE-FI-RT TO WS-BRK-ACTUAL-RATE
           MOVE WS-SCHEDULE-FI-RATE TO WS-BRK-SCHEDULE-RATE
           MOVE TR-COM-FEE-FI-AT TO WS-BRK-ACTUAL-AMOUNT
           IF TR-COM-FEE-FI-RT NOT = WS-SCHEDULE-FI-RATE
               ADD 1 TO WS-RATE-BREAK-COUNT
               ADD 1 TO SP-RATE-BREAK-COUNT (WS-MATCHED-IDX)
               SET WS-RECORD-BREAK TO TRUE
               MOVE '*** FI RATE' TO WS-BRK-FINDING
               PERFORM 3900-WRITE-BREAK
           ELSE
               COMPUTE WS-AMOUNT-VARIANCE =
                   TR-COM-FEE-FI-AT - WS-EXPECTED-AMOUNT
               IF WS-AMOUNT-VARIANCE < ZERO
                   COMPUTE WS-AMOUNT-VARIANCE =
                       ZERO - WS-AMOUNT-VARIANCE
               END-IF
               IF WS-AMOUNT-VARIANCE > WS-AMOUNT-TOLERANCE
                   ADD 1 TO WS-AMOUNT-BREAK-COUNT
                   ADD 1 TO SP-AMOUNT-BREAK-COUNT (WS-MATCHED-IDX)
                   SET WS-RECORD-BREAK TO TRUE
                   MOVE '*** FI AMOUNT' TO WS-BRK-FINDING
                   PERFORM 3900-WRITE-BREAK
               END-IF
           END-IF.

       3200-CHECK-UWR-COMMISSION.
           COMPUTE WS-EXPECTED-AMOUNT ROUNDED =
               WS-GRP-GROSS-AMOUNT * WS-SCHEDULE-UWR-RATE
           MOVE TR-COM-FEE-UWR-RT TO WS-BRK-ACTUAL-RATE
           MOVE WS-SCHEDULE-UWR-RATE TO WS-BRK-SCHEDULE-RATE
           MOVE TR-COM-FEE-UWR-AT TO WS-BRK-ACTUAL-AMOUNT
           IF TR-COM-FEE-UWR-RT NOT = WS-SCHEDULE-UWR-RATE
               ADD 1 TO WS-RATE-BREAK-COUNT
               ADD 1 TO SP-RATE-BREAK-COUNT (WS-MATCHED-IDX)
               SET WS-RECORD-BREAK TO TRUE
               MOVE '*** UWR RATE' TO WS-BRK-FINDING
               PERFORM 3900-WRITE-BREAK
           ELSE
               COMPUTE WS-AMOUNT-VARIANCE =
                   TR-COM-FEE-UWR-AT - WS-EXPECTED-AMOUNT
               IF WS-AMOUNT-VARIANCE < ZERO
                   COMPUTE WS-AMOUNT-VARIANCE =
                       ZERO - WS-AMOUNT-VARIANCE
               END-IF
               IF WS-AMOUNT-VARIANCE > WS-AMOUNT-TOLERANCE
                   ADD 1 TO WS-AMOUNT-BREAK-COUNT
                   ADD 1 TO SP-AMOUNT-BREAK-COUNT (WS-MATCHED-IDX)
                   SET WS-RECORD-BREAK TO TRUE
                   MOVE '*** UWR AMOUNT' TO WS-BRK-FINDING
                   PERFORM 3900-WRITE-BREAK
               END-IF
           END-IF.

       3900-WRITE-BREAK.
           MOVE FUND-SPONSOR-ID TO DL-FUND-SPONSOR-ID
           MOVE WS-GRP-FINS-ID TO DL-FINS-ID
           MOVE WS-GRP-CUSTOMER-ACCOUNT-NBR TO DL-ACCOUNT-NUMBER
           MOVE WS-GRP-FUND-CODE TO DL-FUND-CODE
           MOVE WS-GRP-TRADE-DATE TO DL-TRADE-DATE
           MOVE FS-COM-FEE-TYPE-ID TO DL-FEE-TYPE-ID
           MOVE CMPN-TYPE-ID TO DL-CMPN-TYPE-ID
           MOVE WS-BRK-ACTUAL-RATE TO DL-ACTUAL-RATE
           MOVE WS-BRK-SCHEDULE-RATE TO DL-SCHEDULE-RATE
           MOVE WS-BRK-ACTUAL-AMOUNT TO DL-ACTUAL-AMOUNT
           MOVE WS-EXPECTED-AMOUNT TO DL-EXPECTED-AMOUNT
           MOVE WS-BRK-FINDING TO DL-FINDING
           WRITE SCHEDULE-RPT-LINE FROM WS-DETAIL-LINE.

       4000-WRITE-SPONSOR-SUMMARY.
           WRITE SCHEDULE-RPT-LINE FROM WS-SPONSOR-HEADLINE
           WRITE SCHEDULE-RPT-LINE FROM WS-SPONSOR-COLUMN-LINE
           PERFORM VARYING SPF-IDX FROM 1 BY 1
               UNTIL SPF-IDX > WS-SPONSOR-FIRM-COUNT
               IF SP-PRINTED-SW (SPF-IDX) = 'N'
                   MOVE SP-FUND-SPONSOR-ID (SPF-IDX) TO
                       WS-CUR-SPONSOR-ID
                   SET WS-SCAN-IDX TO SPF-IDX
                   PERFORM 4100-WRITE-ONE-SPONSOR
               END-IF
           END-PERFORM.

      *    Every firm that traded the sponsor's funds is listed under
      *    the sponsor together, in the order first seen on the feed.
       4100-WRITE-ONE-SPONSOR.
           PERFORM VARYING WS-SCAN-IDX FROM WS-SCAN-IDX BY 1
               UNTIL WS-SCAN-IDX > WS-SPONSOR-FIRM-COUNT
               IF SP-FUND-SPONSOR-ID (WS-SCAN-IDX) = WS-CUR-SPONSOR-ID
                   AND SP-PRINTED-SW (WS-SCAN-IDX) = 'N'
                   MOVE SP-FUND-SPONSOR-ID (WS-SCAN-IDX) TO
                       PL-FUND-SPONSOR-ID
                   MOVE SP-FINS-ID (WS-SCAN-IDX) TO PL-FINS-ID
                   MOVE SP-RECORDS-CHECKED (WS-SCAN-IDX) TO
                       PL-RECORDS-CHECKED
                   MOVE SP-NO-SCHEDULE-COUNT (WS-SCAN-IDX) TO
                       PL-NO-SCHEDULE-COUNT
                   MOVE SP-RATE-BREAK-COUNT (WS-SCAN-IDX) TO
                       PL-RATE-BREAK-COUNT
                   MOVE SP-AMOUNT-BREAK-COUNT (WS-SCAN-IDX) TO
                       PL-AMOUNT-BREAK-COUNT
                   MOVE SP-COUNT-BREAK-COUNT (WS-SCAN-IDX) TO
                       PL-COUNT-BREAK-COUNT
                   MOVE SP-OFF-SCHEDULE-AMT (WS-SCAN-IDX) TO
                       PL-OFF-SCHEDULE-AMT
                   WRITE SCHEDULE-RPT-LINE FROM WS-SPONSOR-LINE
                   MOVE 'Y' TO SP-PRINTED-SW (WS-SCAN-IDX)
               END-IF
           END-PERFORM.

       5000-FINALIZE.
           MOVE WS-TRADES-CHECKED TO SL-TRADE-COUNT
           MOVE WS-RECORDS-CHECKED TO SL-RECORD-COUNT
           MOVE WS-COUNT-BREAK-COUNT TO SL-COUNT-BREAK-COUNT
           MOVE WS-NO-SCHEDULE-COUNT TO SL-NO-SCHEDULE-COUNT
           MOVE WS-RATE-BREAK-COUNT TO SL-RATE-BREAK-COUNT
           MOVE WS-AMOUNT-BREAK-COUNT TO SL-AMOUNT-BREAK-COUNT
           WRITE SCHEDULE-RPT-LINE FROM WS-SUMMARY-LINE-1
           WRITE SCHEDULE-RPT-LINE FROM WS-SUMMARY-LINE-2
           CLOSE SCHEDULE-RPT-FILE.

      *    Latest effective date on or before the trade date that has
      *    not ended, then the highest tier floor the gross reaches.
       8100-FIND-SCHEDULE.
           MOVE 'N' TO WS-SCHEDULE-FOUND-SW
           MOVE ZERO TO WS-SCHEDULE-IDX
           MOVE ZERO TO WS-BEST-EFFECTIVE-DATE
           MOVE ZERO TO WS-BEST-TIER-FLOOR-AMT
           PERFORM VARYING SCHD-IDX FROM 1 BY 1
               UNTIL SCHD-IDX > WS-SCHEDULE-COUNT
               IF CS-FUND-SPONSOR-ID (SCHD-IDX) = FUND-SPONSOR-ID
                   AND CS-FUND-CODE (SCHD-IDX) = WS-GRP-FUND-CODE
                   AND CS-FEE-TYPE-ID (SCHD-IDX) = FS-COM-FEE-TYPE-ID
                   AND CS-CMPN-TYPE-ID (SCHD-IDX) = CMPN-TYPE-ID
                   AND CS-EFFECTIVE-DATE (SCHD-IDX)
                       NOT > WS-GRP-TRADE-DATE
                   AND (CS-END-DATE (SCHD-IDX) = ZERO
                       OR CS-END-DATE (SCHD-IDX) > WS-GRP-TRADE-DATE)
                   AND CS-TIER-FLOOR-AMT (SCHD-IDX)
                       NOT > WS-GRP-GROSS-AMOUNT
                   IF NOT WS-SCHEDULE-FOUND
                       OR CS-EFFECTIVE-DATE (SCHD-IDX)
                           > WS-BEST-EFFECTIVE-DATE
                       OR (CS-EFFECTIVE-DATE (SCHD-IDX)
                           = WS-BEST-EFFECTIVE-DATE
                       AND CS-TIER-FLOOR-AMT (SCHD-IDX)
                           > WS-BEST-TIER-FLOOR-AMT)
                       SET WS-SCHEDULE-FOUND TO TRUE
                       SET WS-SCHEDULE-IDX TO SCHD-IDX
                       MOVE CS-EFFECTIVE-DATE (SCHD-IDX) TO
                           WS-BEST-EFFECTIVE-DATE
                       MOVE CS-TIER-FLOOR-AMT (SCHD-IDX) TO
                           WS-BEST-TIER-FLOOR-AMT
                   END-IF
               END-IF
           END-PERFORM.

       8200-LOOKUP-SPONSOR-FIRM.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING SPF-IDX FROM 1 BY 1
               UNTIL SPF-IDX > WS-SPONSOR-FIRM-COUNT OR WS-FOUND
               IF SP-FUND-SPONSOR-ID (SPF-IDX) = WS-LOOKUP-SPONSOR-ID
                   AND SP-FINS-ID (SPF-IDX) = WS-GRP-FINS-ID
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO SPF-IDX
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-SPONSOR-FIRM-COUNT < WS-MAX-SPONSOR-FIRMS
               ADD 1 TO WS-SPONSOR-FIRM-COUNT
               SET SPF-IDX TO WS-SPONSOR-FIRM-COUNT
               SET WS-MATCHED-IDX TO SPF-IDX
               MOVE WS-LOOKUP-SPONSOR-ID TO SP-FUND-SPONSOR-ID (SPF-IDX)
               MOVE WS-GRP-FINS-ID TO SP-FINS-ID (SPF-IDX)
               MOVE ZERO TO SP-RECORDS-CHECKED (SPF-IDX)
               MOVE ZERO TO SP-NO-SCHEDULE-COUNT (SPF-IDX)
               MOVE ZERO TO SP-RATE-BREAK-COUNT (SPF-IDX)
               MOVE ZERO TO SP-AMOUNT-BREAK-COUNT (SPF-IDX)
               MOVE ZERO TO SP-COUNT-BREAK-COUNT (SPF-IDX)
               MOVE ZERO TO SP-OFF-SCHEDULE-AMT (SPF-IDX)
               MOVE 'N' TO SP-PRINTED-SW (SPF-IDX)
           END-IF.
