       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMM-SCHEDULE-MAINT.
      ******************************************************************
      *  Fund-sponsor commission and fee schedule maintenance.  DFA
      *  SEQUENCE-NUMBER 8 carries the firm and underwriter rates and
      *  amounts for each FUND-SPONSOR-ID / FS-COM-FEE-TYPE-ID /
      *  CMPN-TYPE-ID on a trade, and DEALER-COMM-PAYABLE-LOAD accrues
      *  whatever arrives - the sponsors' agreed schedules lived only
      *  in the selling agreements, so nothing could say a rate was
      *  wrong.
      *
      *  The schedule master carries one row per fund sponsor, fund,
      *  fee type, compensation type, effective date and breakpoint
      *  tier floor (the trade gross at which the tier starts, zero
      *  for the first tier), with the firm and underwriter rates,
      *  an end date (zero while open) and an active/terminated
      *  status.  A new schedule is added under a new effective date
      *  rather than changed in place, so the rate in effect on any
      *  past trade date stays on file.  The maintenance transaction
      *  file applies adds ('A' - rejected if already on file),
      *  changes ('C' - both rates replaced and the row reopened,
      *  rejected if not on file) and terminates ('T' - the row stops
      *  applying to trades on and after the transaction's end date);
      *  an added or changed row needs a sponsor and an effective
      *  date and may only be kept for a fund on FUND-MASTER-IN.  The
      *  updated master rolls forward on COMM-SCHEDULE-IN /
      *  COMM-SCHEDULE-OUT with every transaction echoed on the
      *  maintenance report, the same applied-versus-rejected
      *  accounting FUND-MASTER-MAINT gives the fund dimension.
      *
      *  Per-trade verification lives in DFA-COMM-SCHEDULE-VERIFY-RPT,
      *  which runs ahead of the payout run.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMM-SCHEDULE-IN ASSIGN TO "SCHDMSTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT COMM-SCHEDULE-OUT ASSIGN TO "SCHDMSTOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FUND-MASTER-IN ASSIGN TO "FNDMSTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-TRANSACTION-FILE ASSIGN TO "TRANNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-RPT-FILE ASSIGN TO "RPTNAME"
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
       FD  COMM-SCHEDULE-OUT.
       01  COMM-SCHEDULE-OUT-RECORD.
           05  SO-FUND-SPONSOR-ID                PIC 9(5).
           05  SO-FUND-CODE                      PIC 9(7).
           05  SO-FEE-TYPE-ID                    PIC X(4).
           05  SO-CMPN-TYPE-ID                   PIC 9(3).
           05  SO-EFFECTIVE-DATE                 PIC 9(8).
           05  SO-TIER-FLOOR-AMT                 PIC 9(13)V9(2).
           05  SO-FI-RATE                        PIC 9(5)V9(10).
           05  SO-UWR-RATE                       PIC 9(5)V9(10).
           05  SO-END-DATE                       PIC 9(8).
           05  SO-STATUS-CDE                     PIC X(1).
       FD  FUND-MASTER-IN.
       01  FUND-MASTER-IN-RECORD.
           05  MI-FUND-CODE                      PIC 9(7).
           05  MI-CUSIP-NUMBER                   PIC X(9).
           05  MI-TICKER-SYMBOL-ID               PIC X(5).
           05  MI-SEC-ISS-ID                     PIC X(9).
           05  MI-TA-MUTUAL-FUND-ID              PIC X(20).
           05  MI-STATUS-CDE                     PIC X(1).
       FD  MAINT-TRANSACTION-FILE.
       01  MAINT-TRANSACTION-RECORD.
           05  TX-ACTION-CDE                     PIC X(1).
               88  TX-ACTION-ADD                     VALUE 'A'.
               88  TX-ACTION-CHANGE                  VALUE 'C'.
               88  TX-ACTION-TERMINATE               VALUE 'T'.
           05  TX-FUND-SPONSOR-ID                PIC 9(5).
           05  TX-FUND-CODE                      PIC 9(7).
           05  TX-FEE-TYPE-ID                    PIC X(4).
           05  TX-CMPN-TYPE-ID                   PIC 9(3).
           05  TX-EFFECTIVE-DATE                 PIC 9(8).
           05  TX-TIER-FLOOR-AMT                 PIC 9(13)V9(2).
           05  TX-FI-RATE                        PIC 9(5)V9(10).
           05  TX-UWR-RATE                       PIC 9(5)V9(10).
           05  TX-END-DATE                       PIC 9(8).
       FD  MAINT-RPT-FILE.
       01  MAINT-RPT-LINE                        PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-MAX-SCHEDULES                      PIC 9(5) VALUE 20000.
       01  WS-SCHEDULE-COUNT                     PIC 9(5) VALUE ZERO.
       01  WS-MAX-FUNDS                          PIC 9(5) VALUE 5000.
       01  WS-FUND-COUNT                         PIC 9(5) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-FUND-FOUND-SW                      PIC X(1) VALUE 'N'.
           88  WS-FUND-FOUND                         VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(5) VALUE ZERO.
       01  WS-EDIT-REASON                        PIC X(32) VALUE
                                                  SPACES.
       01  WS-APPLIED-COUNT                      PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT                     PIC 9(5) VALUE ZERO.
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
       01  FUND-CODE-TABLE.
           05  FUND-CODE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-FUND-COUNT
                   INDEXED BY FUND-IDX.
               10  FC-FUND-CODE                  PIC 9(7).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'FUND-SPONSOR COMMISSION SCHEDULE MAINTENANCE REPORT'.
       01  WS-COLUMN-LINE.
           05  FILLER                            PIC X(47) VALUE
               'A SPNSR FUND    FEE  CMP EFF DATE    TIER FLOOR'.
           05  FILLER                            PIC X(37) VALUE
               '       FI RATE      UWR RATE END DATE'.
           05  FILLER                            PIC X(12) VALUE
               ' DISPOSITION'.
       01  WS-DETAIL-LINE.
           05  DL-ACTION-CDE                     PIC X(1).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FUND-SPONSOR-ID                PIC 9(5).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FEE-TYPE-ID                    PIC X(4).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-CMPN-TYPE-ID                   PIC 9(3).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-EFFECTIVE-DATE                 PIC 9(8).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-TIER-FLOOR-AMT                 PIC Z(9)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FI-RATE                        PIC Z9.9(10).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-UWR-RATE                       PIC Z9.9(10).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-END-DATE                       PIC 9(8).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-DISPOSITION                    PIC X(32).
       01  WS-SUMMARY-LINE.
           05  FILLER                            PIC X(10) VALUE
               'APPLIED: '.
           05  SL-APPLIED-COUNT                  PIC ZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '   REJECTED: '.
           05  SL-REJECTED-COUNT                 PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-TRANSACTIONS
               UNTIL WS-EOF
           PERFORM 3000-WRITE-SCHEDULES-OUT
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-SCHEDULES
           PERFORM 1200-LOAD-FUND-CODES
           OPEN INPUT MAINT-TRANSACTION-FILE
           OPEN OUTPUT MAINT-RPT-FILE
           WRITE MAINT-RPT-LINE FROM WS-HEADLINE-1
           WRITE MAINT-RPT-LINE FROM WS-COLUMN-LINE
           PERFORM 9100-READ-NEXT.

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

       1200-LOAD-FUND-CODES.
           OPEN INPUT FUND-MASTER-IN
           PERFORM 1210-READ-FUND
           CLOSE FUND-MASTER-IN.

       1210-READ-FUND.
           READ FUND-MASTER-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-FUND-COUNT < WS-MAX-FUNDS
                       IF MI-STATUS-CDE NOT = 'T'
                           ADD 1 TO WS-FUND-COUNT
                           SET FUND-IDX TO WS-FUND-COUNT
                           MOVE MI-FUND-CODE TO FC-FUND-CODE (FUND-IDX)
                       END-IF
                       PERFORM 1210-READ-FUND
                   END-IF
           END-READ.

       2000-APPLY-TRANSACTIONS.
           PERFORM 2100-APPLY-ONE-TRANSACTION
           PERFORM 9100-READ-NEXT.

       2100-APPLY-ONE-TRANSACTION.
           MOVE TX-ACTION-CDE TO DL-ACTION-CDE
           MOVE TX-FUND-SPONSOR-ID TO DL-FUND-SPONSOR-ID
           MOVE TX-FUND-CODE TO DL-FUND-CODE
           MOVE TX-FEE-TYPE-ID TO DL-FEE-TYPE-ID
           MOVE TX-CMPN-TYPE-ID TO DL-CMPN-TYPE-ID
           MOVE TX-EFFECTIVE-DATE TO DL-EFFECTIVE-DATE
           MOVE TX-TIER-FLOOR-AMT TO DL-TIER-FLOOR-AMT
           MOVE TX-FI-RATE TO DL-FI-RATE
           MOVE TX-UWR-RATE TO DL-UWR-RATE
           MOVE TX-END-DATE TO DL-END-DATE
           PERFORM 2200-LOOKUP-SCHEDULE
           PERFORM 2250-LOOKUP-FUND
           MOVE SPACES TO WS-EDIT-REASON
           IF TX-ACTION-ADD OR TX-ACTION-CHANGE
               PERFORM 2400-EDIT-SCHEDULE
           END-IF
           EVALUATE TRUE
               WHEN TX-ACTION-ADD AND WS-FOUND
                   MOVE 'REJECTED - ALREADY ON FILE' TO
                       DL-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN TX-ACTION-ADD AND NOT WS-FUND-FOUND
                   MOVE 'REJECTED - FUND NOT ON MASTER' TO
                       DL-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN TX-ACTION-ADD AND WS-EDIT-REASON NOT = SPACES
                   MOVE WS-EDIT-REASON TO DL-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN TX-ACTION-ADD
                   PERFORM 2300-ADD-SCHEDULE
               WHEN TX-ACTION-CHANGE AND NOT WS-FOUND
                   MOVE 'REJECTED - NOT ON FILE' TO DL-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN TX-ACTION-CHANGE AND NOT WS-FUND-FOUND
                   MOVE 'REJECTED - FUND NOT ON MASTER' TO
                       DL-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN TX-ACTION-CHANGE AND WS-EDIT-REASON NOT = SPACES
                   MOVE WS-EDIT-REASON TO DL-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN TX-ACTION-CHANGE
                   MOVE TX-FI-RATE TO CS-FI-RATE (WS-MATCHED-IDX)
                   MOVE TX-UWR-RATE TO CS-UWR-RATE (WS-MATCHED-IDX)
                   MOVE ZERO TO CS-END-DATE (WS-MATCHED-IDX)
                   MOVE 'A' TO CS-STATUS-CDE (WS-MATCHED-IDX)
                   MOVE 'CHANGED' TO DL-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN TX-ACTION-TERMINATE AND NOT WS-FOUND
                   MOVE 'REJECTED - NOT ON FILE' TO DL-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN TX-ACTION-TERMINATE
                   AND TX-END-DATE NOT > TX-EFFECTIVE-DATE
                   MOVE 'REJECTED - BAD END DATE' TO DL-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN TX-ACTION-TERMINATE
                   MOVE TX-END-DATE TO CS-END-DATE (WS-MATCHED-IDX)
                   MOVE 'T' TO CS-STATUS-CDE (WS-MATCHED-IDX)
                   MOVE 'TERMINATED' TO DL-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN OTHER
                   MOVE 'REJECTED - BAD ACTION CODE' TO
                       DL-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE
           WRITE MAINT-RPT-LINE FROM WS-DETAIL-LINE.

       2200-LOOKUP-SCHEDULE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING SCHD-IDX FROM 1 BY 1
               UNTIL SCHD-IDX > WS-SCHEDULE-COUNT OR WS-FOUND
               IF CS-FUND-SPONSOR-ID (SCHD-IDX) = TX-FUND-SPONSOR-ID
                   AND CS-FUND-CODE (SCHD-IDX) = TX-FUND-CODE
                   AND CS-FEE-TYPE-ID (SCHD-IDX) = TX-FEE-TYPE-ID
                   AND CS-CMPN-TYPE-ID (SCHD-IDX) = TX-CMPN-TYPE-ID
                   AND CS-EFFECTIVE-DATE (SCHD-IDX)
                       = TX-EFFECTIVE-DATE
                   AND CS-TIER-FLOOR-AMT (SCHD-IDX)
                       = TX-TIER-FLOOR-AMT
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO SCHD-IDX
               END-IF
           END-PERFORM.

       2250-LOOKUP-FUND.
           MOVE 'N' TO WS-FUND-FOUND-SW
           PERFORM VARYING FUND-IDX FROM 1 BY 1
               UNTIL FUND-IDX > WS-FUND-COUNT OR WS-FUND-FOUND
               IF FC-FUND-CODE (FUND-IDX) = TX-FUND-CODE
                   SET WS-FUND-FOUND TO TRUE
               END-IF
           END-PERFORM.

       2300-ADD-SCHEDULE.
           IF WS-SCHEDULE-COUNT < WS-MAX-SCHEDULES
               ADD 1 TO WS-SCHEDULE-COUNT
               MOVE WS-SCHEDULE-COUNT TO WS-MATCHED-IDX
               MOVE TX-FUND-SPONSOR-ID TO
                   CS-FUND-SPONSOR-ID (WS-MATCHED-IDX)
               MOVE TX-FUND-CODE TO CS-FUND-CODE (WS-MATCHED-IDX)
               MOVE TX-FEE-TYPE-ID TO CS-FEE-TYPE-ID (WS-MATCHED-IDX)
               MOVE TX-CMPN-TYPE-ID TO
                   CS-CMPN-TYPE-ID (WS-MATCHED-IDX)
               MOVE TX-EFFECTIVE-DATE TO
                   CS-EFFECTIVE-DATE (WS-MATCHED-IDX)
               MOVE TX-TIER-FLOOR-AMT TO
                   CS-TIER-FLOOR-AMT (WS-MATCHED-IDX)
               MOVE TX-FI-RATE TO CS-FI-RATE (WS-MATCHED-IDX)
               MOVE TX-UWR-RATE TO CS-UWR-RATE (WS-MATCHED-IDX)
               MOVE ZERO TO CS-END-DATE (WS-MATCHED-IDX)
               MOVE 'A' TO CS-STATUS-CDE (WS-MATCHED-IDX)
               MOVE 'ADDED' TO DL-DISPOSITION
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE 'REJECTED - SCHEDULE TABLE FULL' TO
                   DL-DISPOSITION
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       2400-EDIT-SCHEDULE.
           EVALUATE TRUE
               WHEN TX-FUND-SPONSOR-ID = ZERO
                   MOVE 'REJECTED - NO FUND SPONSOR' TO
                       WS-EDIT-REASON
               WHEN TX-EFFECTIVE-DATE = ZERO
                   MOVE 'REJECTED - NO EFFECTIVE DATE' TO
                       WS-EDIT-REASON
               WHEN TX-FEE-TYPE-ID = SPACES
                   MOVE 'REJECTED - NO FEE TYPE' TO WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-WRITE-SCHEDULES-OUT.
           OPEN OUTPUT COMM-SCHEDULE-OUT
           PERFORM VARYING SCHD-IDX FROM 1 BY 1
               UNTIL SCHD-IDX > WS-SCHEDULE-COUNT
               MOVE COMM-SCHEDULE-ENTRY (SCHD-IDX) TO
                   COMM-SCHEDULE-OUT-RECORD
               WRITE COMM-SCHEDULE-OUT-RECORD
           END-PERFORM
           CLOSE COMM-SCHEDULE-OUT.

       4000-FINALIZE.
           MOVE WS-APPLIED-COUNT TO SL-APPLIED-COUNT
           MOVE WS-REJECTED-COUNT TO SL-REJECTED-COUNT
           WRITE MAINT-RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE MAINT-TRANSACTION-FILE
           CLOSE MAINT-RPT-FILE.

       9100-READ-NEXT.
           READ MAINT-TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
