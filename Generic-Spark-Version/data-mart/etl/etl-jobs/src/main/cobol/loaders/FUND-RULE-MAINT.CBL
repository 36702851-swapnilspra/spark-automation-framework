       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUND-RULE-MAINT.
      ******************************************************************
      *  Fund purchase eligibility rule maintenance.  Fund closings,
      *  investment minimums and share-class purchase caps lived in
      *  the prospectus and in the sales desk's memory, so nothing
      *  stopped a purchase into a closed fund or under the minimum
      *  from posting.
      *
      *  The rule master is kept alongside the fund master and
      *  carries one row per FUND-CODE: the fund's open ('O'),
      *  soft-closed ('S') or hard-closed ('H') status with its close
      *  date, the minimum initial and subsequent purchase, the
      *  maximum single purchase (the share-class cap, zero for no
      *  cap), the channels exempt from the closing - systematic
      *  investment plans, dividend reinvestment and existing holders
      *  ('Y' or 'N' each) - and an active/terminated status.  A rule
      *  may only be kept for a fund on FUND-MASTER-IN.  The
      *  maintenance transaction file applies adds ('A' - rejected if
      *  already on file), changes ('C' - every rule field replaced,
      *  rejected if not on file) and terminates ('T'); an added or
      *  changed rule is edited first - a closed status needs a close
      *  date, the exempt flags must be 'Y' or 'N' and a cap may not
      *  sit below either minimum.  The updated master rolls forward
      *  on FUND-RULE-IN / FUND-RULE-OUT with every transaction echoed
      *  on the maintenance report, the same applied-versus-rejected
      *  accounting FUND-MASTER-MAINT gives the fund dimension.
      *
      *  Enforcement lives in DFA-PURCHASE-ELIGIBILITY-RPT, which
      *  judges every DFA purchase against the maintained rules.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUND-RULE-IN ASSIGN TO "FNDRULIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FUND-RULE-OUT ASSIGN TO "FNDRULOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FUND-MASTER-IN ASSIGN TO "FNDMSTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-TRANSACTION-FILE ASSIGN TO "TRANNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FUND-RULE-IN.
       01  FUND-RULE-IN-RECORD.
           05  RI-FUND-CODE                      PIC 9(7).
           05  RI-FUND-STATUS-CDE                PIC X(1).
           05  RI-CLOSE-DATE                     PIC 9(8).
           05  RI-MIN-INITIAL-AMT                PIC 9(13)V9(2).
           05  RI-MIN-SUBSEQUENT-AMT             PIC 9(13)V9(2).
           05  RI-MAX-PURCHASE-AMT               PIC 9(13)V9(2).
           05  RI-EXEMPT-SIP-CDE                 PIC X(1).
           05  RI-EXEMPT-REINVEST-CDE            PIC X(1).
           05  RI-EXEMPT-HOLDER-CDE              PIC X(1).
           05  RI-STATUS-CDE                     PIC X(1).
       FD  FUND-RULE-OUT.
       01  FUND-RULE-OUT-RECORD.
           05  RO-FUND-CODE                      PIC 9(7).
           05  RO-FUND-STATUS-CDE                PIC X(1).
           05  RO-CLOSE-DATE                     PIC 9(8).
           05  RO-MIN-INITIAL-AMT                PIC 9(13)V9(2).
           05  RO-MIN-SUBSEQUENT-AMT             PIC 9(13)V9(2).
           05  RO-MAX-PURCHASE-AMT               PIC 9(13)V9(2).
           05  RO-EXEMPT-SIP-CDE                 PIC X(1).
           05  RO-EXEMPT-REINVEST-CDE            PIC X(1).
           05  RO-EXEMPT-HOLDER-CDE              PIC X(1).
           05  RO-STATUS-CDE                     PIC X(1).
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
           05  TX-FUND-CODE                      PIC 9(7).
           05  TX-FUND-STATUS-CDE                PIC X(1).
               88  TX-FUND-OPEN                      VALUE 'O'.
               88  TX-FUND-SOFT-CLOSED               VALUE 'S'.
               88  TX-FUND-HARD-CLOSED               VALUE 'H'.
           05  TX-CLOSE-DATE                     PIC 9(8).
           05  TX-MIN-INITIAL-AMT                PIC 9(13)V9(2).
           05  TX-MIN-SUBSEQUENT-AMT             PIC 9(13)V9(2).
           05  TX-MAX-PURCHASE-AMT               PIC 9(13)V9(2).
           05  TX-EXEMPT-SIP-CDE                 PIC X(1).
           05  TX-EXEMPT-REINVEST-CDE            PIC X(1).
           05  TX-EXEMPT-HOLDER-CDE              PIC X(1).
       FD  MAINT-RPT-FILE.
       01  MAINT-RPT-LINE                        PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-MAX-RULES                          PIC 9(5) VALUE 5000.
       01  WS-RULE-COUNT                         PIC 9(5) VALUE ZERO.
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
       01  FUND-RULE-TABLE.
           05  FUND-RULE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-RULE-COUNT
                   INDEXED BY RULE-IDX.
               10  FR-FUND-CODE                  PIC 9(7).
               10  FR-FUND-STATUS-CDE            PIC X(1).
               10  FR-CLOSE-DATE                 PIC 9(8).
               10  FR-MIN-INITIAL-AMT            PIC 9(13)V9(2).
               10  FR-MIN-SUBSEQUENT-AMT         PIC 9(13)V9(2).
               10  FR-MAX-PURCHASE-AMT           PIC 9(13)V9(2).
               10  FR-EXEMPT-SIP-CDE             PIC X(1).
               10  FR-EXEMPT-REINVEST-CDE        PIC X(1).
               10  FR-EXEMPT-HOLDER-CDE          PIC X(1).
               10  FR-STATUS-CDE                 PIC X(1).
       01  FUND-CODE-TABLE.
           05  FUND-CODE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-FUND-COUNT
                   INDEXED BY FUND-IDX.
               10  FC-FUND-CODE                  PIC 9(7).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'FUND PURCHASE ELIGIBILITY RULE MAINTENANCE REPORT'.
       01  WS-COLUMN-LINE                        PIC X(90) VALUE
           'ACT FUND     ST CLOSE DT  EXEMPT  DISPOSITION'.
       01  WS-DETAIL-LINE.
           05  DL-ACTION-CDE                     PIC X(1).
           05  FILLER                            PIC X(3) VALUE SPACES.
           05  DL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-FUND-STATUS-CDE                PIC X(1).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-CLOSE-DATE                     PIC 9(8).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-EXEMPT-SIP-CDE                 PIC X(1).
           05  DL-EXEMPT-REINVEST-CDE            PIC X(1).
           05  DL-EXEMPT-HOLDER-CDE              PIC X(1).
           05  FILLER                            PIC X(5) VALUE SPACES.
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
           PERFORM 3000-WRITE-RULES-OUT
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-RULES
           PERFORM 1200-LOAD-FUND-CODES
           OPEN INPUT MAINT-TRANSACTION-FILE
           OPEN OUTPUT MAINT-RPT-FILE
           WRITE MAINT-RPT-LINE FROM WS-HEADLINE-1
           WRITE MAINT-RPT-LINE FROM WS-COLUMN-LINE
           PERFORM 9100-READ-NEXT.

       1100-LOAD-RULES.
           OPEN INPUT FUND-RULE-IN
           PERFORM 1110-READ-RULE
           CLOSE FUND-RULE-IN.

       1110-READ-RULE.
           READ FUND-RULE-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-RULE-COUNT < WS-MAX-RULES
                       ADD 1 TO WS-RULE-COUNT
                       SET RULE-IDX TO WS-RULE-COUNT
                       MOVE FUND-RULE-IN-RECORD TO
                           FUND-RULE-ENTRY (RULE-IDX)
                       PERFORM 1110-READ-RULE
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
           MOVE TX-FUND-CODE TO DL-FUND-CODE
           MOVE TX-FUND-STATUS-CDE TO DL-FUND-STATUS-CDE
           MOVE TX-CLOSE-DATE TO DL-CLOSE-DATE
           MOVE TX-EXEMPT-SIP-CDE TO DL-EXEMPT-SIP-CDE
           MOVE TX-EXEMPT-REINVEST-CDE TO DL-EXEMPT-REINVEST-CDE
           MOVE TX-EXEMPT-HOLDER-CDE TO DL-EXEMPT-HOLDER-CDE
           PERFORM 2200-LOOKUP-RULE
           PERFORM 2250-LOOKUP-FUND
           MOVE SPACES TO WS-EDIT-REASON
           IF TX-ACTION-ADD OR TX-ACTION-CHANGE
               PERFORM 2400-EDIT-RULE
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
                   PERFORM 2300-ADD-RULE
               WHEN TX-ACTION-CHANGE AND NOT WS-FOUND
                   MOVE 'REJECTED - NOT ON FILE' TO DL-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN TX-ACTION-CHANGE AND WS-EDIT-REASON NOT = SPACES
                   MOVE WS-EDIT-REASON TO DL-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN TX-ACTION-CHANGE
                   PERFORM 2500-MOVE-RULE-FIELDS
                   MOVE 'A' TO FR-STATUS-CDE (WS-MATCHED-IDX)
                   MOVE 'CHANGED' TO DL-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN TX-ACTION-TERMINATE AND NOT WS-FOUND
                   MOVE 'REJECTED - NOT ON FILE' TO DL-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN TX-ACTION-TERMINATE
                   MOVE 'T' TO FR-STATUS-CDE (WS-MATCHED-IDX)
                   MOVE 'TERMINATED' TO DL-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN OTHER
                   MOVE 'REJECTED - BAD ACTION CODE' TO
                       DL-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE
           WRITE MAINT-RPT-LINE FROM WS-DETAIL-LINE.

       2200-LOOKUP-RULE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > WS-RULE-COUNT OR WS-FOUND
               IF FR-FUND-CODE (RULE-IDX) = TX-FUND-CODE
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO RULE-IDX
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

       2300-ADD-RULE.
           IF WS-RULE-COUNT < WS-MAX-RULES
               ADD 1 TO WS-RULE-COUNT
               MOVE WS-RULE-COUNT TO WS-MATCHED-IDX
               MOVE TX-FUND-CODE TO FR-FUND-CODE (WS-MATCHED-IDX)
               PERFORM 2500-MOVE-RULE-FIELDS
               MOVE 'A' TO FR-STATUS-CDE (WS-MATCHED-IDX)
               MOVE 'ADDED' TO DL-DISPOSITION
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE 'REJECTED - RULE TABLE FULL' TO DL-DISPOSITION
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       2400-EDIT-RULE.
           EVALUATE TRUE
               WHEN NOT TX-FUND-OPEN AND NOT TX-FUND-SOFT-CLOSED
                   AND NOT TX-FUND-HARD-CLOSED
                   MOVE 'REJECTED - BAD FUND STATUS' TO
                       WS-EDIT-REASON
               WHEN NOT TX-FUND-OPEN AND TX-CLOSE-DATE = ZERO
                   MOVE 'REJECTED - NO CLOSE DATE' TO WS-EDIT-REASON
               WHEN TX-EXEMPT-SIP-CDE NOT = 'Y' AND NOT = 'N'
                   MOVE 'REJECTED - BAD EXEMPT FLAG' TO
                       WS-EDIT-REASON
               WHEN TX-EXEMPT-REINVEST-CDE NOT = 'Y' AND NOT = 'N'
                   MOVE 'REJECTED - BAD EXEMPT FLAG' TO
                       WS-EDIT-REASON
               WHEN TX-EXEMPT-HOLDER-CDE NOT = 'Y' AND NOT = 'N'
                   MOVE 'REJECTED - BAD EXEMPT FLAG' TO
                       WS-EDIT-REASON
               WHEN TX-MAX-PURCHASE-AMT > ZERO
                   AND (TX-MAX-PURCHASE-AMT < TX-MIN-INITIAL-AMT
                   OR TX-MAX-PURCHASE-AMT < TX-MIN-SUBSEQUENT-AMT)
                   MOVE 'REJECTED - CAP BELOW MINIMUM' TO
                       WS-EDIT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2500-MOVE-RULE-FIELDS.
           MOVE TX-FUND-STATUS-CDE TO
               FR-FUND-STATUS-CDE (WS-MATCHED-IDX)
           IF TX-FUND-OPEN
               MOVE ZERO TO FR-CLOSE-DATE (WS-MATCHED-IDX)
           ELSE
               MOVE TX-CLOSE-DATE TO FR-CLOSE-DATE (WS-MATCHED-IDX)
           END-IF
           MOVE TX-MIN-INITIAL-AMT TO
               FR-MIN-INITIAL-AMT (WS-MATCHED-IDX)
           MOVE TX-MIN-SUBSEQUENT-AMT TO
               FR-MIN-SUBSEQUENT-AMT (WS-MATCHED-IDX)
           MOVE TX-MAX-PURCHASE-AMT TO
               FR-MAX-PURCHASE-AMT (WS-MATCHED-IDX)
           MOVE TX-EXEMPT-SIP-CDE TO
               FR-EXEMPT-SIP-CDE (WS-MATCHED-IDX)
           MOVE TX-EXEMPT-REINVEST-CDE TO
               FR-EXEMPT-REINVEST-CDE (WS-MATCHED-IDX)
           MOVE TX-EXEMPT-HOLDER-CDE TO
               FR-EXEMPT-HOLDER-CDE (WS-MATCHED-IDX).

       3000-WRITE-RULES-OUT.
           OPEN OUTPUT FUND-RULE-OUT
           PERFORM VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > WS-RULE-COUNT
               MOVE FUND-RULE-ENTRY (RULE-IDX) TO FUND-RULE-OUT-RECORD
               WRITE FUND-RULE-OUT-RECORD
           END-PERFORM
           CLOSE FUND-RULE-OUT.

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
