       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAN-AMORT-LEDGER-LOAD.
      ******************************************************************
      *  Contractual plan installment amortization ledger.  The
      *  remaining installment schedule rides on ACCOUNT-POSITION
      *  SEQUENCE-NUMBER 8 - ISMT-END-IVT-CT, ISMT-IVT-RMN-CT,
      *  ISMT-SLS-CRG-RMN, ISMT-FI-COM-RMN-AT, SLS-CRG-FIR-YR-AT and
      *  FI-COM-FIR-YR-AT - and every plan payment carries its
      *  decrements on DIRECT-FINANCIAL-ACTIVITY SEQUENCE-NUMBER 5 -
      *  ISMT-IVT-DCM-CT, ISMT-SLS-CRG-DCM, ISMT-FI-COM-DCM-AT and the
      *  sales charge taken, SLS-CRE-CRG-AT.  APR-ESCROW-RELEASE and
      *  PLAN-SURRENDER-REFUND-LOAD only look at the two ends of a
      *  plan's life, so an amortization error made today stayed
      *  hidden until the plan completed or surrendered.
      *
      *  Yesterday's remaining balances per plan roll forward on
      *  PLAN-AMORT-IN / PLAN-AMORT-OUT, certified through
      *  GENERATION-GATE.  Today's DFA groups are stitched the usual
      *  way and each payment's decrements summed per account; a
      *  payment whose ISMT-SLS-CRG-DCM is not the SLS-CRE-CRG-AT it
      *  collected is reported on its own.  APR groups are stitched -
      *  SEQUENCE-NUMBER 1 for the account, 7 for the
      *  PLAN-PROSPECTUS-ID, 8 for the schedule - and each plan is
      *  proved:
      *    prior ISMT-IVT-RMN-CT    - today's ISMT-IVT-DCM-CT
      *    prior ISMT-SLS-CRG-RMN   - today's ISMT-SLS-CRG-DCM
      *    prior ISMT-FI-COM-RMN-AT - today's ISMT-FI-COM-DCM-AT
      *  must each equal today's APR SEQUENCE-NUMBER 8 value.  The
      *  first-year load is then held against the prospectus cap on
      *  the parameter file: SLS-CRG-FIR-YR-AT and FI-COM-FIR-YR-AT
      *  may not exceed the prospectus percentages of the plan's
      *  GRF-GROSS-AT.  A plan with no prior ledger row is opening and
      *  is carried without a roll-forward proof.  Payments against an
      *  account with no plan on today's APR are reported as well.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIRECT-FINANCIAL-ACTIVITY ASSIGN TO "DFANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCOUNT-POSITION ASSIGN TO "APRNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PLAN-AMORT-IN ASSIGN TO "AMORTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PLAN-AMORT-OUT ASSIGN TO "AMORTOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROSPECTUS-CAP-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AMORT-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DIRECT-FINANCIAL-ACTIVITY.
       01  DFA-RECORD.
           05  RECORD-TYPE                       PIC X(3).
               88  DIRECT-FINANCIAL-ACTIVITY-REC      VALUE 'DFA'.
           05  SEQUENCE-NUMBER                   PIC 9(3).
           05  DETAIL-RECORD-1.
               10  FILLER                        PIC X(28).
               10  FUND-CODE                     PIC 9(7).
               10  CUSTOMER-ACCOUNT-NUMBER       PIC X(20).
               10  FILLER                        PIC X(99).
           05  DETAIL-RECORD-5 REDEFINES DETAIL-RECORD-1.
               10  FILLER                        PIC X(49).
               10  DFA-PLAN-PROSPECTUS-ID        PIC 9(5).
               10  SLS-CRE-CRG-AT                PIC 9(13)V9(2).
               10  FILLER                        PIC X(27).
               10  ISMT-FI-COM-DCM-AT            PIC 9(13)V9(2).
               10  ISMT-IVT-DCM-CT               PIC 9(3)V9(6).
               10  ISMT-SLS-CRG-DCM              PIC 9(13)V9(2).
               10  FILLER                        PIC X(19).
       FD  ACCOUNT-POSITION.
       01  APR-RECORD.
           05  RECORD-TYPE-APR                   PIC X(3).
               88  ACCOUNT-ACTIVITY-REC              VALUE 'APR'.
           05  SEQUENCE-NUMBER-APR               PIC 9(3).
           05  APR-DETAIL-RECORD-1.
               10  FILLER                        PIC X(25).
               10  APR-FUND-CODE                 PIC 9(7).
               10  APR-CUSTOMER-ACCOUNT-NUMBER   PIC X(20).
               10  FILLER                        PIC X(102).
           05  APR-DETAIL-RECORD-7 REDEFINES APR-DETAIL-RECORD-1.
               10  PLAN-PROSPECTUS-ID            PIC 9(5).
               10  FILLER                        PIC X(149).
           05  APR-DETAIL-RECORD-8 REDEFINES APR-DETAIL-RECORD-1.
               10  FI-COM-FIR-YR-AT              PIC 9(13)V9(2).
               10  FILLER                        PIC X(15).
               10  SLS-CRG-FIR-YR-AT             PIC 9(13)V9(2).
               10  FILLER                        PIC X(15).
               10  ISMT-FI-COM-RMN-AT            PIC 9(13)V9(2).
               10  ISMT-END-IVT-CT               PIC 9(3)V9(6).
               10  ISMT-IVT-RMN-CT               PIC 9(3)V9(6).
               10  ISMT-SLS-CRG-RMN              PIC 9(13)V9(2).
               10  GRF-GROSS-AT                  PIC 9(13)V9(2).
               10  FILLER                        PIC X(31).
       FD  PLAN-AMORT-IN.
       01  PLAN-AMORT-IN-RECORD.
           05  AI-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  AI-FUND-CODE                      PIC 9(7).
           05  AI-PLAN-PROSPECTUS-ID             PIC 9(5).
           05  AI-RUN-DATE                       PIC 9(8).
           05  AI-ISMT-END-IVT-CT                PIC 9(3)V9(6).
           05  AI-ISMT-IVT-RMN-CT                PIC 9(3)V9(6).
           05  AI-ISMT-SLS-CRG-RMN               PIC 9(13)V9(2).
           05  AI-ISMT-FI-COM-RMN-AT             PIC 9(13)V9(2).
           05  AI-SLS-CRG-FIR-YR-AT              PIC 9(13)V9(2).
           05  AI-FI-COM-FIR-YR-AT               PIC 9(13)V9(2).
           05  AI-PAYMENT-COUNT                  PIC 9(5).
           05  AI-PROOF-STATUS                   PIC X(1).
           05  AI-CAP-STATUS                     PIC X(1).
       FD  PLAN-AMORT-OUT.
       01  PLAN-AMORT-OUT-RECORD.
           05  AO-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  AO-FUND-CODE                      PIC 9(7).
           05  AO-PLAN-PROSPECTUS-ID             PIC 9(5).
           05  AO-RUN-DATE                       PIC 9(8).
           05  AO-ISMT-END-IVT-CT                PIC 9(3)V9(6).
           05  AO-ISMT-IVT-RMN-CT                PIC 9(3)V9(6).
           05  AO-ISMT-SLS-CRG-RMN               PIC 9(13)V9(2).
           05  AO-ISMT-FI-COM-RMN-AT             PIC 9(13)V9(2).
           05  AO-SLS-CRG-FIR-YR-AT              PIC 9(13)V9(2).
           05  AO-FI-COM-FIR-YR-AT               PIC 9(13)V9(2).
           05  AO-PAYMENT-COUNT                  PIC 9(5).
           05  AO-PROOF-STATUS                   PIC X(1).
               88  AO-PROOF-PROVED                   VALUE 'P'.
               88  AO-PROOF-BROKEN                   VALUE 'B'.
               88  AO-PROOF-OPENING                  VALUE 'O'.
           05  AO-CAP-STATUS                     PIC X(1).
               88  AO-CAP-WITHIN                     VALUE 'P'.
               88  AO-CAP-EXCEEDED                   VALUE 'C'.
               88  AO-CAP-NOT-ON-FILE                VALUE 'N'.
       FD  PROSPECTUS-CAP-PARM.
       01  PROSPECTUS-CAP-RECORD.
           05  PC-PLAN-PROSPECTUS-ID             PIC 9(5).
           05  PC-SLS-CRG-CAP-PCT                PIC 9(1)V9(4).
           05  PC-FI-COM-CAP-PCT                 PIC 9(1)V9(4).
       FD  AMORT-RPT-FILE.
       01  AMORT-RPT-LINE                        PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-RUN-DATE                           PIC 9(8) VALUE ZERO.
       01  WS-MAX-PLANS                          PIC 9(6) VALUE 100000.
       01  WS-PRIOR-COUNT                        PIC 9(6) VALUE ZERO.
       01  WS-MAX-PAYMENTS                       PIC 9(6) VALUE 100000.
       01  WS-PAYMENT-COUNT                      PIC 9(6) VALUE ZERO.
       01  WS-MAX-CAPS                           PIC 9(4) VALUE 1000.
       01  WS-CAP-COUNT                          PIC 9(4) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-PRIOR-FOUND-SW                     PIC X(1) VALUE 'N'.
           88  WS-PRIOR-FOUND                        VALUE 'Y'.
       01  WS-PAYMENT-FOUND-SW                   PIC X(1) VALUE 'N'.
           88  WS-PAYMENT-FOUND                      VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(6) VALUE ZERO.
       01  WS-PRIOR-IDX                          PIC 9(6) VALUE ZERO.
       01  WS-PAYMENT-IDX                        PIC 9(6) VALUE ZERO.
       01  WS-GROUP-OPEN-SW                      PIC X(1) VALUE 'N'.
           88  WS-GROUP-OPEN                         VALUE 'Y'.
       01  WS-GRP-CUSTOMER-ACCOUNT-NBR           PIC X(20) VALUE
                                                  SPACES.
       01  WS-GRP-FUND-CODE                      PIC 9(7) VALUE ZERO.
       01  WS-GRP-PAYMENT-SW                     PIC X(1) VALUE 'N'.
           88  WS-GRP-PAYMENT                        VALUE 'Y'.
       01  WS-GRP-PROSPECTUS-ID                  PIC 9(5) VALUE ZERO.
       01  WS-GRP-SLS-CRE-CRG-AT                 PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GRP-IVT-DCM-CT                     PIC 9(3)V9(6)
                                                  VALUE ZERO.
       01  WS-GRP-SLS-CRG-DCM                    PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GRP-FI-COM-DCM-AT                  PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GRP-PLAN-SW                        PIC X(1) VALUE 'N'.
           88  WS-GRP-PLAN                           VALUE 'Y'.
       01  WS-GRP-END-IVT-CT                     PIC 9(3)V9(6)
                                                  VALUE ZERO.
       01  WS-GRP-IVT-RMN-CT                     PIC 9(3)V9(6)
                                                  VALUE ZERO.
       01  WS-GRP-SLS-CRG-RMN                    PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GRP-FI-COM-RMN-AT                  PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GRP-SLS-CRG-FIR-YR-AT              PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GRP-FI-COM-FIR-YR-AT               PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GRP-GRF-GROSS-AT                   PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-EXPECTED-AMOUNT                    PIC S9(13)V9(6)
                                                  VALUE ZERO.
       01  WS-ACTUAL-AMOUNT                      PIC S9(13)V9(6)
                                                  VALUE ZERO.
       01  WS-SLS-CRG-CAP-PCT                    PIC 9(1)V9(4)
                                                  VALUE ZERO.
       01  WS-FI-COM-CAP-PCT                     PIC 9(1)V9(4)
                                                  VALUE ZERO.
       01  WS-CAP-AMOUNT                         PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-PLAN-BREAK-SW                      PIC X(1) VALUE 'N'.
           88  WS-PLAN-BREAK                         VALUE 'Y'.
       01  WS-PLAN-CAP-SW                        PIC X(1) VALUE 'N'.
           88  WS-PLAN-OVER-CAP                      VALUE 'Y'.
       01  WS-PLANS-PROVED                       PIC 9(7) VALUE ZERO.
       01  WS-PLANS-BROKEN                       PIC 9(7) VALUE ZERO.
       01  WS-PLANS-OPENING                      PIC 9(7) VALUE ZERO.
       01  WS-CAP-VIOLATIONS                     PIC 9(7) VALUE ZERO.
       01  WS-PAYMENT-EXCEPTIONS                 PIC 9(7) VALUE ZERO.
       01  WS-GATE-IN-COUNT                      PIC 9(9) VALUE ZERO.
       01  WS-GATE-IN-TOTAL                      PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-GATE-OUT-COUNT                     PIC 9(9) VALUE ZERO.
       01  WS-GATE-OUT-TOTAL                     PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  GATE-CALL-AREA.
           05  GG-ACTION                         PIC X(4).
           05  GG-CHAIN-ID                       PIC X(20) VALUE
                                                  'PLAN-AMORT'.
           05  GG-RECORD-COUNT                   PIC 9(9).
           05  GG-CONTENT-TOTAL                  PIC S9(15)V9(2).
           05  GG-RUN-DATE                       PIC 9(8).
           05  GG-STATUS                         PIC X(1).
       01  PRIOR-PLAN-TABLE.
           05  PRIOR-PLAN-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-PRIOR-COUNT
                   INDEXED BY PRI-IDX.
               10  PP-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  PP-FUND-CODE                  PIC 9(7).
               10  PP-ISMT-IVT-RMN-CT            PIC 9(3)V9(6).
               10  PP-ISMT-SLS-CRG-RMN           PIC 9(13)V9(2).
               10  PP-ISMT-FI-COM-RMN-AT         PIC 9(13)V9(2).
       01  PAYMENT-TABLE.
           05  PAYMENT-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-PAYMENT-COUNT
                   INDEXED BY PAY-IDX.
               10  PY-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  PY-FUND-CODE                  PIC 9(7).
               10  PY-PAYMENT-COUNT              PIC 9(5).
               10  PY-IVT-DCM-CT                 PIC 9(5)V9(6).
               10  PY-SLS-CRG-DCM                PIC 9(13)V9(2).
               10  PY-FI-COM-DCM-AT              PIC 9(13)V9(2).
               10  PY-APPLIED-SW                 PIC X(1).
       01  PROSPECTUS-CAP-TABLE.
           05  PROSPECTUS-CAP-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-CAP-COUNT
                   INDEXED BY CAP-IDX.
               10  CT-PLAN-PROSPECTUS-ID         PIC 9(5).
               10  CT-SLS-CRG-CAP-PCT            PIC 9(1)V9(4).
               10  CT-FI-COM-CAP-PCT             PIC 9(1)V9(4).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'CONTRACTUAL PLAN AMORTIZATION EXCEPTION REPORT'.
       01  WS-COLUMN-LINE                        PIC X(120) VALUE
           'ACCOUNT              FUND    PROSP  CHECK  EXPECTED ACTUAL'.
       01  WS-DETAIL-LINE.
           05  DL-ACCOUNT-NUMBER                 PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-PROSPECTUS-ID                  PIC 9(5).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-CHECK-NAME                     PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-EXPECTED                       PIC -Z(12)9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-ACTUAL                         PIC -Z(12)9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-STATUS                         PIC X(30).
       01  WS-SUMMARY-LINE.
           05  FILLER                            PIC X(16) VALUE
               'PLANS PROVED: '.
           05  SL-PROVED-COUNT                   PIC ZZZZZZ9.
           05  FILLER                            PIC X(11) VALUE
               '  BROKEN: '.
           05  SL-BROKEN-COUNT                   PIC ZZZZZZ9.
           05  FILLER                            PIC X(12) VALUE
               '  OPENING: '.
           05  SL-OPENING-COUNT                  PIC ZZZZZZ9.
           05  FILLER                            PIC X(15) VALUE
               '  OVER CAP: '.
           05  SL-CAP-COUNT                      PIC ZZZZZZ9.
           05  FILLER                            PIC X(22) VALUE
               '  PAYMENT EXCEPTIONS: '.
           05  SL-PAYMENT-EXCEPTIONS             PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-PAYMENTS
           PERFORM 2900-APPLY-DFA-GROUP
           PERFORM 3000-PROVE-PLANS
           PERFORM 3900-APPLY-APR-GROUP
           PERFORM 4000-REPORT-UNAPPLIED-PAYMENTS
           PERFORM 5000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)) TO
               WS-RUN-DATE
           PERFORM 1100-LOAD-CAPS
           PERFORM 1200-LOAD-PRIOR-LEDGER
           OPEN OUTPUT PLAN-AMORT-OUT
           OPEN OUTPUT AMORT-RPT-FILE
           WRITE AMORT-RPT-LINE FROM WS-HEADLINE-1
           WRITE AMORT-RPT-LINE FROM WS-COLUMN-LINE.

       1100-LOAD-CAPS.
           OPEN INPUT PROSPECTUS-CAP-PARM
           PERFORM 1110-READ-CAP
               UNTIL WS-EOF
           CLOSE PROSPECTUS-CAP-PARM
           MOVE 'N' TO WS-EOF-SW.

       1110-READ-CAP.
           READ PROSPECTUS-CAP-PARM
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-CAP-COUNT < WS-MAX-CAPS
                       ADD 1 TO WS-CAP-COUNT
                       SET CAP-IDX TO WS-CAP-COUNT
                       MOVE PC-PLAN-PROSPECTUS-ID TO
                           CT-PLAN-PROSPECTUS-ID (CAP-IDX)
                       MOVE PC-SLS-CRG-CAP-PCT TO
                           CT-SLS-CRG-CAP-PCT (CAP-IDX)
                       MOVE PC-FI-COM-CAP-PCT TO
                           CT-FI-COM-CAP-PCT (CAP-IDX)
                   END-IF
           END-READ.

       1200-LOAD-PRIOR-LEDGER.
           OPEN INPUT PLAN-AMORT-IN
           PERFORM 1210-READ-PRIOR
               UNTIL WS-EOF
           CLOSE PLAN-AMORT-IN
           MOVE 'N' TO WS-EOF-SW
           PERFORM 1290-VERIFY-GENERATION.

       1210-READ-PRIOR.
           READ PLAN-AMORT-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-GATE-IN-COUNT
                   ADD AI-ISMT-SLS-CRG-RMN TO WS-GATE-IN-TOTAL
                   IF WS-PRIOR-COUNT < WS-MAX-PLANS
                       ADD 1 TO WS-PRIOR-COUNT
                       SET PRI-IDX TO WS-PRIOR-COUNT
                       MOVE AI-CUSTOMER-ACCOUNT-NUMBER TO
                           PP-CUSTOMER-ACCOUNT-NUMBER (PRI-IDX)
                       MOVE AI-FUND-CODE TO PP-FUND-CODE (PRI-IDX)
                       MOVE AI-ISMT-IVT-RMN-CT TO
                           PP-ISMT-IVT-RMN-CT (PRI-IDX)
                       MOVE AI-ISMT-SLS-CRG-RMN TO
                           PP-ISMT-SLS-CRG-RMN (PRI-IDX)
                       MOVE AI-ISMT-FI-COM-RMN-AT TO
                           PP-ISMT-FI-COM-RMN-AT (PRI-IDX)
                   END-IF
           END-READ.

       1290-VERIFY-GENERATION.
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

       2000-COLLECT-PAYMENTS.
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
                               PERFORM 2900-APPLY-DFA-GROUP
                               MOVE CUSTOMER-ACCOUNT-NUMBER TO
                                   WS-GRP-CUSTOMER-ACCOUNT-NBR
                               MOVE FUND-CODE TO WS-GRP-FUND-CODE
                               MOVE 'N' TO WS-GRP-PAYMENT-SW
                               SET WS-GROUP-OPEN TO TRUE
                           WHEN 5
                               MOVE DFA-PLAN-PROSPECTUS-ID TO
                                   WS-GRP-PROSPECTUS-ID
                               MOVE SLS-CRE-CRG-AT TO
                                   WS-GRP-SLS-CRE-CRG-AT
                               MOVE ISMT-IVT-DCM-CT TO
                                   WS-GRP-IVT-DCM-CT
                               MOVE ISMT-SLS-CRG-DCM TO
                                   WS-GRP-SLS-CRG-DCM
                               MOVE ISMT-FI-COM-DCM-AT TO
                                   WS-GRP-FI-COM-DCM-AT
                               IF ISMT-IVT-DCM-CT > ZERO
                                   OR ISMT-SLS-CRG-DCM > ZERO
                                   OR ISMT-FI-COM-DCM-AT > ZERO
                                   OR SLS-CRE-CRG-AT > ZERO
                                   SET WS-GRP-PAYMENT TO TRUE
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       2900-APPLY-DFA-GROUP.
           IF WS-GROUP-OPEN
               IF WS-GRP-PAYMENT
                   PERFORM 2910-CHECK-PAYMENT-CHARGE
                   PERFORM 2920-ACCUMULATE-PAYMENT
               END-IF
               MOVE 'N' TO WS-GROUP-OPEN-SW
           END-IF.

       2910-CHECK-PAYMENT-CHARGE.
           IF WS-GRP-SLS-CRG-DCM NOT = WS-GRP-SLS-CRE-CRG-AT
               ADD 1 TO WS-PAYMENT-EXCEPTIONS
               MOVE WS-GRP-CUSTOMER-ACCOUNT-NBR TO DL-ACCOUNT-NUMBER
               MOVE WS-GRP-FUND-CODE TO DL-FUND-CODE
               MOVE WS-GRP-PROSPECTUS-ID TO DL-PROSPECTUS-ID
               MOVE 'PAYMENT CHARGE DCM' TO DL-CHECK-NAME
               MOVE WS-GRP-SLS-CRE-CRG-AT TO DL-EXPECTED
               MOVE WS-GRP-SLS-CRG-DCM TO DL-ACTUAL
               MOVE '*** DCM NOT CHARGE TAKEN' TO DL-STATUS
               WRITE AMORT-RPT-LINE FROM WS-DETAIL-LINE
           END-IF.

       2920-ACCUMULATE-PAYMENT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING PAY-IDX FROM 1 BY 1
               UNTIL PAY-IDX > WS-PAYMENT-COUNT OR WS-FOUND
               IF PY-CUSTOMER-ACCOUNT-NUMBER (PAY-IDX)
                       = WS-GRP-CUSTOMER-ACCOUNT-NBR
                   AND PY-FUND-CODE (PAY-IDX) = WS-GRP-FUND-CODE
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO PAY-IDX
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-PAYMENT-COUNT < WS-MAX-PAYMENTS
               ADD 1 TO WS-PAYMENT-COUNT
               SET PAY-IDX TO WS-PAYMENT-COUNT
               MOVE WS-GRP-CUSTOMER-ACCOUNT-NBR TO
                   PY-CUSTOMER-ACCOUNT-NUMBER (PAY-IDX)
               MOVE WS-GRP-FUND-CODE TO PY-FUND-CODE (PAY-IDX)
               MOVE ZERO TO PY-PAYMENT-COUNT (PAY-IDX)
               MOVE ZERO TO PY-IVT-DCM-CT (PAY-IDX)
               MOVE ZERO TO PY-SLS-CRG-DCM (PAY-IDX)
               MOVE ZERO TO PY-FI-COM-DCM-AT (PAY-IDX)
               MOVE 'N' TO PY-APPLIED-SW (PAY-IDX)
               SET WS-FOUND TO TRUE
               SET WS-MATCHED-IDX TO PAY-IDX
           END-IF
           IF WS-FOUND
               ADD 1 TO PY-PAYMENT-COUNT (WS-MATCHED-IDX)
               ADD WS-GRP-IVT-DCM-CT TO
                   PY-IVT-DCM-CT (WS-MATCHED-IDX)
               ADD WS-GRP-SLS-CRG-DCM TO
                   PY-SLS-CRG-DCM (WS-MATCHED-IDX)
               ADD WS-GRP-FI-COM-DCM-AT TO
                   PY-FI-COM-DCM-AT (WS-MATCHED-IDX)
           END-IF.

       3000-PROVE-PLANS.
           OPEN INPUT ACCOUNT-POSITION
           PERFORM 3100-READ-APR
               UNTIL WS-EOF
           CLOSE ACCOUNT-POSITION
           MOVE 'N' TO WS-EOF-SW.

       3100-READ-APR.
           READ ACCOUNT-POSITION
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF ACCOUNT-ACTIVITY-REC
                       EVALUATE SEQUENCE-NUMBER-APR
                           WHEN 1
                               PERFORM 3900-APPLY-APR-GROUP
                               MOVE APR-CUSTOMER-ACCOUNT-NUMBER TO
                                   WS-GRP-CUSTOMER-ACCOUNT-NBR
                               MOVE APR-FUND-CODE TO WS-GRP-FUND-CODE
                               MOVE ZERO TO WS-GRP-PROSPECTUS-ID
                               MOVE 'N' TO WS-GRP-PLAN-SW
                               SET WS-GROUP-OPEN TO TRUE
                           WHEN 7
                               MOVE PLAN-PROSPECTUS-ID TO
                                   WS-GRP-PROSPECTUS-ID
                           WHEN 8
                               PERFORM 3110-CAPTURE-SCHEDULE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       3110-CAPTURE-SCHEDULE.
           MOVE ISMT-END-IVT-CT TO WS-GRP-END-IVT-CT
           MOVE ISMT-IVT-RMN-CT TO WS-GRP-IVT-RMN-CT
           MOVE ISMT-SLS-CRG-RMN TO WS-GRP-SLS-CRG-RMN
           MOVE ISMT-FI-COM-RMN-AT TO WS-GRP-FI-COM-RMN-AT
           MOVE SLS-CRG-FIR-YR-AT TO WS-GRP-SLS-CRG-FIR-YR-AT
           MOVE FI-COM-FIR-YR-AT TO WS-GRP-FI-COM-FIR-YR-AT
           MOVE GRF-GROSS-AT TO WS-GRP-GRF-GROSS-AT
           IF ISMT-END-IVT-CT > ZERO
               SET WS-GRP-PLAN TO TRUE
           END-IF.

       3900-APPLY-APR-GROUP.
           IF WS-GROUP-OPEN
               IF WS-GRP-PLAN
                   PERFORM 3910-PROVE-ONE-PLAN
               END-IF
               MOVE 'N' TO WS-GROUP-OPEN-SW
           END-IF.

       3910-PROVE-ONE-PLAN.
           MOVE 'N' TO WS-PLAN-BREAK-SW
           MOVE 'N' TO WS-PLAN-CAP-SW
           MOVE WS-GRP-CUSTOMER-ACCOUNT-NBR TO DL-ACCOUNT-NUMBER
           MOVE WS-GRP-FUND-CODE TO DL-FUND-CODE
           MOVE WS-GRP-PROSPECTUS-ID TO DL-PROSPECTUS-ID
           PERFORM 3920-FIND-PRIOR
           PERFORM 3930-FIND-PAYMENT
           MOVE SPACES TO PLAN-AMORT-OUT-RECORD
           IF WS-PRIOR-FOUND
               PERFORM 3940-CHECK-ROLL-FORWARD
               IF WS-PLAN-BREAK
                   SET AO-PROOF-BROKEN TO TRUE
                   ADD 1 TO WS-PLANS-BROKEN
               ELSE
                   SET AO-PROOF-PROVED TO TRUE
                   ADD 1 TO WS-PLANS-PROVED
               END-IF
           ELSE
               SET AO-PROOF-OPENING TO TRUE
               ADD 1 TO WS-PLANS-OPENING
           END-IF
           PERFORM 3960-CHECK-PROSPECTUS-CAP
           PERFORM 3980-WRITE-LEDGER.

       3920-FIND-PRIOR.
           MOVE 'N' TO WS-PRIOR-FOUND-SW
           PERFORM VARYING PRI-IDX FROM 1 BY 1
               UNTIL PRI-IDX > WS-PRIOR-COUNT OR WS-PRIOR-FOUND
               IF PP-CUSTOMER-ACCOUNT-NUMBER (PRI-IDX)
                       = WS-GRP-CUSTOMER-ACCOUNT-NBR
                   AND PP-FUND-CODE (PRI-IDX) = WS-GRP-FUND-CODE
                   SET WS-PRIOR-FOUND TO TRUE
                   SET WS-PRIOR-IDX TO PRI-IDX
               END-IF
           END-PERFORM.

       3930-FIND-PAYMENT.
           MOVE 'N' TO WS-PAYMENT-FOUND-SW
           PERFORM VARYING PAY-IDX FROM 1 BY 1
               UNTIL PAY-IDX > WS-PAYMENT-COUNT OR WS-PAYMENT-FOUND
               IF PY-CUSTOMER-ACCOUNT-NUMBER (PAY-IDX)
                       = WS-GRP-CUSTOMER-ACCOUNT-NBR
                   AND PY-FUND-CODE (PAY-IDX) = WS-GRP-FUND-CODE
                   SET WS-PAYMENT-FOUND TO TRUE
                   SET WS-PAYMENT-IDX TO PAY-IDX
                   MOVE 'Y' TO PY-APPLIED-SW (PAY-IDX)
               END-IF
           END-PERFORM.

       3940-CHECK-ROLL-FORWARD.
           MOVE PP-ISMT-IVT-RMN-CT (WS-PRIOR-IDX) TO WS-EXPECTED-AMOUNT
           IF WS-PAYMENT-FOUND
               SUBTRACT PY-IVT-DCM-CT (WS-PAYMENT-IDX)
                   FROM WS-EXPECTED-AMOUNT
           END-IF
           MOVE WS-GRP-IVT-RMN-CT TO WS-ACTUAL-AMOUNT
           MOVE 'INSTALLMENTS RMN' TO DL-CHECK-NAME
           PERFORM 3950-JUDGE-BALANCE
           MOVE PP-ISMT-SLS-CRG-RMN (WS-PRIOR-IDX) TO
               WS-EXPECTED-AMOUNT
           IF WS-PAYMENT-FOUND
               SUBTRACT PY-SLS-CRG-DCM (WS-PAYMENT-IDX)
                   FROM WS-EXPECTED-AMOUNT
           END-IF
           MOVE WS-GRP-SLS-CRG-RMN TO WS-ACTUAL-AMOUNT
           MOVE 'SALES CHARGE RMN' TO DL-CHECK-NAME
           PERFORM 3950-JUDGE-BALANCE
           MOVE PP-ISMT-FI-COM-RMN-AT (WS-PRIOR-IDX) TO
               WS-EXPECTED-AMOUNT
           IF WS-PAYMENT-FOUND
               SUBTRACT PY-FI-COM-DCM-AT (WS-PAYMENT-IDX)
                   FROM WS-EXPECTED-AMOUNT
           END-IF
           MOVE WS-GRP-FI-COM-RMN-AT TO WS-ACTUAL-AMOUNT
           MOVE 'DEALER COMM RMN' TO DL-CHECK-NAME
           PERFORM 3950-JUDGE-BALANCE.

       3950-JUDGE-BALANCE.
           IF WS-EXPECTED-AMOUNT NOT = WS-ACTUAL-AMOUNT
               SET WS-PLAN-BREAK TO TRUE
               MOVE WS-EXPECTED-AMOUNT TO DL-EXPECTED
               MOVE WS-ACTUAL-AMOUNT TO DL-ACTUAL
               MOVE '*** AMORTIZATION BREAK' TO DL-STATUS
               WRITE AMORT-RPT-LINE FROM WS-DETAIL-LINE
           END-IF.

       3960-CHECK-PROSPECTUS-CAP.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING CAP-IDX FROM 1 BY 1
               UNTIL CAP-IDX > WS-CAP-COUNT OR WS-FOUND
               IF CT-PLAN-PROSPECTUS-ID (CAP-IDX)
                       = WS-GRP-PROSPECTUS-ID
                   SET WS-FOUND TO TRUE
                   MOVE CT-SLS-CRG-CAP-PCT (CAP-IDX) TO
                       WS-SLS-CRG-CAP-PCT
                   MOVE CT-FI-COM-CAP-PCT (CAP-IDX) TO
                       WS-FI-COM-CAP-PCT
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               SET AO-CAP-NOT-ON-FILE TO TRUE
               MOVE 'PROSPECTUS CAP' TO DL-CHECK-NAME
               MOVE ZERO TO DL-EXPECTED
               MOVE ZERO TO DL-ACTUAL
               MOVE 'NO CAP ON FILE - NOT CHECKED' TO DL-STATUS
               WRITE AMORT-RPT-LINE FROM WS-DETAIL-LINE
           ELSE
               COMPUTE WS-CAP-AMOUNT ROUNDED =
                   WS-GRP-GRF-GROSS-AT * WS-SLS-CRG-CAP-PCT
               MOVE WS-GRP-SLS-CRG-FIR-YR-AT TO WS-ACTUAL-AMOUNT
               MOVE 'FIRST-YR SALES CHG' TO DL-CHECK-NAME
               PERFORM 3970-JUDGE-CAP
               COMPUTE WS-CAP-AMOUNT ROUNDED =
                   WS-GRP-GRF-GROSS-AT * WS-FI-COM-CAP-PCT
               MOVE WS-GRP-FI-COM-FIR-YR-AT TO WS-ACTUAL-AMOUNT
               MOVE 'FIRST-YR DEALER COM' TO DL-CHECK-NAME
               PERFORM 3970-JUDGE-CAP
               IF WS-PLAN-OVER-CAP
                   SET AO-CAP-EXCEEDED TO TRUE
                   ADD 1 TO WS-CAP-VIOLATIONS
               ELSE
                   SET AO-CAP-WITHIN TO TRUE
               END-IF
           END-IF.

       3970-JUDGE-CAP.
           IF WS-ACTUAL-AMOUNT > WS-CAP-AMOUNT
               SET WS-PLAN-OVER-CAP TO TRUE
               MOVE WS-CAP-AMOUNT TO DL-EXPECTED
               MOVE WS-ACTUAL-AMOUNT TO DL-ACTUAL
               MOVE '*** OVER PROSPECTUS CAP' TO DL-STATUS
               WRITE AMORT-RPT-LINE FROM WS-DETAIL-LINE
           END-IF.

       3980-WRITE-LEDGER.
           MOVE WS-GRP-CUSTOMER-ACCOUNT-NBR TO
               AO-CUSTOMER-ACCOUNT-NUMBER
           MOVE WS-GRP-FUND-CODE TO AO-FUND-CODE
           MOVE WS-GRP-PROSPECTUS-ID TO AO-PLAN-PROSPECTUS-ID
           MOVE WS-RUN-DATE TO AO-RUN-DATE
           MOVE WS-GRP-END-IVT-CT TO AO-ISMT-END-IVT-CT
           MOVE WS-GRP-IVT-RMN-CT TO AO-ISMT-IVT-RMN-CT
           MOVE WS-GRP-SLS-CRG-RMN TO AO-ISMT-SLS-CRG-RMN
           MOVE WS-GRP-FI-COM-RMN-AT TO AO-ISMT-FI-COM-RMN-AT
           MOVE WS-GRP-SLS-CRG-FIR-YR-AT TO AO-SLS-CRG-FIR-YR-AT
           MOVE WS-GRP-FI-COM-FIR-YR-AT TO AO-FI-COM-FIR-YR-AT
           IF WS-PAYMENT-FOUND
               MOVE PY-PAYMENT-COUNT (WS-PAYMENT-IDX) TO
                   AO-PAYMENT-COUNT
           ELSE
               MOVE ZERO TO AO-PAYMENT-COUNT
           END-IF
           ADD 1 TO WS-GATE-OUT-COUNT
           ADD AO-ISMT-SLS-CRG-RMN TO WS-GATE-OUT-TOTAL
           WRITE PLAN-AMORT-OUT-RECORD.

       4000-REPORT-UNAPPLIED-PAYMENTS.
           PERFORM VARYING PAY-IDX FROM 1 BY 1
               UNTIL PAY-IDX > WS-PAYMENT-COUNT
               IF PY-APPLIED-SW (PAY-IDX) NOT = 'Y'
                   ADD 1 TO WS-PAYMENT-EXCEPTIONS
                   MOVE PY-CUSTOMER-ACCOUNT-NUMBER (PAY-IDX) TO
                       DL-ACCOUNT-NUMBER
                   MOVE PY-FUND-CODE (PAY-IDX) TO DL-FUND-CODE
                   MOVE ZERO TO DL-PROSPECTUS-ID
                   MOVE 'PLAN PAYMENT' TO DL-CHECK-NAME
                   MOVE PY-SLS-CRG-DCM (PAY-IDX) TO DL-EXPECTED
                   MOVE ZERO TO DL-ACTUAL
                   MOVE '*** NO PLAN ON APR' TO DL-STATUS
                   WRITE AMORT-RPT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM.

       5000-FINALIZE.
           MOVE WS-PLANS-PROVED TO SL-PROVED-COUNT
           MOVE WS-PLANS-BROKEN TO SL-BROKEN-COUNT
           MOVE WS-PLANS-OPENING TO SL-OPENING-COUNT
           MOVE WS-CAP-VIOLATIONS TO SL-CAP-COUNT
           MOVE WS-PAYMENT-EXCEPTIONS TO SL-PAYMENT-EXCEPTIONS
           WRITE AMORT-RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE PLAN-AMORT-OUT
           PERFORM 5100-SAVE-GENERATION
           CLOSE AMORT-RPT-FILE.

       5100-SAVE-GENERATION.
           MOVE 'SAVE' TO GG-ACTION
           MOVE WS-GATE-OUT-COUNT TO GG-RECORD-COUNT
           MOVE WS-GATE-OUT-TOTAL TO GG-CONTENT-TOTAL
           MOVE WS-RUN-DATE TO GG-RUN-DATE
           CALL 'GENERATION-GATE' USING GG-ACTION GG-CHAIN-ID
               GG-RECORD-COUNT GG-CONTENT-TOTAL GG-RUN-DATE
               GG-STATUS.
