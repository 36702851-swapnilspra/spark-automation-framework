      *  feed's TOTAL-COMPENSATION-AT - summed per firm in one pass
      *  of the 858 file at initialization - with out-of-balance
      *  firms flagged on the statement.
      *
      *  The broker-of-record cutover file BROKER-OF-RECORD-LOAD
      *  writes when an account moves to a new firm or branch is
      *  loaded at initialization.  A DFA group for that account and
      *  fund traded on or after the cutover date, or a DVRA group for
      *  that account, that still carries the old firm/branch accrues
      *  to the new firm/branch, so commissions stop accruing to the
      *  losing dealer.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT COMM-RECAPTURE-FILE ASSIGN TO "RECAPNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BOR-CUTOVER-FILE ASSIGN TO "BORCUTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEALER-STATEMENT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
               10  FILLER                        PIC X(3).
               10  FINS-ID                       PIC 9(7).
               10  DEALER-BRANCH-ID              PIC X(9).
               10  FILLER                        PIC X(9).
               10  FUND-CODE                     PIC 9(7).
               10  CUSTOMER-ACCOUNT-NUMBER       PIC X(20).
               10  FILLER                        PIC X(62).
               10  TRADE-DATE                    PIC 9(8).
               10  FILLER                        PIC X(29).
           05  DETAIL-RECORD-2 REDEFINES DETAIL-RECORD-1.
               10  FILLER                        PIC X(79).
               10  DEALER-COMMISSION-AMOUNT      PIC 9(13)V9(2).
           05  DVRA-DETAIL-RECORD-1.
               10  DVRA-FINS-ID                  PIC 9(7).
               10  DVRA-DEALER-BRANCH-ID         PIC X(9).
               10  DVRA-CUSTOMER-ACCOUNT-NUMBER  PIC X(20).
               10  FILLER                        PIC X(118).
           05  DVRA-DETAIL-RECORD-5 REDEFINES DVRA-DETAIL-RECORD-1.
               10  FILLER                        PIC X(22).
               10  DEALER-COMMISSION             PIC 9(13)V9(2).
           05  RC-FINS-ID                        PIC 9(7).
           05  RC-DEALER-BRANCH-ID               PIC X(9).
           05  RC-PAYABLE-AMOUNT                 PIC S9(13)V9(2).
       FD  BOR-CUTOVER-FILE.
       01  BOR-CUTOVER-RECORD.
           05  CU-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  CU-FUND-CODE                      PIC 9(7).
           05  CU-OLD-FINS-ID                    PIC 9(7).
           05  CU-OLD-BRANCH-ID                  PIC X(9).
           05  CU-NEW-FINS-ID                    PIC 9(7).
           05  CU-NEW-BRANCH-ID                  PIC X(9).
           05  CU-EFFECTIVE-DATE                 PIC 9(8).
       FD  DEALER-STATEMENT-FILE.
       01  DEALER-STATEMENT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
                                                  SPACES.
       01  WS-GRP-ACCRUAL-AMOUNT                 PIC S9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GRP-CUSTOMER-ACCOUNT-NBR           PIC X(20) VALUE
                                                  SPACES.
       01  WS-GRP-FUND-CODE                      PIC 9(7) VALUE ZERO.
       01  WS-GRP-TRADE-DATE                     PIC 9(8) VALUE ZERO.
       01  WS-MAX-CUTOVERS                       PIC 9(5) VALUE 20000.
       01  WS-CUTOVER-COUNT                      PIC 9(5) VALUE ZERO.
       01  WS-CUTOVERS-APPLIED                   PIC 9(7) VALUE ZERO.
       01  WS-CUTOVER-FOUND-SW                   PIC X(1) VALUE 'N'.
           88  WS-CUTOVER-FOUND                      VALUE 'Y'.
       01  WS-LOOKUP-FINS-ID                     PIC 9(7) VALUE ZERO.
       01  WS-LOOKUP-BRANCH-ID                   PIC X(9) VALUE
                                                  SPACES.
                   INDEXED BY C858-IDX.
               10  C8-FINS-ID                    PIC 9(7).
               10  C8-TOTAL-COMPENSATION-AT      PIC 9(15)V9(2).
       01  BOR-CUTOVER-TABLE.
           05  BOR-CUTOVER-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-CUTOVER-COUNT
                   INDEXED BY CUT-IDX.
               10  CT-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  CT-FUND-CODE                  PIC 9(7).
               10  CT-OLD-FINS-ID                PIC 9(7).
               10  CT-OLD-BRANCH-ID              PIC X(9).
               10  CT-NEW-FINS-ID                PIC 9(7).
               10  CT-NEW-BRANCH-ID              PIC X(9).
               10  CT-EFFECTIVE-DATE             PIC 9(8).
       01  DEALER-PAYABLE-TABLE.
           05  DEALER-PAYABLE-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-DEALER-COUNT
           05  FILLER                            PIC X(22) VALUE
               '   858 TIE BREAKS: '.
           05  SL-TIE-BREAK-COUNT                PIC ZZZZ9.
           05  FILLER                            PIC X(18) VALUE
               '   BOR CUTOVERS: '.
           05  SL-CUTOVER-COUNT                  PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
       1000-INITIALIZE.
           PERFORM 1100-LOAD-PAYABLE-LEDGER
           PERFORM 1150-LOAD-RECAPTURES
           PERFORM 1170-LOAD-CUTOVERS
           PERFORM 1200-LOAD-858-TOTALS
           OPEN OUTPUT DEALER-STATEMENT-FILE
           WRITE DEALER-STATEMENT-LINE FROM WS-HEADLINE-1
                   END-IF
           END-READ.

       1170-LOAD-CUTOVERS.
           OPEN INPUT BOR-CUTOVER-FILE
           PERFORM 1180-READ-CUTOVER
               UNTIL WS-EOF
           CLOSE BOR-CUTOVER-FILE
           MOVE 'N' TO WS-EOF-SW.

       1180-READ-CUTOVER.
           READ BOR-CUTOVER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-CUTOVER-COUNT < WS-MAX-CUTOVERS
                       ADD 1 TO WS-CUTOVER-COUNT
                       SET CUT-IDX TO WS-CUTOVER-COUNT
                       MOVE CU-CUSTOMER-ACCOUNT-NUMBER TO
                           CT-CUSTOMER-ACCOUNT-NUMBER (CUT-IDX)
                       MOVE CU-FUND-CODE TO CT-FUND-CODE (CUT-IDX)
                       MOVE CU-OLD-FINS-ID TO CT-OLD-FINS-ID (CUT-IDX)
                       MOVE CU-OLD-BRANCH-ID TO
                           CT-OLD-BRANCH-ID (CUT-IDX)
                       MOVE CU-NEW-FINS-ID TO CT-NEW-FINS-ID (CUT-IDX)
                       MOVE CU-NEW-BRANCH-ID TO
                           CT-NEW-BRANCH-ID (CUT-IDX)
                       MOVE CU-EFFECTIVE-DATE TO
                           CT-EFFECTIVE-DATE (CUT-IDX)
                   END-IF
           END-READ.

       1200-LOAD-858-TOTALS.
           OPEN INPUT 858-REPORT
           PERFORM 1210-READ-858
       2200-START-GROUP.
           MOVE FINS-ID TO WS-GRP-FINS-ID
           MOVE DEALER-BRANCH-ID TO WS-GRP-BRANCH-ID
           MOVE CUSTOMER-ACCOUNT-NUMBER TO WS-GRP-CUSTOMER-ACCOUNT-NBR
           MOVE FUND-CODE TO WS-GRP-FUND-CODE
           MOVE TRADE-DATE TO WS-GRP-TRADE-DATE
           MOVE ZERO TO WS-GRP-ACCRUAL-AMOUNT
           SET WS-GROUP-OPEN TO TRUE.

       2900-APPLY-GROUP.
           IF WS-GROUP-OPEN
               IF WS-GRP-ACCRUAL-AMOUNT NOT = ZERO
                   PERFORM 2950-APPLY-CUTOVER
                   MOVE WS-GRP-FINS-ID TO WS-LOOKUP-FINS-ID
                   MOVE WS-GRP-BRANCH-ID TO WS-LOOKUP-BRANCH-ID
                   PERFORM 8100-LOOKUP-DEALER
               MOVE 'N' TO WS-GROUP-OPEN-SW
           END-IF.

       2950-APPLY-CUTOVER.
           MOVE 'N' TO WS-CUTOVER-FOUND-SW
           PERFORM VARYING CUT-IDX FROM 1 BY 1
               UNTIL CUT-IDX > WS-CUTOVER-COUNT OR WS-CUTOVER-FOUND
               IF CT-CUSTOMER-ACCOUNT-NUMBER (CUT-IDX)
                       = WS-GRP-CUSTOMER-ACCOUNT-NBR
                   AND CT-OLD-FINS-ID (CUT-IDX) = WS-GRP-FINS-ID
                   AND CT-OLD-BRANCH-ID (CUT-IDX) = WS-GRP-BRANCH-ID
                   AND (WS-GRP-FUND-CODE = ZERO
                       OR CT-FUND-CODE (CUT-IDX) = WS-GRP-FUND-CODE)
                   AND (WS-GRP-TRADE-DATE = ZERO
                       OR WS-GRP-TRADE-DATE
                           NOT < CT-EFFECTIVE-DATE (CUT-IDX))
                   SET WS-CUTOVER-FOUND TO TRUE
                   MOVE CT-NEW-FINS-ID (CUT-IDX) TO WS-GRP-FINS-ID
                   MOVE CT-NEW-BRANCH-ID (CUT-IDX) TO WS-GRP-BRANCH-ID
                   ADD 1 TO WS-CUTOVERS-APPLIED
               END-IF
           END-PERFORM.

       3000-ACCRUE-DVRA-COMMISSIONS.
           OPEN INPUT DIVIDEND-REFRESHER
           PERFORM 3100-READ-DVRA
                               MOVE DVRA-FINS-ID TO WS-GRP-FINS-ID
                               MOVE DVRA-DEALER-BRANCH-ID TO
                                   WS-GRP-BRANCH-ID
                               MOVE DVRA-CUSTOMER-ACCOUNT-NUMBER TO
                                   WS-GRP-CUSTOMER-ACCOUNT-NBR
                               MOVE ZERO TO WS-GRP-FUND-CODE
                               MOVE ZERO TO WS-GRP-TRADE-DATE
                               MOVE ZERO TO WS-GRP-ACCRUAL-AMOUNT
                               SET WS-GROUP-OPEN TO TRUE
                           WHEN 5
           PERFORM 5900-SAVE-GENERATION
           MOVE WS-FIRMS-REPORTED TO SL-FIRM-COUNT
           MOVE WS-TIE-BREAK-COUNT TO SL-TIE-BREAK-COUNT
           MOVE WS-CUTOVERS-APPLIED TO SL-CUTOVER-COUNT
           WRITE DEALER-STATEMENT-LINE FROM WS-SUMMARY-LINE
           CLOSE DEALER-STATEMENT-FILE.

