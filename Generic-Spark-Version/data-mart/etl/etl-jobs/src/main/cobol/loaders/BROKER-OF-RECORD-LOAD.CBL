       IDENTIFICATION DIVISION.
       PROGRAM-ID. BROKER-OF-RECORD-LOAD.
      ******************************************************************
      *  Broker-of-record change detection for
      *  ACCOUNT-MASTER-POSITION (AMP.TIP09).  When an account moves
      *  from one dealer to another its FINS-ID, DEALER-BRANCH-ID and
      *  REPRESENTATIVE-NUMBER change on AMP from one day to the next,
      *  and nothing noticed - trails, LOI commitments and commission
      *  accruals kept going to the old firm until someone complained.
      *  AMP-SCD2-LOAD tracks elections and status, not the dealer
      *  hierarchy.
      *
      *  Yesterday's dealer of record per account and fund is carried
      *  on DEALER-CURRENT-IN / DEALER-CURRENT-OUT and preloaded the
      *  way AMP-SCD2-LOAD preloads its current rows.  Today's AMP
      *  groups are stitched the way AMP-STITCH-LOAD stitches:
      *  SEQUENCE-NUMBER 1 carries the firm, branch, fund and account,
      *  SEQUENCE-NUMBER 3 the REPRESENTATIVE-NUMBER.  An account whose
      *  firm, branch or rep differs from yesterday's produces one
      *  change event (old and new firm/branch/rep, effective today).
      *  Each event drives:
      *    - BOR-NOTIFY-OUT    one notice to the losing firm and one to
      *                        the gaining firm (a single in-firm
      *                        notice where only the branch or rep
      *                        moved)
      *    - BOR-CUTOVER-OUT   a firm/branch cutover, read by
      *                        DEALER-COMM-PAYABLE-LOAD to stop
      *                        accruing to the old firm/branch (rep-only
      *                        moves do not change the payable)
      *    - the report        every open LOI-POSITION letter and every
      *                        CDSC lot with shares remaining that
      *                        follows the account to its new dealer
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-POSITION ASSIGN TO "FNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEALER-CURRENT-IN ASSIGN TO "BORCURRIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEALER-CURRENT-OUT ASSIGN TO "BORCURROUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BOR-CHANGE-EVENT-OUT ASSIGN TO "BORCHGOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BOR-NOTIFY-OUT ASSIGN TO "BORNTFYOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BOR-CUTOVER-OUT ASSIGN TO "BORCUTOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LOI-POSITION-IN ASSIGN TO "LOIPOSIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CDSC-LOT-IN ASSIGN TO "CDSCLOTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-DATE-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BOR-REPORT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-POSITION.
       01  AMP-RECORD.
           05  RECORD-CODE                       PIC X(3).
               88  ACCOUNT-MASTER-POSITION-REC        VALUE 'AMP'.
           05  SEQUENCE-NUMBER                   PIC 9(3).
           05  DETAIL-RECORD-1.
               10  FINS-ID                       PIC 9(7).
               10  DEALER-BRANCH-ID              PIC X(9).
               10  FILLER                        PIC X(9).
               10  FUND-CODE                     PIC 9(7).
               10  CUSTOMER-ACCOUNT-NUMBER       PIC X(20).
               10  FILLER                        PIC X(102).
           05  DETAIL-RECORD-3 REDEFINES DETAIL-RECORD-1.
               10  FILLER                        PIC X(105).
               10  REPRESENTATIVE-NUMBER         PIC X(9).
               10  REPRESENTATIVE-NAME           PIC X(30).
               10  FILLER                        PIC X(10).
       FD  DEALER-CURRENT-IN.
       01  DEALER-CURRENT-IN-RECORD.
           05  BI-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  BI-FUND-CODE                      PIC 9(7).
           05  BI-FINS-ID                        PIC 9(7).
           05  BI-DEALER-BRANCH-ID               PIC X(9).
           05  BI-REP-ID                         PIC X(9).
           05  BI-EFF-START-DATE                 PIC 9(8).
       FD  DEALER-CURRENT-OUT.
       01  DEALER-CURRENT-OUT-RECORD.
           05  BO-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  BO-FUND-CODE                      PIC 9(7).
           05  BO-FINS-ID                        PIC 9(7).
           05  BO-DEALER-BRANCH-ID               PIC X(9).
           05  BO-REP-ID                         PIC X(9).
           05  BO-EFF-START-DATE                 PIC 9(8).
       FD  BOR-CHANGE-EVENT-OUT.
       01  BOR-CHANGE-EVENT-RECORD.
           05  EV-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  EV-FUND-CODE                      PIC 9(7).
           05  EV-CHANGE-TYPE                    PIC X(1).
               88  EV-FIRM-CHANGE                    VALUE 'F'.
               88  EV-BRANCH-CHANGE                  VALUE 'B'.
               88  EV-REP-CHANGE                     VALUE 'R'.
           05  EV-OLD-FINS-ID                    PIC 9(7).
           05  EV-OLD-BRANCH-ID                  PIC X(9).
           05  EV-OLD-REP-ID                     PIC X(9).
           05  EV-NEW-FINS-ID                    PIC 9(7).
           05  EV-NEW-BRANCH-ID                  PIC X(9).
           05  EV-NEW-REP-ID                     PIC X(9).
           05  EV-EFFECTIVE-DATE                 PIC 9(8).
       FD  BOR-NOTIFY-OUT.
       01  BOR-NOTIFY-RECORD.
           05  NT-NOTIFY-FINS-ID                 PIC 9(7).
           05  NT-NOTIFY-ROLE                    PIC X(1).
               88  NT-LOSING-FIRM                    VALUE 'L'.
               88  NT-GAINING-FIRM                   VALUE 'G'.
               88  NT-WITHIN-FIRM                    VALUE 'W'.
           05  NT-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  NT-FUND-CODE                      PIC 9(7).
           05  NT-OLD-FINS-ID                    PIC 9(7).
           05  NT-OLD-BRANCH-ID                  PIC X(9).
           05  NT-OLD-REP-ID                     PIC X(9).
           05  NT-NEW-FINS-ID                    PIC 9(7).
           05  NT-NEW-BRANCH-ID                  PIC X(9).
           05  NT-NEW-REP-ID                     PIC X(9).
           05  NT-EFFECTIVE-DATE                 PIC 9(8).
       FD  BOR-CUTOVER-OUT.
       01  BOR-CUTOVER-RECORD.
           05  CU-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  CU-FUND-CODE                      PIC 9(7).
           05  CU-OLD-FINS-ID                    PIC 9(7).
           05  CU-OLD-BRANCH-ID                  PIC X(9).
           05  CU-NEW-FINS-ID                    PIC 9(7).
           05  CU-NEW-BRANCH-ID                  PIC X(9).
           05  CU-EFFECTIVE-DATE                 PIC 9(8).
       FD  LOI-POSITION-IN.
       01  LOI-POSITION-IN-RECORD.
           05  LP-LOI-NUMBER                     PIC 9(9).
           05  LP-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  LP-COMMITTED-AMOUNT               PIC 9(13)V9(2).
           05  LP-PURCHASED-AMOUNT               PIC 9(13)V9(2).
           05  LP-FIRST-TRADE-DATE               PIC 9(8).
           05  LP-EXPIRATION-DATE                PIC 9(8).
       FD  CDSC-LOT-IN.
       01  CDSC-LOT-IN-RECORD.
           05  CL-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  CL-FUND-CODE                      PIC 9(7).
           05  CL-TRADE-DATE                     PIC 9(8).
           05  CL-REMAINING-SHARES               PIC 9(11)V9(4).
       FD  RUN-DATE-PARM.
       01  RUN-DATE-PARM-RECORD.
           05  PARM-RUN-DATE                     PIC 9(8).
       FD  BOR-REPORT-FILE.
       01  BOR-REPORT-LINE                       PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-RUN-DATE                           PIC 9(8) VALUE ZERO.
       01  WS-MAX-CURRENT                        PIC 9(6) VALUE 100000.
       01  WS-CURRENT-COUNT                      PIC 9(6) VALUE ZERO.
       01  WS-MAX-CHANGES                        PIC 9(6) VALUE 20000.
       01  WS-CHANGE-COUNT                       PIC 9(6) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(6) VALUE ZERO.
       01  WS-GROUP-OPEN-SW                      PIC X(1) VALUE 'N'.
           88  WS-GROUP-OPEN                         VALUE 'Y'.
       01  WS-GRP-FINS-ID                        PIC 9(7) VALUE ZERO.
       01  WS-GRP-BRANCH-ID                      PIC X(9) VALUE
                                                  SPACES.
       01  WS-GRP-REP-ID                         PIC X(9) VALUE
                                                  SPACES.
       01  WS-GRP-FUND-CODE                      PIC 9(7) VALUE ZERO.
       01  WS-GRP-CUSTOMER-ACCOUNT-NBR           PIC X(20) VALUE
                                                  SPACES.
       01  WS-NEW-ACCOUNT-COUNT                  PIC 9(7) VALUE ZERO.
       01  WS-UNCHANGED-ACCOUNT-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-FIRM-CHANGE-COUNT                  PIC 9(7) VALUE ZERO.
       01  WS-BRANCH-CHANGE-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-REP-CHANGE-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-LOI-FOLLOW-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-LOT-FOLLOW-COUNT                   PIC 9(7) VALUE ZERO.
       01  CURRENT-DEALER-TABLE.
           05  CURRENT-DEALER-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-CURRENT-COUNT
                   INDEXED BY CURR-IDX.
               10  CT-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  CT-FUND-CODE                  PIC 9(7).
               10  CT-FINS-ID                    PIC 9(7).
               10  CT-DEALER-BRANCH-ID           PIC X(9).
               10  CT-REP-ID                     PIC X(9).
               10  CT-EFF-START-DATE             PIC 9(8).
       01  CHANGE-EVENT-TABLE.
           05  CHANGE-EVENT-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-CHANGE-COUNT
                   INDEXED BY CHG-IDX.
               10  CE-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  CE-FUND-CODE                  PIC 9(7).
               10  CE-OLD-FINS-ID                PIC 9(7).
               10  CE-NEW-FINS-ID                PIC 9(7).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'BROKER-OF-RECORD CHANGES - LOI AND CDSC LOTS FOLLOWING'.
       01  WS-COLUMN-LINE                        PIC X(120) VALUE
           'ITEM ACCOUNT              FUND    OLD-FIRM NEW-FIRM DETAIL'.
       01  WS-DETAIL-LINE.
           05  DL-ITEM-TYPE                      PIC X(4).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-ACCOUNT-NUMBER                 PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-OLD-FINS-ID                    PIC 9(7).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-NEW-FINS-ID                    PIC 9(7).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-ITEM-ID                        PIC 9(9).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-ITEM-DATE                      PIC 9(8).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-ITEM-AMOUNT                    PIC Z(12)9.9999.
       01  WS-SUMMARY-LINE.
           05  FILLER                            PIC X(16) VALUE
               'FIRM CHANGES: '.
           05  SL-FIRM-CHANGE-COUNT              PIC ZZZZZZ9.
           05  FILLER                            PIC X(12) VALUE
               '  BRANCH: '.
           05  SL-BRANCH-CHANGE-COUNT            PIC ZZZZZZ9.
           05  FILLER                            PIC X(9) VALUE
               '  REP: '.
           05  SL-REP-CHANGE-COUNT               PIC ZZZZZZ9.
           05  FILLER                            PIC X(15) VALUE
               '  LOI FOLLOW: '.
           05  SL-LOI-FOLLOW-COUNT               PIC ZZZZZZ9.
           05  FILLER                            PIC X(16) VALUE
               '  CDSC FOLLOW: '.
           05  SL-LOT-FOLLOW-COUNT               PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-FILE
               UNTIL WS-EOF
           PERFORM 2900-APPLY-GROUP
           MOVE 'N' TO WS-EOF-SW
           PERFORM 4000-REPORT-LOI-FOLLOWING
           PERFORM 4500-REPORT-LOTS-FOLLOWING
           PERFORM 5000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-RUN-DATE
           PERFORM 1200-LOAD-CURRENT-DEALERS
           OPEN INPUT ACCOUNT-MASTER-POSITION
           OPEN OUTPUT DEALER-CURRENT-OUT
           OPEN OUTPUT BOR-CHANGE-EVENT-OUT
           OPEN OUTPUT BOR-NOTIFY-OUT
           OPEN OUTPUT BOR-CUTOVER-OUT
           OPEN OUTPUT BOR-REPORT-FILE
           WRITE BOR-REPORT-LINE FROM WS-HEADLINE-1
           WRITE BOR-REPORT-LINE FROM WS-COLUMN-LINE
           PERFORM 9100-READ-NEXT.

       1100-LOAD-RUN-DATE.
           OPEN INPUT RUN-DATE-PARM
           READ RUN-DATE-PARM
               AT END
                   MOVE FUNCTION NUMVAL(
                        FUNCTION CURRENT-DATE(1:8)) TO WS-RUN-DATE
               NOT AT END
                   MOVE PARM-RUN-DATE TO WS-RUN-DATE
           END-READ
           CLOSE RUN-DATE-PARM.

       1200-LOAD-CURRENT-DEALERS.
           OPEN INPUT DEALER-CURRENT-IN
           PERFORM 1210-READ-CURRENT
           CLOSE DEALER-CURRENT-IN.

       1210-READ-CURRENT.
           READ DEALER-CURRENT-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-CURRENT-COUNT < WS-MAX-CURRENT
                       ADD 1 TO WS-CURRENT-COUNT
                       SET CURR-IDX TO WS-CURRENT-COUNT
                       MOVE BI-CUSTOMER-ACCOUNT-NUMBER TO
                           CT-CUSTOMER-ACCOUNT-NUMBER (CURR-IDX)
                       MOVE BI-FUND-CODE TO CT-FUND-CODE (CURR-IDX)
                       MOVE BI-FINS-ID TO CT-FINS-ID (CURR-IDX)
                       MOVE BI-DEALER-BRANCH-ID TO
                           CT-DEALER-BRANCH-ID (CURR-IDX)
                       MOVE BI-REP-ID TO CT-REP-ID (CURR-IDX)
                       MOVE BI-EFF-START-DATE TO
                           CT-EFF-START-DATE (CURR-IDX)
                       PERFORM 1210-READ-CURRENT
                   END-IF
           END-READ.

       2000-PROCESS-FILE.
           IF ACCOUNT-MASTER-POSITION-REC
               EVALUATE SEQUENCE-NUMBER
                   WHEN 1
                       PERFORM 2900-APPLY-GROUP
                       PERFORM 2100-START-GROUP
                   WHEN 3
                       MOVE REPRESENTATIVE-NUMBER TO WS-GRP-REP-ID
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 9100-READ-NEXT.

       2100-START-GROUP.
           MOVE FINS-ID TO WS-GRP-FINS-ID
           MOVE DEALER-BRANCH-ID TO WS-GRP-BRANCH-ID
           MOVE FUND-CODE TO WS-GRP-FUND-CODE
           MOVE CUSTOMER-ACCOUNT-NUMBER TO WS-GRP-CUSTOMER-ACCOUNT-NBR
           MOVE SPACES TO WS-GRP-REP-ID
           SET WS-GROUP-OPEN TO TRUE.

       2900-APPLY-GROUP.
           IF WS-GROUP-OPEN
               PERFORM 2200-LOOKUP-CURRENT
               IF NOT WS-FOUND
                   ADD 1 TO WS-NEW-ACCOUNT-COUNT
                   PERFORM 2400-OPEN-NEW-DEALER
               ELSE
                   IF CT-FINS-ID (WS-MATCHED-IDX) = WS-GRP-FINS-ID
                       AND CT-DEALER-BRANCH-ID (WS-MATCHED-IDX)
                           = WS-GRP-BRANCH-ID
                       AND CT-REP-ID (WS-MATCHED-IDX) = WS-GRP-REP-ID
                       ADD 1 TO WS-UNCHANGED-ACCOUNT-COUNT
                       PERFORM 2300-CARRY-FORWARD
                   ELSE
                       PERFORM 2500-WRITE-CHANGE-EVENT
                       PERFORM 2400-OPEN-NEW-DEALER
                   END-IF
               END-IF
               MOVE 'N' TO WS-GROUP-OPEN-SW
           END-IF.

       2200-LOOKUP-CURRENT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING CURR-IDX FROM 1 BY 1
               UNTIL CURR-IDX > WS-CURRENT-COUNT OR WS-FOUND
               IF CT-CUSTOMER-ACCOUNT-NUMBER (CURR-IDX)
                       = WS-GRP-CUSTOMER-ACCOUNT-NBR
                   AND CT-FUND-CODE (CURR-IDX) = WS-GRP-FUND-CODE
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO CURR-IDX
               END-IF
           END-PERFORM.

       2300-CARRY-FORWARD.
           MOVE CT-CUSTOMER-ACCOUNT-NUMBER (WS-MATCHED-IDX) TO
               BO-CUSTOMER-ACCOUNT-NUMBER
           MOVE CT-FUND-CODE (WS-MATCHED-IDX) TO BO-FUND-CODE
           MOVE CT-FINS-ID (WS-MATCHED-IDX) TO BO-FINS-ID
           MOVE CT-DEALER-BRANCH-ID (WS-MATCHED-IDX) TO
               BO-DEALER-BRANCH-ID
           MOVE CT-REP-ID (WS-MATCHED-IDX) TO BO-REP-ID
           MOVE CT-EFF-START-DATE (WS-MATCHED-IDX) TO
               BO-EFF-START-DATE
           WRITE DEALER-CURRENT-OUT-RECORD.

       2400-OPEN-NEW-DEALER.
           MOVE WS-GRP-CUSTOMER-ACCOUNT-NBR TO
               BO-CUSTOMER-ACCOUNT-NUMBER
           MOVE WS-GRP-FUND-CODE TO BO-FUND-CODE
           MOVE WS-GRP-FINS-ID TO BO-FINS-ID
           MOVE WS-GRP-BRANCH-ID TO BO-DEALER-BRANCH-ID
           MOVE WS-GRP-REP-ID TO BO-REP-ID
           MOVE WS-RUN-DATE TO BO-EFF-START-DATE
           WRITE DEALER-CURRENT-OUT-RECORD.

       2500-WRITE-CHANGE-EVENT.
           MOVE WS-GRP-CUSTOMER-ACCOUNT-NBR TO
               EV-CUSTOMER-ACCOUNT-NUMBER
           MOVE WS-GRP-FUND-CODE TO EV-FUND-CODE
           MOVE CT-FINS-ID (WS-MATCHED-IDX) TO EV-OLD-FINS-ID
           MOVE CT-DEALER-BRANCH-ID (WS-MATCHED-IDX) TO
               EV-OLD-BRANCH-ID
           MOVE CT-REP-ID (WS-MATCHED-IDX) TO EV-OLD-REP-ID
           MOVE WS-GRP-FINS-ID TO EV-NEW-FINS-ID
           MOVE WS-GRP-BRANCH-ID TO EV-NEW-BRANCH-ID
           MOVE WS-GRP-REP-ID TO EV-NEW-REP-ID
           MOVE WS-RUN-DATE TO EV-EFFECTIVE-DATE
           EVALUATE TRUE
               WHEN EV-OLD-FINS-ID NOT = EV-NEW-FINS-ID
                   MOVE 'F' TO EV-CHANGE-TYPE
                   ADD 1 TO WS-FIRM-CHANGE-COUNT
               WHEN EV-OLD-BRANCH-ID NOT = EV-NEW-BRANCH-ID
                   MOVE 'B' TO EV-CHANGE-TYPE
                   ADD 1 TO WS-BRANCH-CHANGE-COUNT
               WHEN OTHER
                   MOVE 'R' TO EV-CHANGE-TYPE
                   ADD 1 TO WS-REP-CHANGE-COUNT
           END-EVALUATE
           WRITE BOR-CHANGE-EVENT-RECORD
           PERFORM 2600-WRITE-NOTICES
           IF NOT EV-REP-CHANGE
               PERFORM 2700-WRITE-CUTOVER
           END-IF
           IF WS-CHANGE-COUNT < WS-MAX-CHANGES
               ADD 1 TO WS-CHANGE-COUNT
               SET CHG-IDX TO WS-CHANGE-COUNT
               MOVE EV-CUSTOMER-ACCOUNT-NUMBER TO
                   CE-CUSTOMER-ACCOUNT-NUMBER (CHG-IDX)
               MOVE EV-FUND-CODE TO CE-FUND-CODE (CHG-IDX)
               MOVE EV-OLD-FINS-ID TO CE-OLD-FINS-ID (CHG-IDX)
               MOVE EV-NEW-FINS-ID TO CE-NEW-FINS-ID (CHG-IDX)
           END-IF.

       2600-WRITE-NOTICES.
           MOVE EV-CUSTOMER-ACCOUNT-NUMBER TO
               NT-CUSTOMER-ACCOUNT-NUMBER
           MOVE EV-FUND-CODE TO NT-FUND-CODE
           MOVE EV-OLD-FINS-ID TO NT-OLD-FINS-ID
           MOVE EV-OLD-BRANCH-ID TO NT-OLD-BRANCH-ID
           MOVE EV-OLD-REP-ID TO NT-OLD-REP-ID
           MOVE EV-NEW-FINS-ID TO NT-NEW-FINS-ID
           MOVE EV-NEW-BRANCH-ID TO NT-NEW-BRANCH-ID
           MOVE EV-NEW-REP-ID TO NT-NEW-REP-ID
           MOVE EV-EFFECTIVE-DATE TO NT-EFFECTIVE-DATE
           IF EV-FIRM-CHANGE
               MOVE EV-OLD-FINS-ID TO NT-NOTIFY-FINS-ID
               MOVE 'L' TO NT-NOTIFY-ROLE
               WRITE BOR-NOTIFY-RECORD
               MOVE EV-NEW-FINS-ID TO NT-NOTIFY-FINS-ID
               MOVE 'G' TO NT-NOTIFY-ROLE
               WRITE BOR-NOTIFY-RECORD
           ELSE
               MOVE EV-NEW-FINS-ID TO NT-NOTIFY-FINS-ID
               MOVE 'W' TO NT-NOTIFY-ROLE
               WRITE BOR-NOTIFY-RECORD
           END-IF.

       2700-WRITE-CUTOVER.
           MOVE EV-CUSTOMER-ACCOUNT-NUMBER TO
               CU-CUSTOMER-ACCOUNT-NUMBER
           MOVE EV-FUND-CODE TO CU-FUND-CODE
           MOVE EV-OLD-FINS-ID TO CU-OLD-FINS-ID
           MOVE EV-OLD-BRANCH-ID TO CU-OLD-BRANCH-ID
           MOVE EV-NEW-FINS-ID TO CU-NEW-FINS-ID
           MOVE EV-NEW-BRANCH-ID TO CU-NEW-BRANCH-ID
           MOVE EV-EFFECTIVE-DATE TO CU-EFFECTIVE-DATE
           WRITE BOR-CUTOVER-RECORD.

       4000-REPORT-LOI-FOLLOWING.
           OPEN INPUT LOI-POSITION-IN
           PERFORM 4100-READ-LOI
               UNTIL WS-EOF
           CLOSE LOI-POSITION-IN
           MOVE 'N' TO WS-EOF-SW.

       4100-READ-LOI.
           READ LOI-POSITION-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF LP-PURCHASED-AMOUNT < LP-COMMITTED-AMOUNT
                       AND LP-EXPIRATION-DATE NOT < WS-RUN-DATE
                       PERFORM 4200-CHECK-LOI-ACCOUNT
                   END-IF
           END-READ.

       4200-CHECK-LOI-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING CHG-IDX FROM 1 BY 1
               UNTIL CHG-IDX > WS-CHANGE-COUNT OR WS-FOUND
               IF CE-CUSTOMER-ACCOUNT-NUMBER (CHG-IDX)
                       = LP-CUSTOMER-ACCOUNT-NUMBER
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO CHG-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND
               ADD 1 TO WS-LOI-FOLLOW-COUNT
               MOVE 'LOI' TO DL-ITEM-TYPE
               MOVE LP-CUSTOMER-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER
               MOVE CE-FUND-CODE (WS-MATCHED-IDX) TO DL-FUND-CODE
               MOVE CE-OLD-FINS-ID (WS-MATCHED-IDX) TO DL-OLD-FINS-ID
               MOVE CE-NEW-FINS-ID (WS-MATCHED-IDX) TO DL-NEW-FINS-ID
               MOVE LP-LOI-NUMBER TO DL-ITEM-ID
               MOVE LP-EXPIRATION-DATE TO DL-ITEM-DATE
               COMPUTE DL-ITEM-AMOUNT =
                   LP-COMMITTED-AMOUNT - LP-PURCHASED-AMOUNT
               WRITE BOR-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

       4500-REPORT-LOTS-FOLLOWING.
           OPEN INPUT CDSC-LOT-IN
           PERFORM 4600-READ-LOT
               UNTIL WS-EOF
           CLOSE CDSC-LOT-IN
           MOVE 'N' TO WS-EOF-SW.

       4600-READ-LOT.
           READ CDSC-LOT-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF CL-REMAINING-SHARES > ZERO
                       PERFORM 4700-CHECK-LOT-ACCOUNT
                   END-IF
           END-READ.

       4700-CHECK-LOT-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING CHG-IDX FROM 1 BY 1
               UNTIL CHG-IDX > WS-CHANGE-COUNT OR WS-FOUND
               IF CE-CUSTOMER-ACCOUNT-NUMBER (CHG-IDX)
                       = CL-CUSTOMER-ACCOUNT-NUMBER
                   AND CE-FUND-CODE (CHG-IDX) = CL-FUND-CODE
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO CHG-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND
               ADD 1 TO WS-LOT-FOLLOW-COUNT
               MOVE 'CDSC' TO DL-ITEM-TYPE
               MOVE CL-CUSTOMER-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER
               MOVE CL-FUND-CODE TO DL-FUND-CODE
               MOVE CE-OLD-FINS-ID (WS-MATCHED-IDX) TO DL-OLD-FINS-ID
               MOVE CE-NEW-FINS-ID (WS-MATCHED-IDX) TO DL-NEW-FINS-ID
               MOVE ZERO TO DL-ITEM-ID
               MOVE CL-TRADE-DATE TO DL-ITEM-DATE
               MOVE CL-REMAINING-SHARES TO DL-ITEM-AMOUNT
               WRITE BOR-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

       5000-FINALIZE.
           MOVE WS-FIRM-CHANGE-COUNT TO SL-FIRM-CHANGE-COUNT
           MOVE WS-BRANCH-CHANGE-COUNT TO SL-BRANCH-CHANGE-COUNT
           MOVE WS-REP-CHANGE-COUNT TO SL-REP-CHANGE-COUNT
           MOVE WS-LOI-FOLLOW-COUNT TO SL-LOI-FOLLOW-COUNT
           MOVE WS-LOT-FOLLOW-COUNT TO SL-LOT-FOLLOW-COUNT
           WRITE BOR-REPORT-LINE FROM WS-SUMMARY-LINE
           CLOSE ACCOUNT-MASTER-POSITION
           CLOSE DEALER-CURRENT-OUT
           CLOSE BOR-CHANGE-EVENT-OUT
           CLOSE BOR-NOTIFY-OUT
           CLOSE BOR-CUTOVER-OUT
           CLOSE BOR-REPORT-FILE.

       9100-READ-NEXT.
           READ ACCOUNT-MASTER-POSITION
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
