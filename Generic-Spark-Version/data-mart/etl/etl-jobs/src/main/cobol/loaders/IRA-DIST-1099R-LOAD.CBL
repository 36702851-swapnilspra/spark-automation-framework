       IDENTIFICATION DIVISION.
       PROGRAM-ID. IRA-DIST-1099R-LOAD.
      ******************************************************************
      *  IRA distribution year-to-date accumulation and Form 1099-R
      *  extract.  IRA-CONTRIB-TRACK-LOAD gives the custodian its
      *  5498 contributions and COST-BASIS-LEDGER-LOAD its 1099-B
      *  sales, but money coming out of an IRA was still assembled
      *  for the 1099-R by the custodian from our blotters.
      *
      *  Each DFA group is stitched the way AMP-STITCH-LOAD stitches:
      *  SEQUENCE-NUMBER 1 carries the TRANSACTION-CODE and
      *  TRANSACTION-SUFFIX, effect code, gross amount and trade date,
      *  2 the SOCIAL-SECURITY-NBR, 3 the FUND-FROM-TO /
      *  ACCOUNT-FROM-TO cross-reference, 4 the NSCC-IRA-CODE and 7
      *  the eleven-digit ACCOUNT-NUMBER DFA-EXCHANGE-PAIR-RPT pairs
      *  exchange legs on.  Every redemption (SHARE-BALANCE-SUBTRACT)
      *  on an IRA-coded account is a distribution payment.
      *
      *  The distribution code is assigned per payment:
      *    - the code/suffix pair is looked up in the distribution
      *      map rows of the parameter file (N normal, E early,
      *      R rollover, T transfer, X excess-contribution removal)
      *      and must be an active pair on the transaction-code
      *      dictionary TRAN-CODE-MASTER-MAINT maintains; a pair
      *      missing from either is booked as normal and reported;
      *    - a payment whose FUND-FROM-TO / ACCOUNT-FROM-TO points at
      *      another IRA-coded account in the same cycle is a
      *      trustee-to-trustee transfer unless mapped as a rollover
      *      or excess removal.
      *  Transfers stay off the form.  Roth accounts are recognised
      *  from FID-ACCT-TYPE-CD on DIVIDEND-REFRESHER SEQUENCE-NUMBER
      *  7 and the Roth flag is carried on the ledger once seen.
      *  Traditional normal, early and excess-removal payments are
      *  taxable in full; rollovers and Roth payments carry no
      *  taxable amount (the Roth taxable amount is not determined).
      *
      *  Payments accumulate per TIN, tax year, account and
      *  distribution code in a ledger rolling forward on
      *  IRA-DIST-IN / IRA-DIST-OUT.  Federal withholding is the
      *  year-to-date 1099B-GROSS-WITHHOLD-AMT on ACCOUNT-POSITION
      *  SEQUENCE-NUMBER 4 - cumulative, as WHLD-LIABILITY-LEDGER
      *  treats it - set on the account's most recently paid ledger
      *  row.  The extract is summarised per TIN, Roth flag and
      *  distribution code for the tax year and feeds the 1099-R
      *  filing; the control report ties today's gross IRA
      *  redemptions to what was booked, excluded and rejected.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIRECT-FINANCIAL-ACTIVITY ASSIGN TO "DFANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIVIDEND-REFRESHER ASSIGN TO "DVRANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCOUNT-POSITION ASSIGN TO "APRNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRANCODE-MASTER-FILE ASSIGN TO "TRCMSTNAME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRCMST-FS.
           SELECT IRA-DIST-IN ASSIGN TO "IRADISTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT IRA-DIST-OUT ASSIGN TO "IRADISTOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FORM1099R-EXTRACT-FILE ASSIGN TO "EXTRNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT IRA-DIST-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT IRA-DIST-RPT-FILE ASSIGN TO "RPTNAME"
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
               10  FILLER                        PIC X(16).
               10  TRANSACTION-CODE              PIC 9(3).
               10  TRANSACTION-SUFFIX            PIC 9(3).
               10  SHARE-BALANCE-EFFECT-CODE     PIC X(1).
                   88  SHARE-BALANCE-SUBTRACT        VALUE 'S'.
               10  FILLER                        PIC X(9).
               10  TRANSACTION-GROSS-AMOUNT      PIC 9(13)V9(2).
               10  FILLER                        PIC X(15).
               10  TRADE-DATE.
                   15  TRADE-YYYY-DATE           PIC 9(4).
                   15  TRADE-MMDD-DATE           PIC 9(4).
               10  FILLER                        PIC X(29).
           05  DETAIL-RECORD-2 REDEFINES DETAIL-RECORD-1.
               10  FILLER                        PIC X(126).
               10  SOCIAL-SECURITY-NBR           PIC 9(9).
               10  FILLER                        PIC X(19).
           05  DETAIL-RECORD-3 REDEFINES DETAIL-RECORD-1.
               10  FILLER                        PIC X(4).
               10  FUND-FROM-TO                  PIC 9(7).
               10  ACCOUNT-FROM-TO               PIC 9(11).
               10  FILLER                        PIC X(132).
           05  DETAIL-RECORD-4 REDEFINES DETAIL-RECORD-1.
               10  FILLER                        PIC X(149).
               10  NSCC-IRA-CODE                 PIC X(1).
               10  FILLER                        PIC X(4).
           05  DETAIL-RECORD-7-AREA REDEFINES DETAIL-RECORD-1.
               10  FILLER                        PIC X(7).
               10  ACCOUNT-NUMBER                PIC 9(11).
               10  FILLER                        PIC X(136).
       FD  DIVIDEND-REFRESHER.
       01  DIVIDEND-REFRESHER-RECORD.
           05  DVRA-RECORD-TYPE                  PIC X(3).
               88  DVRA-DETAIL-REC                   VALUE 'DVR'
                                                        'CGR' 'FTR'.
           05  DVRA-SEQUENCE-NUMBER              PIC 9(3).
           05  DVRA-DETAIL-RECORD-1.
               10  FILLER                        PIC X(16).
               10  DVRA-CUSTOMER-ACCOUNT-NBR     PIC X(20).
               10  FILLER                        PIC X(118).
           05  DVRA-DETAIL-RECORD-7 REDEFINES DVRA-DETAIL-RECORD-1.
               10  DVRA-FUND-CODE                PIC 9(7).
               10  FILLER                        PIC X(21).
               10  FID-ACCT-TYPE-CD              PIC X(1).
               10  FILLER                        PIC X(125).
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
           05  APR-DETAIL-RECORD-4 REDEFINES APR-DETAIL-RECORD-1.
               10  FILLER                        PIC X(105).
               10  1099B-GROSS-WITHHOLD-AMT      PIC 9(13)V9(2).
               10  FILLER                        PIC X(34).
       FD  TRANCODE-MASTER-FILE.
       01  TRANCODE-MASTER-RECORD.
           05  TM-TRANSACTION-CODE               PIC 9(3).
           05  TM-TRANSACTION-SUFFIX             PIC 9(3).
           05  TM-DESCRIPTION-TEXT               PIC X(30).
           05  TM-EXPECTED-EFFECT-CDE            PIC X(1).
           05  TM-STATUS-CDE                     PIC X(1).
       FD  IRA-DIST-IN.
       01  IRA-DIST-IN-RECORD.
           05  DI-TAX-ID-NUMBER                  PIC 9(9).
           05  DI-TAX-YEAR                       PIC 9(4).
           05  DI-FUND-CODE                      PIC 9(7).
           05  DI-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  DI-ROTH-IND                       PIC X(1).
           05  DI-DISTRIBUTION-CODE              PIC X(1).
           05  DI-GROSS-DISTRIBUTION             PIC 9(13)V9(2).
           05  DI-TAXABLE-AMOUNT                 PIC 9(13)V9(2).
           05  DI-FEDERAL-WITHHOLDING            PIC 9(13)V9(2).
           05  DI-PAYMENT-COUNT                  PIC 9(5).
           05  DI-LAST-PAYMENT-DATE              PIC 9(8).
       FD  IRA-DIST-OUT.
       01  IRA-DIST-OUT-RECORD.
           05  DO-TAX-ID-NUMBER                  PIC 9(9).
           05  DO-TAX-YEAR                       PIC 9(4).
           05  DO-FUND-CODE                      PIC 9(7).
           05  DO-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  DO-ROTH-IND                       PIC X(1).
           05  DO-DISTRIBUTION-CODE              PIC X(1).
           05  DO-GROSS-DISTRIBUTION             PIC 9(13)V9(2).
           05  DO-TAXABLE-AMOUNT                 PIC 9(13)V9(2).
           05  DO-FEDERAL-WITHHOLDING            PIC 9(13)V9(2).
           05  DO-PAYMENT-COUNT                  PIC 9(5).
           05  DO-LAST-PAYMENT-DATE              PIC 9(8).
       FD  FORM1099R-EXTRACT-FILE.
       01  FORM1099R-EXTRACT-RECORD.
           05  XR-TAX-ID-NUMBER                  PIC 9(9).
           05  XR-TAX-YEAR                       PIC 9(4).
           05  XR-ROTH-IND                       PIC X(1).
           05  XR-DISTRIBUTION-CODE              PIC X(1).
           05  XR-GROSS-DISTRIBUTION             PIC 9(13)V9(2).
           05  XR-TAXABLE-AMOUNT                 PIC 9(13)V9(2).
           05  XR-TAXABLE-NOT-DETERMINED         PIC X(1).
           05  XR-FEDERAL-WITHHOLDING            PIC 9(13)V9(2).
       FD  IRA-DIST-PARM.
       01  IRA-DIST-PARM-RECORD.
           05  PARM-ROW-TYPE                     PIC X(1).
               88  PARM-CONTROL-ROW                  VALUE 'C'.
               88  PARM-MAP-ROW                      VALUE 'M'.
           05  PARM-CONTROL-DATA.
               10  PARM-RUN-DATE                 PIC 9(8).
               10  PARM-TAX-YEAR                 PIC 9(4).
               10  PARM-ROTH-ACCT-TYPE-CD        PIC X(1).
           05  PARM-MAP-DATA REDEFINES PARM-CONTROL-DATA.
               10  PARM-TRANSACTION-CODE         PIC 9(3).
               10  PARM-TRANSACTION-SUFFIX       PIC 9(3).
               10  PARM-DISTRIBUTION-CLASS       PIC X(1).
               10  FILLER                        PIC X(6).
       FD  IRA-DIST-RPT-FILE.
       01  IRA-DIST-RPT-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-TRCMST-FS                          PIC X(2) VALUE '00'.
       01  WS-RUN-DATE                           PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR                       PIC 9(4).
           05  WS-RUN-MMDD                       PIC 9(4).
       01  WS-TAX-YEAR                           PIC 9(4) VALUE ZERO.
       01  WS-ROTH-ACCT-TYPE-CD                  PIC X(1) VALUE 'R'.
       01  WS-MAX-ENTRIES                        PIC 9(6) VALUE 100000.
       01  WS-ENTRY-COUNT                        PIC 9(6) VALUE ZERO.
       01  WS-MAX-CODES                          PIC 9(5) VALUE 5000.
       01  WS-MASTER-COUNT                       PIC 9(5) VALUE ZERO.
       01  WS-MAP-COUNT                          PIC 9(5) VALUE ZERO.
       01  WS-MAX-ACCOUNTS                       PIC 9(6) VALUE 50000.
       01  WS-ROTH-COUNT                         PIC 9(6) VALUE ZERO.
       01  WS-IRA-ACCT-COUNT                     PIC 9(6) VALUE ZERO.
       01  WS-MAX-PAYMENTS                       PIC 9(6) VALUE 50000.
       01  WS-PAYMENT-COUNT                      PIC 9(6) VALUE ZERO.
       01  WS-EXTRACT-COUNT                      PIC 9(6) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(6) VALUE ZERO.
       01  WS-LATEST-IDX                         PIC 9(6) VALUE ZERO.
       01  WS-LATEST-DATE                        PIC 9(8) VALUE ZERO.
       01  WS-GROUP-OPEN-SW                      PIC X(1) VALUE 'N'.
           88  WS-GROUP-OPEN                         VALUE 'Y'.
       01  WS-GRP-FUND-CODE                      PIC 9(7) VALUE ZERO.
       01  WS-GRP-CUSTOMER-ACCOUNT-NBR           PIC X(20) VALUE
                                                  SPACES.
       01  WS-GRP-TRANSACTION-CODE               PIC 9(3) VALUE ZERO.
       01  WS-GRP-TRANSACTION-SUFFIX             PIC 9(3) VALUE ZERO.
       01  WS-GRP-EFFECT-CODE                    PIC X(1) VALUE SPACE.
       01  WS-GRP-GROSS-AMOUNT                   PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GRP-TRADE-DATE                     PIC 9(8) VALUE ZERO.
       01  WS-GRP-TAX-ID-NUMBER                  PIC 9(9) VALUE ZERO.
       01  WS-GRP-FUND-FROM-TO                   PIC 9(7) VALUE ZERO.
       01  WS-GRP-ACCT-FROM-TO                   PIC 9(11) VALUE ZERO.
       01  WS-GRP-IRA-CODE                       PIC X(1) VALUE SPACE.
       01  WS-GRP-ACCOUNT-NUMBER                 PIC 9(11) VALUE ZERO.
       01  WS-DVRA-ACCOUNT-NBR                   PIC X(20) VALUE
                                                  SPACES.
       01  WS-ROTH-FUND-CODE                     PIC 9(7) VALUE ZERO.
       01  WS-ROTH-ACCOUNT-NBR                   PIC X(20) VALUE
                                                  SPACES.
       01  WS-APR-FUND-CODE                      PIC 9(7) VALUE ZERO.
       01  WS-APR-ACCOUNT-NBR                    PIC X(20) VALUE
                                                  SPACES.
       01  WS-DIST-CLASS                         PIC X(1) VALUE SPACE.
           88  WS-CLASS-NORMAL                       VALUE 'N'.
           88  WS-CLASS-EARLY                        VALUE 'E'.
           88  WS-CLASS-ROLLOVER                     VALUE 'R'.
           88  WS-CLASS-TRANSFER                     VALUE 'T'.
           88  WS-CLASS-EXCESS-REMOVAL               VALUE 'X'.
       01  WS-ROTH-IND                           PIC X(1) VALUE 'N'.
       01  WS-DISTRIBUTION-CODE                  PIC X(1) VALUE SPACE.
       01  WS-TAXABLE-AMOUNT                     PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-PAYMENTS-BOOKED                    PIC 9(7) VALUE ZERO.
       01  WS-TRANSFERS-EXCLUDED                 PIC 9(7) VALUE ZERO.
       01  WS-PAYMENTS-REJECTED                  PIC 9(7) VALUE ZERO.
       01  WS-DFA-IRA-GROSS                      PIC 9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-BOOKED-GROSS                       PIC 9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-TRANSFER-GROSS                     PIC 9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-REJECTED-GROSS                     PIC 9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-CONTROL-DIFFERENCE                 PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-EXTRACT-GROSS                      PIC 9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-GATE-IN-COUNT                      PIC 9(9) VALUE ZERO.
       01  WS-GATE-IN-TOTAL                      PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-GATE-OUT-COUNT                     PIC 9(9) VALUE ZERO.
       01  WS-GATE-OUT-TOTAL                     PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  GATE-CALL-AREA.
           05  GG-ACTION                         PIC X(4).
           05  GG-CHAIN-ID                       PIC X(20) VALUE
                                                  'IRA-DIST'.
           05  GG-RECORD-COUNT                   PIC 9(9).
           05  GG-CONTENT-TOTAL                  PIC S9(15)V9(2).
           05  GG-RUN-DATE                       PIC 9(8).
           05  GG-STATUS                         PIC X(1).
       01  IRA-DIST-TABLE.
           05  IRA-DIST-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-ENTRY-COUNT
                   INDEXED BY DST-IDX.
               10  ID-TAX-ID-NUMBER              PIC 9(9).
               10  ID-TAX-YEAR                   PIC 9(4).
               10  ID-FUND-CODE                  PIC 9(7).
               10  ID-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  ID-ROTH-IND                   PIC X(1).
               10  ID-DISTRIBUTION-CODE          PIC X(1).
               10  ID-GROSS-DISTRIBUTION         PIC 9(13)V9(2).
               10  ID-TAXABLE-AMOUNT             PIC 9(13)V9(2).
               10  ID-FEDERAL-WITHHOLDING        PIC 9(13)V9(2).
               10  ID-PAYMENT-COUNT              PIC 9(5).
               10  ID-LAST-PAYMENT-DATE          PIC 9(8).
       01  TRANCODE-MASTER-TABLE.
           05  TRANCODE-MASTER-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-MASTER-COUNT
                   INDEXED BY MST-IDX.
               10  TC-TRANSACTION-CODE           PIC 9(3).
               10  TC-TRANSACTION-SUFFIX         PIC 9(3).
               10  TC-STATUS-CDE                 PIC X(1).
       01  DIST-MAP-TABLE.
           05  DIST-MAP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-MAP-COUNT
                   INDEXED BY MAP-IDX.
               10  DM-TRANSACTION-CODE           PIC 9(3).
               10  DM-TRANSACTION-SUFFIX         PIC 9(3).
               10  DM-DISTRIBUTION-CLASS         PIC X(1).
       01  ROTH-ACCOUNT-TABLE.
           05  ROTH-ACCOUNT-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-ROTH-COUNT
                   INDEXED BY RTH-IDX.
               10  RA-FUND-CODE                  PIC 9(7).
               10  RA-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
       01  IRA-ACCOUNT-TABLE.
           05  IRA-ACCOUNT-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-IRA-ACCT-COUNT
                   INDEXED BY IRA-IDX.
               10  IA-FUND-CODE                  PIC 9(7).
               10  IA-ACCOUNT-NUMBER             PIC 9(11).
       01  PAYMENT-TABLE.
           05  PAYMENT-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-PAYMENT-COUNT
                   INDEXED BY PAY-IDX.
               10  PY-FUND-CODE                  PIC 9(7).
               10  PY-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  PY-TAX-ID-NUMBER              PIC 9(9).
               10  PY-TRANSACTION-CODE           PIC 9(3).
               10  PY-TRANSACTION-SUFFIX         PIC 9(3).
               10  PY-GROSS-AMOUNT               PIC 9(13)V9(2).
               10  PY-TRADE-DATE                 PIC 9(8).
               10  PY-TRADE-DATE-PARTS REDEFINES PY-TRADE-DATE.
                   15  PY-TRADE-YEAR             PIC 9(4).
                   15  PY-TRADE-MMDD             PIC 9(4).
               10  PY-FUND-FROM-TO               PIC 9(7).
               10  PY-ACCT-FROM-TO               PIC 9(11).
       01  EXTRACT-TABLE.
           05  EXTRACT-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-EXTRACT-COUNT
                   INDEXED BY EXT-IDX.
               10  EX-TAX-ID-NUMBER              PIC 9(9).
               10  EX-ROTH-IND                   PIC X(1).
               10  EX-DISTRIBUTION-CODE          PIC X(1).
               10  EX-GROSS-DISTRIBUTION         PIC 9(13)V9(2).
               10  EX-TAXABLE-AMOUNT             PIC 9(13)V9(2).
               10  EX-FEDERAL-WITHHOLDING        PIC 9(13)V9(2).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'IRA DISTRIBUTION / FORM 1099-R CONTROL REPORT'.
       01  WS-COLUMN-LINE                        PIC X(90) VALUE
           'TIN       FUND    ACCOUNT              CDE SFX TRADE-DT'.
       01  WS-DETAIL-LINE.
           05  DL-TAX-ID-NUMBER                  PIC 9(9).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-ACCOUNT-NUMBER                 PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-TRANSACTION-CODE               PIC 9(3).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-TRANSACTION-SUFFIX             PIC 9(3).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-TRADE-DATE                     PIC 9(8).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-GROSS-AMOUNT                   PIC Z(11)9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-DISPOSITION                    PIC X(32).
       01  WS-CONTROL-LINE.
           05  CL-CONTROL-LABEL                  PIC X(40).
           05  CL-CONTROL-COUNT                  PIC ZZZZZZ9.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  CL-CONTROL-AMOUNT                 PIC -(13)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ROTH-ACCOUNTS
           PERFORM 3000-PROCESS-FILE
               UNTIL WS-EOF
           PERFORM 3900-APPLY-GROUP
           PERFORM 4000-CLASSIFY-PAYMENTS
           PERFORM 5000-APPLY-WITHHOLDING
           PERFORM 6000-WRITE-LEDGER
           PERFORM 7000-WRITE-EXTRACT
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-PARM
           PERFORM 1200-LOAD-TRANCODE-MASTER
           PERFORM 1300-LOAD-DIST-LEDGER
           OPEN OUTPUT IRA-DIST-RPT-FILE
           WRITE IRA-DIST-RPT-LINE FROM WS-HEADLINE-1
           WRITE IRA-DIST-RPT-LINE FROM WS-COLUMN-LINE.

       1100-LOAD-PARM.
           OPEN INPUT IRA-DIST-PARM
           PERFORM 1110-READ-PARM
               UNTIL WS-EOF
           CLOSE IRA-DIST-PARM
           MOVE 'N' TO WS-EOF-SW
           IF WS-RUN-DATE = ZERO
               MOVE FUNCTION NUMVAL(
                    FUNCTION CURRENT-DATE(1:8)) TO WS-RUN-DATE
           END-IF
           IF WS-TAX-YEAR = ZERO
               MOVE WS-RUN-YEAR TO WS-TAX-YEAR
           END-IF.

       1110-READ-PARM.
           READ IRA-DIST-PARM
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN PARM-CONTROL-ROW
                           MOVE PARM-RUN-DATE TO WS-RUN-DATE
                           MOVE PARM-TAX-YEAR TO WS-TAX-YEAR
                           IF PARM-ROTH-ACCT-TYPE-CD NOT = SPACE
                               MOVE PARM-ROTH-ACCT-TYPE-CD TO
                                   WS-ROTH-ACCT-TYPE-CD
                           END-IF
                       WHEN PARM-MAP-ROW
                           IF WS-MAP-COUNT < WS-MAX-CODES
                               ADD 1 TO WS-MAP-COUNT
                               SET MAP-IDX TO WS-MAP-COUNT
                               MOVE PARM-TRANSACTION-CODE TO
                                   DM-TRANSACTION-CODE (MAP-IDX)
                               MOVE PARM-TRANSACTION-SUFFIX TO
                                   DM-TRANSACTION-SUFFIX (MAP-IDX)
                               MOVE PARM-DISTRIBUTION-CLASS TO
                                   DM-DISTRIBUTION-CLASS (MAP-IDX)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       1200-LOAD-TRANCODE-MASTER.
           OPEN INPUT TRANCODE-MASTER-FILE
           IF WS-TRCMST-FS = '00'
               PERFORM 1210-READ-TRANCODE
               CLOSE TRANCODE-MASTER-FILE
           END-IF.

       1210-READ-TRANCODE.
           READ TRANCODE-MASTER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-MASTER-COUNT < WS-MAX-CODES
                       ADD 1 TO WS-MASTER-COUNT
                       SET MST-IDX TO WS-MASTER-COUNT
                       MOVE TM-TRANSACTION-CODE TO
                           TC-TRANSACTION-CODE (MST-IDX)
                       MOVE TM-TRANSACTION-SUFFIX TO
                           TC-TRANSACTION-SUFFIX (MST-IDX)
                       MOVE TM-STATUS-CDE TO TC-STATUS-CDE (MST-IDX)
                       PERFORM 1210-READ-TRANCODE
                   END-IF
           END-READ.

       1300-LOAD-DIST-LEDGER.
           OPEN INPUT IRA-DIST-IN
           PERFORM 1310-READ-LEDGER
           CLOSE IRA-DIST-IN
           PERFORM 1390-VERIFY-GENERATION.

       1310-READ-LEDGER.
           READ IRA-DIST-IN
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-GATE-IN-COUNT
                   ADD DI-GROSS-DISTRIBUTION TO WS-GATE-IN-TOTAL
                   IF WS-ENTRY-COUNT < WS-MAX-ENTRIES
                       ADD 1 TO WS-ENTRY-COUNT
                       SET DST-IDX TO WS-ENTRY-COUNT
                       MOVE IRA-DIST-IN-RECORD TO
                           IRA-DIST-ENTRY (DST-IDX)
                       IF DI-ROTH-IND = 'Y'
                           MOVE DI-FUND-CODE TO WS-ROTH-FUND-CODE
                           MOVE DI-CUSTOMER-ACCOUNT-NUMBER TO
                               WS-ROTH-ACCOUNT-NBR
                           PERFORM 2200-ADD-ROTH-ACCOUNT
                       END-IF
                       PERFORM 1310-READ-LEDGER
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

       2000-LOAD-ROTH-ACCOUNTS.
           OPEN INPUT DIVIDEND-REFRESHER
           PERFORM 2100-READ-DVRA
               UNTIL WS-EOF
           CLOSE DIVIDEND-REFRESHER
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT DIRECT-FINANCIAL-ACTIVITY
           PERFORM 9100-READ-NEXT.

       2100-READ-DVRA.
           READ DIVIDEND-REFRESHER
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF DVRA-DETAIL-REC
                       EVALUATE DVRA-SEQUENCE-NUMBER
                           WHEN 1
                               MOVE DVRA-CUSTOMER-ACCOUNT-NBR TO
                                   WS-DVRA-ACCOUNT-NBR
                           WHEN 7
                               IF FID-ACCT-TYPE-CD =
                                       WS-ROTH-ACCT-TYPE-CD
                                   MOVE DVRA-FUND-CODE TO
                                       WS-ROTH-FUND-CODE
                                   MOVE WS-DVRA-ACCOUNT-NBR TO
                                       WS-ROTH-ACCOUNT-NBR
                                   PERFORM 2200-ADD-ROTH-ACCOUNT
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       2200-ADD-ROTH-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING RTH-IDX FROM 1 BY 1
               UNTIL RTH-IDX > WS-ROTH-COUNT OR WS-FOUND
               IF RA-FUND-CODE (RTH-IDX) = WS-ROTH-FUND-CODE
                   AND RA-CUSTOMER-ACCOUNT-NUMBER (RTH-IDX) =
                       WS-ROTH-ACCOUNT-NBR
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-ROTH-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ROTH-COUNT
               SET RTH-IDX TO WS-ROTH-COUNT
               MOVE WS-ROTH-FUND-CODE TO RA-FUND-CODE (RTH-IDX)
               MOVE WS-ROTH-ACCOUNT-NBR TO
                   RA-CUSTOMER-ACCOUNT-NUMBER (RTH-IDX)
           END-IF.

       3000-PROCESS-FILE.
           IF DIRECT-FINANCIAL-ACTIVITY-REC
               EVALUATE SEQUENCE-NUMBER
                   WHEN 1
                       PERFORM 3900-APPLY-GROUP
                       PERFORM 3100-START-GROUP
                   WHEN 2
                       MOVE SOCIAL-SECURITY-NBR TO
                           WS-GRP-TAX-ID-NUMBER
                   WHEN 3
                       MOVE FUND-FROM-TO TO WS-GRP-FUND-FROM-TO
                       MOVE ACCOUNT-FROM-TO TO WS-GRP-ACCT-FROM-TO
                   WHEN 4
                       MOVE NSCC-IRA-CODE TO WS-GRP-IRA-CODE
                   WHEN 7
                       MOVE ACCOUNT-NUMBER TO WS-GRP-ACCOUNT-NUMBER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 9100-READ-NEXT.

       3100-START-GROUP.
           MOVE FUND-CODE TO WS-GRP-FUND-CODE
           MOVE CUSTOMER-ACCOUNT-NUMBER TO WS-GRP-CUSTOMER-ACCOUNT-NBR
           MOVE TRANSACTION-CODE TO WS-GRP-TRANSACTION-CODE
           MOVE TRANSACTION-SUFFIX TO WS-GRP-TRANSACTION-SUFFIX
           MOVE SHARE-BALANCE-EFFECT-CODE TO WS-GRP-EFFECT-CODE
           MOVE TRANSACTION-GROSS-AMOUNT TO WS-GRP-GROSS-AMOUNT
           MOVE TRADE-DATE TO WS-GRP-TRADE-DATE
           MOVE ZERO TO WS-GRP-TAX-ID-NUMBER
           MOVE ZERO TO WS-GRP-FUND-FROM-TO
           MOVE ZERO TO WS-GRP-ACCT-FROM-TO
           MOVE SPACE TO WS-GRP-IRA-CODE
           MOVE ZERO TO WS-GRP-ACCOUNT-NUMBER
           SET WS-GROUP-OPEN TO TRUE.

       3900-APPLY-GROUP.
           IF WS-GROUP-OPEN
               IF WS-GRP-IRA-CODE NOT = SPACE
                   AND WS-GRP-IRA-CODE NOT = '0'
                   PERFORM 3910-NOTE-IRA-ACCOUNT
                   IF WS-GRP-EFFECT-CODE = 'S'
                       PERFORM 3920-HOLD-PAYMENT
                   END-IF
               END-IF
               MOVE 'N' TO WS-GROUP-OPEN-SW
           END-IF.

       3910-NOTE-IRA-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING IRA-IDX FROM 1 BY 1
               UNTIL IRA-IDX > WS-IRA-ACCT-COUNT OR WS-FOUND
               IF IA-FUND-CODE (IRA-IDX) = WS-GRP-FUND-CODE
                   AND IA-ACCOUNT-NUMBER (IRA-IDX) =
                       WS-GRP-ACCOUNT-NUMBER
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-GRP-ACCOUNT-NUMBER NOT = ZERO
               AND WS-IRA-ACCT-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-IRA-ACCT-COUNT
               SET IRA-IDX TO WS-IRA-ACCT-COUNT
               MOVE WS-GRP-FUND-CODE TO IA-FUND-CODE (IRA-IDX)
               MOVE WS-GRP-ACCOUNT-NUMBER TO
                   IA-ACCOUNT-NUMBER (IRA-IDX)
           END-IF.

       3920-HOLD-PAYMENT.
           ADD WS-GRP-GROSS-AMOUNT TO WS-DFA-IRA-GROSS
           IF WS-PAYMENT-COUNT < WS-MAX-PAYMENTS
               ADD 1 TO WS-PAYMENT-COUNT
               SET PAY-IDX TO WS-PAYMENT-COUNT
               MOVE WS-GRP-FUND-CODE TO PY-FUND-CODE (PAY-IDX)
               MOVE WS-GRP-CUSTOMER-ACCOUNT-NBR TO
                   PY-CUSTOMER-ACCOUNT-NUMBER (PAY-IDX)
               MOVE WS-GRP-TAX-ID-NUMBER TO PY-TAX-ID-NUMBER (PAY-IDX)
               MOVE WS-GRP-TRANSACTION-CODE TO
                   PY-TRANSACTION-CODE (PAY-IDX)
               MOVE WS-GRP-TRANSACTION-SUFFIX TO
                   PY-TRANSACTION-SUFFIX (PAY-IDX)
               MOVE WS-GRP-GROSS-AMOUNT TO PY-GROSS-AMOUNT (PAY-IDX)
               MOVE WS-GRP-TRADE-DATE TO PY-TRADE-DATE (PAY-IDX)
               MOVE WS-GRP-FUND-FROM-TO TO PY-FUND-FROM-TO (PAY-IDX)
               MOVE WS-GRP-ACCT-FROM-TO TO PY-ACCT-FROM-TO (PAY-IDX)
           END-IF.

      *    Payments are classified after the whole cycle is read so a
      *    transfer can be recognised whichever leg arrives first.
       4000-CLASSIFY-PAYMENTS.
           CLOSE DIRECT-FINANCIAL-ACTIVITY
           PERFORM VARYING PAY-IDX FROM 1 BY 1
               UNTIL PAY-IDX > WS-PAYMENT-COUNT
               PERFORM 4100-CLASSIFY-ONE-PAYMENT
           END-PERFORM.

       4100-CLASSIFY-ONE-PAYMENT.
           MOVE SPACES TO DL-DISPOSITION
           PERFORM 4110-LOOKUP-DIST-CLASS
           PERFORM 4120-CHECK-TRANSFER
           IF WS-CLASS-TRANSFER
               ADD 1 TO WS-TRANSFERS-EXCLUDED
               ADD PY-GROSS-AMOUNT (PAY-IDX) TO WS-TRANSFER-GROSS
               MOVE 'TRANSFER - EXCLUDED FROM 1099-R' TO
                   DL-DISPOSITION
               PERFORM 4900-WRITE-DETAIL
           ELSE
               IF PY-TAX-ID-NUMBER (PAY-IDX) = ZERO
                   ADD 1 TO WS-PAYMENTS-REJECTED
                   ADD PY-GROSS-AMOUNT (PAY-IDX) TO WS-REJECTED-GROSS
                   MOVE '*** NO TIN - NOT BOOKED' TO DL-DISPOSITION
                   PERFORM 4900-WRITE-DETAIL
               ELSE
                   PERFORM 4200-BOOK-PAYMENT
                   IF DL-DISPOSITION NOT = SPACES
                       PERFORM 4900-WRITE-DETAIL
                   END-IF
               END-IF
           END-IF.

       4110-LOOKUP-DIST-CLASS.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING MST-IDX FROM 1 BY 1
               UNTIL MST-IDX > WS-MASTER-COUNT OR WS-FOUND
               IF TC-TRANSACTION-CODE (MST-IDX) =
                       PY-TRANSACTION-CODE (PAY-IDX)
                   AND TC-TRANSACTION-SUFFIX (MST-IDX) =
                       PY-TRANSACTION-SUFFIX (PAY-IDX)
                   AND TC-STATUS-CDE (MST-IDX) NOT = 'T'
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               MOVE '*** CODE NOT ON DICTIONARY' TO DL-DISPOSITION
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           MOVE 'N' TO WS-DIST-CLASS
           PERFORM VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > WS-MAP-COUNT OR WS-FOUND
               IF DM-TRANSACTION-CODE (MAP-IDX) =
                       PY-TRANSACTION-CODE (PAY-IDX)
                   AND DM-TRANSACTION-SUFFIX (MAP-IDX) =
                       PY-TRANSACTION-SUFFIX (PAY-IDX)
                   SET WS-FOUND TO TRUE
                   MOVE DM-DISTRIBUTION-CLASS (MAP-IDX) TO
                       WS-DIST-CLASS
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND DL-DISPOSITION = SPACES
               MOVE '*** UNMAPPED CODE - BOOKED NORMAL' TO
                   DL-DISPOSITION
           END-IF.

       4120-CHECK-TRANSFER.
           IF PY-FUND-FROM-TO (PAY-IDX) NOT = ZERO
               AND (WS-CLASS-NORMAL OR WS-CLASS-EARLY)
               MOVE 'N' TO WS-FOUND-SW
               PERFORM VARYING IRA-IDX FROM 1 BY 1
                   UNTIL IRA-IDX > WS-IRA-ACCT-COUNT OR WS-FOUND
                   IF IA-FUND-CODE (IRA-IDX) =
                           PY-FUND-FROM-TO (PAY-IDX)
                       AND IA-ACCOUNT-NUMBER (IRA-IDX) =
                           PY-ACCT-FROM-TO (PAY-IDX)
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-FOUND
                   SET WS-CLASS-TRANSFER TO TRUE
               END-IF
           END-IF.

       4200-BOOK-PAYMENT.
           MOVE 'N' TO WS-ROTH-IND
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING RTH-IDX FROM 1 BY 1
               UNTIL RTH-IDX > WS-ROTH-COUNT OR WS-FOUND
               IF RA-FUND-CODE (RTH-IDX) = PY-FUND-CODE (PAY-IDX)
                   AND RA-CUSTOMER-ACCOUNT-NUMBER (RTH-IDX) =
                       PY-CUSTOMER-ACCOUNT-NUMBER (PAY-IDX)
                   SET WS-FOUND TO TRUE
                   MOVE 'Y' TO WS-ROTH-IND
               END-IF
           END-PERFORM
           PERFORM 4210-ASSIGN-DIST-CODE
           PERFORM 4220-LOOKUP-LEDGER-ROW
           IF WS-FOUND
               ADD PY-GROSS-AMOUNT (PAY-IDX) TO
                   ID-GROSS-DISTRIBUTION (WS-MATCHED-IDX)
               ADD WS-TAXABLE-AMOUNT TO
                   ID-TAXABLE-AMOUNT (WS-MATCHED-IDX)
               ADD 1 TO ID-PAYMENT-COUNT (WS-MATCHED-IDX)
               MOVE PY-TRADE-DATE (PAY-IDX) TO
                   ID-LAST-PAYMENT-DATE (WS-MATCHED-IDX)
               ADD 1 TO WS-PAYMENTS-BOOKED
               ADD PY-GROSS-AMOUNT (PAY-IDX) TO WS-BOOKED-GROSS
           ELSE
               ADD 1 TO WS-PAYMENTS-REJECTED
               ADD PY-GROSS-AMOUNT (PAY-IDX) TO WS-REJECTED-GROSS
               MOVE '*** LEDGER FULL - NOT BOOKED' TO DL-DISPOSITION
           END-IF.

       4210-ASSIGN-DIST-CODE.
           EVALUATE TRUE
               WHEN WS-CLASS-EARLY AND WS-ROTH-IND = 'Y'
                   MOVE 'J' TO WS-DISTRIBUTION-CODE
               WHEN WS-CLASS-EARLY
                   MOVE '1' TO WS-DISTRIBUTION-CODE
               WHEN WS-CLASS-ROLLOVER
                   MOVE 'G' TO WS-DISTRIBUTION-CODE
               WHEN WS-CLASS-EXCESS-REMOVAL
                   MOVE '8' TO WS-DISTRIBUTION-CODE
               WHEN WS-ROTH-IND = 'Y'
                   MOVE 'Q' TO WS-DISTRIBUTION-CODE
               WHEN OTHER
                   MOVE '7' TO WS-DISTRIBUTION-CODE
           END-EVALUATE
           IF WS-ROTH-IND = 'Y' OR WS-CLASS-ROLLOVER
               MOVE ZERO TO WS-TAXABLE-AMOUNT
           ELSE
               MOVE PY-GROSS-AMOUNT (PAY-IDX) TO WS-TAXABLE-AMOUNT
           END-IF.

       4220-LOOKUP-LEDGER-ROW.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING DST-IDX FROM 1 BY 1
               UNTIL DST-IDX > WS-ENTRY-COUNT OR WS-FOUND
               IF ID-TAX-ID-NUMBER (DST-IDX) =
                       PY-TAX-ID-NUMBER (PAY-IDX)
                   AND ID-TAX-YEAR (DST-IDX) = PY-TRADE-YEAR (PAY-IDX)
                   AND ID-FUND-CODE (DST-IDX) = PY-FUND-CODE (PAY-IDX)
                   AND ID-CUSTOMER-ACCOUNT-NUMBER (DST-IDX) =
                       PY-CUSTOMER-ACCOUNT-NUMBER (PAY-IDX)
                   AND ID-DISTRIBUTION-CODE (DST-IDX) =
                       WS-DISTRIBUTION-CODE
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO DST-IDX
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-ENTRY-COUNT < WS-MAX-ENTRIES
               ADD 1 TO WS-ENTRY-COUNT
               SET DST-IDX TO WS-ENTRY-COUNT
               MOVE PY-TAX-ID-NUMBER (PAY-IDX) TO
                   ID-TAX-ID-NUMBER (DST-IDX)
               MOVE PY-TRADE-YEAR (PAY-IDX) TO ID-TAX-YEAR (DST-IDX)
               MOVE PY-FUND-CODE (PAY-IDX) TO ID-FUND-CODE (DST-IDX)
               MOVE PY-CUSTOMER-ACCOUNT-NUMBER (PAY-IDX) TO
                   ID-CUSTOMER-ACCOUNT-NUMBER (DST-IDX)
               MOVE WS-ROTH-IND TO ID-ROTH-IND (DST-IDX)
               MOVE WS-DISTRIBUTION-CODE TO
                   ID-DISTRIBUTION-CODE (DST-IDX)
               MOVE ZERO TO ID-GROSS-DISTRIBUTION (DST-IDX)
               MOVE ZERO TO ID-TAXABLE-AMOUNT (DST-IDX)
               MOVE ZERO TO ID-FEDERAL-WITHHOLDING (DST-IDX)
               MOVE ZERO TO ID-PAYMENT-COUNT (DST-IDX)
               MOVE ZERO TO ID-LAST-PAYMENT-DATE (DST-IDX)
               SET WS-FOUND TO TRUE
               SET WS-MATCHED-IDX TO DST-IDX
           END-IF.

       4900-WRITE-DETAIL.
           MOVE PY-TAX-ID-NUMBER (PAY-IDX) TO DL-TAX-ID-NUMBER
           MOVE PY-FUND-CODE (PAY-IDX) TO DL-FUND-CODE
           MOVE PY-CUSTOMER-ACCOUNT-NUMBER (PAY-IDX) TO
               DL-ACCOUNT-NUMBER
           MOVE PY-TRANSACTION-CODE (PAY-IDX) TO DL-TRANSACTION-CODE
           MOVE PY-TRANSACTION-SUFFIX (PAY-IDX) TO
               DL-TRANSACTION-SUFFIX
           MOVE PY-TRADE-DATE (PAY-IDX) TO DL-TRADE-DATE
           MOVE PY-GROSS-AMOUNT (PAY-IDX) TO DL-GROSS-AMOUNT
           WRITE IRA-DIST-RPT-LINE FROM WS-DETAIL-LINE.

      *    1099B-GROSS-WITHHOLD-AMT is the account's year-to-date
      *    withholding, so it replaces rather than adds to the ledger.
       5000-APPLY-WITHHOLDING.
           OPEN INPUT ACCOUNT-POSITION
           PERFORM 5100-READ-APR
               UNTIL WS-EOF
           CLOSE ACCOUNT-POSITION
           MOVE 'N' TO WS-EOF-SW.

       5100-READ-APR.
           READ ACCOUNT-POSITION
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF ACCOUNT-ACTIVITY-REC
                       EVALUATE SEQUENCE-NUMBER-APR
                           WHEN 1
                               MOVE APR-FUND-CODE TO WS-APR-FUND-CODE
                               MOVE APR-CUSTOMER-ACCOUNT-NUMBER TO
                                   WS-APR-ACCOUNT-NBR
                           WHEN 4
                               PERFORM 5200-SET-ACCOUNT-WITHHOLDING
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       5200-SET-ACCOUNT-WITHHOLDING.
           MOVE ZERO TO WS-LATEST-IDX
           MOVE ZERO TO WS-LATEST-DATE
           PERFORM VARYING DST-IDX FROM 1 BY 1
               UNTIL DST-IDX > WS-ENTRY-COUNT
               IF ID-FUND-CODE (DST-IDX) = WS-APR-FUND-CODE
                   AND ID-CUSTOMER-ACCOUNT-NUMBER (DST-IDX) =
                       WS-APR-ACCOUNT-NBR
                   AND ID-TAX-YEAR (DST-IDX) = WS-RUN-YEAR
                   MOVE ZERO TO ID-FEDERAL-WITHHOLDING (DST-IDX)
                   IF ID-LAST-PAYMENT-DATE (DST-IDX) >=
                           WS-LATEST-DATE
                       MOVE ID-LAST-PAYMENT-DATE (DST-IDX) TO
                           WS-LATEST-DATE
                       SET WS-LATEST-IDX TO DST-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LATEST-IDX > ZERO
               MOVE 1099B-GROSS-WITHHOLD-AMT TO
                   ID-FEDERAL-WITHHOLDING (WS-LATEST-IDX)
           END-IF.

       6000-WRITE-LEDGER.
           OPEN OUTPUT IRA-DIST-OUT
           PERFORM VARYING DST-IDX FROM 1 BY 1
               UNTIL DST-IDX > WS-ENTRY-COUNT
               MOVE IRA-DIST-ENTRY (DST-IDX) TO IRA-DIST-OUT-RECORD
               ADD 1 TO WS-GATE-OUT-COUNT
               ADD DO-GROSS-DISTRIBUTION TO WS-GATE-OUT-TOTAL
               WRITE IRA-DIST-OUT-RECORD
               IF ID-TAX-YEAR (DST-IDX) = WS-TAX-YEAR
                   PERFORM 6100-ACCUMULATE-EXTRACT
               END-IF
           END-PERFORM
           CLOSE IRA-DIST-OUT
           PERFORM 6200-SAVE-GENERATION.

       6100-ACCUMULATE-EXTRACT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING EXT-IDX FROM 1 BY 1
               UNTIL EXT-IDX > WS-EXTRACT-COUNT OR WS-FOUND
               IF EX-TAX-ID-NUMBER (EXT-IDX) =
                       ID-TAX-ID-NUMBER (DST-IDX)
                   AND EX-ROTH-IND (EXT-IDX) = ID-ROTH-IND (DST-IDX)
                   AND EX-DISTRIBUTION-CODE (EXT-IDX) =
                       ID-DISTRIBUTION-CODE (DST-IDX)
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO EXT-IDX
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-EXTRACT-COUNT < WS-MAX-ENTRIES
               ADD 1 TO WS-EXTRACT-COUNT
               SET EXT-IDX TO WS-EXTRACT-COUNT
               MOVE ID-TAX-ID-NUMBER (DST-IDX) TO
                   EX-TAX-ID-NUMBER (EXT-IDX)
               MOVE ID-ROTH-IND (DST-IDX) TO EX-ROTH-IND (EXT-IDX)
               MOVE ID-DISTRIBUTION-CODE (DST-IDX) TO
                   EX-DISTRIBUTION-CODE (EXT-IDX)
               MOVE ZERO TO EX-GROSS-DISTRIBUTION (EXT-IDX)
               MOVE ZERO TO EX-TAXABLE-AMOUNT (EXT-IDX)
               MOVE ZERO TO EX-FEDERAL-WITHHOLDING (EXT-IDX)
               SET WS-FOUND TO TRUE
               SET WS-MATCHED-IDX TO EXT-IDX
           END-IF
           IF WS-FOUND
               ADD ID-GROSS-DISTRIBUTION (DST-IDX) TO
                   EX-GROSS-DISTRIBUTION (WS-MATCHED-IDX)
               ADD ID-TAXABLE-AMOUNT (DST-IDX) TO
                   EX-TAXABLE-AMOUNT (WS-MATCHED-IDX)
               ADD ID-FEDERAL-WITHHOLDING (DST-IDX) TO
                   EX-FEDERAL-WITHHOLDING (WS-MATCHED-IDX)
           END-IF.

       6200-SAVE-GENERATION.
           MOVE 'SAVE' TO GG-ACTION
           MOVE WS-GATE-OUT-COUNT TO GG-RECORD-COUNT
           MOVE WS-GATE-OUT-TOTAL TO GG-CONTENT-TOTAL
           MOVE WS-RUN-DATE TO GG-RUN-DATE
           CALL 'GENERATION-GATE' USING GG-ACTION GG-CHAIN-ID
               GG-RECORD-COUNT GG-CONTENT-TOTAL GG-RUN-DATE
               GG-STATUS.

       7000-WRITE-EXTRACT.
           OPEN OUTPUT FORM1099R-EXTRACT-FILE
           PERFORM VARYING EXT-IDX FROM 1 BY 1
               UNTIL EXT-IDX > WS-EXTRACT-COUNT
               MOVE EX-TAX-ID-NUMBER (EXT-IDX) TO XR-TAX-ID-NUMBER
               MOVE WS-TAX-YEAR TO XR-TAX-YEAR
               MOVE EX-ROTH-IND (EXT-IDX) TO XR-ROTH-IND
               MOVE EX-DISTRIBUTION-CODE (EXT-IDX) TO
                   XR-DISTRIBUTION-CODE
               MOVE EX-GROSS-DISTRIBUTION (EXT-IDX) TO
                   XR-GROSS-DISTRIBUTION
               MOVE EX-TAXABLE-AMOUNT (EXT-IDX) TO XR-TAXABLE-AMOUNT
               IF EX-ROTH-IND (EXT-IDX) = 'Y'
                   AND EX-DISTRIBUTION-CODE (EXT-IDX) NOT = 'G'
                   MOVE 'Y' TO XR-TAXABLE-NOT-DETERMINED
               ELSE
                   MOVE 'N' TO XR-TAXABLE-NOT-DETERMINED
               END-IF
               MOVE EX-FEDERAL-WITHHOLDING (EXT-IDX) TO
                   XR-FEDERAL-WITHHOLDING
               ADD EX-GROSS-DISTRIBUTION (EXT-IDX) TO WS-EXTRACT-GROSS
               WRITE FORM1099R-EXTRACT-RECORD
           END-PERFORM
           CLOSE FORM1099R-EXTRACT-FILE.

       8000-FINALIZE.
           MOVE SPACES TO IRA-DIST-RPT-LINE
           WRITE IRA-DIST-RPT-LINE
           MOVE 'DFA IRA REDEMPTIONS - GROSS' TO CL-CONTROL-LABEL
           MOVE WS-PAYMENT-COUNT TO CL-CONTROL-COUNT
           MOVE WS-DFA-IRA-GROSS TO CL-CONTROL-AMOUNT
           WRITE IRA-DIST-RPT-LINE FROM WS-CONTROL-LINE
           MOVE '  BOOKED TO 1099-R LEDGER' TO CL-CONTROL-LABEL
           MOVE WS-PAYMENTS-BOOKED TO CL-CONTROL-COUNT
           MOVE WS-BOOKED-GROSS TO CL-CONTROL-AMOUNT
           WRITE IRA-DIST-RPT-LINE FROM WS-CONTROL-LINE
           MOVE '  TRUSTEE-TO-TRUSTEE TRANSFERS EXCLUDED'
               TO CL-CONTROL-LABEL
           MOVE WS-TRANSFERS-EXCLUDED TO CL-CONTROL-COUNT
           MOVE WS-TRANSFER-GROSS TO CL-CONTROL-AMOUNT
           WRITE IRA-DIST-RPT-LINE FROM WS-CONTROL-LINE
           MOVE '  REJECTED - NOT BOOKED' TO CL-CONTROL-LABEL
           MOVE WS-PAYMENTS-REJECTED TO CL-CONTROL-COUNT
           MOVE WS-REJECTED-GROSS TO CL-CONTROL-AMOUNT
           WRITE IRA-DIST-RPT-LINE FROM WS-CONTROL-LINE
           COMPUTE WS-CONTROL-DIFFERENCE =
               WS-DFA-IRA-GROSS - WS-BOOKED-GROSS
               - WS-TRANSFER-GROSS - WS-REJECTED-GROSS
           IF WS-CONTROL-DIFFERENCE = ZERO
               MOVE 'CONTROL DIFFERENCE' TO CL-CONTROL-LABEL
           ELSE
               MOVE '*** CONTROL DIFFERENCE - OUT OF BALANCE'
                   TO CL-CONTROL-LABEL
           END-IF
           MOVE ZERO TO CL-CONTROL-COUNT
           MOVE WS-CONTROL-DIFFERENCE TO CL-CONTROL-AMOUNT
           WRITE IRA-DIST-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'TAX-YEAR 1099-R EXTRACT - GROSS' TO CL-CONTROL-LABEL
           MOVE WS-EXTRACT-COUNT TO CL-CONTROL-COUNT
           MOVE WS-EXTRACT-GROSS TO CL-CONTROL-AMOUNT
           WRITE IRA-DIST-RPT-LINE FROM WS-CONTROL-LINE
           CLOSE IRA-DIST-RPT-FILE.

       9100-READ-NEXT.
           READ DIRECT-FINANCIAL-ACTIVITY
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
