       IDENTIFICATION DIVISION.
       PROGRAM-ID. AML-SURVEIL-LOAD.
      ******************************************************************
      *  Anti-money-laundering surveillance of transfer-agent activity.
      *  DFA-MARKET-TIMER-LOAD looks for timing, not laundering, and
      *  the AML officer had nothing automated to work from.
      *
      *  A rolling surveillance history (AMLHISTIN to AMLHISTOUT,
      *  certified through GENERATION-GATE as AML-HISTORY) carries
      *  every purchase and redemption inside the longest surveillance
      *  window, each tagged with the holder's
      *  TAX-IDENTIFICATION-NUMBER from the stitched AMP groups so all
      *  of a holder's accounts are scored together, plus one
      *  last-activity row per account kept indefinitely.  Today's
      *  DIRECT-FINANCIAL-ACTIVITY purchases and redemptions
      *  (SEQUENCE-NUMBER 1 with the bank instructions from
      *  SEQUENCE-NUMBER 3) are appended, and three patterns scored:
      *
      *    S  structured purchases - at least the parameter count of
      *       check (PAYMENT-METHOD-CHECK, which carries money orders
      *       as well) purchases, each inside the band just under the
      *       reporting threshold, within the structuring window and
      *       together reaching the threshold;
      *    R  rapid in-and-out - a redemption within the rapid window
      *       of a purchase, paid by wire (PAYMENT-METHOD-WIRE) or to
      *       bank instructions other than those that funded the
      *       purchase;
      *    D  dormant burst - at least the parameter count of trades
      *       today on an account whose previous activity is older
      *       than the dormancy period.
      *
      *  Each hit carries a score (the pattern's base score plus five
      *  for every supporting trade beyond the minimum) and its
      *  supporting trades, and is written to the AML case queue
      *  (AMLCASEIN to AMLCASEOUT, certified as AML-CASE).  The
      *  officer's dispositions (N closed - no SAR, S SAR filed,
      *  I under investigation) are posted from the optional
      *  disposition file and rolled forward on the case.  A hit
      *  whose supporting trades are all already on a case for the
      *  same pattern - open, under investigation or closed - is not
      *  raised again; only a new trade re-alerts.  Thresholds,
      *  windows and scores come from the parameter record.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-POSITION ASSIGN TO "AMPNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIRECT-FINANCIAL-ACTIVITY ASSIGN TO "DFANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AML-HISTORY-IN ASSIGN TO "AMLHISTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AML-HISTORY-OUT ASSIGN TO "AMLHISTOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AML-CASE-IN ASSIGN TO "AMLCASEIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AML-CASE-OUT ASSIGN TO "AMLCASEOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AML-DISPOSITION-FILE ASSIGN TO "AMLDISPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISP-FS.
           SELECT AML-POLICY-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AML-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-POSITION.
       01  AMP-RECORD.
           05  RECORD-CODE                       PIC X(3).
               88  ACCOUNT-MASTER-POSITION-REC        VALUE 'AMP'.
           05  SEQUENCE-NUMBER-AMP               PIC 9(3).
           05  AMP-DETAIL-RECORD-1.
               10  FILLER                        PIC X(32).
               10  AMP-CUSTOMER-ACCOUNT-NUMBER   PIC X(20).
               10  FILLER                        PIC X(35).
               10  TAX-IDENTIFICATION-NUMBER     PIC 9(9).
               10  FILLER                        PIC X(58).
       FD  DIRECT-FINANCIAL-ACTIVITY.
       01  DFA-RECORD.
           05  RECORD-TYPE                       PIC X(3).
               88  DIRECT-FINANCIAL-ACTIVITY-REC      VALUE 'DFA'.
           05  SEQUENCE-NUMBER                   PIC 9(3).
           05  DETAIL-RECORD-1.
               10  FILLER                        PIC X(28).
               10  FUND-CODE                     PIC 9(7).
               10  CUSTOMER-ACCOUNT-NUMBER       PIC X(20).
               10  FILLER                        PIC X(22).
               10  SHARE-BALANCE-EFFECT-CODE     PIC X(1).
                   88  SHARE-BALANCE-ADD             VALUE 'A'.
                   88  SHARE-BALANCE-SUBTRACT        VALUE 'S'.
               10  FILLER                        PIC X(9).
               10  TRANSACTION-GROSS-AMOUNT      PIC 9(13)V9(2).
               10  FILLER                        PIC X(15).
               10  TRADE-DATE                    PIC 9(8).
               10  FILLER                        PIC X(10).
               10  ORDER-NUMBER                  PIC 9(9).
               10  FILLER                        PIC X(2).
               10  PAYMENT-METHOD-CDE            PIC X(1).
                   88  PAYMENT-METHOD-CHECK          VALUE 'C'.
                   88  PAYMENT-METHOD-WIRE           VALUE 'W'.
               10  FILLER                        PIC X(7).
           05  DETAIL-RECORD-3 REDEFINES DETAIL-RECORD-1.
               10  FILLER                        PIC X(77).
               10  BANK-MICR-ID                  PIC 9(9).
               10  BANK-ACCT-NUMBER-UNEDITED     PIC 9(17).
               10  FILLER                        PIC X(51).
       FD  AML-HISTORY-IN.
       01  AML-HISTORY-IN-RECORD.
           05  HI-ROW-TYPE-CDE                   PIC X(1).
               88  HI-TRADE-ROW                      VALUE 'T'.
               88  HI-ACTIVITY-ROW                   VALUE 'L'.
           05  HI-TRADE-KEY.
               10  HI-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  HI-FUND-CODE                  PIC 9(7).
               10  HI-TRADE-DATE                 PIC 9(8).
               10  HI-EFFECT-CODE                PIC X(1).
               10  HI-GROSS-AMOUNT               PIC 9(13)V9(2).
               10  HI-ORDER-NUMBER               PIC 9(9).
           05  HI-TAX-ID-NUMBER                  PIC 9(9).
           05  HI-PAYMENT-METHOD-CDE             PIC X(1).
           05  HI-BANK-MICR-ID                   PIC 9(9).
           05  HI-BANK-ACCT-NUMBER               PIC 9(17).
       FD  AML-HISTORY-OUT.
       01  AML-HISTORY-OUT-RECORD.
           05  HO-ROW-TYPE-CDE                   PIC X(1).
           05  HO-TRADE-KEY.
               10  HO-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  HO-FUND-CODE                  PIC 9(7).
               10  HO-TRADE-DATE                 PIC 9(8).
               10  HO-EFFECT-CODE                PIC X(1).
               10  HO-GROSS-AMOUNT               PIC 9(13)V9(2).
               10  HO-ORDER-NUMBER               PIC 9(9).
           05  HO-TAX-ID-NUMBER                  PIC 9(9).
           05  HO-PAYMENT-METHOD-CDE             PIC X(1).
           05  HO-BANK-MICR-ID                   PIC 9(9).
           05  HO-BANK-ACCT-NUMBER               PIC 9(17).
       FD  AML-CASE-IN.
       01  AML-CASE-IN-RECORD.
           05  CI-CASE-ID                        PIC 9(9).
           05  CI-ROW-TYPE-CDE                   PIC X(1).
               88  CI-CASE-HEADER                    VALUE 'H'.
               88  CI-CASE-TRADE                     VALUE 'T'.
           05  CI-HEADER-AREA.
               10  CI-TAX-ID-NUMBER              PIC 9(9).
               10  CI-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  CI-PATTERN-CDE                PIC X(1).
               10  CI-SCORE                      PIC 9(3).
               10  CI-OPEN-DATE                  PIC 9(8).
               10  CI-TRADE-COUNT                PIC 9(3).
               10  CI-TOTAL-AMOUNT               PIC 9(13)V9(2).
               10  CI-DISPOSITION-CDE            PIC X(1).
               10  CI-DISPOSITION-DATE           PIC 9(8).
               10  CI-OFFICER-ID                 PIC X(8).
               10  FILLER                        PIC X(11).
           05  CI-TRADE-AREA REDEFINES CI-HEADER-AREA.
               10  CI-TRADE-KEY.
                   15  CI-TRD-ACCOUNT-NUMBER     PIC X(20).
                   15  CI-TRD-FUND-CODE          PIC 9(7).
                   15  CI-TRD-TRADE-DATE         PIC 9(8).
                   15  CI-TRD-EFFECT-CODE        PIC X(1).
                   15  CI-TRD-GROSS-AMOUNT       PIC 9(13)V9(2).
                   15  CI-TRD-ORDER-NUMBER       PIC 9(9).
               10  CI-TRD-PAYMENT-METHOD-CDE     PIC X(1).
               10  CI-TRD-BANK-MICR-ID           PIC 9(9).
               10  CI-TRD-BANK-ACCT-NUMBER       PIC 9(17).
       FD  AML-CASE-OUT.
       01  AML-CASE-OUT-RECORD.
           05  CO-CASE-ID                        PIC 9(9).
           05  CO-ROW-TYPE-CDE                   PIC X(1).
           05  CO-HEADER-AREA.
               10  CO-TAX-ID-NUMBER              PIC 9(9).
               10  CO-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  CO-PATTERN-CDE                PIC X(1).
               10  CO-SCORE                      PIC 9(3).
               10  CO-OPEN-DATE                  PIC 9(8).
               10  CO-TRADE-COUNT                PIC 9(3).
               10  CO-TOTAL-AMOUNT               PIC 9(13)V9(2).
               10  CO-DISPOSITION-CDE            PIC X(1).
               10  CO-DISPOSITION-DATE           PIC 9(8).
               10  CO-OFFICER-ID                 PIC X(8).
               10  FILLER                        PIC X(11).
           05  CO-TRADE-AREA REDEFINES CO-HEADER-AREA.
               10  CO-TRADE-KEY.
                   15  CO-TRD-ACCOUNT-NUMBER     PIC X(20).
                   15  CO-TRD-FUND-CODE          PIC 9(7).
                   15  CO-TRD-TRADE-DATE         PIC 9(8).
                   15  CO-TRD-EFFECT-CODE        PIC X(1).
                   15  CO-TRD-GROSS-AMOUNT       PIC 9(13)V9(2).
                   15  CO-TRD-ORDER-NUMBER       PIC 9(9).
               10  CO-TRD-PAYMENT-METHOD-CDE     PIC X(1).
               10  CO-TRD-BANK-MICR-ID           PIC 9(9).
               10  CO-TRD-BANK-ACCT-NUMBER       PIC 9(17).
       FD  AML-DISPOSITION-FILE.
       01  AML-DISPOSITION-RECORD.
           05  DI-CASE-ID                        PIC 9(9).
           05  DI-DISPOSITION-CDE                PIC X(1).
               88  DI-VALID-DISPOSITION              VALUE 'N' 'S' 'I'.
           05  DI-DISPOSITION-DATE               PIC 9(8).
           05  DI-OFFICER-ID                     PIC X(8).
       FD  AML-POLICY-PARM.
       01  AML-POLICY-RECORD.
           05  PARM-RUN-DATE                     PIC 9(8).
           05  PARM-REPORT-THRESHOLD-AMT         PIC 9(9)V9(2).
           05  PARM-STRUCTURE-BAND-AMT           PIC 9(9)V9(2).
           05  PARM-STRUCTURE-WINDOW-DAYS        PIC 9(3).
           05  PARM-STRUCTURE-MIN-COUNT          PIC 9(3).
           05  PARM-RAPID-WINDOW-DAYS            PIC 9(3).
           05  PARM-DORMANT-DAYS                 PIC 9(4).
           05  PARM-BURST-MIN-TRADES             PIC 9(3).
           05  PARM-STRUCTURE-SCORE              PIC 9(3).
           05  PARM-RAPID-SCORE                  PIC 9(3).
           05  PARM-DORMANT-SCORE                PIC 9(3).
       FD  AML-RPT-FILE.
       01  AML-RPT-LINE                          PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-DISP-FS                            PIC X(2) VALUE '00'.
       01  WS-RUN-DATE                           PIC 9(8) VALUE ZERO.
       01  WS-REPORT-THRESHOLD-AMT               PIC 9(9)V9(2)
                                                  VALUE 10000.00.
       01  WS-STRUCTURE-BAND-AMT                 PIC 9(9)V9(2)
                                                  VALUE 1000.00.
       01  WS-STRUCTURE-FLOOR-AMT                PIC 9(9)V9(2)
                                                  VALUE ZERO.
       01  WS-STRUCTURE-WINDOW-DAYS              PIC 9(3) VALUE 10.
       01  WS-STRUCTURE-MIN-COUNT                PIC 9(3) VALUE 3.
       01  WS-RAPID-WINDOW-DAYS                  PIC 9(3) VALUE 5.
       01  WS-DORMANT-DAYS                       PIC 9(4) VALUE 365.
       01  WS-BURST-MIN-TRADES                   PIC 9(3) VALUE 3.
       01  WS-STRUCTURE-SCORE                    PIC 9(3) VALUE 50.
       01  WS-RAPID-SCORE                        PIC 9(3) VALUE 40.
       01  WS-DORMANT-SCORE                      PIC 9(3) VALUE 30.
       01  WS-RETAIN-DAYS                        PIC 9(3) VALUE ZERO.
       01  WS-CUTOFF-DATE                        PIC 9(8) VALUE ZERO.
       01  WS-RUN-DAY-NUMBER                     PIC 9(7) VALUE ZERO.
       01  WS-DAYS-APART                         PIC S9(7) VALUE ZERO.
       01  WS-MAX-TRADES                         PIC 9(6) VALUE 100000.
       01  WS-TRADE-COUNT                        PIC 9(6) VALUE ZERO.
       01  WS-MAX-ACCOUNTS                       PIC 9(6) VALUE 100000.
       01  WS-TIN-COUNT                          PIC 9(6) VALUE ZERO.
       01  WS-ACTIVITY-COUNT                     PIC 9(6) VALUE ZERO.
       01  WS-MAX-CASES                          PIC 9(6) VALUE 20000.
       01  WS-CASE-COUNT                         PIC 9(6) VALUE ZERO.
       01  WS-MAX-CASE-TRADES                    PIC 9(6) VALUE 100000.
       01  WS-CASE-TRADE-COUNT                   PIC 9(6) VALUE ZERO.
       01  WS-NEXT-CASE-ID                       PIC 9(9) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-SAME-HOLDER-SW                     PIC X(1) VALUE 'N'.
           88  WS-SAME-HOLDER                        VALUE 'Y'.
       01  WS-NEW-TRADE-SW                       PIC X(1) VALUE 'N'.
           88  WS-NEW-TRADE-ON-HIT                   VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(6) VALUE ZERO.
       01  WS-ANCHOR-IDX                         PIC 9(6) VALUE ZERO.
       01  WS-OTHER-IDX                          PIC 9(6) VALUE ZERO.
       01  WS-CMP-IDX-1                          PIC 9(6) VALUE ZERO.
       01  WS-CMP-IDX-2                          PIC 9(6) VALUE ZERO.
       01  WS-LOOKUP-ACCOUNT-NUMBER              PIC X(20) VALUE
                                                  SPACES.
       01  WS-LOOKUP-TIN                         PIC 9(9) VALUE ZERO.
       01  WS-GROUP-OPEN-SW                      PIC X(1) VALUE 'N'.
           88  WS-GROUP-OPEN                         VALUE 'Y'.
       01  WS-GRP-ACCOUNT-NUMBER                 PIC X(20) VALUE
                                                  SPACES.
       01  WS-GRP-FUND-CODE                      PIC 9(7) VALUE ZERO.
       01  WS-GRP-TRADE-DATE                     PIC 9(8) VALUE ZERO.
       01  WS-GRP-EFFECT-CODE                    PIC X(1) VALUE SPACES.
       01  WS-GRP-GROSS-AMOUNT                   PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-GRP-ORDER-NUMBER                   PIC 9(9) VALUE ZERO.
       01  WS-GRP-PAYMENT-METHOD                 PIC X(1) VALUE SPACES.
       01  WS-GRP-BANK-MICR-ID                   PIC 9(9) VALUE ZERO.
       01  WS-GRP-BANK-ACCT-NUMBER               PIC 9(17) VALUE ZERO.
       01  WS-HIT-PATTERN-CDE                    PIC X(1) VALUE SPACE.
       01  WS-HIT-SCORE                          PIC 9(3) VALUE ZERO.
       01  WS-HIT-TOTAL-AMOUNT                   PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-HIT-EXTRA-TRADES                   PIC 9(3) VALUE ZERO.
       01  WS-MAX-HIT-TRADES                     PIC 9(3) VALUE 50.
       01  WS-HIT-TRADE-COUNT                    PIC 9(3) VALUE ZERO.
       01  WS-HIT-IDX                            PIC 9(3) VALUE ZERO.
       01  HIT-TRADE-TABLE.
           05  HT-TRADE-IDX                      PIC 9(6) OCCURS 50.
       01  WS-HITS-RAISED                        PIC 9(7) VALUE ZERO.
       01  WS-HITS-SUPPRESSED                    PIC 9(7) VALUE ZERO.
       01  WS-DISPOSITIONS-POSTED                PIC 9(7) VALUE ZERO.
       01  WS-DISPOSITIONS-REJECTED              PIC 9(7) VALUE ZERO.
       01  WS-OPEN-CASE-COUNT                    PIC 9(7) VALUE ZERO.
       01  WS-GATE-IN-COUNT                      PIC 9(9) VALUE ZERO.
       01  WS-GATE-IN-TOTAL                      PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-GATE-OUT-COUNT                     PIC 9(9) VALUE ZERO.
       01  WS-GATE-OUT-TOTAL                     PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-CASE-IN-COUNT                      PIC 9(9) VALUE ZERO.
       01  WS-CASE-IN-TOTAL                      PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-CASE-OUT-COUNT                     PIC 9(9) VALUE ZERO.
       01  WS-CASE-OUT-TOTAL                     PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  GATE-CALL-AREA.
           05  GG-ACTION                         PIC X(4).
           05  GG-CHAIN-ID                       PIC X(20).
           05  GG-RECORD-COUNT                   PIC 9(9).
           05  GG-CONTENT-TOTAL                  PIC S9(15)V9(2).
           05  GG-RUN-DATE                       PIC 9(8).
           05  GG-STATUS                         PIC X(1).
       01  TIN-TABLE.
           05  TIN-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-TIN-COUNT
                   INDEXED BY TIN-IDX.
               10  TN-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  TN-TAX-ID-NUMBER              PIC 9(9).
       01  TRADE-TABLE.
           05  TRADE-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-TRADE-COUNT
                   INDEXED BY TRD-IDX.
               10  TR-TRADE-KEY.
                   15  TR-CUSTOMER-ACCOUNT-NUMBER
                                                 PIC X(20).
                   15  TR-FUND-CODE              PIC 9(7).
                   15  TR-TRADE-DATE             PIC 9(8).
                   15  TR-EFFECT-CODE            PIC X(1).
                       88  TR-SHARE-ADD              VALUE 'A'.
                       88  TR-SHARE-SUBTRACT         VALUE 'S'.
                   15  TR-GROSS-AMOUNT           PIC 9(13)V9(2).
                   15  TR-ORDER-NUMBER           PIC 9(9).
               10  TR-TAX-ID-NUMBER              PIC 9(9).
               10  TR-PAYMENT-METHOD-CDE         PIC X(1).
                   88  TR-PAYMENT-CHECK              VALUE 'C'.
                   88  TR-PAYMENT-WIRE               VALUE 'W'.
               10  TR-BANK-MICR-ID               PIC 9(9).
               10  TR-BANK-ACCT-NUMBER           PIC 9(17).
               10  TR-TODAY-SW                   PIC X(1).
       01  ACTIVITY-TABLE.
           05  ACTIVITY-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-ACTIVITY-COUNT
                   INDEXED BY ACT-IDX.
               10  AA-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  AA-LAST-ACTIVITY-DATE         PIC 9(8).
               10  AA-PRIOR-ACTIVITY-DATE        PIC 9(8).
               10  AA-TODAY-TRADE-COUNT          PIC 9(5).
       01  CASE-HEADER-TABLE.
           05  CASE-HEADER-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-CASE-COUNT
                   INDEXED BY CASE-IDX.
               10  CH-CASE-ID                    PIC 9(9).
               10  CH-HEADER-AREA.
                   15  CH-TAX-ID-NUMBER          PIC 9(9).
                   15  CH-CUSTOMER-ACCOUNT-NUMBER
                                                 PIC X(20).
                   15  CH-PATTERN-CDE            PIC X(1).
                   15  CH-SCORE                  PIC 9(3).
                   15  CH-OPEN-DATE              PIC 9(8).
                   15  CH-TRADE-COUNT            PIC 9(3).
                   15  CH-TOTAL-AMOUNT           PIC 9(13)V9(2).
                   15  CH-DISPOSITION-CDE        PIC X(1).
                   15  CH-DISPOSITION-DATE       PIC 9(8).
                   15  CH-OFFICER-ID             PIC X(8).
                   15  FILLER                    PIC X(11).
       01  CASE-TRADE-TABLE.
           05  CASE-TRADE-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-CASE-TRADE-COUNT
                   INDEXED BY CTR-IDX.
               10  CK-CASE-ID                    PIC 9(9).
               10  CK-PATTERN-CDE                PIC X(1).
               10  CK-TRADE-AREA.
                   15  CK-TRADE-KEY              PIC X(60).
                   15  CK-PAYMENT-METHOD-CDE     PIC X(1).
                   15  CK-BANK-MICR-ID           PIC 9(9).
                   15  CK-BANK-ACCT-NUMBER       PIC 9(17).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'AML STRUCTURING / MOVEMENT-OF-FUNDS SURVEILLANCE REPORT'.
       01  WS-COLUMN-LINE.
           05  FILLER                            PIC X(11) VALUE
               'CASE-ID'.
           05  FILLER                            PIC X(10) VALUE
               'TIN'.
           05  FILLER                            PIC X(21) VALUE
               'ACCOUNT'.
           05  FILLER                            PIC X(4) VALUE
               'PAT'.
           05  FILLER                            PIC X(6) VALUE
               'SCORE'.
           05  FILLER                            PIC X(6) VALUE
               'TRADES'.
           05  FILLER                            PIC X(17) VALUE
               '   TOTAL-AMOUNT'.
           05  FILLER                            PIC X(6) VALUE
               'STATUS'.
       01  WS-CASE-LINE.
           05  CL-CASE-ID                        PIC 9(9).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  CL-TAX-ID-NUMBER                  PIC 9(9).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  CL-ACCOUNT-NUMBER                 PIC X(20).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  CL-PATTERN-CDE                    PIC X(1).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  CL-SCORE                          PIC ZZ9.
           05  FILLER                            PIC X(3) VALUE SPACES.
           05  CL-TRADE-COUNT                    PIC ZZ9.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  CL-TOTAL-AMOUNT                   PIC Z(12)9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  CL-STATUS                         PIC X(30).
       01  WS-TRADE-LINE.
           05  FILLER                            PIC X(13) VALUE SPACES.
           05  TL-ACCOUNT-NUMBER                 PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  TL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  TL-TRADE-DATE                     PIC 9(8).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  TL-EFFECT-CODE                    PIC X(1).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  TL-PAYMENT-METHOD-CDE             PIC X(1).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  TL-GROSS-AMOUNT                   PIC Z(12)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  TL-BANK-MICR-ID                   PIC 9(9).
       01  WS-SUMMARY-LINE.
           05  FILLER                            PIC X(14) VALUE
               'HITS RAISED: '.
           05  SL-HITS-RAISED                    PIC ZZZZZZ9.
           05  FILLER                            PIC X(16) VALUE
               '  SUPPRESSED:  '.
           05  SL-HITS-SUPPRESSED                PIC ZZZZZZ9.
           05  FILLER                            PIC X(16) VALUE
               '  DISPOSITIONS: '.
           05  SL-DISPOSITIONS-POSTED            PIC ZZZZZZ9.
           05  FILLER                            PIC X(12) VALUE
               '  REJECTED: '.
           05  SL-DISPOSITIONS-REJECTED          PIC ZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  OPEN CASES: '.
           05  SL-OPEN-CASE-COUNT                PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-TIN-XREF
           PERFORM 3000-APPEND-TODAYS-TRADES
           PERFORM 4000-APPLY-DISPOSITIONS
           PERFORM 5000-SCAN-PATTERNS
           PERFORM 6000-WRITE-HISTORY-OUT
           PERFORM 7000-WRITE-CASE-QUEUE-OUT
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-POLICY-PARM
           PERFORM 1200-LOAD-HISTORY
           PERFORM 1300-LOAD-CASE-QUEUE
           OPEN OUTPUT AML-RPT-FILE
           WRITE AML-RPT-LINE FROM WS-HEADLINE-1
           WRITE AML-RPT-LINE FROM WS-COLUMN-LINE.

       1100-LOAD-POLICY-PARM.
           OPEN INPUT AML-POLICY-PARM
           READ AML-POLICY-PARM
               AT END
                   MOVE FUNCTION NUMVAL(
                        FUNCTION CURRENT-DATE(1:8)) TO WS-RUN-DATE
               NOT AT END
                   MOVE PARM-RUN-DATE TO WS-RUN-DATE
                   IF PARM-REPORT-THRESHOLD-AMT > ZERO
                       MOVE PARM-REPORT-THRESHOLD-AMT TO
                           WS-REPORT-THRESHOLD-AMT
                   END-IF
                   IF PARM-STRUCTURE-BAND-AMT > ZERO
                       MOVE PARM-STRUCTURE-BAND-AMT TO
                           WS-STRUCTURE-BAND-AMT
                   END-IF
                   IF PARM-STRUCTURE-WINDOW-DAYS > ZERO
                       MOVE PARM-STRUCTURE-WINDOW-DAYS TO
                           WS-STRUCTURE-WINDOW-DAYS
                   END-IF
                   IF PARM-STRUCTURE-MIN-COUNT > ZERO
                       MOVE PARM-STRUCTURE-MIN-COUNT TO
                           WS-STRUCTURE-MIN-COUNT
                   END-IF
                   IF PARM-RAPID-WINDOW-DAYS > ZERO
                       MOVE PARM-RAPID-WINDOW-DAYS TO
                           WS-RAPID-WINDOW-DAYS
                   END-IF
                   IF PARM-DORMANT-DAYS > ZERO
                       MOVE PARM-DORMANT-DAYS TO WS-DORMANT-DAYS
                   END-IF
                   IF PARM-BURST-MIN-TRADES > ZERO
                       MOVE PARM-BURST-MIN-TRADES TO
                           WS-BURST-MIN-TRADES
                   END-IF
                   IF PARM-STRUCTURE-SCORE > ZERO
                       MOVE PARM-STRUCTURE-SCORE TO WS-STRUCTURE-SCORE
                   END-IF
                   IF PARM-RAPID-SCORE > ZERO
                       MOVE PARM-RAPID-SCORE TO WS-RAPID-SCORE
                   END-IF
                   IF PARM-DORMANT-SCORE > ZERO
                       MOVE PARM-DORMANT-SCORE TO WS-DORMANT-SCORE
                   END-IF
           END-READ
           CLOSE AML-POLICY-PARM
           IF WS-STRUCTURE-BAND-AMT < WS-REPORT-THRESHOLD-AMT
               COMPUTE WS-STRUCTURE-FLOOR-AMT =
                   WS-REPORT-THRESHOLD-AMT - WS-STRUCTURE-BAND-AMT
           END-IF
           MOVE WS-STRUCTURE-WINDOW-DAYS TO WS-RETAIN-DAYS
           IF WS-RAPID-WINDOW-DAYS > WS-RETAIN-DAYS
               MOVE WS-RAPID-WINDOW-DAYS TO WS-RETAIN-DAYS
           END-IF
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DAY-NUMBER - WS-RETAIN-DAYS)
           MOVE WS-RUN-DATE TO GG-RUN-DATE.

      *    Trade rows older than the longest window are dropped on
      *    the way in; last-activity rows are always kept.
       1200-LOAD-HISTORY.
           OPEN INPUT AML-HISTORY-IN
           PERFORM 1210-READ-HISTORY
               UNTIL WS-EOF
           CLOSE AML-HISTORY-IN
           MOVE 'N' TO WS-EOF-SW
           MOVE 'AML-HISTORY' TO GG-CHAIN-ID
           MOVE WS-GATE-IN-COUNT TO GG-RECORD-COUNT
           MOVE WS-GATE-IN-TOTAL TO GG-CONTENT-TOTAL
           PERFORM 1900-CALL-GATE-CHECK.

       1210-READ-HISTORY.
           READ AML-HISTORY-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-GATE-IN-COUNT
                   ADD HI-TRADE-DATE TO WS-GATE-IN-TOTAL
                   EVALUATE TRUE
                       WHEN HI-ACTIVITY-ROW
                           PERFORM 1220-LOAD-ACTIVITY-ROW
                       WHEN HI-TRADE-ROW
                           AND HI-TRADE-DATE >= WS-CUTOFF-DATE
                           PERFORM 1230-LOAD-TRADE-ROW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       1220-LOAD-ACTIVITY-ROW.
           IF WS-ACTIVITY-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACTIVITY-COUNT
               SET ACT-IDX TO WS-ACTIVITY-COUNT
               MOVE HI-CUSTOMER-ACCOUNT-NUMBER TO
                   AA-CUSTOMER-ACCOUNT-NUMBER (ACT-IDX)
               MOVE HI-TRADE-DATE TO AA-LAST-ACTIVITY-DATE (ACT-IDX)
               MOVE HI-TRADE-DATE TO AA-PRIOR-ACTIVITY-DATE (ACT-IDX)
               MOVE ZERO TO AA-TODAY-TRADE-COUNT (ACT-IDX)
           END-IF.

       1230-LOAD-TRADE-ROW.
           IF WS-TRADE-COUNT < WS-MAX-TRADES
               ADD 1 TO WS-TRADE-COUNT
               SET TRD-IDX TO WS-TRADE-COUNT
               MOVE HI-TRADE-KEY TO TR-TRADE-KEY (TRD-IDX)
               MOVE HI-TAX-ID-NUMBER TO TR-TAX-ID-NUMBER (TRD-IDX)
               MOVE HI-PAYMENT-METHOD-CDE TO
                   TR-PAYMENT-METHOD-CDE (TRD-IDX)
               MOVE HI-BANK-MICR-ID TO TR-BANK-MICR-ID (TRD-IDX)
               MOVE HI-BANK-ACCT-NUMBER TO
                   TR-BANK-ACCT-NUMBER (TRD-IDX)
               MOVE 'N' TO TR-TODAY-SW (TRD-IDX)
           END-IF.

       1300-LOAD-CASE-QUEUE.
           OPEN INPUT AML-CASE-IN
           PERFORM 1310-READ-CASE
               UNTIL WS-EOF
           CLOSE AML-CASE-IN
           MOVE 'N' TO WS-EOF-SW
           MOVE 'AML-CASE' TO GG-CHAIN-ID
           MOVE WS-CASE-IN-COUNT TO GG-RECORD-COUNT
           MOVE WS-CASE-IN-TOTAL TO GG-CONTENT-TOTAL
           PERFORM 1900-CALL-GATE-CHECK.

       1310-READ-CASE.
           READ AML-CASE-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CASE-IN-COUNT
                   ADD CI-CASE-ID TO WS-CASE-IN-TOTAL
                   IF CI-CASE-ID > WS-NEXT-CASE-ID
                       MOVE CI-CASE-ID TO WS-NEXT-CASE-ID
                   END-IF
                   EVALUATE TRUE
                       WHEN CI-CASE-HEADER
                           AND WS-CASE-COUNT < WS-MAX-CASES
                           ADD 1 TO WS-CASE-COUNT
                           SET CASE-IDX TO WS-CASE-COUNT
                           MOVE CI-CASE-ID TO CH-CASE-ID (CASE-IDX)
                           MOVE CI-HEADER-AREA TO
                               CH-HEADER-AREA (CASE-IDX)
                       WHEN CI-CASE-TRADE
                           AND WS-CASE-TRADE-COUNT < WS-MAX-CASE-TRADES
                           PERFORM 1320-LOAD-CASE-TRADE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *    Trade rows follow their header, so the pattern is taken
      *    from the last header loaded.
       1320-LOAD-CASE-TRADE.
           ADD 1 TO WS-CASE-TRADE-COUNT
           SET CTR-IDX TO WS-CASE-TRADE-COUNT
           MOVE CI-CASE-ID TO CK-CASE-ID (CTR-IDX)
           MOVE SPACE TO CK-PATTERN-CDE (CTR-IDX)
           IF WS-CASE-COUNT > ZERO
               IF CH-CASE-ID (WS-CASE-COUNT) = CI-CASE-ID
                   MOVE CH-PATTERN-CDE (WS-CASE-COUNT) TO
                       CK-PATTERN-CDE (CTR-IDX)
               END-IF
           END-IF
           MOVE CI-TRADE-AREA TO CK-TRADE-AREA (CTR-IDX).

       1900-CALL-GATE-CHECK.
           MOVE 'CHCK' TO GG-ACTION
           CALL 'GENERATION-GATE' USING GG-ACTION GG-CHAIN-ID
               GG-RECORD-COUNT GG-CONTENT-TOTAL GG-RUN-DATE
               GG-STATUS
           IF GG-STATUS = '1'
               STOP RUN
           END-IF.

       2000-LOAD-TIN-XREF.
           OPEN INPUT ACCOUNT-MASTER-POSITION
           PERFORM 2100-READ-AMP
               UNTIL WS-EOF
           CLOSE ACCOUNT-MASTER-POSITION
           MOVE 'N' TO WS-EOF-SW.

       2100-READ-AMP.
           READ ACCOUNT-MASTER-POSITION
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF ACCOUNT-MASTER-POSITION-REC
                       AND SEQUENCE-NUMBER-AMP = 1
                       AND WS-TIN-COUNT < WS-MAX-ACCOUNTS
                       ADD 1 TO WS-TIN-COUNT
                       SET TIN-IDX TO WS-TIN-COUNT
                       MOVE AMP-CUSTOMER-ACCOUNT-NUMBER TO
                           TN-CUSTOMER-ACCOUNT-NUMBER (TIN-IDX)
                       MOVE TAX-IDENTIFICATION-NUMBER TO
                           TN-TAX-ID-NUMBER (TIN-IDX)
                   END-IF
           END-READ.

       3000-APPEND-TODAYS-TRADES.
           OPEN INPUT DIRECT-FINANCIAL-ACTIVITY
           PERFORM 3100-READ-DFA
               UNTIL WS-EOF
           PERFORM 3900-APPLY-TRADE
           CLOSE DIRECT-FINANCIAL-ACTIVITY
           MOVE 'N' TO WS-EOF-SW.

       3100-READ-DFA.
           READ DIRECT-FINANCIAL-ACTIVITY
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF DIRECT-FINANCIAL-ACTIVITY-REC
                       EVALUATE SEQUENCE-NUMBER
                           WHEN 1
                               PERFORM 3900-APPLY-TRADE
                               PERFORM 3200-START-TRADE
                           WHEN 3
                               IF WS-GROUP-OPEN
                                   MOVE BANK-MICR-ID TO
                                       WS-GRP-BANK-MICR-ID
                                   MOVE BANK-ACCT-NUMBER-UNEDITED TO
                                       WS-GRP-BANK-ACCT-NUMBER
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       3200-START-TRADE.
           IF (SHARE-BALANCE-ADD OR SHARE-BALANCE-SUBTRACT)
               AND TRADE-DATE >= WS-CUTOFF-DATE
               MOVE CUSTOMER-ACCOUNT-NUMBER TO WS-GRP-ACCOUNT-NUMBER
               MOVE FUND-CODE TO WS-GRP-FUND-CODE
               MOVE TRADE-DATE TO WS-GRP-TRADE-DATE
               MOVE SHARE-BALANCE-EFFECT-CODE TO WS-GRP-EFFECT-CODE
               MOVE TRANSACTION-GROSS-AMOUNT TO WS-GRP-GROSS-AMOUNT
               MOVE ORDER-NUMBER TO WS-GRP-ORDER-NUMBER
               MOVE PAYMENT-METHOD-CDE TO WS-GRP-PAYMENT-METHOD
               MOVE ZERO TO WS-GRP-BANK-MICR-ID
               MOVE ZERO TO WS-GRP-BANK-ACCT-NUMBER
               SET WS-GROUP-OPEN TO TRUE
           END-IF.

       3900-APPLY-TRADE.
           IF WS-GROUP-OPEN
               AND WS-TRADE-COUNT < WS-MAX-TRADES
               ADD 1 TO WS-TRADE-COUNT
               SET TRD-IDX TO WS-TRADE-COUNT
               MOVE WS-GRP-ACCOUNT-NUMBER TO
                   TR-CUSTOMER-ACCOUNT-NUMBER (TRD-IDX)
               MOVE WS-GRP-FUND-CODE TO TR-FUND-CODE (TRD-IDX)
               MOVE WS-GRP-TRADE-DATE TO TR-TRADE-DATE (TRD-IDX)
               MOVE WS-GRP-EFFECT-CODE TO TR-EFFECT-CODE (TRD-IDX)
               MOVE WS-GRP-GROSS-AMOUNT TO TR-GROSS-AMOUNT (TRD-IDX)
               MOVE WS-GRP-ORDER-NUMBER TO TR-ORDER-NUMBER (TRD-IDX)
               MOVE WS-GRP-PAYMENT-METHOD TO
                   TR-PAYMENT-METHOD-CDE (TRD-IDX)
               MOVE WS-GRP-BANK-MICR-ID TO TR-BANK-MICR-ID (TRD-IDX)
               MOVE WS-GRP-BANK-ACCT-NUMBER TO
                   TR-BANK-ACCT-NUMBER (TRD-IDX)
               MOVE 'Y' TO TR-TODAY-SW (TRD-IDX)
               PERFORM 3910-LOOKUP-TIN
               MOVE WS-LOOKUP-TIN TO TR-TAX-ID-NUMBER (TRD-IDX)
               PERFORM 3920-NOTE-ACTIVITY
           END-IF
           MOVE 'N' TO WS-GROUP-OPEN-SW.

       3910-LOOKUP-TIN.
           MOVE ZERO TO WS-LOOKUP-TIN
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING TIN-IDX FROM 1 BY 1
               UNTIL TIN-IDX > WS-TIN-COUNT OR WS-FOUND
               IF TN-CUSTOMER-ACCOUNT-NUMBER (TIN-IDX) =
                       WS-GRP-ACCOUNT-NUMBER
                   SET WS-FOUND TO TRUE
                   MOVE TN-TAX-ID-NUMBER (TIN-IDX) TO WS-LOOKUP-TIN
               END-IF
           END-PERFORM.

      *    The prior-activity date is the one carried in; today's
      *    trades only advance the last-activity date.
       3920-NOTE-ACTIVITY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > WS-ACTIVITY-COUNT OR WS-FOUND
               IF AA-CUSTOMER-ACCOUNT-NUMBER (ACT-IDX) =
                       WS-GRP-ACCOUNT-NUMBER
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO ACT-IDX
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-ACTIVITY-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACTIVITY-COUNT
               MOVE WS-ACTIVITY-COUNT TO WS-MATCHED-IDX
               MOVE WS-GRP-ACCOUNT-NUMBER TO
                   AA-CUSTOMER-ACCOUNT-NUMBER (WS-MATCHED-IDX)
               MOVE ZERO TO AA-LAST-ACTIVITY-DATE (WS-MATCHED-IDX)
               MOVE ZERO TO AA-PRIOR-ACTIVITY-DATE (WS-MATCHED-IDX)
               MOVE ZERO TO AA-TODAY-TRADE-COUNT (WS-MATCHED-IDX)
               SET WS-FOUND TO TRUE
           END-IF
           IF WS-FOUND
               ADD 1 TO AA-TODAY-TRADE-COUNT (WS-MATCHED-IDX)
               IF WS-GRP-TRADE-DATE >
                       AA-LAST-ACTIVITY-DATE (WS-MATCHED-IDX)
                   MOVE WS-GRP-TRADE-DATE TO
                       AA-LAST-ACTIVITY-DATE (WS-MATCHED-IDX)
               END-IF
           END-IF.

       4000-APPLY-DISPOSITIONS.
           OPEN INPUT AML-DISPOSITION-FILE
           IF WS-DISP-FS = '00'
               PERFORM 4100-READ-DISPOSITION
                   UNTIL WS-EOF
               CLOSE AML-DISPOSITION-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       4100-READ-DISPOSITION.
           READ AML-DISPOSITION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   PERFORM 4200-POST-DISPOSITION
           END-READ.

       4200-POST-DISPOSITION.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING CASE-IDX FROM 1 BY 1
               UNTIL CASE-IDX > WS-CASE-COUNT OR WS-FOUND
               IF CH-CASE-ID (CASE-IDX) = DI-CASE-ID
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO CASE-IDX
               END-IF
           END-PERFORM
           MOVE DI-CASE-ID TO CL-CASE-ID
           MOVE ZERO TO CL-TAX-ID-NUMBER
           MOVE SPACES TO CL-ACCOUNT-NUMBER
           MOVE DI-DISPOSITION-CDE TO CL-PATTERN-CDE
           MOVE ZERO TO CL-SCORE
           MOVE ZERO TO CL-TRADE-COUNT
           MOVE ZERO TO CL-TOTAL-AMOUNT
           IF WS-FOUND AND DI-VALID-DISPOSITION
               ADD 1 TO WS-DISPOSITIONS-POSTED
               MOVE DI-DISPOSITION-CDE TO
                   CH-DISPOSITION-CDE (WS-MATCHED-IDX)
               MOVE DI-DISPOSITION-DATE TO
                   CH-DISPOSITION-DATE (WS-MATCHED-IDX)
               MOVE DI-OFFICER-ID TO CH-OFFICER-ID (WS-MATCHED-IDX)
               MOVE CH-TAX-ID-NUMBER (WS-MATCHED-IDX) TO
                   CL-TAX-ID-NUMBER
               MOVE CH-CUSTOMER-ACCOUNT-NUMBER (WS-MATCHED-IDX) TO
                   CL-ACCOUNT-NUMBER
               MOVE 'DISPOSITION POSTED' TO CL-STATUS
           ELSE
               ADD 1 TO WS-DISPOSITIONS-REJECTED
               IF WS-FOUND
                   MOVE '*** INVALID DISPOSITION CODE' TO CL-STATUS
               ELSE
                   MOVE '*** DISPOSITION - NO SUCH CASE' TO CL-STATUS
               END-IF
           END-IF
           WRITE AML-RPT-LINE FROM WS-CASE-LINE.

       5000-SCAN-PATTERNS.
           PERFORM 5100-SCAN-STRUCTURING
           PERFORM 5200-SCAN-RAPID-IN-OUT
           PERFORM 5300-SCAN-DORMANT-BURST.

      *    Each in-band check purchase anchors a window; the
      *    suppression check keeps an overlapping window that adds
      *    no new trade from raising a second case.
       5100-SCAN-STRUCTURING.
           PERFORM VARYING WS-ANCHOR-IDX FROM 1 BY 1
               UNTIL WS-ANCHOR-IDX > WS-TRADE-COUNT
               MOVE WS-ANCHOR-IDX TO WS-CMP-IDX-1
               PERFORM 5190-CHECK-STRUCTURE-TRADE
               IF WS-FOUND
                   PERFORM 5110-BUILD-STRUCTURE-HIT
               END-IF
           END-PERFORM.

       5110-BUILD-STRUCTURE-HIT.
           MOVE 'S' TO WS-HIT-PATTERN-CDE
           MOVE ZERO TO WS-HIT-TRADE-COUNT
           MOVE ZERO TO WS-HIT-TOTAL-AMOUNT
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
               UNTIL WS-OTHER-IDX > WS-TRADE-COUNT
               MOVE WS-OTHER-IDX TO WS-CMP-IDX-1
               PERFORM 5190-CHECK-STRUCTURE-TRADE
               IF WS-FOUND
                   COMPUTE WS-DAYS-APART =
                       FUNCTION INTEGER-OF-DATE
                           (TR-TRADE-DATE (WS-OTHER-IDX))
                       - FUNCTION INTEGER-OF-DATE
                           (TR-TRADE-DATE (WS-ANCHOR-IDX))
                   MOVE WS-ANCHOR-IDX TO WS-CMP-IDX-1
                   MOVE WS-OTHER-IDX TO WS-CMP-IDX-2
                   PERFORM 8400-CHECK-SAME-HOLDER
                   IF WS-SAME-HOLDER
                       AND WS-DAYS-APART >= ZERO
                       AND WS-DAYS-APART <= WS-STRUCTURE-WINDOW-DAYS
                       PERFORM 5800-ADD-HIT-TRADE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HIT-TRADE-COUNT >= WS-STRUCTURE-MIN-COUNT
               AND WS-HIT-TOTAL-AMOUNT >= WS-REPORT-THRESHOLD-AMT
               COMPUTE WS-HIT-EXTRA-TRADES =
                   WS-HIT-TRADE-COUNT - WS-STRUCTURE-MIN-COUNT
               MOVE WS-STRUCTURE-SCORE TO WS-HIT-SCORE
               PERFORM 5900-RAISE-CASE
           END-IF.

       5190-CHECK-STRUCTURE-TRADE.
           MOVE 'N' TO WS-FOUND-SW
           IF TR-SHARE-ADD (WS-CMP-IDX-1)
               AND TR-PAYMENT-CHECK (WS-CMP-IDX-1)
               AND TR-GROSS-AMOUNT (WS-CMP-IDX-1) >=
                   WS-STRUCTURE-FLOOR-AMT
               AND TR-GROSS-AMOUNT (WS-CMP-IDX-1) <
                   WS-REPORT-THRESHOLD-AMT
               SET WS-FOUND TO TRUE
           END-IF.

       5200-SCAN-RAPID-IN-OUT.
           PERFORM VARYING WS-ANCHOR-IDX FROM 1 BY 1
               UNTIL WS-ANCHOR-IDX > WS-TRADE-COUNT
               IF TR-SHARE-SUBTRACT (WS-ANCHOR-IDX)
                   PERFORM 5210-MATCH-RAPID-PURCHASE
               END-IF
           END-PERFORM.

       5210-MATCH-RAPID-PURCHASE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
               UNTIL WS-OTHER-IDX > WS-TRADE-COUNT OR WS-FOUND
               IF TR-SHARE-ADD (WS-OTHER-IDX)
                   AND TR-TRADE-DATE (WS-OTHER-IDX) <=
                       TR-TRADE-DATE (WS-ANCHOR-IDX)
                   PERFORM 5220-CHECK-RAPID-PAIR
               END-IF
           END-PERFORM.

       5220-CHECK-RAPID-PAIR.
           MOVE WS-ANCHOR-IDX TO WS-CMP-IDX-1
           MOVE WS-OTHER-IDX TO WS-CMP-IDX-2
           PERFORM 8400-CHECK-SAME-HOLDER
           COMPUTE WS-DAYS-APART =
               FUNCTION INTEGER-OF-DATE(TR-TRADE-DATE (WS-ANCHOR-IDX))
               - FUNCTION INTEGER-OF-DATE(TR-TRADE-DATE (WS-OTHER-IDX))
           IF WS-SAME-HOLDER
               AND WS-DAYS-APART <= WS-RAPID-WINDOW-DAYS
               IF TR-PAYMENT-WIRE (WS-ANCHOR-IDX)
                   OR (TR-BANK-MICR-ID (WS-ANCHOR-IDX) > ZERO
                       AND (TR-BANK-MICR-ID (WS-ANCHOR-IDX) NOT =
                               TR-BANK-MICR-ID (WS-OTHER-IDX)
                           OR TR-BANK-ACCT-NUMBER (WS-ANCHOR-IDX)
                               NOT = TR-BANK-ACCT-NUMBER
                                         (WS-OTHER-IDX)))
                   MOVE 'R' TO WS-HIT-PATTERN-CDE
                   MOVE ZERO TO WS-HIT-TRADE-COUNT
                   MOVE ZERO TO WS-HIT-TOTAL-AMOUNT
                   MOVE WS-OTHER-IDX TO WS-CMP-IDX-1
                   PERFORM 5800-ADD-HIT-TRADE
                   MOVE WS-ANCHOR-IDX TO WS-CMP-IDX-1
                   PERFORM 5800-ADD-HIT-TRADE
                   MOVE ZERO TO WS-HIT-EXTRA-TRADES
                   MOVE WS-RAPID-SCORE TO WS-HIT-SCORE
                   PERFORM 5900-RAISE-CASE
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF.

       5300-SCAN-DORMANT-BURST.
           PERFORM VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > WS-ACTIVITY-COUNT
               IF AA-TODAY-TRADE-COUNT (ACT-IDX) >=
                       WS-BURST-MIN-TRADES
                   AND AA-PRIOR-ACTIVITY-DATE (ACT-IDX) > ZERO
                   COMPUTE WS-DAYS-APART = WS-RUN-DAY-NUMBER
                       - FUNCTION INTEGER-OF-DATE
                           (AA-PRIOR-ACTIVITY-DATE (ACT-IDX))
                   IF WS-DAYS-APART > WS-DORMANT-DAYS
                       PERFORM 5310-BUILD-DORMANT-HIT
                   END-IF
               END-IF
           END-PERFORM.

       5310-BUILD-DORMANT-HIT.
           MOVE 'D' TO WS-HIT-PATTERN-CDE
           MOVE ZERO TO WS-HIT-TRADE-COUNT
           MOVE ZERO TO WS-HIT-TOTAL-AMOUNT
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
               UNTIL WS-OTHER-IDX > WS-TRADE-COUNT
               IF TR-TODAY-SW (WS-OTHER-IDX) = 'Y'
                   AND TR-CUSTOMER-ACCOUNT-NUMBER (WS-OTHER-IDX) =
                       AA-CUSTOMER-ACCOUNT-NUMBER (ACT-IDX)
                   MOVE WS-OTHER-IDX TO WS-CMP-IDX-1
                   PERFORM 5800-ADD-HIT-TRADE
               END-IF
           END-PERFORM
           IF WS-HIT-TRADE-COUNT >= WS-BURST-MIN-TRADES
               COMPUTE WS-HIT-EXTRA-TRADES =
                   WS-HIT-TRADE-COUNT - WS-BURST-MIN-TRADES
               MOVE WS-DORMANT-SCORE TO WS-HIT-SCORE
               PERFORM 5900-RAISE-CASE
           END-IF.

       5800-ADD-HIT-TRADE.
           IF WS-HIT-TRADE-COUNT < WS-MAX-HIT-TRADES
               ADD 1 TO WS-HIT-TRADE-COUNT
               MOVE WS-CMP-IDX-1 TO HT-TRADE-IDX (WS-HIT-TRADE-COUNT)
               ADD TR-GROSS-AMOUNT (WS-CMP-IDX-1) TO
                   WS-HIT-TOTAL-AMOUNT
           END-IF.

      *    A hit all of whose trades already sit on a case for the
      *    same pattern is not raised again.
       5900-RAISE-CASE.
           MOVE 'N' TO WS-NEW-TRADE-SW
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-HIT-TRADE-COUNT
                   OR WS-NEW-TRADE-ON-HIT
               MOVE HT-TRADE-IDX (WS-HIT-IDX) TO WS-CMP-IDX-1
               MOVE 'N' TO WS-FOUND-SW
               PERFORM VARYING CTR-IDX FROM 1 BY 1
                   UNTIL CTR-IDX > WS-CASE-TRADE-COUNT OR WS-FOUND
                   IF CK-PATTERN-CDE (CTR-IDX) = WS-HIT-PATTERN-CDE
                       AND CK-TRADE-KEY (CTR-IDX) =
                           TR-TRADE-KEY (WS-CMP-IDX-1)
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   SET WS-NEW-TRADE-ON-HIT TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-NEW-TRADE-ON-HIT
               ADD 1 TO WS-HITS-SUPPRESSED
           ELSE
               IF WS-CASE-COUNT < WS-MAX-CASES
                   AND WS-CASE-TRADE-COUNT + WS-HIT-TRADE-COUNT
                       <= WS-MAX-CASE-TRADES
                   PERFORM 5910-OPEN-CASE
               END-IF
           END-IF.

       5910-OPEN-CASE.
           ADD 1 TO WS-HITS-RAISED
           ADD 1 TO WS-NEXT-CASE-ID
           ADD 1 TO WS-CASE-COUNT
           SET CASE-IDX TO WS-CASE-COUNT
           MOVE HT-TRADE-IDX (1) TO WS-CMP-IDX-1
           MOVE WS-NEXT-CASE-ID TO CH-CASE-ID (CASE-IDX)
           MOVE TR-TAX-ID-NUMBER (WS-CMP-IDX-1) TO
               CH-TAX-ID-NUMBER (CASE-IDX)
           MOVE TR-CUSTOMER-ACCOUNT-NUMBER (WS-CMP-IDX-1) TO
               CH-CUSTOMER-ACCOUNT-NUMBER (CASE-IDX)
           MOVE WS-HIT-PATTERN-CDE TO CH-PATTERN-CDE (CASE-IDX)
           COMPUTE CH-SCORE (CASE-IDX) =
               WS-HIT-SCORE + 5 * WS-HIT-EXTRA-TRADES
               ON SIZE ERROR
                   MOVE 999 TO CH-SCORE (CASE-IDX)
           END-COMPUTE
           MOVE WS-RUN-DATE TO CH-OPEN-DATE (CASE-IDX)
           MOVE WS-HIT-TRADE-COUNT TO CH-TRADE-COUNT (CASE-IDX)
           MOVE WS-HIT-TOTAL-AMOUNT TO CH-TOTAL-AMOUNT (CASE-IDX)
           MOVE SPACE TO CH-DISPOSITION-CDE (CASE-IDX)
           MOVE ZERO TO CH-DISPOSITION-DATE (CASE-IDX)
           MOVE SPACES TO CH-OFFICER-ID (CASE-IDX)
           MOVE CH-CASE-ID (CASE-IDX) TO CL-CASE-ID
           MOVE CH-TAX-ID-NUMBER (CASE-IDX) TO CL-TAX-ID-NUMBER
           MOVE CH-CUSTOMER-ACCOUNT-NUMBER (CASE-IDX) TO
               CL-ACCOUNT-NUMBER
           MOVE CH-PATTERN-CDE (CASE-IDX) TO CL-PATTERN-CDE
           MOVE CH-SCORE (CASE-IDX) TO CL-SCORE
           MOVE CH-TRADE-COUNT (CASE-IDX) TO CL-TRADE-COUNT
           MOVE CH-TOTAL-AMOUNT (CASE-IDX) TO CL-TOTAL-AMOUNT
           MOVE '*** NEW CASE QUEUED' TO CL-STATUS
           WRITE AML-RPT-LINE FROM WS-CASE-LINE
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-HIT-TRADE-COUNT
               PERFORM 5920-ADD-CASE-TRADE
           END-PERFORM.

       5920-ADD-CASE-TRADE.
           MOVE HT-TRADE-IDX (WS-HIT-IDX) TO WS-CMP-IDX-1
           ADD 1 TO WS-CASE-TRADE-COUNT
           SET CTR-IDX TO WS-CASE-TRADE-COUNT
           MOVE WS-NEXT-CASE-ID TO CK-CASE-ID (CTR-IDX)
           MOVE WS-HIT-PATTERN-CDE TO CK-PATTERN-CDE (CTR-IDX)
           MOVE TR-TRADE-KEY (WS-CMP-IDX-1) TO CK-TRADE-KEY (CTR-IDX)
           MOVE TR-PAYMENT-METHOD-CDE (WS-CMP-IDX-1) TO
               CK-PAYMENT-METHOD-CDE (CTR-IDX)
           MOVE TR-BANK-MICR-ID (WS-CMP-IDX-1) TO
               CK-BANK-MICR-ID (CTR-IDX)
           MOVE TR-BANK-ACCT-NUMBER (WS-CMP-IDX-1) TO
               CK-BANK-ACCT-NUMBER (CTR-IDX)
           MOVE TR-CUSTOMER-ACCOUNT-NUMBER (WS-CMP-IDX-1) TO
               TL-ACCOUNT-NUMBER
           MOVE TR-FUND-CODE (WS-CMP-IDX-1) TO TL-FUND-CODE
           MOVE TR-TRADE-DATE (WS-CMP-IDX-1) TO TL-TRADE-DATE
           MOVE TR-EFFECT-CODE (WS-CMP-IDX-1) TO TL-EFFECT-CODE
           MOVE TR-PAYMENT-METHOD-CDE (WS-CMP-IDX-1) TO
               TL-PAYMENT-METHOD-CDE
           MOVE TR-GROSS-AMOUNT (WS-CMP-IDX-1) TO TL-GROSS-AMOUNT
           MOVE TR-BANK-MICR-ID (WS-CMP-IDX-1) TO TL-BANK-MICR-ID
           WRITE AML-RPT-LINE FROM WS-TRADE-LINE.

       6000-WRITE-HISTORY-OUT.
           OPEN OUTPUT AML-HISTORY-OUT
           PERFORM VARYING TRD-IDX FROM 1 BY 1
               UNTIL TRD-IDX > WS-TRADE-COUNT
               MOVE 'T' TO HO-ROW-TYPE-CDE
               MOVE TR-TRADE-KEY (TRD-IDX) TO HO-TRADE-KEY
               MOVE TR-TAX-ID-NUMBER (TRD-IDX) TO HO-TAX-ID-NUMBER
               MOVE TR-PAYMENT-METHOD-CDE (TRD-IDX) TO
                   HO-PAYMENT-METHOD-CDE
               MOVE TR-BANK-MICR-ID (TRD-IDX) TO HO-BANK-MICR-ID
               MOVE TR-BANK-ACCT-NUMBER (TRD-IDX) TO
                   HO-BANK-ACCT-NUMBER
               ADD 1 TO WS-GATE-OUT-COUNT
               ADD HO-TRADE-DATE TO WS-GATE-OUT-TOTAL
               WRITE AML-HISTORY-OUT-RECORD
           END-PERFORM
           PERFORM VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > WS-ACTIVITY-COUNT
               MOVE 'L' TO HO-ROW-TYPE-CDE
               MOVE AA-CUSTOMER-ACCOUNT-NUMBER (ACT-IDX) TO
                   HO-CUSTOMER-ACCOUNT-NUMBER
               MOVE ZERO TO HO-FUND-CODE
               MOVE AA-LAST-ACTIVITY-DATE (ACT-IDX) TO HO-TRADE-DATE
               MOVE SPACE TO HO-EFFECT-CODE
               MOVE ZERO TO HO-GROSS-AMOUNT
               MOVE ZERO TO HO-ORDER-NUMBER
               MOVE ZERO TO HO-TAX-ID-NUMBER
               MOVE SPACE TO HO-PAYMENT-METHOD-CDE
               MOVE ZERO TO HO-BANK-MICR-ID
               MOVE ZERO TO HO-BANK-ACCT-NUMBER
               ADD 1 TO WS-GATE-OUT-COUNT
               ADD HO-TRADE-DATE TO WS-GATE-OUT-TOTAL
               WRITE AML-HISTORY-OUT-RECORD
           END-PERFORM
           CLOSE AML-HISTORY-OUT
           MOVE 'AML-HISTORY' TO GG-CHAIN-ID
           MOVE WS-GATE-OUT-COUNT TO GG-RECORD-COUNT
           MOVE WS-GATE-OUT-TOTAL TO GG-CONTENT-TOTAL
           PERFORM 7900-CALL-GATE-SAVE.

      *    Each case header is followed by its supporting trades.
       7000-WRITE-CASE-QUEUE-OUT.
           OPEN OUTPUT AML-CASE-OUT
           PERFORM VARYING CASE-IDX FROM 1 BY 1
               UNTIL CASE-IDX > WS-CASE-COUNT
               IF CH-DISPOSITION-CDE (CASE-IDX) = SPACE
                   OR CH-DISPOSITION-CDE (CASE-IDX) = 'I'
                   ADD 1 TO WS-OPEN-CASE-COUNT
               END-IF
               MOVE CH-CASE-ID (CASE-IDX) TO CO-CASE-ID
               MOVE 'H' TO CO-ROW-TYPE-CDE
               MOVE CH-HEADER-AREA (CASE-IDX) TO CO-HEADER-AREA
               ADD 1 TO WS-CASE-OUT-COUNT
               ADD CO-CASE-ID TO WS-CASE-OUT-TOTAL
               WRITE AML-CASE-OUT-RECORD
               PERFORM VARYING CTR-IDX FROM 1 BY 1
                   UNTIL CTR-IDX > WS-CASE-TRADE-COUNT
                   IF CK-CASE-ID (CTR-IDX) = CH-CASE-ID (CASE-IDX)
                       PERFORM 7100-WRITE-CASE-TRADE
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE AML-CASE-OUT
           MOVE 'AML-CASE' TO GG-CHAIN-ID
           MOVE WS-CASE-OUT-COUNT TO GG-RECORD-COUNT
           MOVE WS-CASE-OUT-TOTAL TO GG-CONTENT-TOTAL
           PERFORM 7900-CALL-GATE-SAVE.

       7100-WRITE-CASE-TRADE.
           MOVE CK-CASE-ID (CTR-IDX) TO CO-CASE-ID
           MOVE 'T' TO CO-ROW-TYPE-CDE
           MOVE CK-TRADE-AREA (CTR-IDX) TO CO-TRADE-AREA
           ADD 1 TO WS-CASE-OUT-COUNT
           ADD CO-CASE-ID TO WS-CASE-OUT-TOTAL
           WRITE AML-CASE-OUT-RECORD.

       7900-CALL-GATE-SAVE.
           MOVE 'SAVE' TO GG-ACTION
           CALL 'GENERATION-GATE' USING GG-ACTION GG-CHAIN-ID
               GG-RECORD-COUNT GG-CONTENT-TOTAL GG-RUN-DATE
               GG-STATUS.

      *    Two trades belong to the same holder when both carry the
      *    same non-zero TIN, or when they are on the same account.
       8400-CHECK-SAME-HOLDER.
           MOVE 'N' TO WS-SAME-HOLDER-SW
           IF TR-TAX-ID-NUMBER (WS-CMP-IDX-1) > ZERO
               AND TR-TAX-ID-NUMBER (WS-CMP-IDX-1) =
                   TR-TAX-ID-NUMBER (WS-CMP-IDX-2)
               SET WS-SAME-HOLDER TO TRUE
           END-IF
           IF TR-CUSTOMER-ACCOUNT-NUMBER (WS-CMP-IDX-1) =
                   TR-CUSTOMER-ACCOUNT-NUMBER (WS-CMP-IDX-2)
               SET WS-SAME-HOLDER TO TRUE
           END-IF.

       9000-FINALIZE.
           MOVE WS-HITS-RAISED TO SL-HITS-RAISED
           MOVE WS-HITS-SUPPRESSED TO SL-HITS-SUPPRESSED
           MOVE WS-DISPOSITIONS-POSTED TO SL-DISPOSITIONS-POSTED
           MOVE WS-DISPOSITIONS-REJECTED TO SL-DISPOSITIONS-REJECTED
           MOVE WS-OPEN-CASE-COUNT TO SL-OPEN-CASE-COUNT
           WRITE AML-RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE AML-RPT-FILE.
