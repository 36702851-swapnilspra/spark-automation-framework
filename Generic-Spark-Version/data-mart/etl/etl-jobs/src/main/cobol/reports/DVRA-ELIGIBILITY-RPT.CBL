       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVRA-ELIGIBILITY-RPT.
      ******************************************************************
      *  Record-date eligibility completeness check.  The payout proof
      *  works at fund level, so an account that held shares on the
      *  record date and was left out of the run can hide behind an
      *  offsetting error elsewhere; this proves the run account by
      *  account before the payable date.
      *
      *  SCD2-SNAPSHOT-GEN regenerates, for every DIVIDEND-REFRESHER
      *  header's FUND-CODE and DISTRIBUTION-RECORD-DATE, the APR
      *  position file for that fund as of that date (APRRDSNAPIN,
      *  each row stamped with its as-of date).  Every account in the
      *  snapshot holding shares is eligible.  Each header (DVH/CGH/
      *  FTH) opens a distribution event and the SEQUENCE-NUMBER 1
      *  detail rows that follow it in file order are the accounts
      *  paid.  When the event closes two lists are printed under it:
      *    - ELIGIBLE NOT PAID   snapshot accounts with shares and no
      *                          detail row in the event
      *    - PAID NOT ELIGIBLE   detail rows for accounts holding no
      *                          shares on the record date
      *  The event line carries the total eligible shares beside the
      *  fund's RECORD-DATE-SHARES-AMT from the day's SDCM 'DD' row.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDCM-BALANCING-DATA ASSIGN TO "SDCMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECORD-DATE-SNAPSHOT ASSIGN TO "APRRDSNAPIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIVIDEND-REFRESHER ASSIGN TO "DVRANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ELIGIBILITY-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SDCM-BALANCING-DATA.
       01  SDCM-BALANCING-RECORD.
           05  SYSTEM-ID                         PIC X(3).
           05  SUPER-SHEET-DTE                   PIC 9(8).
           05  RECORD-TYPE-CDE                   PIC X(2).
               88  RECORD-TYPE-DETAIL                VALUE 'DD'.
           05  DETAIL-TRANSMIT-AREA.
               10  SDCM-FUND-CODE                PIC 9(7).
               10  FILLER                        PIC X(68).
               10  RECORD-DATE-SHARES-AMT        PIC 9(13)V9(4).
               10  FILLER                        PIC X(195).
       FD  RECORD-DATE-SNAPSHOT.
       01  RECORD-DATE-SNAPSHOT-RECORD.
           05  RD-AS-OF-DATE                     PIC 9(8).
           05  RD-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  RD-FUND-CODE                      PIC 9(7).
           05  RD-TOTAL-SHARES-COUNT             PIC 9(11)V9(4).
           05  RD-EFF-START-DATE                 PIC 9(8).
       FD  DIVIDEND-REFRESHER.
       01  DIVIDEND-REFRESHER-RECORD.
           05  RECORD-TYPE                       PIC X(3).
               88  CAP-GAIN-HEADER                   VALUE 'CGH'.
               88  CAP-GAIN-REFRESHER                VALUE 'CGR'.
               88  DIVIDEND-HEADER                   VALUE 'DVH'.
               88  DIVIDEND-REFRESHER-REC             VALUE 'DVR'.
               88  FOREIGN-TAX-CREDIT-HEADER         VALUE 'FTH'.
               88  FOREIGN-TAX-CREDIT-REFRESHER      VALUE 'FTR'.
           05  SEQUENCE-NUMBER                   PIC 9(3).
           05  HEADER-RECORD-1.
               10  DISTRIBUTION-RECORD-DATE      PIC 9(8).
               10  FILLER                        PIC X(25).
               10  HDR-FUND-CODE                 PIC 9(7).
               10  FILLER                        PIC X(114).
           05  DETAIL-RECORD-1 REDEFINES HEADER-RECORD-1.
               10  FILLER                        PIC X(16).
               10  DVRA-CUSTOMER-ACCOUNT-NUMBER  PIC X(20).
               10  FILLER                        PIC X(73).
               10  DISTRIBUTION-AMOUNT           PIC 9(13)V9(2).
               10  FILLER                        PIC X(30).
       FD  ELIGIBILITY-RPT-FILE.
       01  ELIGIBILITY-RPT-LINE                  PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-MAX-FUNDS                          PIC 9(5) VALUE 5000.
       01  WS-SHARES-COUNT                       PIC 9(5) VALUE ZERO.
       01  WS-MAX-SNAPSHOT-ROWS                  PIC 9(6) VALUE 100000.
       01  WS-SNAPSHOT-COUNT                     PIC 9(6) VALUE ZERO.
       01  WS-MAX-UNELIGIBLE                     PIC 9(5) VALUE 10000.
       01  WS-UNELIGIBLE-COUNT                   PIC 9(5) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-EVENT-OPEN-SW                      PIC X(1) VALUE 'N'.
           88  WS-EVENT-OPEN                         VALUE 'Y'.
       01  WS-EV-FUND-CODE                       PIC 9(7) VALUE ZERO.
       01  WS-EV-RECORD-DATE                     PIC 9(8) VALUE ZERO.
       01  WS-EV-RECORD-TYPE                     PIC X(3) VALUE SPACES.
       01  WS-EV-PAID-ROWS                       PIC 9(7) VALUE ZERO.
       01  WS-EV-MISSING-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-ELIGIBLE-SHARES                    PIC 9(13)V9(4)
                                                  VALUE ZERO.
       01  WS-RECORD-SHARES                      PIC 9(13)V9(4)
                                                  VALUE ZERO.
       01  WS-SHARES-VARIANCE                    PIC S9(13)V9(4)
                                                  VALUE ZERO.
       01  WS-EVENTS-CHECKED                     PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-MISSING                      PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-UNELIGIBLE                   PIC 9(7) VALUE ZERO.
       01  RECORD-SHARES-TABLE.
           05  RECORD-SHARES-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-SHARES-COUNT
                   INDEXED BY SHR-IDX.
               10  RS-FUND-CODE                  PIC 9(7).
               10  RS-RECORD-DATE-SHARES         PIC 9(13)V9(4).
       01  SNAPSHOT-TABLE.
           05  SNAPSHOT-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-SNAPSHOT-COUNT
                   INDEXED BY SNP-IDX.
               10  SN-AS-OF-DATE                 PIC 9(8).
               10  SN-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  SN-FUND-CODE                  PIC 9(7).
               10  SN-TOTAL-SHARES-COUNT         PIC 9(11)V9(4).
               10  SN-PAID-SW                    PIC X(1).
       01  UNELIGIBLE-TABLE.
           05  UNELIGIBLE-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-UNELIGIBLE-COUNT
                   INDEXED BY UNE-IDX.
               10  UN-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  UN-DISTRIBUTION-AMOUNT        PIC 9(13)V9(2).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'DISTRIBUTION RECORD-DATE ELIGIBILITY COMPLETENESS CHECK'.
       01  WS-COLUMN-LINE                        PIC X(120) VALUE
           'FUND    TYP REC-DATE     ELIGIBLE-SHARES   SDCM-REC-SHARES'.
       01  WS-EVENT-LINE.
           05  EL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  EL-RECORD-TYPE                    PIC X(3).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  EL-RECORD-DATE                    PIC 9(8).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  EL-ELIGIBLE-SHARES                PIC Z(12)9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  EL-RECORD-SHARES                  PIC Z(12)9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  EL-SHARES-VARIANCE                PIC -Z(12)9.9999.
           05  FILLER                            PIC X(7) VALUE
               ' PAID '.
           05  EL-PAID-ROWS                      PIC ZZZZZZ9.
       01  WS-EXCEPTION-LINE.
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  XL-EXCEPTION-TYPE                 PIC X(18).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  XL-ACCOUNT-NUMBER                 PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  XL-SHARES-LABEL                   PIC X(7).
           05  XL-SHARES-COUNT                   PIC Z(10)9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  XL-AMOUNT-LABEL                   PIC X(7).
           05  XL-DISTRIBUTION-AMOUNT            PIC Z(12)9.99.
       01  WS-SUMMARY-LINE.
           05  FILLER                            PIC X(18) VALUE
               'EVENTS CHECKED: '.
           05  SL-EVENT-COUNT                    PIC ZZZZ9.
           05  FILLER                            PIC X(22) VALUE
               '   ELIGIBLE NOT PAID: '.
           05  SL-MISSING-COUNT                  PIC ZZZZZZ9.
           05  FILLER                            PIC X(22) VALUE
               '   PAID NOT ELIGIBLE: '.
           05  SL-UNELIGIBLE-COUNT               PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-EVENTS
           PERFORM 3000-CLOSE-EVENT
           PERFORM 4000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1200-LOAD-RECORD-SHARES
           PERFORM 1300-LOAD-SNAPSHOT
           OPEN OUTPUT ELIGIBILITY-RPT-FILE
           WRITE ELIGIBILITY-RPT-LINE FROM WS-HEADLINE-1
           WRITE ELIGIBILITY-RPT-LINE FROM WS-COLUMN-LINE.

       1200-LOAD-RECORD-SHARES.
           OPEN INPUT SDCM-BALANCING-DATA
           PERFORM 1210-READ-SDCM
               UNTIL WS-EOF
           CLOSE SDCM-BALANCING-DATA
           MOVE 'N' TO WS-EOF-SW.

       1210-READ-SDCM.
           READ SDCM-BALANCING-DATA
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF RECORD-TYPE-DETAIL
                       AND WS-SHARES-COUNT < WS-MAX-FUNDS
                       ADD 1 TO WS-SHARES-COUNT
                       SET SHR-IDX TO WS-SHARES-COUNT
                       MOVE SDCM-FUND-CODE TO RS-FUND-CODE (SHR-IDX)
                       MOVE RECORD-DATE-SHARES-AMT TO
                           RS-RECORD-DATE-SHARES (SHR-IDX)
                   END-IF
           END-READ.

       1300-LOAD-SNAPSHOT.
           OPEN INPUT RECORD-DATE-SNAPSHOT
           PERFORM 1310-READ-SNAPSHOT
               UNTIL WS-EOF
           CLOSE RECORD-DATE-SNAPSHOT
           MOVE 'N' TO WS-EOF-SW.

       1310-READ-SNAPSHOT.
           READ RECORD-DATE-SNAPSHOT
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF RD-TOTAL-SHARES-COUNT > ZERO
                       AND WS-SNAPSHOT-COUNT < WS-MAX-SNAPSHOT-ROWS
                       ADD 1 TO WS-SNAPSHOT-COUNT
                       SET SNP-IDX TO WS-SNAPSHOT-COUNT
                       MOVE RD-AS-OF-DATE TO SN-AS-OF-DATE (SNP-IDX)
                       MOVE RD-CUSTOMER-ACCOUNT-NUMBER TO
                           SN-CUSTOMER-ACCOUNT-NUMBER (SNP-IDX)
                       MOVE RD-FUND-CODE TO SN-FUND-CODE (SNP-IDX)
                       MOVE RD-TOTAL-SHARES-COUNT TO
                           SN-TOTAL-SHARES-COUNT (SNP-IDX)
                       MOVE 'N' TO SN-PAID-SW (SNP-IDX)
                   END-IF
           END-READ.

       2000-CHECK-EVENTS.
           OPEN INPUT DIVIDEND-REFRESHER
           PERFORM 2100-READ-DVRA
               UNTIL WS-EOF
           CLOSE DIVIDEND-REFRESHER.

       2100-READ-DVRA.
           READ DIVIDEND-REFRESHER
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN DIVIDEND-HEADER
                       WHEN CAP-GAIN-HEADER
                       WHEN FOREIGN-TAX-CREDIT-HEADER
                           PERFORM 3000-CLOSE-EVENT
                           PERFORM 2200-OPEN-EVENT
                       WHEN DIVIDEND-REFRESHER-REC
                       WHEN CAP-GAIN-REFRESHER
                       WHEN FOREIGN-TAX-CREDIT-REFRESHER
                           IF SEQUENCE-NUMBER = 1
                               AND WS-EVENT-OPEN
                               PERFORM 2300-MARK-PAID-ACCOUNT
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2200-OPEN-EVENT.
           MOVE HDR-FUND-CODE TO WS-EV-FUND-CODE
           MOVE DISTRIBUTION-RECORD-DATE TO WS-EV-RECORD-DATE
           MOVE RECORD-TYPE TO WS-EV-RECORD-TYPE
           MOVE ZERO TO WS-EV-PAID-ROWS
           MOVE ZERO TO WS-UNELIGIBLE-COUNT
           PERFORM VARYING SNP-IDX FROM 1 BY 1
               UNTIL SNP-IDX > WS-SNAPSHOT-COUNT
               MOVE 'N' TO SN-PAID-SW (SNP-IDX)
           END-PERFORM
           SET WS-EVENT-OPEN TO TRUE.

       2300-MARK-PAID-ACCOUNT.
           ADD 1 TO WS-EV-PAID-ROWS
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING SNP-IDX FROM 1 BY 1
               UNTIL SNP-IDX > WS-SNAPSHOT-COUNT OR WS-FOUND
               IF SN-FUND-CODE (SNP-IDX) = WS-EV-FUND-CODE
                   AND SN-AS-OF-DATE (SNP-IDX) = WS-EV-RECORD-DATE
                   AND SN-CUSTOMER-ACCOUNT-NUMBER (SNP-IDX)
                       = DVRA-CUSTOMER-ACCOUNT-NUMBER
                   SET WS-FOUND TO TRUE
                   MOVE 'Y' TO SN-PAID-SW (SNP-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-UNELIGIBLE-COUNT < WS-MAX-UNELIGIBLE
               ADD 1 TO WS-UNELIGIBLE-COUNT
               SET UNE-IDX TO WS-UNELIGIBLE-COUNT
               MOVE DVRA-CUSTOMER-ACCOUNT-NUMBER TO
                   UN-CUSTOMER-ACCOUNT-NUMBER (UNE-IDX)
               MOVE DISTRIBUTION-AMOUNT TO
                   UN-DISTRIBUTION-AMOUNT (UNE-IDX)
           END-IF.

       3000-CLOSE-EVENT.
           IF WS-EVENT-OPEN
               PERFORM 3100-PROVE-EVENT
               MOVE 'N' TO WS-EVENT-OPEN-SW
           END-IF.

       3100-PROVE-EVENT.
           ADD 1 TO WS-EVENTS-CHECKED
           MOVE ZERO TO WS-ELIGIBLE-SHARES
           MOVE ZERO TO WS-EV-MISSING-COUNT
           PERFORM VARYING SNP-IDX FROM 1 BY 1
               UNTIL SNP-IDX > WS-SNAPSHOT-COUNT
               IF SN-FUND-CODE (SNP-IDX) = WS-EV-FUND-CODE
                   AND SN-AS-OF-DATE (SNP-IDX) = WS-EV-RECORD-DATE
                   ADD SN-TOTAL-SHARES-COUNT (SNP-IDX) TO
                       WS-ELIGIBLE-SHARES
               END-IF
           END-PERFORM
           PERFORM 3200-LOOKUP-RECORD-SHARES
           COMPUTE WS-SHARES-VARIANCE =
               WS-ELIGIBLE-SHARES - WS-RECORD-SHARES
           MOVE WS-EV-FUND-CODE TO EL-FUND-CODE
           MOVE WS-EV-RECORD-TYPE TO EL-RECORD-TYPE
           MOVE WS-EV-RECORD-DATE TO EL-RECORD-DATE
           MOVE WS-ELIGIBLE-SHARES TO EL-ELIGIBLE-SHARES
           MOVE WS-RECORD-SHARES TO EL-RECORD-SHARES
           MOVE WS-SHARES-VARIANCE TO EL-SHARES-VARIANCE
           MOVE WS-EV-PAID-ROWS TO EL-PAID-ROWS
           WRITE ELIGIBILITY-RPT-LINE FROM WS-EVENT-LINE
           PERFORM VARYING SNP-IDX FROM 1 BY 1
               UNTIL SNP-IDX > WS-SNAPSHOT-COUNT
               IF SN-FUND-CODE (SNP-IDX) = WS-EV-FUND-CODE
                   AND SN-AS-OF-DATE (SNP-IDX) = WS-EV-RECORD-DATE
                   AND SN-PAID-SW (SNP-IDX) NOT = 'Y'
                   PERFORM 3300-WRITE-MISSING
               END-IF
           END-PERFORM
           PERFORM VARYING UNE-IDX FROM 1 BY 1
               UNTIL UNE-IDX > WS-UNELIGIBLE-COUNT
               PERFORM 3400-WRITE-UNELIGIBLE
           END-PERFORM
           ADD WS-UNELIGIBLE-COUNT TO WS-TOTAL-UNELIGIBLE.

       3200-LOOKUP-RECORD-SHARES.
           MOVE ZERO TO WS-RECORD-SHARES
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING SHR-IDX FROM 1 BY 1
               UNTIL SHR-IDX > WS-SHARES-COUNT OR WS-FOUND
               IF RS-FUND-CODE (SHR-IDX) = WS-EV-FUND-CODE
                   SET WS-FOUND TO TRUE
                   MOVE RS-RECORD-DATE-SHARES (SHR-IDX) TO
                       WS-RECORD-SHARES
               END-IF
           END-PERFORM.

       3300-WRITE-MISSING.
           ADD 1 TO WS-EV-MISSING-COUNT
           ADD 1 TO WS-TOTAL-MISSING
           MOVE SPACES TO WS-EXCEPTION-LINE
           MOVE 'ELIGIBLE NOT PAID' TO XL-EXCEPTION-TYPE
           MOVE SN-CUSTOMER-ACCOUNT-NUMBER (SNP-IDX) TO
               XL-ACCOUNT-NUMBER
           MOVE 'SHARES ' TO XL-SHARES-LABEL
           MOVE SN-TOTAL-SHARES-COUNT (SNP-IDX) TO XL-SHARES-COUNT
           WRITE ELIGIBILITY-RPT-LINE FROM WS-EXCEPTION-LINE.

       3400-WRITE-UNELIGIBLE.
           MOVE SPACES TO WS-EXCEPTION-LINE
           MOVE 'PAID NOT ELIGIBLE' TO XL-EXCEPTION-TYPE
           MOVE UN-CUSTOMER-ACCOUNT-NUMBER (UNE-IDX) TO
               XL-ACCOUNT-NUMBER
           MOVE 'AMOUNT ' TO XL-AMOUNT-LABEL
           MOVE UN-DISTRIBUTION-AMOUNT (UNE-IDX) TO
               XL-DISTRIBUTION-AMOUNT
           WRITE ELIGIBILITY-RPT-LINE FROM WS-EXCEPTION-LINE.

       4000-FINALIZE.
           MOVE WS-EVENTS-CHECKED TO SL-EVENT-COUNT
           MOVE WS-TOTAL-MISSING TO SL-MISSING-COUNT
           MOVE WS-TOTAL-UNELIGIBLE TO SL-UNELIGIBLE-COUNT
           WRITE ELIGIBILITY-RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE ELIGIBILITY-RPT-FILE.
