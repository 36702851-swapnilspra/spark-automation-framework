       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEIDENT-TEST-DATA-GEN.
      ******************************************************************
      *  De-identified test data generator for the six feeds.  User
      *  acceptance testing ran on production copies full of real
      *  TINs, registration names, bank account numbers and phone
      *  numbers, which the auditors flagged.
      *
      *  Each production feed (AMP, APR, DFA, DVRA, SDCM, 858) is
      *  read in its native layout and written back out as a masked
      *  copy, record for record.  Every sensitive field is replaced
      *  in place through the shared DEIDENT-MASK subprogram, under
      *  one masking domain per kind of value, so the same real value
      *  becomes the same masked value across every feed and every
      *  run:
      *      ACCT     CUSTOMER-ACCOUNT-NUMBER (AMP 1, APR 1, DFA 1,
      *               DVRA detail 1 and 4)
      *      TAXID    TAX-IDENTIFICATION-NUMBER (AMP 1, DVRA 1) and
      *               SOCIAL-SECURITY-NBR (APR 2, DFA 2)
      *      REGLINE  REGISTRATION-LINE-1-TEXT through 7 (AMP 2, 3)
      *      REPNAME  REPRESENTATIVE-NAME (AMP 3, APR 2, DFA 2,
      *               DVRA 2)
      *      FINSACCT FINS-ACCOUNT-ID (AMP 4, APR 3, DFA 3, DVRA 3)
      *      PHONE    PRIMARY/SECONDARY-INVESTOR-PHONE-NBR (AMP 4)
      *      BANKACCT BANK-ACCT-NUMBER-UNEDITED (DFA 3)
      *  The NAA and NFA records on the AMP feed are laid out as AMP
      *  detail records 1 through 4 and the AAR records on the APR
      *  feed as APR detail records 1 through 3, and they are masked
      *  field for field the same way.  SDCM and 858 carry no
      *  investor-level values and are copied through unchanged.
      *  Nothing else in any record is touched:
      *  record types, sequence numbers, headers, trailers, counts and
      *  money are carried over byte for byte, so the header/trailer
      *  checks and the control reports balance on the masked data.
      *
      *  The control report proves it per feed: records in and out,
      *  record type and sequence bytes altered (must be zero), the
      *  feed's control total (shares or money) summed from the input
      *  and again from the masked output, fields masked, fields left
      *  blank or zero, fields whose masked value is still the
      *  source value (must be zero - each one is listed by feed,
      *  record number and field name, never by value), and records
      *  whose record type is neither masked nor a known header or
      *  trailer (must be zero - a new record type on a feed would
      *  otherwise be copied out with its identity fields intact and
      *  the survived count would never see it).  Without the
      *  masking key no output record is written at all.  A feed file
      *  that is not present is reported and skipped.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMP-IN-FILE ASSIGN TO "AMPNAME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-FS.
           SELECT AMP-OUT-FILE ASSIGN TO "AMPMASKOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT APR-IN-FILE ASSIGN TO "APRNAME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-FS.
           SELECT APR-OUT-FILE ASSIGN TO "APRMASKOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DFA-IN-FILE ASSIGN TO "DFANAME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-FS.
           SELECT DFA-OUT-FILE ASSIGN TO "DFAMASKOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DVRA-IN-FILE ASSIGN TO "DVRANAME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-FS.
           SELECT DVRA-OUT-FILE ASSIGN TO "DVRAMASKOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SDCM-IN-FILE ASSIGN TO "SDCMNAME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-FS.
           SELECT SDCM-OUT-FILE ASSIGN TO "SDCMMASKOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT R858-IN-FILE ASSIGN TO "R858NAME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-FS.
           SELECT R858-OUT-FILE ASSIGN TO "R858MASKOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEIDENT-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AMP-IN-FILE.
       01  AMP-IN-RECORD.
           05  AI-RECORD-CODE                    PIC X(3).
               88  AI-DETAIL                         VALUE 'AMP'.
               88  AI-IDENTITY                       VALUE 'AMP'
                                                           'NAA'
                                                           'NFA'.
               88  AI-HEADER-TRAILER                 VALUE 'RHR'
                                                           'RTR'.
           05  AI-SEQUENCE-NUMBER                PIC 9(3).
           05  AI-DETAIL-AREA                    PIC X(154).
           05  AI-DETAIL-RECORD-4 REDEFINES AI-DETAIL-AREA.
               10  FILLER                        PIC X(105).
               10  AI-TOTAL-SHARE-CT             PIC 9(11)V9(4).
               10  FILLER                        PIC X(34).
       FD  AMP-OUT-FILE.
       01  AMP-OUT-RECORD.
           05  AO-RECORD-CODE                    PIC X(3).
           05  AO-SEQUENCE-NUMBER                PIC 9(3).
           05  AO-DETAIL-RECORD-1.
               10  FILLER                        PIC X(32).
               10  AO-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  FILLER                        PIC X(35).
               10  AO-TAX-IDENTIFICATION-NUMBER  PIC 9(9).
               10  FILLER                        PIC X(58).
           05  AO-DETAIL-RECORD-2 REDEFINES AO-DETAIL-RECORD-1.
               10  FILLER                        PIC X(4).
               10  AO-REGISTRATION-LINE-1-TEXT   PIC X(35).
               10  AO-REGISTRATION-LINE-2-TEXT   PIC X(35).
               10  AO-REGISTRATION-LINE-3-TEXT   PIC X(35).
               10  AO-REGISTRATION-LINE-4-TEXT   PIC X(35).
               10  FILLER                        PIC X(10).
           05  AO-DETAIL-RECORD-3 REDEFINES AO-DETAIL-RECORD-1.
               10  AO-REGISTRATION-LINE-5-TEXT   PIC X(35).
               10  AO-REGISTRATION-LINE-6-TEXT   PIC X(35).
               10  AO-REGISTRATION-LINE-7-TEXT   PIC X(35).
               10  FILLER                        PIC X(9).
               10  AO-REPRESENTATIVE-NAME        PIC X(30).
               10  FILLER                        PIC X(10).
           05  AO-DETAIL-RECORD-4 REDEFINES AO-DETAIL-RECORD-1.
               10  AO-FINS-ACCOUNT-ID            PIC X(20).
               10  FILLER                        PIC X(1).
               10  AO-PRIMARY-INVESTOR-PHONE-NBR PIC 9(15).
               10  AO-SECONDARY-INVESTOR-PHONE-NBR
                                                 PIC 9(15).
               10  FILLER                        PIC X(54).
               10  AO-TOTAL-SHARE-CT             PIC 9(11)V9(4).
               10  FILLER                        PIC X(34).
       FD  APR-IN-FILE.
       01  APR-IN-RECORD.
           05  PI-RECORD-TYPE                    PIC X(3).
               88  PI-DETAIL                         VALUE 'APR'.
               88  PI-IDENTITY                       VALUE 'APR'
                                                           'AAR'.
               88  PI-HEADER-TRAILER                 VALUE 'RHR'
                                                           'RTR'.
           05  PI-SEQUENCE-NUMBER                PIC 9(3).
           05  PI-DETAIL-AREA                    PIC X(154).
           05  PI-DETAIL-RECORD-1 REDEFINES PI-DETAIL-AREA.
               10  FILLER                        PIC X(53).
               10  PI-TOTAL-SHARES-COUNT         PIC 9(11)V9(4).
               10  FILLER                        PIC X(86).
       FD  APR-OUT-FILE.
       01  APR-OUT-RECORD.
           05  PO-RECORD-TYPE                    PIC X(3).
           05  PO-SEQUENCE-NUMBER                PIC 9(3).
           05  PO-DETAIL-RECORD-1.
               10  FILLER                        PIC X(32).
               10  PO-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  FILLER                        PIC X(1).
               10  PO-TOTAL-SHARES-COUNT         PIC 9(11)V9(4).
               10  FILLER                        PIC X(86).
           05  PO-DETAIL-RECORD-2 REDEFINES PO-DETAIL-RECORD-1.
               10  FILLER                        PIC X(64).
               10  PO-REPRESENTATIVE-NAME        PIC X(30).
               10  FILLER                        PIC X(22).
               10  PO-SOCIAL-SECURITY-NBR        PIC 9(9).
               10  FILLER                        PIC X(29).
           05  PO-DETAIL-RECORD-3 REDEFINES PO-DETAIL-RECORD-1.
               10  FILLER                        PIC X(125).
               10  PO-FINS-ACCOUNT-ID            PIC X(20).
               10  FILLER                        PIC X(9).
       FD  DFA-IN-FILE.
       01  DFA-IN-RECORD.
           05  FI-RECORD-TYPE                    PIC X(3).
               88  FI-DETAIL                         VALUE 'DFA'.
               88  FI-HEADER-TRAILER                 VALUE 'RHR'
                                                           'RTR'.
           05  FI-SEQUENCE-NUMBER                PIC 9(3).
           05  FI-DETAIL-AREA                    PIC X(154).
           05  FI-DETAIL-RECORD-1 REDEFINES FI-DETAIL-AREA.
               10  FILLER                        PIC X(87).
               10  FI-TRANSACTION-GROSS-AMOUNT   PIC 9(13)V9(2).
               10  FILLER                        PIC X(52).
       FD  DFA-OUT-FILE.
       01  DFA-OUT-RECORD.
           05  FO-RECORD-TYPE                    PIC X(3).
           05  FO-SEQUENCE-NUMBER                PIC 9(3).
           05  FO-DETAIL-RECORD-1.
               10  FILLER                        PIC X(35).
               10  FO-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  FILLER                        PIC X(32).
               10  FO-TRANSACTION-GROSS-AMOUNT   PIC 9(13)V9(2).
               10  FILLER                        PIC X(52).
           05  FO-DETAIL-RECORD-2 REDEFINES FO-DETAIL-RECORD-1.
               10  FILLER                        PIC X(33).
               10  FO-REPRESENTATIVE-NAME        PIC X(30).
               10  FILLER                        PIC X(63).
               10  FO-SOCIAL-SECURITY-NBR        PIC 9(9).
               10  FILLER                        PIC X(19).
           05  FO-DETAIL-RECORD-3 REDEFINES FO-DETAIL-RECORD-1.
               10  FILLER                        PIC X(48).
               10  FO-FINS-ACCOUNT-ID            PIC X(20).
               10  FILLER                        PIC X(18).
               10  FO-BANK-ACCT-NUMBER-UNEDITED  PIC 9(17).
               10  FILLER                        PIC X(51).
       FD  DVRA-IN-FILE.
       01  DVRA-IN-RECORD.
           05  VI-RECORD-TYPE                    PIC X(3).
               88  VI-DETAIL                         VALUE 'DVR'
                                                           'CGR'
                                                           'FTR'.
               88  VI-HEADER                         VALUE 'DVH'
                                                           'CGH'
                                                           'FTH'.
           05  VI-SEQUENCE-NUMBER                PIC 9(3).
           05  VI-DETAIL-AREA                    PIC X(154).
           05  VI-DETAIL-RECORD-1 REDEFINES VI-DETAIL-AREA.
               10  FILLER                        PIC X(109).
               10  VI-DISTRIBUTION-AMOUNT        PIC 9(13)V9(2).
               10  FILLER                        PIC X(30).
       FD  DVRA-OUT-FILE.
       01  DVRA-OUT-RECORD.
           05  VO-RECORD-TYPE                    PIC X(3).
           05  VO-SEQUENCE-NUMBER                PIC 9(3).
           05  VO-DETAIL-RECORD-1.
               10  FILLER                        PIC X(16).
               10  VO-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  FILLER                        PIC X(17).
               10  VO-TAX-IDENTIFICATION-NUMBER  PIC 9(9).
               10  FILLER                        PIC X(47).
               10  VO-DISTRIBUTION-AMOUNT        PIC 9(13)V9(2).
               10  FILLER                        PIC X(30).
           05  VO-DETAIL-RECORD-2 REDEFINES VO-DETAIL-RECORD-1.
               10  FILLER                        PIC X(52).
               10  VO-REPRESENTATIVE-NAME        PIC X(30).
               10  FILLER                        PIC X(72).
           05  VO-DETAIL-RECORD-3 REDEFINES VO-DETAIL-RECORD-1.
               10  FILLER                        PIC X(90).
               10  VO-FINS-ACCOUNT-ID            PIC X(20).
               10  FILLER                        PIC X(44).
           05  VO-DETAIL-RECORD-4 REDEFINES VO-DETAIL-RECORD-1.
               10  FILLER                        PIC X(105).
               10  VO-D4-CUSTOMER-ACCOUNT-NUMBER PIC X(20).
               10  FILLER                        PIC X(29).
       FD  SDCM-IN-FILE.
       01  SDCM-IN-RECORD.
           05  SI-SYSTEM-ID                      PIC X(3).
           05  SI-SUPER-SHEET-DTE                PIC 9(8).
           05  SI-RECORD-TYPE-CDE                PIC X(2).
               88  SI-DETAIL                         VALUE 'DD'.
               88  SI-KNOWN-TYPE                     VALUE 'HH'
                                                           'DD'
                                                           'TT'.
           05  SI-FUND-CODE                      PIC 9(7).
           05  SI-SUBSCRIPTION-DOLLAR-AMT        PIC 9(15)V9(2).
           05  FILLER                            PIC X(263).
       FD  SDCM-OUT-FILE.
       01  SDCM-OUT-RECORD.
           05  SO-SYSTEM-ID                      PIC X(3).
           05  SO-SUPER-SHEET-DTE                PIC 9(8).
           05  SO-RECORD-TYPE-CDE                PIC X(2).
           05  SO-FUND-CODE                      PIC 9(7).
           05  SO-SUBSCRIPTION-DOLLAR-AMT        PIC 9(15)V9(2).
           05  FILLER                            PIC X(263).
       FD  R858-IN-FILE.
       01  R858-IN-RECORD.
           05  MI-RECORD-TYPE-CD                 PIC X(1).
               88  MI-DETAIL                         VALUE 'D'.
               88  MI-KNOWN-TYPE                     VALUE 'H'
                                                           'D'
                                                           'T'.
           05  FILLER                            PIC X(189).
           05  MI-TOTAL-COMPENSATION-AT          PIC 9(13)V9(2).
           05  FILLER                            PIC X(5).
       FD  R858-OUT-FILE.
       01  R858-OUT-RECORD.
           05  MO-RECORD-TYPE-CD                 PIC X(1).
           05  FILLER                            PIC X(189).
           05  MO-TOTAL-COMPENSATION-AT          PIC 9(13)V9(2).
           05  FILLER                            PIC X(5).
       FD  DEIDENT-RPT-FILE.
       01  DEIDENT-RPT-LINE                      PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-IN-FS                              PIC X(2) VALUE '00'.
       01  WS-KEY-MISSING-SW                     PIC X(1) VALUE 'N'.
           88  WS-KEY-MISSING                        VALUE 'Y'.
       01  WS-FEED-COUNT                         PIC 9(1) VALUE 6.
       01  WS-TOTAL-SURVIVED                     PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-UNMASKED                     PIC 9(9) VALUE ZERO.
       01  WS-UNBALANCED-COUNT                   PIC 9(1) VALUE ZERO.
       01  WS-MASK-DOMAIN                        PIC X(8) VALUE SPACES.
       01  WS-MASK-VALUE                         PIC X(35) VALUE
                                                  SPACES.
       01  WS-MASK-SOURCE                        PIC X(35) VALUE
                                                  SPACES.
       01  WS-MASK-LENGTH                        PIC 9(2) VALUE ZERO.
       01  WS-MASK-STATUS                        PIC X(1) VALUE SPACE.
       01  WS-MASK-FIELD-NAME                    PIC X(32) VALUE
                                                  SPACES.
       01  FEED-CONTROL-TABLE.
           05  FEED-CONTROL-ENTRY OCCURS 6 TIMES
                   INDEXED BY FC-IDX.
               10  FC-FEED-NAME                  PIC X(6).
               10  FC-PRESENT-SW                 PIC X(1).
                   88  FC-PRESENT                    VALUE 'Y'.
               10  FC-RECORDS-IN                 PIC 9(9).
               10  FC-RECORDS-OUT                PIC 9(9).
               10  FC-KEYS-ALTERED               PIC 9(9).
               10  FC-FIELDS-MASKED              PIC 9(9).
               10  FC-FIELDS-BLANK               PIC 9(9).
               10  FC-FIELDS-SURVIVED            PIC 9(9).
               10  FC-UNMASKED-TYPES             PIC 9(9).
               10  FC-TOTAL-IN                   PIC 9(15)V9(4).
               10  FC-TOTAL-OUT                  PIC 9(15)V9(4).
               10  FC-TOTAL-LABEL                PIC X(40).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'DE-IDENTIFIED TEST DATA CONTROL REPORT'.
       01  WS-COLUMN-LINE.
           05  FILLER                            PIC X(7) VALUE
               'FEED'.
           05  FILLER                            PIC X(27) VALUE
               '  RECS-IN RECS-OUT KEYS-ALT'.
           05  FILLER                            PIC X(36) VALUE
               '   MASKED  BLANK/0 SURVIVED UNMASKED'.
           05  FILLER                            PIC X(40) VALUE
               '    CONTROL-TOTAL-IN   CONTROL-TOTAL-OUT'.
           05  FILLER                            PIC X(8) VALUE
               '  STATUS'.
       01  WS-DETAIL-LINE.
           05  DL-FEED-NAME                      PIC X(6).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-RECORDS-IN                     PIC ZZZZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-RECORDS-OUT                    PIC ZZZZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-KEYS-ALTERED                   PIC ZZZZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FIELDS-MASKED                  PIC ZZZZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FIELDS-BLANK                   PIC ZZZZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FIELDS-SURVIVED                PIC ZZZZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-UNMASKED-TYPES                 PIC ZZZZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-TOTAL-IN                       PIC Z(13)9.9999.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-TOTAL-OUT                      PIC Z(13)9.9999.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-STATUS                         PIC X(20).
       01  WS-LABEL-LINE.
           05  FILLER                            PIC X(7) VALUE SPACES.
           05  FILLER                            PIC X(15) VALUE
               'CONTROL TOTAL: '.
           05  LL-TOTAL-LABEL                    PIC X(40).
       01  WS-SURVIVOR-LINE.
           05  FILLER                            PIC X(24) VALUE
               '*** SOURCE VALUE KEPT - '.
           05  SV-FEED-NAME                      PIC X(6).
           05  FILLER                            PIC X(8) VALUE
               ' RECORD '.
           05  SV-RECORD-NUMBER                  PIC ZZZZZZZZ9.
           05  FILLER                            PIC X(7) VALUE
               ' FIELD '.
           05  SV-FIELD-NAME                     PIC X(32).
       01  WS-OUTCOME-LINE                       PIC X(80) VALUE
                                                  SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-KEY-MISSING
               SET FC-IDX TO 1
               PERFORM 2000-MASK-AMP
               SET FC-IDX TO 2
               PERFORM 3000-MASK-APR
               SET FC-IDX TO 3
               PERFORM 4000-MASK-DFA
               SET FC-IDX TO 4
               PERFORM 5000-MASK-DVRA
               SET FC-IDX TO 5
               PERFORM 6000-COPY-SDCM
               SET FC-IDX TO 6
               PERFORM 6500-COPY-858
           END-IF
           PERFORM 7000-WRITE-CONTROL-REPORT
           STOP RUN.

      *    A probe value is masked before any feed is opened, so a
      *    missing key stops the run without a single record written.
       1000-INITIALIZE.
           OPEN OUTPUT DEIDENT-RPT-FILE
           WRITE DEIDENT-RPT-LINE FROM WS-HEADLINE-1
           PERFORM VARYING FC-IDX FROM 1 BY 1
               UNTIL FC-IDX > WS-FEED-COUNT
               MOVE 'N' TO FC-PRESENT-SW (FC-IDX)
               MOVE ZERO TO FC-RECORDS-IN (FC-IDX)
               MOVE ZERO TO FC-RECORDS-OUT (FC-IDX)
               MOVE ZERO TO FC-KEYS-ALTERED (FC-IDX)
               MOVE ZERO TO FC-FIELDS-MASKED (FC-IDX)
               MOVE ZERO TO FC-FIELDS-BLANK (FC-IDX)
               MOVE ZERO TO FC-FIELDS-SURVIVED (FC-IDX)
               MOVE ZERO TO FC-UNMASKED-TYPES (FC-IDX)
               MOVE ZERO TO FC-TOTAL-IN (FC-IDX)
               MOVE ZERO TO FC-TOTAL-OUT (FC-IDX)
           END-PERFORM
           MOVE 'AMP' TO FC-FEED-NAME (1)
           MOVE 'TOTAL-SHARE-CT (AMP SEQ 4)' TO FC-TOTAL-LABEL (1)
           MOVE 'APR' TO FC-FEED-NAME (2)
           MOVE 'TOTAL-SHARES-COUNT (APR SEQ 1)' TO
               FC-TOTAL-LABEL (2)
           MOVE 'DFA' TO FC-FEED-NAME (3)
           MOVE 'TRANSACTION-GROSS-AMOUNT (DFA SEQ 1)' TO
               FC-TOTAL-LABEL (3)
           MOVE 'DVRA' TO FC-FEED-NAME (4)
           MOVE 'DISTRIBUTION-AMOUNT (DETAIL SEQ 1)' TO
               FC-TOTAL-LABEL (4)
           MOVE 'SDCM' TO FC-FEED-NAME (5)
           MOVE 'SUBSCRIPTION-DOLLAR-AMT (DD)' TO FC-TOTAL-LABEL (5)
           MOVE '858' TO FC-FEED-NAME (6)
           MOVE 'TOTAL-COMPENSATION-AT (D)' TO FC-TOTAL-LABEL (6)
           MOVE 'PROBE' TO WS-MASK-DOMAIN
           MOVE '1' TO WS-MASK-VALUE
           MOVE 1 TO WS-MASK-LENGTH
           CALL 'DEIDENT-MASK' USING WS-MASK-DOMAIN WS-MASK-VALUE
               WS-MASK-LENGTH WS-MASK-STATUS
           IF WS-MASK-STATUS = '1'
               SET WS-KEY-MISSING TO TRUE
           END-IF.

       2000-MASK-AMP.
           OPEN INPUT AMP-IN-FILE
           IF WS-IN-FS = '00'
               SET FC-PRESENT (FC-IDX) TO TRUE
               OPEN OUTPUT AMP-OUT-FILE
               PERFORM 2100-READ-AMP
                   UNTIL WS-EOF
               CLOSE AMP-OUT-FILE
               CLOSE AMP-IN-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       2100-READ-AMP.
           READ AMP-IN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   PERFORM 2200-MASK-AMP-RECORD
           END-READ.

       2200-MASK-AMP-RECORD.
           ADD 1 TO FC-RECORDS-IN (FC-IDX)
           MOVE AMP-IN-RECORD TO AMP-OUT-RECORD
           EVALUATE TRUE
               WHEN AI-IDENTITY
                   EVALUATE AI-SEQUENCE-NUMBER
                       WHEN 1
                           PERFORM 2210-MASK-AMP-DETAIL-1
                       WHEN 2
                           PERFORM 2220-MASK-AMP-DETAIL-2
                       WHEN 3
                           PERFORM 2230-MASK-AMP-DETAIL-3
                       WHEN 4
                           PERFORM 2240-MASK-AMP-DETAIL-4
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF AI-DETAIL AND AI-SEQUENCE-NUMBER = 4
                       ADD AI-TOTAL-SHARE-CT TO FC-TOTAL-IN (FC-IDX)
                       ADD AO-TOTAL-SHARE-CT TO FC-TOTAL-OUT (FC-IDX)
                   END-IF
               WHEN AI-HEADER-TRAILER
                   CONTINUE
               WHEN OTHER
                   PERFORM 8100-COUNT-UNMASKED-TYPE
           END-EVALUATE
           IF AO-RECORD-CODE NOT = AI-RECORD-CODE
               OR AO-SEQUENCE-NUMBER NOT = AI-SEQUENCE-NUMBER
               ADD 1 TO FC-KEYS-ALTERED (FC-IDX)
           END-IF
           WRITE AMP-OUT-RECORD
           ADD 1 TO FC-RECORDS-OUT (FC-IDX).

       2210-MASK-AMP-DETAIL-1.
           MOVE 'CUSTOMER-ACCOUNT-NUMBER' TO WS-MASK-FIELD-NAME
           MOVE 'ACCT' TO WS-MASK-DOMAIN
           MOVE AO-CUSTOMER-ACCOUNT-NUMBER TO WS-MASK-VALUE
           MOVE 20 TO WS-MASK-LENGTH
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE TO AO-CUSTOMER-ACCOUNT-NUMBER
           MOVE 'TAX-IDENTIFICATION-NUMBER' TO WS-MASK-FIELD-NAME
           MOVE 'TAXID' TO WS-MASK-DOMAIN
           MOVE AO-TAX-IDENTIFICATION-NUMBER TO WS-MASK-VALUE
           MOVE 9 TO WS-MASK-LENGTH
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE (1:9) TO AO-TAX-IDENTIFICATION-NUMBER.

       2220-MASK-AMP-DETAIL-2.
           MOVE 'REGLINE' TO WS-MASK-DOMAIN
           MOVE 35 TO WS-MASK-LENGTH
           MOVE 'REGISTRATION-LINE-1-TEXT' TO WS-MASK-FIELD-NAME
           MOVE AO-REGISTRATION-LINE-1-TEXT TO WS-MASK-VALUE
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE TO AO-REGISTRATION-LINE-1-TEXT
           MOVE 'REGISTRATION-LINE-2-TEXT' TO WS-MASK-FIELD-NAME
           MOVE AO-REGISTRATION-LINE-2-TEXT TO WS-MASK-VALUE
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE TO AO-REGISTRATION-LINE-2-TEXT
           MOVE 'REGISTRATION-LINE-3-TEXT' TO WS-MASK-FIELD-NAME
           MOVE AO-REGISTRATION-LINE-3-TEXT TO WS-MASK-VALUE
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE TO AO-REGISTRATION-LINE-3-TEXT
           MOVE 'REGISTRATION-LINE-4-TEXT' TO WS-MASK-FIELD-NAME
           MOVE AO-REGISTRATION-LINE-4-TEXT TO WS-MASK-VALUE
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE TO AO-REGISTRATION-LINE-4-TEXT.

       2230-MASK-AMP-DETAIL-3.
           MOVE 'REGLINE' TO WS-MASK-DOMAIN
           MOVE 35 TO WS-MASK-LENGTH
           MOVE 'REGISTRATION-LINE-5-TEXT' TO WS-MASK-FIELD-NAME
           MOVE AO-REGISTRATION-LINE-5-TEXT TO WS-MASK-VALUE
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE TO AO-REGISTRATION-LINE-5-TEXT
           MOVE 'REGISTRATION-LINE-6-TEXT' TO WS-MASK-FIELD-NAME
           MOVE AO-REGISTRATION-LINE-6-TEXT TO WS-MASK-VALUE
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE TO AO-REGISTRATION-LINE-6-TEXT
           MOVE 'REGISTRATION-LINE-7-TEXT' TO WS-MASK-FIELD-NAME
           MOVE AO-REGISTRATION-LINE-7-TEXT TO WS-MASK-VALUE
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE TO AO-REGISTRATION-LINE-7-TEXT
           MOVE 'REPRESENTATIVE-NAME' TO WS-MASK-FIELD-NAME
           MOVE 'REPNAME' TO WS-MASK-DOMAIN
           MOVE AO-REPRESENTATIVE-NAME TO WS-MASK-VALUE
           MOVE 30 TO WS-MASK-LENGTH
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE TO AO-REPRESENTATIVE-NAME.

       2240-MASK-AMP-DETAIL-4.
           MOVE 'FINS-ACCOUNT-ID' TO WS-MASK-FIELD-NAME
           MOVE 'FINSACCT' TO WS-MASK-DOMAIN
           MOVE AO-FINS-ACCOUNT-ID TO WS-MASK-VALUE
           MOVE 20 TO WS-MASK-LENGTH
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE TO AO-FINS-ACCOUNT-ID
           MOVE 'PHONE' TO WS-MASK-DOMAIN
           MOVE 15 TO WS-MASK-LENGTH
           MOVE 'PRIMARY-INVESTOR-PHONE-NBR' TO WS-MASK-FIELD-NAME
           MOVE AO-PRIMARY-INVESTOR-PHONE-NBR TO WS-MASK-VALUE
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE (1:15) TO AO-PRIMARY-INVESTOR-PHONE-NBR
           MOVE 'SECONDARY-INVESTOR-PHONE-NBR' TO WS-MASK-FIELD-NAME
           MOVE AO-SECONDARY-INVESTOR-PHONE-NBR TO WS-MASK-VALUE
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE (1:15) TO
               AO-SECONDARY-INVESTOR-PHONE-NBR.

       3000-MASK-APR.
           OPEN INPUT APR-IN-FILE
           IF WS-IN-FS = '00'
               SET FC-PRESENT (FC-IDX) TO TRUE
               OPEN OUTPUT APR-OUT-FILE
               PERFORM 3100-READ-APR
                   UNTIL WS-EOF
               CLOSE APR-OUT-FILE
               CLOSE APR-IN-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       3100-READ-APR.
           READ APR-IN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   PERFORM 3200-MASK-APR-RECORD
           END-READ.

       3200-MASK-APR-RECORD.
           ADD 1 TO FC-RECORDS-IN (FC-IDX)
           MOVE APR-IN-RECORD TO APR-OUT-RECORD
           EVALUATE TRUE
               WHEN PI-IDENTITY
                   EVALUATE PI-SEQUENCE-NUMBER
                       WHEN 1
                           PERFORM 3210-MASK-APR-DETAIL-1
                       WHEN 2
                           PERFORM 3220-MASK-APR-DETAIL-2
                       WHEN 3
                           PERFORM 3230-MASK-APR-DETAIL-3
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF PI-DETAIL AND PI-SEQUENCE-NUMBER = 1
                       ADD PI-TOTAL-SHARES-COUNT TO
                           FC-TOTAL-IN (FC-IDX)
                       ADD PO-TOTAL-SHARES-COUNT TO
                           FC-TOTAL-OUT (FC-IDX)
                   END-IF
               WHEN PI-HEADER-TRAILER
                   CONTINUE
               WHEN OTHER
                   PERFORM 8100-COUNT-UNMASKED-TYPE
           END-EVALUATE
           IF PO-RECORD-TYPE NOT = PI-RECORD-TYPE
               OR PO-SEQUENCE-NUMBER NOT = PI-SEQUENCE-NUMBER
               ADD 1 TO FC-KEYS-ALTERED (FC-IDX)
           END-IF
           WRITE APR-OUT-RECORD
           ADD 1 TO FC-RECORDS-OUT (FC-IDX).

       3210-MASK-APR-DETAIL-1.
           MOVE 'CUSTOMER-ACCOUNT-NUMBER' TO WS-MASK-FIELD-NAME
           MOVE 'ACCT' TO WS-MASK-DOMAIN
           MOVE PO-CUSTOMER-ACCOUNT-NUMBER TO WS-MASK-VALUE
           MOVE 20 TO WS-MASK-LENGTH
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE TO PO-CUSTOMER-ACCOUNT-NUMBER.

       3220-MASK-APR-DETAIL-2.
           MOVE 'REPRESENTATIVE-NAME' TO WS-MASK-FIELD-NAME
           MOVE 'REPNAME' TO WS-MASK-DOMAIN
           MOVE PO-REPRESENTATIVE-NAME TO WS-MASK-VALUE
           MOVE 30 TO WS-MASK-LENGTH
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE TO PO-REPRESENTATIVE-NAME
           MOVE 'SOCIAL-SECURITY-NBR' TO WS-MASK-FIELD-NAME
           MOVE 'TAXID' TO WS-MASK-DOMAIN
           MOVE PO-SOCIAL-SECURITY-NBR TO WS-MASK-VALUE
           MOVE 9 TO WS-MASK-LENGTH
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE (1:9) TO PO-SOCIAL-SECURITY-NBR.

       3230-MASK-APR-DETAIL-3.
           MOVE 'FINS-ACCOUNT-ID' TO WS-MASK-FIELD-NAME
           MOVE 'FINSACCT' TO WS-MASK-DOMAIN
           MOVE PO-FINS-ACCOUNT-ID TO WS-MASK-VALUE
           MOVE 20 TO WS-MASK-LENGTH
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE TO PO-FINS-ACCOUNT-ID.

       4000-MASK-DFA.
           OPEN INPUT DFA-IN-FILE
           IF WS-IN-FS = '00'
               SET FC-PRESENT (FC-IDX) TO TRUE
               OPEN OUTPUT DFA-OUT-FILE
               PERFORM 4100-READ-DFA
                   UNTIL WS-EOF
               CLOSE DFA-OUT-FILE
               CLOSE DFA-IN-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       4100-READ-DFA.
           READ DFA-IN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   PERFORM 4200-MASK-DFA-RECORD
           END-READ.

       4200-MASK-DFA-RECORD.
           ADD 1 TO FC-RECORDS-IN (FC-IDX)
           MOVE DFA-IN-RECORD TO DFA-OUT-RECORD
           IF FI-DETAIL
               EVALUATE FI-SEQUENCE-NUMBER
                   WHEN 1
                       PERFORM 4210-MASK-DFA-DETAIL-1
                       ADD FI-TRANSACTION-GROSS-AMOUNT TO
                           FC-TOTAL-IN (FC-IDX)
                       ADD FO-TRANSACTION-GROSS-AMOUNT TO
                           FC-TOTAL-OUT (FC-IDX)
                   WHEN 2
                       PERFORM 4220-MASK-DFA-DETAIL-2
                   WHEN 3
                       PERFORM 4230-MASK-DFA-DETAIL-3
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               IF NOT FI-HEADER-TRAILER
                   PERFORM 8100-COUNT-UNMASKED-TYPE
               END-IF
           END-IF
           IF FO-RECORD-TYPE NOT = FI-RECORD-TYPE
               OR FO-SEQUENCE-NUMBER NOT = FI-SEQUENCE-NUMBER
               ADD 1 TO FC-KEYS-ALTERED (FC-IDX)
           END-IF
           WRITE DFA-OUT-RECORD
           ADD 1 TO FC-RECORDS-OUT (FC-IDX).

       4210-MASK-DFA-DETAIL-1.
           MOVE 'CUSTOMER-ACCOUNT-NUMBER' TO WS-MASK-FIELD-NAME
           MOVE 'ACCT' TO WS-MASK-DOMAIN
           MOVE FO-CUSTOMER-ACCOUNT-NUMBER TO WS-MASK-VALUE
           MOVE 20 TO WS-MASK-LENGTH
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE TO FO-CUSTOMER-ACCOUNT-NUMBER.

       4220-MASK-DFA-DETAIL-2.
           MOVE 'REPRESENTATIVE-NAME' TO WS-MASK-FIELD-NAME
           MOVE 'REPNAME' TO WS-MASK-DOMAIN
           MOVE FO-REPRESENTATIVE-NAME TO WS-MASK-VALUE
           MOVE 30 TO WS-MASK-LENGTH
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE TO FO-REPRESENTATIVE-NAME
           MOVE 'SOCIAL-SECURITY-NBR' TO WS-MASK-FIELD-NAME
           MOVE 'TAXID' TO WS-MASK-DOMAIN
           MOVE FO-SOCIAL-SECURITY-NBR TO WS-MASK-VALUE
           MOVE 9 TO WS-MASK-LENGTH
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE (1:9) TO FO-SOCIAL-SECURITY-NBR.

       4230-MASK-DFA-DETAIL-3.
           MOVE 'FINS-ACCOUNT-ID' TO WS-MASK-FIELD-NAME
           MOVE 'FINSACCT' TO WS-MASK-DOMAIN
           MOVE FO-FINS-ACCOUNT-ID TO WS-MASK-VALUE
           MOVE 20 TO WS-MASK-LENGTH
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE TO FO-FINS-ACCOUNT-ID
           MOVE 'BANK-ACCT-NUMBER-UNEDITED' TO WS-MASK-FIELD-NAME
           MOVE 'BANKACCT' TO WS-MASK-DOMAIN
           MOVE FO-BANK-ACCT-NUMBER-UNEDITED TO WS-MASK-VALUE
           MOVE 17 TO WS-MASK-LENGTH
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE (1:17) TO FO-BANK-ACCT-NUMBER-UNEDITED.

       5000-MASK-DVRA.
           OPEN INPUT DVRA-IN-FILE
           IF WS-IN-FS = '00'
               SET FC-PRESENT (FC-IDX) TO TRUE
               OPEN OUTPUT DVRA-OUT-FILE
               PERFORM 5100-READ-DVRA
                   UNTIL WS-EOF
               CLOSE DVRA-OUT-FILE
               CLOSE DVRA-IN-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       5100-READ-DVRA.
           READ DVRA-IN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   PERFORM 5200-MASK-DVRA-RECORD
           END-READ.

      *    The DVH/CGH/FTH headers carry fund-level data only.
       5200-MASK-DVRA-RECORD.
           ADD 1 TO FC-RECORDS-IN (FC-IDX)
           MOVE DVRA-IN-RECORD TO DVRA-OUT-RECORD
           IF VI-DETAIL
               EVALUATE VI-SEQUENCE-NUMBER
                   WHEN 1
                       PERFORM 5210-MASK-DVRA-DETAIL-1
                       ADD VI-DISTRIBUTION-AMOUNT TO
                           FC-TOTAL-IN (FC-IDX)
                       ADD VO-DISTRIBUTION-AMOUNT TO
                           FC-TOTAL-OUT (FC-IDX)
                   WHEN 2
                       PERFORM 5220-MASK-DVRA-DETAIL-2
                   WHEN 3
                       PERFORM 5230-MASK-DVRA-DETAIL-3
                   WHEN 4
                       PERFORM 5240-MASK-DVRA-DETAIL-4
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               IF NOT VI-HEADER
                   PERFORM 8100-COUNT-UNMASKED-TYPE
               END-IF
           END-IF
           IF VO-RECORD-TYPE NOT = VI-RECORD-TYPE
               OR VO-SEQUENCE-NUMBER NOT = VI-SEQUENCE-NUMBER
               ADD 1 TO FC-KEYS-ALTERED (FC-IDX)
           END-IF
           WRITE DVRA-OUT-RECORD
           ADD 1 TO FC-RECORDS-OUT (FC-IDX).

       5210-MASK-DVRA-DETAIL-1.
           MOVE 'CUSTOMER-ACCOUNT-NUMBER' TO WS-MASK-FIELD-NAME
           MOVE 'ACCT' TO WS-MASK-DOMAIN
           MOVE VO-CUSTOMER-ACCOUNT-NUMBER TO WS-MASK-VALUE
           MOVE 20 TO WS-MASK-LENGTH
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE TO VO-CUSTOMER-ACCOUNT-NUMBER
           MOVE 'TAX-IDENTIFICATION-NUMBER' TO WS-MASK-FIELD-NAME
           MOVE 'TAXID' TO WS-MASK-DOMAIN
           MOVE VO-TAX-IDENTIFICATION-NUMBER TO WS-MASK-VALUE
           MOVE 9 TO WS-MASK-LENGTH
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE (1:9) TO VO-TAX-IDENTIFICATION-NUMBER.

       5220-MASK-DVRA-DETAIL-2.
           MOVE 'REPRESENTATIVE-NAME' TO WS-MASK-FIELD-NAME
           MOVE 'REPNAME' TO WS-MASK-DOMAIN
           MOVE VO-REPRESENTATIVE-NAME TO WS-MASK-VALUE
           MOVE 30 TO WS-MASK-LENGTH
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE TO VO-REPRESENTATIVE-NAME.

       5230-MASK-DVRA-DETAIL-3.
           MOVE 'FINS-ACCOUNT-ID' TO WS-MASK-FIELD-NAME
           MOVE 'FINSACCT' TO WS-MASK-DOMAIN
           MOVE VO-FINS-ACCOUNT-ID TO WS-MASK-VALUE
           MOVE 20 TO WS-MASK-LENGTH
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE TO VO-FINS-ACCOUNT-ID.

       5240-MASK-DVRA-DETAIL-4.
           MOVE 'CUSTOMER-ACCOUNT-NUMBER' TO WS-MASK-FIELD-NAME
           MOVE 'ACCT' TO WS-MASK-DOMAIN
           MOVE VO-D4-CUSTOMER-ACCOUNT-NUMBER TO WS-MASK-VALUE
           MOVE 20 TO WS-MASK-LENGTH
           PERFORM 8000-MASK-FIELD
           MOVE WS-MASK-VALUE TO VO-D4-CUSTOMER-ACCOUNT-NUMBER.

       6000-COPY-SDCM.
           OPEN INPUT SDCM-IN-FILE
           IF WS-IN-FS = '00'
               SET FC-PRESENT (FC-IDX) TO TRUE
               OPEN OUTPUT SDCM-OUT-FILE
               PERFORM 6100-READ-SDCM
                   UNTIL WS-EOF
               CLOSE SDCM-OUT-FILE
               CLOSE SDCM-IN-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       6100-READ-SDCM.
           READ SDCM-IN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO FC-RECORDS-IN (FC-IDX)
                   MOVE SDCM-IN-RECORD TO SDCM-OUT-RECORD
                   IF SI-DETAIL
                       ADD SI-SUBSCRIPTION-DOLLAR-AMT TO
                           FC-TOTAL-IN (FC-IDX)
                       ADD SO-SUBSCRIPTION-DOLLAR-AMT TO
                           FC-TOTAL-OUT (FC-IDX)
                   END-IF
                   IF NOT SI-KNOWN-TYPE
                       PERFORM 8100-COUNT-UNMASKED-TYPE
                   END-IF
                   IF SO-RECORD-TYPE-CDE NOT = SI-RECORD-TYPE-CDE
                       ADD 1 TO FC-KEYS-ALTERED (FC-IDX)
                   END-IF
                   WRITE SDCM-OUT-RECORD
                   ADD 1 TO FC-RECORDS-OUT (FC-IDX)
           END-READ.

       6500-COPY-858.
           OPEN INPUT R858-IN-FILE
           IF WS-IN-FS = '00'
               SET FC-PRESENT (FC-IDX) TO TRUE
               OPEN OUTPUT R858-OUT-FILE
               PERFORM 6600-READ-858
                   UNTIL WS-EOF
               CLOSE R858-OUT-FILE
               CLOSE R858-IN-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       6600-READ-858.
           READ R858-IN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO FC-RECORDS-IN (FC-IDX)
                   MOVE R858-IN-RECORD TO R858-OUT-RECORD
                   IF MI-DETAIL
                       ADD MI-TOTAL-COMPENSATION-AT TO
                           FC-TOTAL-IN (FC-IDX)
                       ADD MO-TOTAL-COMPENSATION-AT TO
                           FC-TOTAL-OUT (FC-IDX)
                   END-IF
                   IF NOT MI-KNOWN-TYPE
                       PERFORM 8100-COUNT-UNMASKED-TYPE
                   END-IF
                   IF MO-RECORD-TYPE-CD NOT = MI-RECORD-TYPE-CD
                       ADD 1 TO FC-KEYS-ALTERED (FC-IDX)
                   END-IF
                   WRITE R858-OUT-RECORD
                   ADD 1 TO FC-RECORDS-OUT (FC-IDX)
           END-READ.

       7000-WRITE-CONTROL-REPORT.
           IF WS-KEY-MISSING
               MOVE '*** MASKING KEY NOT FOUND - NO FEED WRITTEN' TO
                   WS-OUTCOME-LINE
           ELSE
               WRITE DEIDENT-RPT-LINE FROM WS-COLUMN-LINE
               PERFORM VARYING FC-IDX FROM 1 BY 1
                   UNTIL FC-IDX > WS-FEED-COUNT
                   PERFORM 7100-WRITE-FEED-LINE
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-TOTAL-SURVIVED > ZERO
                       MOVE
                       '*** SOURCE VALUES SURVIVED - DO NOT RELEASE'
                           TO WS-OUTCOME-LINE
                   WHEN WS-TOTAL-UNMASKED > ZERO
                       MOVE
                       '*** RECORD TYPES NOT MASKED - DO NOT RELEASE'
                           TO WS-OUTCOME-LINE
                   WHEN WS-UNBALANCED-COUNT > ZERO
                       MOVE '*** MASKED FEEDS OUT OF BALANCE' TO
                           WS-OUTCOME-LINE
                   WHEN OTHER
                       MOVE
                       'NO SOURCE VALUE SURVIVED - ALL FEEDS IN BALANCE'
                           TO WS-OUTCOME-LINE
               END-EVALUATE
           END-IF
           WRITE DEIDENT-RPT-LINE FROM WS-OUTCOME-LINE
           CLOSE DEIDENT-RPT-FILE.

       7100-WRITE-FEED-LINE.
           MOVE FC-FEED-NAME (FC-IDX) TO DL-FEED-NAME
           MOVE FC-RECORDS-IN (FC-IDX) TO DL-RECORDS-IN
           MOVE FC-RECORDS-OUT (FC-IDX) TO DL-RECORDS-OUT
           MOVE FC-KEYS-ALTERED (FC-IDX) TO DL-KEYS-ALTERED
           MOVE FC-FIELDS-MASKED (FC-IDX) TO DL-FIELDS-MASKED
           MOVE FC-FIELDS-BLANK (FC-IDX) TO DL-FIELDS-BLANK
           MOVE FC-FIELDS-SURVIVED (FC-IDX) TO DL-FIELDS-SURVIVED
           MOVE FC-UNMASKED-TYPES (FC-IDX) TO DL-UNMASKED-TYPES
           MOVE FC-TOTAL-IN (FC-IDX) TO DL-TOTAL-IN
           MOVE FC-TOTAL-OUT (FC-IDX) TO DL-TOTAL-OUT
           EVALUATE TRUE
               WHEN NOT FC-PRESENT (FC-IDX)
                   MOVE 'NOT PRESENT-SKIPPED' TO DL-STATUS
               WHEN FC-RECORDS-OUT (FC-IDX) NOT =
                       FC-RECORDS-IN (FC-IDX)
                   OR FC-TOTAL-OUT (FC-IDX) NOT = FC-TOTAL-IN (FC-IDX)
                   OR FC-KEYS-ALTERED (FC-IDX) > ZERO
                   MOVE '*** OUT OF BALANCE' TO DL-STATUS
                   ADD 1 TO WS-UNBALANCED-COUNT
               WHEN FC-FIELDS-SURVIVED (FC-IDX) > ZERO
                   MOVE '*** VALUES SURVIVED' TO DL-STATUS
               WHEN FC-UNMASKED-TYPES (FC-IDX) > ZERO
                   MOVE '*** TYPES NOT MASKED' TO DL-STATUS
               WHEN OTHER
                   MOVE 'MASKED - BALANCED' TO DL-STATUS
           END-EVALUATE
           WRITE DEIDENT-RPT-LINE FROM WS-DETAIL-LINE
           MOVE FC-TOTAL-LABEL (FC-IDX) TO LL-TOTAL-LABEL
           WRITE DEIDENT-RPT-LINE FROM WS-LABEL-LINE.

      *    A masked value identical to its source is counted and
      *    listed by position only; the value itself never reaches
      *    the report.
       8000-MASK-FIELD.
           MOVE WS-MASK-VALUE TO WS-MASK-SOURCE
           CALL 'DEIDENT-MASK' USING WS-MASK-DOMAIN WS-MASK-VALUE
               WS-MASK-LENGTH WS-MASK-STATUS
           EVALUATE WS-MASK-STATUS
               WHEN '0'
                   ADD 1 TO FC-FIELDS-MASKED (FC-IDX)
                   IF WS-MASK-VALUE (1:WS-MASK-LENGTH) =
                           WS-MASK-SOURCE (1:WS-MASK-LENGTH)
                       ADD 1 TO FC-FIELDS-SURVIVED (FC-IDX)
                       ADD 1 TO WS-TOTAL-SURVIVED
                       MOVE FC-FEED-NAME (FC-IDX) TO SV-FEED-NAME
                       MOVE FC-RECORDS-IN (FC-IDX) TO SV-RECORD-NUMBER
                       MOVE WS-MASK-FIELD-NAME TO SV-FIELD-NAME
                       WRITE DEIDENT-RPT-LINE FROM WS-SURVIVOR-LINE
                   END-IF
               WHEN OTHER
                   ADD 1 TO FC-FIELDS-BLANK (FC-IDX)
           END-EVALUATE.

      *    A record whose type is neither masked nor a known header
      *    or trailer is still written, but counted so the report
      *    cannot pass with its identity fields unmasked.
       8100-COUNT-UNMASKED-TYPE.
           ADD 1 TO FC-UNMASKED-TYPES (FC-IDX)
           ADD 1 TO WS-TOTAL-UNMASKED.
