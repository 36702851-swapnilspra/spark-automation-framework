       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFAC-SCREEN-LOAD.
      ******************************************************************
      *  Sanctions (OFAC) screening of shareholder registrations.
      *  Nothing screened registrations or payees against the
      *  published sanctions list, so there was no record that it had
      *  ever been done.
      *
      *  Each night the published list (SANCTLISTIN) is loaded: name
      *  entries (individuals and entities) and sanctioned-country
      *  entries.  Every new or changed registration on the AMP.TIP09
      *  feed is screened - NEW-ACCOUNT-ACTIVITY groups, and
      *  NON-FINANCIAL-ACTIVITY groups that carry a SEQUENCE-NUMBER 2
      *  or 3 registration record - stitched the way
      *  NAA-CIP-REVIEW-LOAD stitches them.  When the parameter
      *  record's full-book switch is set the whole
      *  ACCOUNT-MASTER-POSITION book is screened as well.
      *
      *  Names are matched after normalizing both sides (upper case,
      *  punctuation to blanks, filler words such as THE, INC and LLC
      *  dropped) word by word against REGISTRATION-LINE-1-TEXT
      *  through REGISTRATION-LINE-7-TEXT: every word of the listed
      *  name must appear on the registration, a word at least the
      *  parameter length long may differ by up to the parameter
      *  number of letters (edit distance), and the match score - the
      *  share of the listed name's letters matched exactly - must
      *  reach the parameter minimum.  Countries are screened on
      *  RESIDENT-STATE-COUNTRY and SHR-ACCT-CITIZEN-ST-CNTRY-CDE.
      *
      *  Potential matches go to the review queue (OFACREVIN to
      *  OFACREVOUT, certified through GENERATION-GATE as
      *  OFAC-REVIEW), one row per account and list entry, carrying a
      *  fingerprint of the registration screened.  The compliance
      *  officer's dispositions (F cleared false positive, C
      *  confirmed match, E escalated) are posted from the optional
      *  disposition file before screening.  A cleared row is not
      *  flagged again while the registration fingerprint is
      *  unchanged; a changed registration that still hits reopens
      *  it.  Every account with a row not cleared is written to the
      *  sanctions hold file (OFACHOLDOUT) that ACH-SETTLEMENT-GEN,
      *  CHECK-REGISTER-LOAD and DVRA-WIRE-MANIFEST-RPT read before
      *  releasing any payment.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-POSITION ASSIGN TO "AMPNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SANCTIONS-LIST-FILE ASSIGN TO "SANCTLISTIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OFAC-REVIEW-IN ASSIGN TO "OFACREVIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OFAC-REVIEW-OUT ASSIGN TO "OFACREVOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OFAC-DISPOSITION-FILE ASSIGN TO "OFACDISPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISP-FS.
           SELECT OFAC-HOLD-FILE ASSIGN TO "OFACHOLDOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OFAC-POLICY-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OFAC-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-POSITION.
       01  AMP-RECORD.
           05  RECORD-CODE                       PIC X(3).
               88  ACCOUNT-MASTER-POSITION-REC        VALUE 'AMP'.
               88  NEW-ACCOUNT-ACTIVITY-REC           VALUE 'NAA'.
               88  NON-FINANCIAL-ACTIVITY-REC         VALUE 'NFA'.
           05  SEQUENCE-NUMBER-AMP               PIC 9(3).
           05  AMP-DETAIL-RECORD-1.
               10  FILLER                        PIC X(32).
               10  AMP-CUSTOMER-ACCOUNT-NUMBER   PIC X(20).
               10  FILLER                        PIC X(32).
               10  RESIDENT-STATE-COUNTRY        PIC 9(3).
               10  FILLER                        PIC X(67).
           05  AMP-DETAIL-RECORD-2 REDEFINES AMP-DETAIL-RECORD-1.
               10  FILLER                        PIC X(4).
               10  REGISTRATION-LINE-1-TEXT      PIC X(35).
               10  REGISTRATION-LINE-2-TEXT      PIC X(35).
               10  REGISTRATION-LINE-3-TEXT      PIC X(35).
               10  REGISTRATION-LINE-4-TEXT      PIC X(35).
               10  FILLER                        PIC X(10).
           05  AMP-DETAIL-RECORD-3 REDEFINES AMP-DETAIL-RECORD-1.
               10  REGISTRATION-LINE-5-TEXT      PIC X(35).
               10  REGISTRATION-LINE-6-TEXT      PIC X(35).
               10  REGISTRATION-LINE-7-TEXT      PIC X(35).
               10  FILLER                        PIC X(49).
           05  AMP-DETAIL-RECORD-4 REDEFINES AMP-DETAIL-RECORD-1.
               10  FILLER                        PIC X(59).
               10  SHR-ACCT-CITIZEN-ST-CNTRY-CDE PIC 9(3).
               10  FILLER                        PIC X(92).
       FD  SANCTIONS-LIST-FILE.
       01  SANCTIONS-LIST-RECORD.
           05  SN-LIST-ENTRY-ID                  PIC 9(9).
           05  SN-ENTRY-TYPE-CDE                 PIC X(1).
               88  SN-NAME-ENTRY                     VALUE 'N'.
               88  SN-COUNTRY-ENTRY                  VALUE 'C'.
           05  SN-COUNTRY-CDE                    PIC 9(3).
           05  SN-NAME-TEXT                      PIC X(60).
       FD  OFAC-REVIEW-IN.
       01  OFAC-REVIEW-IN-RECORD.
           05  RI-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  RI-LIST-ENTRY-ID                  PIC 9(9).
           05  RI-MATCH-TYPE-CDE                 PIC X(1).
           05  RI-MATCH-SCORE                    PIC 9(3).
           05  RI-MATCHED-TEXT                   PIC X(60).
           05  RI-REG-FINGERPRINT                PIC 9(9).
           05  RI-OPEN-DATE                      PIC 9(8).
           05  RI-DISPOSITION-CDE                PIC X(1).
           05  RI-DISPOSITION-DATE               PIC 9(8).
           05  RI-OFFICER-ID                     PIC X(8).
       FD  OFAC-REVIEW-OUT.
       01  OFAC-REVIEW-OUT-RECORD.
           05  RO-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  RO-LIST-ENTRY-ID                  PIC 9(9).
           05  RO-MATCH-TYPE-CDE                 PIC X(1).
           05  RO-MATCH-SCORE                    PIC 9(3).
           05  RO-MATCHED-TEXT                   PIC X(60).
           05  RO-REG-FINGERPRINT                PIC 9(9).
           05  RO-OPEN-DATE                      PIC 9(8).
           05  RO-DISPOSITION-CDE                PIC X(1).
           05  RO-DISPOSITION-DATE               PIC 9(8).
           05  RO-OFFICER-ID                     PIC X(8).
       FD  OFAC-DISPOSITION-FILE.
       01  OFAC-DISPOSITION-RECORD.
           05  DP-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  DP-LIST-ENTRY-ID                  PIC 9(9).
           05  DP-DISPOSITION-CDE                PIC X(1).
               88  DP-VALID-DISPOSITION              VALUE 'F' 'C' 'E'.
           05  DP-DISPOSITION-DATE               PIC 9(8).
           05  DP-OFFICER-ID                     PIC X(8).
       FD  OFAC-HOLD-FILE.
       01  OFAC-HOLD-RECORD.
           05  OH-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  OH-HOLD-REASON-CDE                PIC X(1).
           05  OH-OPEN-DATE                      PIC 9(8).
       FD  OFAC-POLICY-PARM.
       01  OFAC-POLICY-RECORD.
           05  PARM-RUN-DATE                     PIC 9(8).
           05  PARM-FULL-BOOK-SW                 PIC X(1).
           05  PARM-MAX-EDITS                    PIC 9(1).
           05  PARM-FUZZY-MIN-LENGTH             PIC 9(2).
           05  PARM-MIN-MATCH-SCORE              PIC 9(3).
       FD  OFAC-RPT-FILE.
       01  OFAC-RPT-LINE                         PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-DISP-FS                            PIC X(2) VALUE '00'.
       01  WS-RUN-DATE                           PIC 9(8) VALUE ZERO.
       01  WS-FULL-BOOK-SW                       PIC X(1) VALUE 'N'.
           88  WS-FULL-BOOK                          VALUE 'Y'.
       01  WS-MAX-EDITS                          PIC 9(1) VALUE 1.
       01  WS-FUZZY-MIN-LENGTH                   PIC 9(2) VALUE 5.
       01  WS-MIN-MATCH-SCORE                    PIC 9(3) VALUE 85.
       01  WS-MAX-LIST-ENTRIES                   PIC 9(6) VALUE 20000.
       01  WS-LIST-COUNT                         PIC 9(6) VALUE ZERO.
       01  WS-MAX-REVIEWS                        PIC 9(6) VALUE 50000.
       01  WS-REVIEW-COUNT                       PIC 9(6) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(6) VALUE ZERO.
       01  WS-SCAN-IDX                           PIC 9(6) VALUE ZERO.
       01  WS-GROUP-OPEN-SW                      PIC X(1) VALUE 'N'.
           88  WS-GROUP-OPEN                         VALUE 'Y'.
       01  WS-GRP-SOURCE-CDE                     PIC X(3) VALUE SPACES.
       01  WS-GRP-ACCOUNT-NUMBER                 PIC X(20) VALUE
                                                  SPACES.
       01  WS-GRP-RESIDENT-COUNTRY               PIC 9(3) VALUE ZERO.
       01  WS-GRP-CITIZEN-COUNTRY                PIC 9(3) VALUE ZERO.
       01  WS-GRP-REG-SEEN-SW                    PIC X(1) VALUE 'N'.
           88  WS-GRP-REG-SEEN                       VALUE 'Y'.
       01  WS-GRP-REGISTRATION.
           05  WS-GRP-REG-LINE                   PIC X(35) OCCURS 7.
       01  WS-GRP-REG-TEXT REDEFINES WS-GRP-REGISTRATION
                                                 PIC X(245).
       01  WS-REG-FINGERPRINT                    PIC 9(9) VALUE ZERO.
       01  WS-FINGERPRINT-WORK                   PIC 9(11) VALUE ZERO.
       01  WS-CHAR-IDX                           PIC 9(3) VALUE ZERO.
       01  WS-LINE-IDX                           PIC 9(1) VALUE ZERO.
       01  WS-NORM-TEXT                          PIC X(60) VALUE
                                                  SPACES.
       01  WS-NORM-PTR                           PIC 9(3) VALUE ZERO.
       01  WS-ONE-TOKEN                          PIC X(20) VALUE
                                                  SPACES.
           88  WS-FILLER-WORD                        VALUE 'THE' 'OF'
                                                     'AND' 'INC' 'LLC'
                                                     'LTD' 'CO' 'CORP'
                                                     'SA' 'MR' 'MRS'
                                                     'MS'.
       01  WS-ONE-TOKEN-LEN                      PIC 9(3) VALUE ZERO.
       01  WS-MAX-TOKENS                         PIC 9(2) VALUE 40.
       01  WS-TOKEN-COUNT                        PIC 9(2) VALUE ZERO.
       01  TOKEN-WORK-TABLE.
           05  TOKEN-WORK-ENTRY OCCURS 40 TIMES.
               10  TW-TOKEN                      PIC X(20).
               10  TW-TOKEN-LEN                  PIC 9(2).
       01  WS-REG-TOKEN-COUNT                    PIC 9(2) VALUE ZERO.
       01  REG-TOKEN-TABLE.
           05  REG-TOKEN-ENTRY OCCURS 40 TIMES.
               10  RT-TOKEN                      PIC X(20).
               10  RT-TOKEN-LEN                  PIC 9(2).
       01  WS-NAME-TOKEN-IDX                     PIC 9(2) VALUE ZERO.
       01  WS-REG-TOKEN-IDX                      PIC 9(2) VALUE ZERO.
       01  WS-BEST-EDITS                         PIC 9(2) VALUE ZERO.
       01  WS-TOTAL-EDITS                        PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-LETTERS                      PIC 9(3) VALUE ZERO.
       01  WS-NAME-MATCH-SW                      PIC X(1) VALUE 'N'.
           88  WS-NAME-MATCHES                       VALUE 'Y'.
       01  WS-MATCH-SCORE                        PIC 9(3) VALUE ZERO.
       01  WS-LEN-DIFF                           PIC S9(3) VALUE ZERO.
       01  WS-TOK-A                              PIC X(20) VALUE SPACES.
       01  WS-TOK-A-LEN                          PIC 9(2) VALUE ZERO.
       01  WS-TOK-B                              PIC X(20) VALUE SPACES.
       01  WS-TOK-B-LEN                          PIC 9(2) VALUE ZERO.
       01  WS-EDIT-DISTANCE                      PIC 9(2) VALUE ZERO.
       01  WS-LV-I                               PIC 9(2) VALUE ZERO.
       01  WS-LV-J                               PIC 9(2) VALUE ZERO.
       01  WS-LV-COST                            PIC 9(1) VALUE ZERO.
       01  WS-LV-BEST                            PIC 9(2) VALUE ZERO.
       01  LEVENSHTEIN-ROWS.
           05  LV-PREV                           PIC 9(2) OCCURS 21.
           05  LV-CURR                           PIC 9(2) OCCURS 21.
       01  WS-HIT-ENTRY-IDX                      PIC 9(6) VALUE ZERO.
       01  WS-HIT-TYPE-CDE                       PIC X(1) VALUE SPACE.
       01  WS-GROUPS-SCREENED                    PIC 9(7) VALUE ZERO.
       01  WS-NEW-MATCHES                        PIC 9(7) VALUE ZERO.
       01  WS-REOPENED-MATCHES                   PIC 9(7) VALUE ZERO.
       01  WS-SUPPRESSED-MATCHES                 PIC 9(7) VALUE ZERO.
       01  WS-DISPOSITIONS-POSTED                PIC 9(7) VALUE ZERO.
       01  WS-DISPOSITIONS-REJECTED              PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-HELD                      PIC 9(7) VALUE ZERO.
       01  WS-GATE-IN-COUNT                      PIC 9(9) VALUE ZERO.
       01  WS-GATE-IN-TOTAL                      PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-GATE-OUT-COUNT                     PIC 9(9) VALUE ZERO.
       01  WS-GATE-OUT-TOTAL                     PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  GATE-CALL-AREA.
           05  GG-ACTION                         PIC X(4).
           05  GG-CHAIN-ID                       PIC X(20) VALUE
                                                  'OFAC-REVIEW'.
           05  GG-RECORD-COUNT                   PIC 9(9).
           05  GG-CONTENT-TOTAL                  PIC S9(15)V9(2).
           05  GG-RUN-DATE                       PIC 9(8).
           05  GG-STATUS                         PIC X(1).
       01  SANCTIONS-LIST-TABLE.
           05  SANCTIONS-LIST-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-LIST-COUNT
                   INDEXED BY LST-IDX.
               10  SL-LIST-ENTRY-ID              PIC 9(9).
               10  SL-ENTRY-TYPE-CDE             PIC X(1).
               10  SL-COUNTRY-CDE                PIC 9(3).
               10  SL-NAME-TEXT                  PIC X(60).
               10  SL-TOKEN-COUNT                PIC 9(2).
               10  SL-TOKEN-ENTRY OCCURS 8 TIMES.
                   15  SL-TOKEN                  PIC X(20).
                   15  SL-TOKEN-LEN              PIC 9(2).
       01  REVIEW-QUEUE-TABLE.
           05  REVIEW-QUEUE-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-REVIEW-COUNT
                   INDEXED BY REV-IDX.
               10  RQ-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  RQ-LIST-ENTRY-ID              PIC 9(9).
               10  RQ-MATCH-TYPE-CDE             PIC X(1).
               10  RQ-MATCH-SCORE                PIC 9(3).
               10  RQ-MATCHED-TEXT               PIC X(60).
               10  RQ-REG-FINGERPRINT            PIC 9(9).
               10  RQ-OPEN-DATE                  PIC 9(8).
               10  RQ-DISPOSITION-CDE            PIC X(1).
                   88  RQ-CLEARED                    VALUE 'F'.
                   88  RQ-CONFIRMED                  VALUE 'C'.
               10  RQ-DISPOSITION-DATE           PIC 9(8).
               10  RQ-OFFICER-ID                 PIC X(8).
               10  RQ-HOLD-WRITTEN-SW            PIC X(1).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'SANCTIONS (OFAC) REGISTRATION SCREENING REPORT'.
       01  WS-COLUMN-LINE.
           05  FILLER                            PIC X(21) VALUE
               'ACCOUNT'.
           05  FILLER                            PIC X(4) VALUE
               'SRC'.
           05  FILLER                            PIC X(11) VALUE
               'LIST-ENTRY'.
           05  FILLER                            PIC X(2) VALUE
               'T'.
           05  FILLER                            PIC X(6) VALUE
               'SCORE'.
           05  FILLER                            PIC X(31) VALUE
               'STATUS'.
           05  FILLER                            PIC X(21) VALUE
               'LISTED NAME / COUNTRY'.
       01  WS-DETAIL-LINE.
           05  DL-ACCOUNT-NUMBER                 PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-SOURCE-CDE                     PIC X(3).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-LIST-ENTRY-ID                  PIC 9(9).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-MATCH-TYPE-CDE                 PIC X(1).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-MATCH-SCORE                    PIC ZZ9.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-STATUS                         PIC X(30).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-MATCHED-TEXT                   PIC X(50).
       01  WS-SUMMARY-LINE.
           05  FILLER                            PIC X(10) VALUE
               'SCREENED: '.
           05  SL-SCREENED-COUNT                 PIC ZZZZZZ9.
           05  FILLER                            PIC X(7) VALUE
               '  NEW: '.
           05  SL-NEW-COUNT                      PIC ZZZZZZ9.
           05  FILLER                            PIC X(12) VALUE
               '  REOPENED: '.
           05  SL-REOPENED-COUNT                 PIC ZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  SUPPRESSED: '.
           05  SL-SUPPRESSED-COUNT               PIC ZZZZZZ9.
           05  FILLER                            PIC X(16) VALUE
               '  DISPOSITIONS: '.
           05  SL-DISPOSITION-COUNT              PIC ZZZZZZ9.
           05  FILLER                            PIC X(10) VALUE
               '  HELD:   '.
           05  SL-HELD-COUNT                     PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-SANCTIONS-LIST
           PERFORM 3000-APPLY-DISPOSITIONS
           PERFORM 4000-SCREEN-REGISTRATIONS
           PERFORM 4900-APPLY-GROUP
           PERFORM 5000-WRITE-REVIEW-OUT
           PERFORM 6000-WRITE-HOLD-FILE
           PERFORM 7000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT OFAC-POLICY-PARM
           READ OFAC-POLICY-PARM
               AT END
                   MOVE FUNCTION NUMVAL(
                        FUNCTION CURRENT-DATE(1:8)) TO WS-RUN-DATE
               NOT AT END
                   MOVE PARM-RUN-DATE TO WS-RUN-DATE
                   IF PARM-FULL-BOOK-SW = 'Y'
                       SET WS-FULL-BOOK TO TRUE
                   END-IF
                   IF PARM-MAX-EDITS IS NUMERIC
                       MOVE PARM-MAX-EDITS TO WS-MAX-EDITS
                   END-IF
                   IF PARM-FUZZY-MIN-LENGTH > ZERO
                       MOVE PARM-FUZZY-MIN-LENGTH TO
                           WS-FUZZY-MIN-LENGTH
                   END-IF
                   IF PARM-MIN-MATCH-SCORE > ZERO
                       MOVE PARM-MIN-MATCH-SCORE TO WS-MIN-MATCH-SCORE
                   END-IF
           END-READ
           CLOSE OFAC-POLICY-PARM
           PERFORM 1100-LOAD-REVIEW-QUEUE
           OPEN OUTPUT OFAC-RPT-FILE
           WRITE OFAC-RPT-LINE FROM WS-HEADLINE-1
           WRITE OFAC-RPT-LINE FROM WS-COLUMN-LINE.

       1100-LOAD-REVIEW-QUEUE.
           OPEN INPUT OFAC-REVIEW-IN
           PERFORM 1110-READ-REVIEW
               UNTIL WS-EOF
           CLOSE OFAC-REVIEW-IN
           MOVE 'N' TO WS-EOF-SW
           PERFORM 1190-VERIFY-GENERATION.

       1110-READ-REVIEW.
           READ OFAC-REVIEW-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-GATE-IN-COUNT
                   ADD RI-LIST-ENTRY-ID TO WS-GATE-IN-TOTAL
                   IF WS-REVIEW-COUNT < WS-MAX-REVIEWS
                       ADD 1 TO WS-REVIEW-COUNT
                       SET REV-IDX TO WS-REVIEW-COUNT
                       MOVE RI-CUSTOMER-ACCOUNT-NUMBER TO
                           RQ-CUSTOMER-ACCOUNT-NUMBER (REV-IDX)
                       MOVE RI-LIST-ENTRY-ID TO
                           RQ-LIST-ENTRY-ID (REV-IDX)
                       MOVE RI-MATCH-TYPE-CDE TO
                           RQ-MATCH-TYPE-CDE (REV-IDX)
                       MOVE RI-MATCH-SCORE TO RQ-MATCH-SCORE (REV-IDX)
                       MOVE RI-MATCHED-TEXT TO
                           RQ-MATCHED-TEXT (REV-IDX)
                       MOVE RI-REG-FINGERPRINT TO
                           RQ-REG-FINGERPRINT (REV-IDX)
                       MOVE RI-OPEN-DATE TO RQ-OPEN-DATE (REV-IDX)
                       MOVE RI-DISPOSITION-CDE TO
                           RQ-DISPOSITION-CDE (REV-IDX)
                       MOVE RI-DISPOSITION-DATE TO
                           RQ-DISPOSITION-DATE (REV-IDX)
                       MOVE RI-OFFICER-ID TO RQ-OFFICER-ID (REV-IDX)
                       MOVE 'N' TO RQ-HOLD-WRITTEN-SW (REV-IDX)
                   END-IF
           END-READ.

       1190-VERIFY-GENERATION.
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

       2000-LOAD-SANCTIONS-LIST.
           OPEN INPUT SANCTIONS-LIST-FILE
           PERFORM 2100-READ-LIST-ENTRY
               UNTIL WS-EOF
           CLOSE SANCTIONS-LIST-FILE
           MOVE 'N' TO WS-EOF-SW.

       2100-READ-LIST-ENTRY.
           READ SANCTIONS-LIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF (SN-NAME-ENTRY OR SN-COUNTRY-ENTRY)
                       AND WS-LIST-COUNT < WS-MAX-LIST-ENTRIES
                       PERFORM 2200-ADD-LIST-ENTRY
                   END-IF
           END-READ.

      *    Listed names are kept already broken into normalized
      *    words so each registration is compared word by word.
       2200-ADD-LIST-ENTRY.
           ADD 1 TO WS-LIST-COUNT
           SET LST-IDX TO WS-LIST-COUNT
           MOVE SN-LIST-ENTRY-ID TO SL-LIST-ENTRY-ID (LST-IDX)
           MOVE SN-ENTRY-TYPE-CDE TO SL-ENTRY-TYPE-CDE (LST-IDX)
           MOVE SN-COUNTRY-CDE TO SL-COUNTRY-CDE (LST-IDX)
           MOVE SN-NAME-TEXT TO SL-NAME-TEXT (LST-IDX)
           MOVE ZERO TO SL-TOKEN-COUNT (LST-IDX)
           IF SN-NAME-ENTRY
               MOVE ZERO TO WS-TOKEN-COUNT
               MOVE SN-NAME-TEXT TO WS-NORM-TEXT
               PERFORM 8100-TOKENIZE-TEXT
               PERFORM VARYING WS-NAME-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-NAME-TOKEN-IDX > WS-TOKEN-COUNT
                       OR WS-NAME-TOKEN-IDX > 8
                   ADD 1 TO SL-TOKEN-COUNT (LST-IDX)
                   MOVE TW-TOKEN (WS-NAME-TOKEN-IDX) TO
                       SL-TOKEN (LST-IDX WS-NAME-TOKEN-IDX)
                   MOVE TW-TOKEN-LEN (WS-NAME-TOKEN-IDX) TO
                       SL-TOKEN-LEN (LST-IDX WS-NAME-TOKEN-IDX)
               END-PERFORM
           END-IF.

       3000-APPLY-DISPOSITIONS.
           OPEN INPUT OFAC-DISPOSITION-FILE
           IF WS-DISP-FS = '00'
               PERFORM 3100-READ-DISPOSITION
                   UNTIL WS-EOF
               CLOSE OFAC-DISPOSITION-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       3100-READ-DISPOSITION.
           READ OFAC-DISPOSITION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   PERFORM 3200-POST-DISPOSITION
           END-READ.

       3200-POST-DISPOSITION.
           PERFORM 8300-FIND-REVIEW-ROW
           MOVE DP-CUSTOMER-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER
           MOVE 'DSP' TO DL-SOURCE-CDE
           MOVE DP-LIST-ENTRY-ID TO DL-LIST-ENTRY-ID
           MOVE DP-DISPOSITION-CDE TO DL-MATCH-TYPE-CDE
           MOVE ZERO TO DL-MATCH-SCORE
           MOVE SPACES TO DL-MATCHED-TEXT
           IF WS-FOUND AND DP-VALID-DISPOSITION
               ADD 1 TO WS-DISPOSITIONS-POSTED
               MOVE DP-DISPOSITION-CDE TO
                   RQ-DISPOSITION-CDE (WS-MATCHED-IDX)
               MOVE DP-DISPOSITION-DATE TO
                   RQ-DISPOSITION-DATE (WS-MATCHED-IDX)
               MOVE DP-OFFICER-ID TO RQ-OFFICER-ID (WS-MATCHED-IDX)
               MOVE RQ-MATCHED-TEXT (WS-MATCHED-IDX) TO
                   DL-MATCHED-TEXT
               MOVE 'DISPOSITION POSTED' TO DL-STATUS
           ELSE
               ADD 1 TO WS-DISPOSITIONS-REJECTED
               IF WS-FOUND
                   MOVE '*** INVALID DISPOSITION CODE' TO DL-STATUS
               ELSE
                   MOVE '*** DISPOSITION - NOT QUEUED' TO DL-STATUS
               END-IF
           END-IF
           WRITE OFAC-RPT-LINE FROM WS-DETAIL-LINE.

       4000-SCREEN-REGISTRATIONS.
           OPEN INPUT ACCOUNT-MASTER-POSITION
           PERFORM 4100-READ-AMP
               UNTIL WS-EOF
           CLOSE ACCOUNT-MASTER-POSITION
           MOVE 'N' TO WS-EOF-SW.

       4100-READ-AMP.
           READ ACCOUNT-MASTER-POSITION
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF NEW-ACCOUNT-ACTIVITY-REC
                       OR NON-FINANCIAL-ACTIVITY-REC
                       OR (ACCOUNT-MASTER-POSITION-REC
                           AND WS-FULL-BOOK)
                       PERFORM 4200-STITCH-RECORD
                   END-IF
           END-READ.

       4200-STITCH-RECORD.
           EVALUATE SEQUENCE-NUMBER-AMP
               WHEN 1
                   PERFORM 4900-APPLY-GROUP
                   PERFORM 4300-START-GROUP
               WHEN 2
                   IF WS-GROUP-OPEN
                       MOVE REGISTRATION-LINE-1-TEXT TO
                           WS-GRP-REG-LINE (1)
                       MOVE REGISTRATION-LINE-2-TEXT TO
                           WS-GRP-REG-LINE (2)
                       MOVE REGISTRATION-LINE-3-TEXT TO
                           WS-GRP-REG-LINE (3)
                       MOVE REGISTRATION-LINE-4-TEXT TO
                           WS-GRP-REG-LINE (4)
                       SET WS-GRP-REG-SEEN TO TRUE
                   END-IF
               WHEN 3
                   IF WS-GROUP-OPEN
                       MOVE REGISTRATION-LINE-5-TEXT TO
                           WS-GRP-REG-LINE (5)
                       MOVE REGISTRATION-LINE-6-TEXT TO
                           WS-GRP-REG-LINE (6)
                       MOVE REGISTRATION-LINE-7-TEXT TO
                           WS-GRP-REG-LINE (7)
                       SET WS-GRP-REG-SEEN TO TRUE
                   END-IF
               WHEN 4
                   IF WS-GROUP-OPEN
                       MOVE SHR-ACCT-CITIZEN-ST-CNTRY-CDE TO
                           WS-GRP-CITIZEN-COUNTRY
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4300-START-GROUP.
           MOVE RECORD-CODE TO WS-GRP-SOURCE-CDE
           MOVE AMP-CUSTOMER-ACCOUNT-NUMBER TO WS-GRP-ACCOUNT-NUMBER
           MOVE RESIDENT-STATE-COUNTRY TO WS-GRP-RESIDENT-COUNTRY
           MOVE ZERO TO WS-GRP-CITIZEN-COUNTRY
           MOVE SPACES TO WS-GRP-REGISTRATION
           MOVE 'N' TO WS-GRP-REG-SEEN-SW
           SET WS-GROUP-OPEN TO TRUE.

      *    A non-financial group is a registration change only when
      *    it carries registration lines; other maintenance is not
      *    rescreened.
       4900-APPLY-GROUP.
           IF WS-GROUP-OPEN
               IF WS-GRP-SOURCE-CDE NOT = 'NFA'
                   OR WS-GRP-REG-SEEN
                   PERFORM 4910-SCREEN-GROUP
               END-IF
               MOVE 'N' TO WS-GROUP-OPEN-SW
           END-IF.

       4910-SCREEN-GROUP.
           ADD 1 TO WS-GROUPS-SCREENED
           PERFORM 8200-COMPUTE-FINGERPRINT
           MOVE ZERO TO WS-TOKEN-COUNT
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > 7
               MOVE WS-GRP-REG-LINE (WS-LINE-IDX) TO WS-NORM-TEXT
               PERFORM 8100-TOKENIZE-TEXT
           END-PERFORM
           MOVE TOKEN-WORK-TABLE TO REG-TOKEN-TABLE
           MOVE WS-TOKEN-COUNT TO WS-REG-TOKEN-COUNT
           PERFORM VARYING LST-IDX FROM 1 BY 1
               UNTIL LST-IDX > WS-LIST-COUNT
               IF SL-ENTRY-TYPE-CDE (LST-IDX) = 'C'
                   IF SL-COUNTRY-CDE (LST-IDX) NOT = ZERO
                       AND (SL-COUNTRY-CDE (LST-IDX) =
                               WS-GRP-RESIDENT-COUNTRY
                           OR SL-COUNTRY-CDE (LST-IDX) =
                               WS-GRP-CITIZEN-COUNTRY)
                       MOVE 'C' TO WS-HIT-TYPE-CDE
                       MOVE 100 TO WS-MATCH-SCORE
                       PERFORM 4950-RECORD-POTENTIAL-MATCH
                   END-IF
               ELSE
                   PERFORM 4920-MATCH-NAME
                   IF WS-NAME-MATCHES
                       MOVE 'N' TO WS-HIT-TYPE-CDE
                       PERFORM 4950-RECORD-POTENTIAL-MATCH
                   END-IF
               END-IF
           END-PERFORM.

      *    Every word of the listed name must be found on the
      *    registration, exactly or - for long enough words - within
      *    the allowed number of letter edits.
       4920-MATCH-NAME.
           MOVE 'N' TO WS-NAME-MATCH-SW
           IF SL-TOKEN-COUNT (LST-IDX) > ZERO
               AND WS-REG-TOKEN-COUNT > ZERO
               SET WS-NAME-MATCHES TO TRUE
               MOVE ZERO TO WS-TOTAL-EDITS
               MOVE ZERO TO WS-TOTAL-LETTERS
               PERFORM VARYING WS-NAME-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-NAME-TOKEN-IDX > SL-TOKEN-COUNT (LST-IDX)
                       OR NOT WS-NAME-MATCHES
                   PERFORM 4930-MATCH-NAME-WORD
               END-PERFORM
           END-IF
           IF WS-NAME-MATCHES
               COMPUTE WS-MATCH-SCORE =
                   ((WS-TOTAL-LETTERS - WS-TOTAL-EDITS) * 100)
                   / WS-TOTAL-LETTERS
               IF WS-MATCH-SCORE < WS-MIN-MATCH-SCORE
                   MOVE 'N' TO WS-NAME-MATCH-SW
               END-IF
           END-IF.

       4930-MATCH-NAME-WORD.
           MOVE 99 TO WS-BEST-EDITS
           MOVE SL-TOKEN (LST-IDX WS-NAME-TOKEN-IDX) TO WS-TOK-A
           MOVE SL-TOKEN-LEN (LST-IDX WS-NAME-TOKEN-IDX) TO
               WS-TOK-A-LEN
           PERFORM VARYING WS-REG-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-REG-TOKEN-IDX > WS-REG-TOKEN-COUNT
                   OR WS-BEST-EDITS = ZERO
               IF RT-TOKEN (WS-REG-TOKEN-IDX) = WS-TOK-A
                   MOVE ZERO TO WS-BEST-EDITS
               ELSE
                   IF WS-TOK-A-LEN >= WS-FUZZY-MIN-LENGTH
                       AND WS-MAX-EDITS > ZERO
                       PERFORM 4940-FUZZY-COMPARE-WORD
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-EDITS > WS-MAX-EDITS
               MOVE 'N' TO WS-NAME-MATCH-SW
           ELSE
               ADD WS-BEST-EDITS TO WS-TOTAL-EDITS
               ADD WS-TOK-A-LEN TO WS-TOTAL-LETTERS
           END-IF.

       4940-FUZZY-COMPARE-WORD.
           COMPUTE WS-LEN-DIFF =
               WS-TOK-A-LEN - RT-TOKEN-LEN (WS-REG-TOKEN-IDX)
           IF WS-LEN-DIFF < ZERO
               COMPUTE WS-LEN-DIFF = ZERO - WS-LEN-DIFF
           END-IF
           IF WS-LEN-DIFF <= WS-MAX-EDITS
               MOVE RT-TOKEN (WS-REG-TOKEN-IDX) TO WS-TOK-B
               MOVE RT-TOKEN-LEN (WS-REG-TOKEN-IDX) TO WS-TOK-B-LEN
               PERFORM 8500-EDIT-DISTANCE
               IF WS-EDIT-DISTANCE < WS-BEST-EDITS
                   MOVE WS-EDIT-DISTANCE TO WS-BEST-EDITS
               END-IF
           END-IF.

      *    One review row per account and list entry.  A cleared row
      *    stays quiet while the registration is unchanged.
       4950-RECORD-POTENTIAL-MATCH.
           SET WS-HIT-ENTRY-IDX TO LST-IDX
           MOVE SL-LIST-ENTRY-ID (LST-IDX) TO DL-LIST-ENTRY-ID
           PERFORM 8310-FIND-REVIEW-FOR-ENTRY
           MOVE WS-GRP-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER
           MOVE WS-GRP-SOURCE-CDE TO DL-SOURCE-CDE
           MOVE WS-HIT-TYPE-CDE TO DL-MATCH-TYPE-CDE
           MOVE WS-MATCH-SCORE TO DL-MATCH-SCORE
           MOVE SL-NAME-TEXT (LST-IDX) TO DL-MATCHED-TEXT
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   IF WS-REVIEW-COUNT < WS-MAX-REVIEWS
                       ADD 1 TO WS-REVIEW-COUNT
                       MOVE WS-REVIEW-COUNT TO WS-MATCHED-IDX
                       PERFORM 4960-SET-REVIEW-ROW
                       ADD 1 TO WS-NEW-MATCHES
                       MOVE '*** NEW POTENTIAL MATCH' TO DL-STATUS
                       WRITE OFAC-RPT-LINE FROM WS-DETAIL-LINE
                   END-IF
               WHEN RQ-CLEARED (WS-MATCHED-IDX)
                   AND RQ-REG-FINGERPRINT (WS-MATCHED-IDX) =
                       WS-REG-FINGERPRINT
                   ADD 1 TO WS-SUPPRESSED-MATCHES
               WHEN RQ-CLEARED (WS-MATCHED-IDX)
                   PERFORM 4960-SET-REVIEW-ROW
                   ADD 1 TO WS-REOPENED-MATCHES
                   MOVE '*** REOPENED - REG CHANGED' TO DL-STATUS
                   WRITE OFAC-RPT-LINE FROM WS-DETAIL-LINE
               WHEN OTHER
                   ADD 1 TO WS-SUPPRESSED-MATCHES
           END-EVALUATE.

       4960-SET-REVIEW-ROW.
           MOVE WS-GRP-ACCOUNT-NUMBER TO
               RQ-CUSTOMER-ACCOUNT-NUMBER (WS-MATCHED-IDX)
           MOVE SL-LIST-ENTRY-ID (LST-IDX) TO
               RQ-LIST-ENTRY-ID (WS-MATCHED-IDX)
           MOVE WS-HIT-TYPE-CDE TO RQ-MATCH-TYPE-CDE (WS-MATCHED-IDX)
           MOVE WS-MATCH-SCORE TO RQ-MATCH-SCORE (WS-MATCHED-IDX)
           IF WS-HIT-TYPE-CDE = 'C'
               MOVE SPACES TO RQ-MATCHED-TEXT (WS-MATCHED-IDX)
               MOVE SL-COUNTRY-CDE (LST-IDX) TO
                   RQ-MATCHED-TEXT (WS-MATCHED-IDX) (1:3)
           ELSE
               MOVE SL-NAME-TEXT (LST-IDX) TO
                   RQ-MATCHED-TEXT (WS-MATCHED-IDX)
           END-IF
           MOVE WS-REG-FINGERPRINT TO
               RQ-REG-FINGERPRINT (WS-MATCHED-IDX)
           MOVE WS-RUN-DATE TO RQ-OPEN-DATE (WS-MATCHED-IDX)
           MOVE SPACE TO RQ-DISPOSITION-CDE (WS-MATCHED-IDX)
           MOVE ZERO TO RQ-DISPOSITION-DATE (WS-MATCHED-IDX)
           MOVE SPACES TO RQ-OFFICER-ID (WS-MATCHED-IDX)
           MOVE 'N' TO RQ-HOLD-WRITTEN-SW (WS-MATCHED-IDX).

       5000-WRITE-REVIEW-OUT.
           OPEN OUTPUT OFAC-REVIEW-OUT
           PERFORM VARYING REV-IDX FROM 1 BY 1
               UNTIL REV-IDX > WS-REVIEW-COUNT
               MOVE RQ-CUSTOMER-ACCOUNT-NUMBER (REV-IDX) TO
                   RO-CUSTOMER-ACCOUNT-NUMBER
               MOVE RQ-LIST-ENTRY-ID (REV-IDX) TO RO-LIST-ENTRY-ID
               MOVE RQ-MATCH-TYPE-CDE (REV-IDX) TO RO-MATCH-TYPE-CDE
               MOVE RQ-MATCH-SCORE (REV-IDX) TO RO-MATCH-SCORE
               MOVE RQ-MATCHED-TEXT (REV-IDX) TO RO-MATCHED-TEXT
               MOVE RQ-REG-FINGERPRINT (REV-IDX) TO
                   RO-REG-FINGERPRINT
               MOVE RQ-OPEN-DATE (REV-IDX) TO RO-OPEN-DATE
               MOVE RQ-DISPOSITION-CDE (REV-IDX) TO
                   RO-DISPOSITION-CDE
               MOVE RQ-DISPOSITION-DATE (REV-IDX) TO
                   RO-DISPOSITION-DATE
               MOVE RQ-OFFICER-ID (REV-IDX) TO RO-OFFICER-ID
               ADD 1 TO WS-GATE-OUT-COUNT
               ADD RO-LIST-ENTRY-ID TO WS-GATE-OUT-TOTAL
               WRITE OFAC-REVIEW-OUT-RECORD
           END-PERFORM
           CLOSE OFAC-REVIEW-OUT
           PERFORM 5100-SAVE-GENERATION.

       5100-SAVE-GENERATION.
           MOVE 'SAVE' TO GG-ACTION
           MOVE WS-GATE-OUT-COUNT TO GG-RECORD-COUNT
           MOVE WS-GATE-OUT-TOTAL TO GG-CONTENT-TOTAL
           MOVE WS-RUN-DATE TO GG-RUN-DATE
           CALL 'GENERATION-GATE' USING GG-ACTION GG-CHAIN-ID
               GG-RECORD-COUNT GG-CONTENT-TOTAL GG-RUN-DATE
               GG-STATUS.

      *    One hold row per account with any row not cleared - a
      *    confirmed match (B, blocked) outranks a pending one (P).
       6000-WRITE-HOLD-FILE.
           OPEN OUTPUT OFAC-HOLD-FILE
           PERFORM VARYING REV-IDX FROM 1 BY 1
               UNTIL REV-IDX > WS-REVIEW-COUNT
               IF NOT RQ-CLEARED (REV-IDX)
                   AND RQ-HOLD-WRITTEN-SW (REV-IDX) = 'N'
                   PERFORM 6100-WRITE-ACCOUNT-HOLD
               END-IF
           END-PERFORM
           CLOSE OFAC-HOLD-FILE.

       6100-WRITE-ACCOUNT-HOLD.
           MOVE RQ-CUSTOMER-ACCOUNT-NUMBER (REV-IDX) TO
               OH-CUSTOMER-ACCOUNT-NUMBER
           MOVE 'P' TO OH-HOLD-REASON-CDE
           MOVE RQ-OPEN-DATE (REV-IDX) TO OH-OPEN-DATE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-REVIEW-COUNT
               IF RQ-CUSTOMER-ACCOUNT-NUMBER (WS-SCAN-IDX) =
                       OH-CUSTOMER-ACCOUNT-NUMBER
                   AND NOT RQ-CLEARED (WS-SCAN-IDX)
                   MOVE 'Y' TO RQ-HOLD-WRITTEN-SW (WS-SCAN-IDX)
                   IF RQ-CONFIRMED (WS-SCAN-IDX)
                       MOVE 'B' TO OH-HOLD-REASON-CDE
                   END-IF
                   IF RQ-OPEN-DATE (WS-SCAN-IDX) < OH-OPEN-DATE
                       MOVE RQ-OPEN-DATE (WS-SCAN-IDX) TO OH-OPEN-DATE
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-ACCOUNTS-HELD
           WRITE OFAC-HOLD-RECORD.

       7000-FINALIZE.
           MOVE WS-GROUPS-SCREENED TO SL-SCREENED-COUNT
           MOVE WS-NEW-MATCHES TO SL-NEW-COUNT
           MOVE WS-REOPENED-MATCHES TO SL-REOPENED-COUNT
           MOVE WS-SUPPRESSED-MATCHES TO SL-SUPPRESSED-COUNT
           MOVE WS-DISPOSITIONS-POSTED TO SL-DISPOSITION-COUNT
           MOVE WS-ACCOUNTS-HELD TO SL-HELD-COUNT
           WRITE OFAC-RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE OFAC-RPT-FILE.

      *    Upper-cases WS-NORM-TEXT, blanks its punctuation and adds
      *    its words, less filler words, to TOKEN-WORK-TABLE.
       8100-TOKENIZE-TEXT.
           INSPECT WS-NORM-TEXT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-NORM-TEXT CONVERTING
               '.,-/&()#;:*"' TO '            '
           INSPECT WS-NORM-TEXT REPLACING ALL "'" BY SPACE
           MOVE 1 TO WS-NORM-PTR
           PERFORM 8110-NEXT-TOKEN
               UNTIL WS-NORM-PTR > 60
                   OR WS-TOKEN-COUNT >= WS-MAX-TOKENS.

       8110-NEXT-TOKEN.
           MOVE SPACES TO WS-ONE-TOKEN
           MOVE ZERO TO WS-ONE-TOKEN-LEN
           UNSTRING WS-NORM-TEXT DELIMITED BY ALL SPACE
               INTO WS-ONE-TOKEN COUNT IN WS-ONE-TOKEN-LEN
               WITH POINTER WS-NORM-PTR
           END-UNSTRING
           IF WS-ONE-TOKEN-LEN > ZERO
               AND NOT WS-FILLER-WORD
               ADD 1 TO WS-TOKEN-COUNT
               MOVE WS-ONE-TOKEN TO TW-TOKEN (WS-TOKEN-COUNT)
               IF WS-ONE-TOKEN-LEN > 20
                   MOVE 20 TO TW-TOKEN-LEN (WS-TOKEN-COUNT)
               ELSE
                   MOVE WS-ONE-TOKEN-LEN TO
                       TW-TOKEN-LEN (WS-TOKEN-COUNT)
               END-IF
           END-IF.

      *    Fingerprint of the registration as screened - the seven
      *    lines and both country codes - so a later change can be
      *    told from the registration a false positive was cleared on.
       8200-COMPUTE-FINGERPRINT.
           MOVE ZERO TO WS-FINGERPRINT-WORK
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 245
               COMPUTE WS-FINGERPRINT-WORK = FUNCTION MOD(
                   WS-FINGERPRINT-WORK * 31
                   + FUNCTION ORD(WS-GRP-REG-TEXT (WS-CHAR-IDX:1)),
                   999999937)
           END-PERFORM
           COMPUTE WS-FINGERPRINT-WORK = FUNCTION MOD(
               WS-FINGERPRINT-WORK * 1000
               + WS-GRP-RESIDENT-COUNTRY, 999999937)
           COMPUTE WS-FINGERPRINT-WORK = FUNCTION MOD(
               WS-FINGERPRINT-WORK * 1000
               + WS-GRP-CITIZEN-COUNTRY, 999999937)
           MOVE WS-FINGERPRINT-WORK TO WS-REG-FINGERPRINT.

       8300-FIND-REVIEW-ROW.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING REV-IDX FROM 1 BY 1
               UNTIL REV-IDX > WS-REVIEW-COUNT OR WS-FOUND
               IF RQ-CUSTOMER-ACCOUNT-NUMBER (REV-IDX) =
                       DP-CUSTOMER-ACCOUNT-NUMBER
                   AND RQ-LIST-ENTRY-ID (REV-IDX) = DP-LIST-ENTRY-ID
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO REV-IDX
               END-IF
           END-PERFORM.

       8310-FIND-REVIEW-FOR-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING REV-IDX FROM 1 BY 1
               UNTIL REV-IDX > WS-REVIEW-COUNT OR WS-FOUND
               IF RQ-CUSTOMER-ACCOUNT-NUMBER (REV-IDX) =
                       WS-GRP-ACCOUNT-NUMBER
                   AND RQ-LIST-ENTRY-ID (REV-IDX) =
                       SL-LIST-ENTRY-ID (WS-HIT-ENTRY-IDX)
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO REV-IDX
               END-IF
           END-PERFORM.

      *    Letter edit distance (insertions, deletions and
      *    substitutions) between WS-TOK-A and WS-TOK-B, two rows of
      *    the classic table at a time.
       8500-EDIT-DISTANCE.
           PERFORM VARYING WS-LV-J FROM 0 BY 1
               UNTIL WS-LV-J > WS-TOK-B-LEN
               MOVE WS-LV-J TO LV-PREV (WS-LV-J + 1)
           END-PERFORM
           PERFORM VARYING WS-LV-I FROM 1 BY 1
               UNTIL WS-LV-I > WS-TOK-A-LEN
               PERFORM 8510-EDIT-DISTANCE-ROW
           END-PERFORM
           MOVE LV-PREV (WS-TOK-B-LEN + 1) TO WS-EDIT-DISTANCE.

       8510-EDIT-DISTANCE-ROW.
           MOVE WS-LV-I TO LV-CURR (1)
           PERFORM VARYING WS-LV-J FROM 1 BY 1
               UNTIL WS-LV-J > WS-TOK-B-LEN
               IF WS-TOK-A (WS-LV-I:1) = WS-TOK-B (WS-LV-J:1)
                   MOVE ZERO TO WS-LV-COST
               ELSE
                   MOVE 1 TO WS-LV-COST
               END-IF
               COMPUTE WS-LV-BEST = LV-PREV (WS-LV-J) + WS-LV-COST
               IF LV-PREV (WS-LV-J + 1) + 1 < WS-LV-BEST
                   COMPUTE WS-LV-BEST = LV-PREV (WS-LV-J + 1) + 1
               END-IF
               IF LV-CURR (WS-LV-J) + 1 < WS-LV-BEST
                   COMPUTE WS-LV-BEST = LV-CURR (WS-LV-J) + 1
               END-IF
               MOVE WS-LV-BEST TO LV-CURR (WS-LV-J + 1)
           END-PERFORM
           PERFORM VARYING WS-LV-J FROM 1 BY 1
               UNTIL WS-LV-J > WS-TOK-B-LEN + 1
               MOVE LV-CURR (WS-LV-J) TO LV-PREV (WS-LV-J)
           END-PERFORM.
