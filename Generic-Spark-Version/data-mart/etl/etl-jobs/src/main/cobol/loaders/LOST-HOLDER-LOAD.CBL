       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOST-HOLDER-LOAD.
      ******************************************************************
      *  Lost securityholder register, database-search tracking and
      *  returned-mail intake.  A securityholder whose mail comes back
      *  undeliverable must be searched for through a database search
      *  vendor - twice, within set windows - and until now the only
      *  trace of a lost holder was a STOP-MAIL flag set by hand.
      *
      *  The register (LOSTHOLDIN to LOSTHOLDOUT, rolled forward under
      *  the generation gate like LAST-CONTACT) carries one row per
      *  account with the date mail was first returned and, for each
      *  of the two searches, the window it must fall in, the date it
      *  went to the vendor, the date the result came back and the
      *  outcome - the evidence that both searches were done on time.
      *
      *  Each run:
      *    - the mail vendor's returned-mail file is matched to the
      *      canonical CUSTOMER-ACCOUNT-NUMBER through the indexed
      *      cross-reference ACCT-XREF-BUILD maintains (the keyed
      *      fall-back through the alternate keys that
      *      CROSS-FEED-SHARE-RECON-RPT uses); a newly returned
      *      account opens a lost-holder row, a holder already lost
      *      keeps its first-returned date;
      *    - the search vendor's results (new address found, deceased,
      *      no hit) are posted against the search they answer.  A
      *      found address goes to the address-change referral file
      *      and closes the holder as found; a deceased indicator
      *      closes the holder as deceased; a no-hit on the first
      *      search opens the window for the second;
      *    - TIN, registration lines 1 through 7, last known ZIP-CODE
      *      and RESIDENT-STATE-COUNTRY are stitched from the AMP
      *      groups and each holder's total value (TOTAL-SHARES-COUNT
      *      times NET-ASSET-VALUE across its funds) from APR;
      *    - every lost holder whose search window has opened is
      *      written to the search-vendor extract (unless the run
      *      parameter suppresses the extract on this run), and a
      *      search not yet sent past its deadline is reported as
      *      overdue;
      *    - a holder still lost after a no-hit on the second search
      *      is handed to the escheatment process on its own file,
      *      kept apart from ESCHEAT-CANDIDATE-LOAD's dormancy
      *      candidates.
      *
      *  The first search window opens 3 months after mail is first
      *  returned and closes at 12 months; the second opens 6 months
      *  after the first search result and closes at 12 months.  The
      *  run parameter may override any of the four.  The windows are
      *  counted in calendar months through DATE-SERVICE, so a window
      *  from the 31st closes on the last day of a shorter month.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-MAIL-FILE ASSIGN TO "RTNMAILIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SEARCH-RESULT-FILE ASSIGN TO "SRCHRSLTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESULT-FS.
           SELECT ACCOUNT-XREF-FILE ASSIGN TO "XREFNAME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-CUSTOMER-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS XR-FINS-ACCOUNT-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS XR-EXT-TRACKING-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS XR-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-FS.
           SELECT ACCOUNT-MASTER-POSITION ASSIGN TO "AMPNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCOUNT-POSITION ASSIGN TO "APRNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LOST-HOLDER-IN ASSIGN TO "LOSTHOLDIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LOST-HOLDER-OUT ASSIGN TO "LOSTHOLDOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-DATE-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SEARCH-EXTRACT-FILE ASSIGN TO "SRCHEXTOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ADDRESS-REFERRAL-FILE ASSIGN TO "ADDRCHGOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LOST-ESCHEAT-FILE ASSIGN TO "LOSTESCHOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LOST-HOLDER-RPT ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-MAIL-FILE.
       01  RETURNED-MAIL-RECORD.
           05  RM-ACCOUNT-IDENTIFIER             PIC X(20).
           05  RM-RETURNED-DATE                  PIC 9(8).
           05  RM-RETURN-REASON-CDE              PIC X(2).
       FD  SEARCH-RESULT-FILE.
       01  SEARCH-RESULT-RECORD.
           05  SR-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  SR-SEARCH-NUMBER                  PIC 9(1).
           05  SR-RESULT-DATE                    PIC 9(8).
           05  SR-RESULT-CDE                     PIC X(1).
               88  SR-ADDRESS-FOUND                  VALUE 'A'.
               88  SR-DECEASED                       VALUE 'D'.
               88  SR-NO-HIT                         VALUE 'N'.
           05  SR-NEW-ADDRESS-LINE               PIC X(35) OCCURS 4.
           05  SR-NEW-ZIP-CODE                   PIC 9(9).
       FD  ACCOUNT-XREF-FILE.
       01  ACCOUNT-XREF-RECORD.
           05  XR-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  XR-FINS-ACCOUNT-ID                PIC X(20).
           05  XR-EXT-TRACKING-ID                PIC X(20).
           05  XR-ACCOUNT-NUMBER                 PIC 9(11).
       FD  ACCOUNT-MASTER-POSITION.
       01  AMP-RECORD.
           05  RECORD-CODE                       PIC X(3).
               88  ACCOUNT-MASTER-POSITION-REC        VALUE 'AMP'.
           05  SEQUENCE-NUMBER-AMP               PIC 9(3).
           05  AMP-DETAIL-RECORD-1.
               10  FILLER                        PIC X(32).
               10  AMP-CUSTOMER-ACCOUNT-NUMBER   PIC X(20).
               10  FILLER                        PIC X(32).
               10  RESIDENT-STATE-COUNTRY        PIC 9(3).
               10  TAX-IDENTIFICATION-NUMBER     PIC 9(9).
               10  FILLER                        PIC X(13).
               10  ZIP-CODE                      PIC 9(9).
               10  FILLER                        PIC X(36).
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
       FD  ACCOUNT-POSITION.
       01  APR-RECORD.
           05  RECORD-TYPE                       PIC X(3).
               88  ACCOUNT-POSITION-REC              VALUE 'APR'.
           05  SEQUENCE-NUMBER                   PIC 9(3).
           05  DETAIL-RECORD-1.
               10  FILLER                        PIC X(25).
               10  FUND-CODE                     PIC 9(7).
               10  CUSTOMER-ACCOUNT-NUMBER       PIC X(20).
               10  FILLER                        PIC X(1).
               10  TOTAL-SHARES-COUNT            PIC 9(11)V9(4).
               10  FILLER                        PIC X(30).
               10  NET-ASSET-VALUE               PIC 9(5)V9(4).
               10  FILLER                        PIC X(47).
       FD  LOST-HOLDER-IN.
       01  LOST-HOLDER-IN-RECORD.
           05  LI-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  LI-STATUS-CDE                     PIC X(1).
           05  LI-STATUS-DATE                    PIC 9(8).
           05  LI-FIRST-RETURNED-DATE            PIC 9(8).
           05  LI-LAST-RETURNED-DATE             PIC 9(8).
           05  LI-RETURNED-COUNT                 PIC 9(5).
           05  LI-SEARCH-ENTRY OCCURS 2.
               10  LI-SEARCH-START-DATE          PIC 9(8).
               10  LI-SEARCH-DEADLINE-DATE       PIC 9(8).
               10  LI-SEARCH-SENT-DATE           PIC 9(8).
               10  LI-SEARCH-RESULT-DATE         PIC 9(8).
               10  LI-SEARCH-OUTCOME-CDE         PIC X(1).
       FD  LOST-HOLDER-OUT.
       01  LOST-HOLDER-OUT-RECORD.
           05  LO-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  LO-STATUS-CDE                     PIC X(1).
           05  LO-STATUS-DATE                    PIC 9(8).
           05  LO-FIRST-RETURNED-DATE            PIC 9(8).
           05  LO-LAST-RETURNED-DATE             PIC 9(8).
           05  LO-RETURNED-COUNT                 PIC 9(5).
           05  LO-SEARCH-ENTRY OCCURS 2.
               10  LO-SEARCH-START-DATE          PIC 9(8).
               10  LO-SEARCH-DEADLINE-DATE       PIC 9(8).
               10  LO-SEARCH-SENT-DATE           PIC 9(8).
               10  LO-SEARCH-RESULT-DATE         PIC 9(8).
               10  LO-SEARCH-OUTCOME-CDE         PIC X(1).
       FD  RUN-DATE-PARM.
       01  RUN-DATE-PARM-RECORD.
           05  PARM-RUN-DATE                     PIC 9(8).
           05  PARM-EXTRACT-SW                   PIC X(1).
           05  PARM-SEARCH-1-START-MONTHS        PIC 9(3).
           05  PARM-SEARCH-1-DEADLINE-MONTHS     PIC 9(3).
           05  PARM-SEARCH-2-START-MONTHS        PIC 9(3).
           05  PARM-SEARCH-2-DEADLINE-MONTHS     PIC 9(3).
       FD  SEARCH-EXTRACT-FILE.
       01  SEARCH-EXTRACT-RECORD.
           05  SE-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  SE-SEARCH-NUMBER                  PIC 9(1).
           05  SE-TAX-ID-NUMBER                  PIC 9(9).
           05  SE-REGISTRATION-LINE              PIC X(35) OCCURS 7.
           05  SE-ZIP-CODE                       PIC 9(9).
           05  SE-TOTAL-VALUE                    PIC 9(13)V9(2).
           05  SE-FIRST-RETURNED-DATE            PIC 9(8).
       FD  ADDRESS-REFERRAL-FILE.
       01  ADDRESS-REFERRAL-RECORD.
           05  AR-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  AR-SEARCH-NUMBER                  PIC 9(1).
           05  AR-RESULT-DATE                    PIC 9(8).
           05  AR-NEW-ADDRESS-LINE               PIC X(35) OCCURS 4.
           05  AR-NEW-ZIP-CODE                   PIC 9(9).
       FD  LOST-ESCHEAT-FILE.
       01  LOST-ESCHEAT-RECORD.
           05  LE-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  LE-RESIDENT-STATE                 PIC 9(3).
           05  LE-FIRST-RETURNED-DATE            PIC 9(8).
           05  LE-FINAL-SEARCH-DATE              PIC 9(8).
           05  LE-TOTAL-VALUE                    PIC 9(13)V9(2).
           05  LE-REGISTRATION-LINE              PIC X(35) OCCURS 4.
       FD  LOST-HOLDER-RPT.
       01  LOST-HOLDER-RPT-LINE                  PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-RESULT-FS                          PIC X(2) VALUE '00'.
       01  WS-XREF-FS                            PIC X(2) VALUE '00'.
       01  WS-XREF-OPEN-SW                       PIC X(1) VALUE 'N'.
           88  WS-XREF-OPEN                          VALUE 'Y'.
       01  WS-RESOLVED-SW                        PIC X(1) VALUE 'N'.
           88  WS-RESOLVED                           VALUE 'Y'.
       01  WS-RESOLVE-ID                         PIC X(20) VALUE
                                                  SPACES.
       01  WS-RUN-DATE                           PIC 9(8) VALUE ZERO.
       01  WS-EXTRACT-SW                         PIC X(1) VALUE 'Y'.
           88  WS-EXTRACT-THIS-RUN                   VALUE 'Y'.
       01  WS-SEARCH-1-START-MONTHS              PIC 9(3) VALUE 3.
       01  WS-SEARCH-1-DEADLINE-MONTHS           PIC 9(3) VALUE 12.
       01  WS-SEARCH-2-START-MONTHS              PIC 9(3) VALUE 6.
       01  WS-SEARCH-2-DEADLINE-MONTHS           PIC 9(3) VALUE 12.
       01  WS-MAX-HOLDERS                        PIC 9(6) VALUE 50000.
       01  WS-HOLDER-COUNT                       PIC 9(6) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-GROUP-OPEN-SW                      PIC X(1) VALUE 'N'.
           88  WS-GROUP-OPEN                         VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(6) VALUE ZERO.
       01  WS-SEARCH-IDX                         PIC 9(1) VALUE ZERO.
       01  WS-REG-IDX                            PIC 9(1) VALUE ZERO.
       01  WS-LOOKUP-ACCOUNT-NUMBER              PIC X(20) VALUE
                                                  SPACES.
       01  DATE-SERVICE-AREA.
           05  DS-FUNCTION                       PIC X(4).
           05  DS-CALENDAR-CDE                   PIC X(1) VALUE 'C'.
           05  DS-DATE-1                         PIC 9(8).
           05  DS-DATE-2                         PIC 9(8).
           05  DS-DAY-COUNT                      PIC S9(7).
           05  DS-RESULT-DATE                    PIC 9(8).
           05  DS-PERIOD-END-CDE                 PIC X(1).
           05  DS-STATUS                         PIC X(1).
       01  WS-ACCOUNT-VALUE                      PIC 9(13)V9(2)
                                                  VALUE ZERO.
       01  WS-RETURNS-READ                       PIC 9(7) VALUE ZERO.
       01  WS-RETURNS-UNMATCHED                  PIC 9(7) VALUE ZERO.
       01  WS-NEW-LOST-COUNT                     PIC 9(7) VALUE ZERO.
       01  WS-RESULTS-POSTED                     PIC 9(7) VALUE ZERO.
       01  WS-RESULTS-REJECTED                   PIC 9(7) VALUE ZERO.
       01  WS-SEARCHES-EXTRACTED                 PIC 9(7) VALUE ZERO.
       01  WS-SEARCHES-OVERDUE                   PIC 9(7) VALUE ZERO.
       01  WS-ESCHEAT-HANDOFFS                   PIC 9(7) VALUE ZERO.
       01  WS-LOST-OPEN-COUNT                    PIC 9(7) VALUE ZERO.
       01  WS-GATE-IN-COUNT                      PIC 9(9) VALUE ZERO.
       01  WS-GATE-IN-TOTAL                      PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-GATE-OUT-COUNT                     PIC 9(9) VALUE ZERO.
       01  WS-GATE-OUT-TOTAL                     PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  GATE-CALL-AREA.
           05  GG-ACTION                         PIC X(4).
           05  GG-CHAIN-ID                       PIC X(20) VALUE
                                                  'LOST-HOLDER'.
           05  GG-RECORD-COUNT                   PIC 9(9).
           05  GG-CONTENT-TOTAL                  PIC S9(15)V9(2).
           05  GG-RUN-DATE                       PIC 9(8).
           05  GG-STATUS                         PIC X(1).
       01  LOST-HOLDER-TABLE.
           05  LOST-HOLDER-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-HOLDER-COUNT
                   INDEXED BY HLD-IDX.
               10  LT-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  LT-STATUS-CDE                 PIC X(1).
                   88  LT-LOST                       VALUE 'L'.
                   88  LT-FOUND                      VALUE 'F'.
                   88  LT-DECEASED                   VALUE 'D'.
                   88  LT-ESCHEAT-HANDOFF            VALUE 'E'.
               10  LT-STATUS-DATE                PIC 9(8).
               10  LT-FIRST-RETURNED-DATE        PIC 9(8).
               10  LT-LAST-RETURNED-DATE         PIC 9(8).
               10  LT-RETURNED-COUNT             PIC 9(5).
               10  LT-SEARCH-ENTRY OCCURS 2.
                   15  LT-SEARCH-START-DATE      PIC 9(8).
                   15  LT-SEARCH-DEADLINE-DATE   PIC 9(8).
                   15  LT-SEARCH-SENT-DATE       PIC 9(8).
                   15  LT-SEARCH-RESULT-DATE     PIC 9(8).
                   15  LT-SEARCH-OUTCOME-CDE     PIC X(1).
               10  LT-ON-AMP-SW                  PIC X(1).
               10  LT-RESIDENT-STATE             PIC 9(3).
               10  LT-TAX-ID-NUMBER              PIC 9(9).
               10  LT-ZIP-CODE                   PIC 9(9).
               10  LT-REGISTRATION-LINE          PIC X(35) OCCURS 7.
               10  LT-TOTAL-VALUE                PIC 9(13)V9(2).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'LOST SECURITYHOLDER REGISTER AND SEARCH CONTROL REPORT'.
       01  WS-COLUMN-LINE                        PIC X(120) VALUE
           'ACCOUNT              DATE     SRCH EVENT'.
       01  WS-DETAIL-LINE.
           05  DL-ACCOUNT-NUMBER                 PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-EVENT-DATE                     PIC 9(8).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-SEARCH-NUMBER                  PIC Z(1).
           05  FILLER                            PIC X(3) VALUE SPACES.
           05  DL-EVENT                          PIC X(40).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-DEADLINE-DATE                  PIC Z(8).
       01  WS-SUMMARY-LINE-1.
           05  FILLER                            PIC X(18) VALUE
               'RETURNS READ:    '.
           05  SL-RETURNS-READ                   PIC ZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  UNMATCHED: '.
           05  SL-RETURNS-UNMATCHED              PIC ZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  NEWLY LOST: '.
           05  SL-NEW-LOST-COUNT                 PIC ZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  STILL LOST: '.
           05  SL-LOST-OPEN-COUNT                PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                            PIC X(18) VALUE
               'RESULTS POSTED:  '.
           05  SL-RESULTS-POSTED                 PIC ZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  REJECTED:  '.
           05  SL-RESULTS-REJECTED               PIC ZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  EXTRACTED: '.
           05  SL-SEARCHES-EXTRACTED             PIC ZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  OVERDUE:   '.
           05  SL-SEARCHES-OVERDUE               PIC ZZZZZZ9.
           05  FILLER                            PIC X(14) VALUE
               '  ESCHEAT:   '.
           05  SL-ESCHEAT-HANDOFFS               PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-RETURNED-MAIL
           PERFORM 3000-APPLY-SEARCH-RESULTS
           PERFORM 4000-STITCH-AMP
           PERFORM 5000-TOTAL-APR-VALUE
           PERFORM 6000-REVIEW-REGISTER
           PERFORM 7000-WRITE-REGISTER-OUT
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-RUN-PARM
           PERFORM 1300-LOAD-REGISTER
           PERFORM 1400-OPEN-XREF
           OPEN OUTPUT LOST-HOLDER-RPT
           OPEN OUTPUT ADDRESS-REFERRAL-FILE
           WRITE LOST-HOLDER-RPT-LINE FROM WS-HEADLINE-1
           WRITE LOST-HOLDER-RPT-LINE FROM WS-COLUMN-LINE.

       1100-LOAD-RUN-PARM.
           OPEN INPUT RUN-DATE-PARM
           READ RUN-DATE-PARM
               AT END
                   MOVE FUNCTION NUMVAL(
                        FUNCTION CURRENT-DATE(1:8)) TO WS-RUN-DATE
               NOT AT END
                   MOVE PARM-RUN-DATE TO WS-RUN-DATE
                   IF PARM-EXTRACT-SW = 'N'
                       MOVE 'N' TO WS-EXTRACT-SW
                   END-IF
                   IF PARM-SEARCH-1-START-MONTHS IS NUMERIC
                       AND PARM-SEARCH-1-START-MONTHS > ZERO
                       MOVE PARM-SEARCH-1-START-MONTHS TO
                           WS-SEARCH-1-START-MONTHS
                   END-IF
                   IF PARM-SEARCH-1-DEADLINE-MONTHS IS NUMERIC
                       AND PARM-SEARCH-1-DEADLINE-MONTHS > ZERO
                       MOVE PARM-SEARCH-1-DEADLINE-MONTHS TO
                           WS-SEARCH-1-DEADLINE-MONTHS
                   END-IF
                   IF PARM-SEARCH-2-START-MONTHS IS NUMERIC
                       AND PARM-SEARCH-2-START-MONTHS > ZERO
                       MOVE PARM-SEARCH-2-START-MONTHS TO
                           WS-SEARCH-2-START-MONTHS
                   END-IF
                   IF PARM-SEARCH-2-DEADLINE-MONTHS IS NUMERIC
                       AND PARM-SEARCH-2-DEADLINE-MONTHS > ZERO
                       MOVE PARM-SEARCH-2-DEADLINE-MONTHS TO
                           WS-SEARCH-2-DEADLINE-MONTHS
                   END-IF
           END-READ
           CLOSE RUN-DATE-PARM.

       1300-LOAD-REGISTER.
           OPEN INPUT LOST-HOLDER-IN
           PERFORM 1310-READ-REGISTER
               UNTIL WS-EOF
           CLOSE LOST-HOLDER-IN
           MOVE 'N' TO WS-EOF-SW
           PERFORM 1390-VERIFY-GENERATION.

       1310-READ-REGISTER.
           READ LOST-HOLDER-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-GATE-IN-COUNT
                   ADD LI-FIRST-RETURNED-DATE TO WS-GATE-IN-TOTAL
                   IF WS-HOLDER-COUNT < WS-MAX-HOLDERS
                       ADD 1 TO WS-HOLDER-COUNT
                       SET HLD-IDX TO WS-HOLDER-COUNT
                       MOVE LI-CUSTOMER-ACCOUNT-NUMBER TO
                           LT-CUSTOMER-ACCOUNT-NUMBER (HLD-IDX)
                       MOVE LI-STATUS-CDE TO LT-STATUS-CDE (HLD-IDX)
                       MOVE LI-STATUS-DATE TO LT-STATUS-DATE (HLD-IDX)
                       MOVE LI-FIRST-RETURNED-DATE TO
                           LT-FIRST-RETURNED-DATE (HLD-IDX)
                       MOVE LI-LAST-RETURNED-DATE TO
                           LT-LAST-RETURNED-DATE (HLD-IDX)
                       MOVE LI-RETURNED-COUNT TO
                           LT-RETURNED-COUNT (HLD-IDX)
                       PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                           UNTIL WS-SEARCH-IDX > 2
                           MOVE LI-SEARCH-ENTRY (WS-SEARCH-IDX) TO
                               LT-SEARCH-ENTRY (HLD-IDX WS-SEARCH-IDX)
                       END-PERFORM
                       PERFORM 8650-CLEAR-ACCOUNT-DATA
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

       1400-OPEN-XREF.
           OPEN INPUT ACCOUNT-XREF-FILE
           IF WS-XREF-FS = '00'
               SET WS-XREF-OPEN TO TRUE
           END-IF.

      *    Returned mail is keyed by whatever identifier the mail
      *    vendor printed on the piece; it is resolved to the
      *    canonical account before it touches the register.
       2000-APPLY-RETURNED-MAIL.
           OPEN INPUT RETURNED-MAIL-FILE
           PERFORM 2100-READ-RETURNED-MAIL
               UNTIL WS-EOF
           CLOSE RETURNED-MAIL-FILE
           MOVE 'N' TO WS-EOF-SW.

       2100-READ-RETURNED-MAIL.
           READ RETURNED-MAIL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RETURNS-READ
                   MOVE RM-ACCOUNT-IDENTIFIER TO WS-RESOLVE-ID
                   PERFORM 8000-RESOLVE-ACCOUNT
                   IF WS-RESOLVED
                       PERFORM 2200-APPLY-RETURN
                   ELSE
                       ADD 1 TO WS-RETURNS-UNMATCHED
                       MOVE RM-ACCOUNT-IDENTIFIER TO DL-ACCOUNT-NUMBER
                       MOVE RM-RETURNED-DATE TO DL-EVENT-DATE
                       MOVE ZERO TO DL-SEARCH-NUMBER
                       MOVE '*** RETURNED MAIL - NO ACCOUNT MATCH' TO
                           DL-EVENT
                       MOVE ZERO TO DL-DEADLINE-DATE
                       WRITE LOST-HOLDER-RPT-LINE FROM WS-DETAIL-LINE
                   END-IF
           END-READ.

       2200-APPLY-RETURN.
           PERFORM 8500-LOOKUP-HOLDER
           IF NOT WS-FOUND
               PERFORM 8600-ADD-HOLDER
               IF WS-FOUND
                   PERFORM 2300-OPEN-LOST-EPISODE
               END-IF
           ELSE
               IF LT-FOUND (WS-MATCHED-IDX)
                   AND RM-RETURNED-DATE >
                       LT-STATUS-DATE (WS-MATCHED-IDX)
                   PERFORM 2300-OPEN-LOST-EPISODE
               ELSE
                   ADD 1 TO LT-RETURNED-COUNT (WS-MATCHED-IDX)
                   IF RM-RETURNED-DATE >
                           LT-LAST-RETURNED-DATE (WS-MATCHED-IDX)
                       MOVE RM-RETURNED-DATE TO
                           LT-LAST-RETURNED-DATE (WS-MATCHED-IDX)
                   END-IF
                   IF RM-RETURNED-DATE <
                           LT-FIRST-RETURNED-DATE (WS-MATCHED-IDX)
                       AND LT-LOST (WS-MATCHED-IDX)
                       AND LT-SEARCH-SENT-DATE (WS-MATCHED-IDX 1)
                           = ZERO
                       MOVE RM-RETURNED-DATE TO
                           LT-FIRST-RETURNED-DATE (WS-MATCHED-IDX)
                       PERFORM 2400-SET-SEARCH-1-WINDOW
                   END-IF
               END-IF
           END-IF.

      *    A new holder - or a holder found earlier whose mail comes
      *    back again - starts a fresh lost episode from this return.
       2300-OPEN-LOST-EPISODE.
           ADD 1 TO WS-NEW-LOST-COUNT
           MOVE 'L' TO LT-STATUS-CDE (WS-MATCHED-IDX)
           MOVE WS-RUN-DATE TO LT-STATUS-DATE (WS-MATCHED-IDX)
           MOVE RM-RETURNED-DATE TO
               LT-FIRST-RETURNED-DATE (WS-MATCHED-IDX)
           MOVE RM-RETURNED-DATE TO
               LT-LAST-RETURNED-DATE (WS-MATCHED-IDX)
           MOVE 1 TO LT-RETURNED-COUNT (WS-MATCHED-IDX)
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > 2
               MOVE ZERO TO
                   LT-SEARCH-START-DATE (WS-MATCHED-IDX WS-SEARCH-IDX)
               MOVE ZERO TO
                   LT-SEARCH-DEADLINE-DATE
                       (WS-MATCHED-IDX WS-SEARCH-IDX)
               MOVE ZERO TO
                   LT-SEARCH-SENT-DATE (WS-MATCHED-IDX WS-SEARCH-IDX)
               MOVE ZERO TO
                   LT-SEARCH-RESULT-DATE (WS-MATCHED-IDX WS-SEARCH-IDX)
               MOVE SPACES TO
                   LT-SEARCH-OUTCOME-CDE (WS-MATCHED-IDX WS-SEARCH-IDX)
           END-PERFORM
           PERFORM 2400-SET-SEARCH-1-WINDOW
           MOVE LT-CUSTOMER-ACCOUNT-NUMBER (WS-MATCHED-IDX) TO
               DL-ACCOUNT-NUMBER
           MOVE RM-RETURNED-DATE TO DL-EVENT-DATE
           MOVE 1 TO DL-SEARCH-NUMBER
           MOVE SPACES TO DL-EVENT
           STRING 'NEWLY LOST - RETURN REASON ' DELIMITED BY SIZE
               RM-RETURN-REASON-CDE DELIMITED BY SIZE
               INTO DL-EVENT
           END-STRING
           MOVE LT-SEARCH-DEADLINE-DATE (WS-MATCHED-IDX 1) TO
               DL-DEADLINE-DATE
           WRITE LOST-HOLDER-RPT-LINE FROM WS-DETAIL-LINE.

       2400-SET-SEARCH-1-WINDOW.
           MOVE 'ADDM' TO DS-FUNCTION
           MOVE LT-FIRST-RETURNED-DATE (WS-MATCHED-IDX) TO DS-DATE-1
           MOVE WS-SEARCH-1-START-MONTHS TO DS-DAY-COUNT
           CALL 'DATE-SERVICE' USING DS-FUNCTION DS-CALENDAR-CDE
               DS-DATE-1 DS-DATE-2 DS-DAY-COUNT DS-RESULT-DATE
               DS-PERIOD-END-CDE DS-STATUS
           MOVE DS-RESULT-DATE TO
               LT-SEARCH-START-DATE (WS-MATCHED-IDX 1)
           MOVE WS-SEARCH-1-DEADLINE-MONTHS TO DS-DAY-COUNT
           CALL 'DATE-SERVICE' USING DS-FUNCTION DS-CALENDAR-CDE
               DS-DATE-1 DS-DATE-2 DS-DAY-COUNT DS-RESULT-DATE
               DS-PERIOD-END-CDE DS-STATUS
           MOVE DS-RESULT-DATE TO
               LT-SEARCH-DEADLINE-DATE (WS-MATCHED-IDX 1).

      *    The search vendor's results file is optional - most runs
      *    have no results to post.
       3000-APPLY-SEARCH-RESULTS.
           OPEN INPUT SEARCH-RESULT-FILE
           IF WS-RESULT-FS = '00'
               PERFORM 3100-READ-SEARCH-RESULT
                   UNTIL WS-EOF
               CLOSE SEARCH-RESULT-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       3100-READ-SEARCH-RESULT.
           READ SEARCH-RESULT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   PERFORM 3200-APPLY-SEARCH-RESULT
           END-READ.

       3200-APPLY-SEARCH-RESULT.
           MOVE SR-CUSTOMER-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT-NUMBER
           MOVE SR-CUSTOMER-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER
           MOVE SR-RESULT-DATE TO DL-EVENT-DATE
           MOVE SR-SEARCH-NUMBER TO DL-SEARCH-NUMBER
           MOVE ZERO TO DL-DEADLINE-DATE
           PERFORM 8500-LOOKUP-HOLDER
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   MOVE '*** RESULT - NOT ON LOST REGISTER' TO DL-EVENT
               WHEN SR-SEARCH-NUMBER NOT = 1
                   AND SR-SEARCH-NUMBER NOT = 2
                   MOVE '*** RESULT - INVALID SEARCH NUMBER' TO
                       DL-EVENT
               WHEN NOT SR-ADDRESS-FOUND AND NOT SR-DECEASED
                   AND NOT SR-NO-HIT
                   MOVE '*** RESULT - INVALID RESULT CODE' TO DL-EVENT
               WHEN NOT LT-LOST (WS-MATCHED-IDX)
                   MOVE '*** RESULT - HOLDER NO LONGER LOST' TO
                       DL-EVENT
               WHEN LT-SEARCH-SENT-DATE
                       (WS-MATCHED-IDX SR-SEARCH-NUMBER) = ZERO
                   MOVE '*** RESULT - SEARCH NEVER SENT' TO DL-EVENT
               WHEN LT-SEARCH-RESULT-DATE
                       (WS-MATCHED-IDX SR-SEARCH-NUMBER) NOT = ZERO
                   MOVE '*** RESULT - ALREADY POSTED' TO DL-EVENT
               WHEN OTHER
                   MOVE SPACES TO DL-EVENT
           END-EVALUATE
           IF DL-EVENT NOT = SPACES
               ADD 1 TO WS-RESULTS-REJECTED
           ELSE
               PERFORM 3300-POST-SEARCH-RESULT
           END-IF
           WRITE LOST-HOLDER-RPT-LINE FROM WS-DETAIL-LINE.

       3300-POST-SEARCH-RESULT.
           ADD 1 TO WS-RESULTS-POSTED
           MOVE SR-SEARCH-NUMBER TO WS-SEARCH-IDX
           MOVE SR-RESULT-DATE TO
               LT-SEARCH-RESULT-DATE (WS-MATCHED-IDX WS-SEARCH-IDX)
           MOVE SR-RESULT-CDE TO
               LT-SEARCH-OUTCOME-CDE (WS-MATCHED-IDX WS-SEARCH-IDX)
           EVALUATE TRUE
               WHEN SR-ADDRESS-FOUND
                   MOVE 'F' TO LT-STATUS-CDE (WS-MATCHED-IDX)
                   MOVE WS-RUN-DATE TO LT-STATUS-DATE (WS-MATCHED-IDX)
                   MOVE SR-CUSTOMER-ACCOUNT-NUMBER TO
                       AR-CUSTOMER-ACCOUNT-NUMBER
                   MOVE SR-SEARCH-NUMBER TO AR-SEARCH-NUMBER
                   MOVE SR-RESULT-DATE TO AR-RESULT-DATE
                   PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                       UNTIL WS-REG-IDX > 4
                       MOVE SR-NEW-ADDRESS-LINE (WS-REG-IDX) TO
                           AR-NEW-ADDRESS-LINE (WS-REG-IDX)
                   END-PERFORM
                   MOVE SR-NEW-ZIP-CODE TO AR-NEW-ZIP-CODE
                   WRITE ADDRESS-REFERRAL-RECORD
                   MOVE 'NEW ADDRESS FOUND - REFERRED, FOUND' TO
                       DL-EVENT
               WHEN SR-DECEASED
                   MOVE 'D' TO LT-STATUS-CDE (WS-MATCHED-IDX)
                   MOVE WS-RUN-DATE TO LT-STATUS-DATE (WS-MATCHED-IDX)
                   MOVE 'DECEASED INDICATOR - CLOSED' TO DL-EVENT
               WHEN OTHER
                   MOVE 'NO HIT' TO DL-EVENT
                   IF WS-SEARCH-IDX = 1
                       PERFORM 3400-SET-SEARCH-2-WINDOW
                       MOVE LT-SEARCH-DEADLINE-DATE (WS-MATCHED-IDX 2)
                           TO DL-DEADLINE-DATE
                   END-IF
           END-EVALUATE.

       3400-SET-SEARCH-2-WINDOW.
           MOVE 'ADDM' TO DS-FUNCTION
           MOVE SR-RESULT-DATE TO DS-DATE-1
           MOVE WS-SEARCH-2-START-MONTHS TO DS-DAY-COUNT
           CALL 'DATE-SERVICE' USING DS-FUNCTION DS-CALENDAR-CDE
               DS-DATE-1 DS-DATE-2 DS-DAY-COUNT DS-RESULT-DATE
               DS-PERIOD-END-CDE DS-STATUS
           MOVE DS-RESULT-DATE TO
               LT-SEARCH-START-DATE (WS-MATCHED-IDX 2)
           MOVE WS-SEARCH-2-DEADLINE-MONTHS TO DS-DAY-COUNT
           CALL 'DATE-SERVICE' USING DS-FUNCTION DS-CALENDAR-CDE
               DS-DATE-1 DS-DATE-2 DS-DAY-COUNT DS-RESULT-DATE
               DS-PERIOD-END-CDE DS-STATUS
           MOVE DS-RESULT-DATE TO
               LT-SEARCH-DEADLINE-DATE (WS-MATCHED-IDX 2).

      *    Registration data for the register's accounts, stitched
      *    the way QTR-STATEMENT-EXTRACT stitches it.  An account held
      *    in several funds takes its first group.
       4000-STITCH-AMP.
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
                   IF ACCOUNT-MASTER-POSITION-REC
                       EVALUATE SEQUENCE-NUMBER-AMP
                           WHEN 1
                               PERFORM 4200-START-AMP-GROUP
                           WHEN 2
                               PERFORM 4300-CAPTURE-RECORD-2
                           WHEN 3
                               PERFORM 4400-CAPTURE-RECORD-3
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       4200-START-AMP-GROUP.
           MOVE 'N' TO WS-GROUP-OPEN-SW
           MOVE AMP-CUSTOMER-ACCOUNT-NUMBER TO
               WS-LOOKUP-ACCOUNT-NUMBER
           PERFORM 8500-LOOKUP-HOLDER
           IF WS-FOUND
               AND LT-ON-AMP-SW (WS-MATCHED-IDX) = 'N'
               MOVE 'Y' TO LT-ON-AMP-SW (WS-MATCHED-IDX)
               MOVE RESIDENT-STATE-COUNTRY TO
                   LT-RESIDENT-STATE (WS-MATCHED-IDX)
               MOVE TAX-IDENTIFICATION-NUMBER TO
                   LT-TAX-ID-NUMBER (WS-MATCHED-IDX)
               MOVE ZIP-CODE TO LT-ZIP-CODE (WS-MATCHED-IDX)
               SET WS-GROUP-OPEN TO TRUE
           END-IF.

       4300-CAPTURE-RECORD-2.
           IF WS-GROUP-OPEN
               MOVE REGISTRATION-LINE-1-TEXT TO
                   LT-REGISTRATION-LINE (WS-MATCHED-IDX 1)
               MOVE REGISTRATION-LINE-2-TEXT TO
                   LT-REGISTRATION-LINE (WS-MATCHED-IDX 2)
               MOVE REGISTRATION-LINE-3-TEXT TO
                   LT-REGISTRATION-LINE (WS-MATCHED-IDX 3)
               MOVE REGISTRATION-LINE-4-TEXT TO
                   LT-REGISTRATION-LINE (WS-MATCHED-IDX 4)
           END-IF.

       4400-CAPTURE-RECORD-3.
           IF WS-GROUP-OPEN
               MOVE REGISTRATION-LINE-5-TEXT TO
                   LT-REGISTRATION-LINE (WS-MATCHED-IDX 5)
               MOVE REGISTRATION-LINE-6-TEXT TO
                   LT-REGISTRATION-LINE (WS-MATCHED-IDX 6)
               MOVE REGISTRATION-LINE-7-TEXT TO
                   LT-REGISTRATION-LINE (WS-MATCHED-IDX 7)
           END-IF.

       5000-TOTAL-APR-VALUE.
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
                   IF ACCOUNT-POSITION-REC
                       AND SEQUENCE-NUMBER = 1
                       MOVE CUSTOMER-ACCOUNT-NUMBER TO
                           WS-LOOKUP-ACCOUNT-NUMBER
                       PERFORM 8500-LOOKUP-HOLDER
                       IF WS-FOUND
                           COMPUTE WS-ACCOUNT-VALUE ROUNDED =
                               TOTAL-SHARES-COUNT * NET-ASSET-VALUE
                           ADD WS-ACCOUNT-VALUE TO
                               LT-TOTAL-VALUE (WS-MATCHED-IDX)
                       END-IF
                   END-IF
           END-READ.

       6000-REVIEW-REGISTER.
           OPEN OUTPUT SEARCH-EXTRACT-FILE
           OPEN OUTPUT LOST-ESCHEAT-FILE
           PERFORM VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > WS-HOLDER-COUNT
               SET WS-MATCHED-IDX TO HLD-IDX
               IF LT-LOST (WS-MATCHED-IDX)
                   ADD 1 TO WS-LOST-OPEN-COUNT
                   PERFORM 6100-REVIEW-ONE-HOLDER
               END-IF
           END-PERFORM
           CLOSE SEARCH-EXTRACT-FILE
           CLOSE LOST-ESCHEAT-FILE.

       6100-REVIEW-ONE-HOLDER.
           MOVE LT-CUSTOMER-ACCOUNT-NUMBER (WS-MATCHED-IDX) TO
               DL-ACCOUNT-NUMBER
           IF LT-ON-AMP-SW (WS-MATCHED-IDX) = 'N'
               MOVE WS-RUN-DATE TO DL-EVENT-DATE
               MOVE ZERO TO DL-SEARCH-NUMBER
               MOVE '*** LOST HOLDER NOT ON AMP' TO DL-EVENT
               MOVE ZERO TO DL-DEADLINE-DATE
               WRITE LOST-HOLDER-RPT-LINE FROM WS-DETAIL-LINE
           END-IF
           EVALUATE TRUE
               WHEN LT-SEARCH-SENT-DATE (WS-MATCHED-IDX 1) = ZERO
                   MOVE 1 TO WS-SEARCH-IDX
                   PERFORM 6200-CHECK-SEARCH-DUE
               WHEN LT-SEARCH-OUTCOME-CDE (WS-MATCHED-IDX 1) = 'N'
                   AND LT-SEARCH-SENT-DATE (WS-MATCHED-IDX 2) = ZERO
                   MOVE 2 TO WS-SEARCH-IDX
                   PERFORM 6200-CHECK-SEARCH-DUE
               WHEN LT-SEARCH-OUTCOME-CDE (WS-MATCHED-IDX 2) = 'N'
                   PERFORM 6400-HAND-OFF-ESCHEAT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6200-CHECK-SEARCH-DUE.
           MOVE WS-RUN-DATE TO DL-EVENT-DATE
           MOVE WS-SEARCH-IDX TO DL-SEARCH-NUMBER
           MOVE LT-SEARCH-DEADLINE-DATE (WS-MATCHED-IDX WS-SEARCH-IDX)
               TO DL-DEADLINE-DATE
           IF WS-RUN-DATE <
                   LT-SEARCH-START-DATE (WS-MATCHED-IDX WS-SEARCH-IDX)
               CONTINUE
           ELSE
               IF WS-EXTRACT-THIS-RUN
                   PERFORM 6300-WRITE-SEARCH-EXTRACT
               ELSE
                   IF WS-RUN-DATE > LT-SEARCH-DEADLINE-DATE
                                        (WS-MATCHED-IDX WS-SEARCH-IDX)
                       ADD 1 TO WS-SEARCHES-OVERDUE
                       MOVE '*** SEARCH OVERDUE - NOT YET SENT' TO
                           DL-EVENT
                       WRITE LOST-HOLDER-RPT-LINE FROM WS-DETAIL-LINE
                   END-IF
               END-IF
           END-IF.

       6300-WRITE-SEARCH-EXTRACT.
           ADD 1 TO WS-SEARCHES-EXTRACTED
           MOVE LT-CUSTOMER-ACCOUNT-NUMBER (WS-MATCHED-IDX) TO
               SE-CUSTOMER-ACCOUNT-NUMBER
           MOVE WS-SEARCH-IDX TO SE-SEARCH-NUMBER
           MOVE LT-TAX-ID-NUMBER (WS-MATCHED-IDX) TO SE-TAX-ID-NUMBER
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > 7
               MOVE LT-REGISTRATION-LINE (WS-MATCHED-IDX WS-REG-IDX) TO
                   SE-REGISTRATION-LINE (WS-REG-IDX)
           END-PERFORM
           MOVE LT-ZIP-CODE (WS-MATCHED-IDX) TO SE-ZIP-CODE
           MOVE LT-TOTAL-VALUE (WS-MATCHED-IDX) TO SE-TOTAL-VALUE
           MOVE LT-FIRST-RETURNED-DATE (WS-MATCHED-IDX) TO
               SE-FIRST-RETURNED-DATE
           WRITE SEARCH-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO
               LT-SEARCH-SENT-DATE (WS-MATCHED-IDX WS-SEARCH-IDX)
           IF WS-RUN-DATE > LT-SEARCH-DEADLINE-DATE
                                (WS-MATCHED-IDX WS-SEARCH-IDX)
               ADD 1 TO WS-SEARCHES-OVERDUE
               MOVE '*** SEARCH SENT AFTER DEADLINE' TO DL-EVENT
           ELSE
               MOVE 'SEARCH SENT TO VENDOR' TO DL-EVENT
           END-IF
           WRITE LOST-HOLDER-RPT-LINE FROM WS-DETAIL-LINE.

      *    Still lost after a no-hit on the second search: handed to
      *    escheatment as its own population, once.
       6400-HAND-OFF-ESCHEAT.
           ADD 1 TO WS-ESCHEAT-HANDOFFS
           SUBTRACT 1 FROM WS-LOST-OPEN-COUNT
           MOVE LT-CUSTOMER-ACCOUNT-NUMBER (WS-MATCHED-IDX) TO
               LE-CUSTOMER-ACCOUNT-NUMBER
           MOVE LT-RESIDENT-STATE (WS-MATCHED-IDX) TO LE-RESIDENT-STATE
           MOVE LT-FIRST-RETURNED-DATE (WS-MATCHED-IDX) TO
               LE-FIRST-RETURNED-DATE
           MOVE LT-SEARCH-RESULT-DATE (WS-MATCHED-IDX 2) TO
               LE-FINAL-SEARCH-DATE
           MOVE LT-TOTAL-VALUE (WS-MATCHED-IDX) TO LE-TOTAL-VALUE
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > 4
               MOVE LT-REGISTRATION-LINE (WS-MATCHED-IDX WS-REG-IDX) TO
                   LE-REGISTRATION-LINE (WS-REG-IDX)
           END-PERFORM
           WRITE LOST-ESCHEAT-RECORD
           MOVE 'E' TO LT-STATUS-CDE (WS-MATCHED-IDX)
           MOVE WS-RUN-DATE TO LT-STATUS-DATE (WS-MATCHED-IDX)
           MOVE WS-RUN-DATE TO DL-EVENT-DATE
           MOVE 2 TO DL-SEARCH-NUMBER
           MOVE 'HANDED TO ESCHEATMENT - STILL LOST' TO DL-EVENT
           MOVE ZERO TO DL-DEADLINE-DATE
           WRITE LOST-HOLDER-RPT-LINE FROM WS-DETAIL-LINE.

       7000-WRITE-REGISTER-OUT.
           OPEN OUTPUT LOST-HOLDER-OUT
           PERFORM VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > WS-HOLDER-COUNT
               MOVE LT-CUSTOMER-ACCOUNT-NUMBER (HLD-IDX) TO
                   LO-CUSTOMER-ACCOUNT-NUMBER
               MOVE LT-STATUS-CDE (HLD-IDX) TO LO-STATUS-CDE
               MOVE LT-STATUS-DATE (HLD-IDX) TO LO-STATUS-DATE
               MOVE LT-FIRST-RETURNED-DATE (HLD-IDX) TO
                   LO-FIRST-RETURNED-DATE
               MOVE LT-LAST-RETURNED-DATE (HLD-IDX) TO
                   LO-LAST-RETURNED-DATE
               MOVE LT-RETURNED-COUNT (HLD-IDX) TO LO-RETURNED-COUNT
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > 2
                   MOVE LT-SEARCH-ENTRY (HLD-IDX WS-SEARCH-IDX) TO
                       LO-SEARCH-ENTRY (WS-SEARCH-IDX)
               END-PERFORM
               ADD 1 TO WS-GATE-OUT-COUNT
               ADD LO-FIRST-RETURNED-DATE TO WS-GATE-OUT-TOTAL
               WRITE LOST-HOLDER-OUT-RECORD
           END-PERFORM
           CLOSE LOST-HOLDER-OUT
           PERFORM 7100-SAVE-GENERATION.

       7100-SAVE-GENERATION.
           MOVE 'SAVE' TO GG-ACTION
           MOVE WS-GATE-OUT-COUNT TO GG-RECORD-COUNT
           MOVE WS-GATE-OUT-TOTAL TO GG-CONTENT-TOTAL
           MOVE WS-RUN-DATE TO GG-RUN-DATE
           CALL 'GENERATION-GATE' USING GG-ACTION GG-CHAIN-ID
               GG-RECORD-COUNT GG-CONTENT-TOTAL GG-RUN-DATE
               GG-STATUS.

       8000-RESOLVE-ACCOUNT.
           MOVE WS-RESOLVE-ID TO WS-LOOKUP-ACCOUNT-NUMBER
           SET WS-RESOLVED TO TRUE
           IF WS-XREF-OPEN
               MOVE WS-RESOLVE-ID TO XR-CUSTOMER-ACCOUNT-NUMBER
               READ ACCOUNT-XREF-FILE
                   INVALID KEY
                       PERFORM 8100-RESOLVE-BY-ALTERNATES
                   NOT INVALID KEY
                       MOVE XR-CUSTOMER-ACCOUNT-NUMBER TO
                           WS-LOOKUP-ACCOUNT-NUMBER
               END-READ
           END-IF.

       8100-RESOLVE-BY-ALTERNATES.
           MOVE WS-RESOLVE-ID TO XR-FINS-ACCOUNT-ID
           READ ACCOUNT-XREF-FILE
               KEY IS XR-FINS-ACCOUNT-ID
               INVALID KEY
                   PERFORM 8200-RESOLVE-BY-TRACKING-ID
               NOT INVALID KEY
                   MOVE XR-CUSTOMER-ACCOUNT-NUMBER TO
                       WS-LOOKUP-ACCOUNT-NUMBER
           END-READ.

       8200-RESOLVE-BY-TRACKING-ID.
           MOVE WS-RESOLVE-ID TO XR-EXT-TRACKING-ID
           READ ACCOUNT-XREF-FILE
               KEY IS XR-EXT-TRACKING-ID
               INVALID KEY
                   PERFORM 8300-RESOLVE-BY-ACCOUNT-NBR
               NOT INVALID KEY
                   MOVE XR-CUSTOMER-ACCOUNT-NUMBER TO
                       WS-LOOKUP-ACCOUNT-NUMBER
           END-READ.

       8300-RESOLVE-BY-ACCOUNT-NBR.
           MOVE 'N' TO WS-RESOLVED-SW
           IF WS-RESOLVE-ID (1:11) IS NUMERIC
               MOVE WS-RESOLVE-ID (1:11) TO XR-ACCOUNT-NUMBER
               READ ACCOUNT-XREF-FILE
                   KEY IS XR-ACCOUNT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XR-CUSTOMER-ACCOUNT-NUMBER TO
                           WS-LOOKUP-ACCOUNT-NUMBER
                       SET WS-RESOLVED TO TRUE
               END-READ
           END-IF.

       8500-LOOKUP-HOLDER.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > WS-HOLDER-COUNT OR WS-FOUND
               IF LT-CUSTOMER-ACCOUNT-NUMBER (HLD-IDX)
                       = WS-LOOKUP-ACCOUNT-NUMBER
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO HLD-IDX
               END-IF
           END-PERFORM.

       8600-ADD-HOLDER.
           IF WS-HOLDER-COUNT < WS-MAX-HOLDERS
               ADD 1 TO WS-HOLDER-COUNT
               SET HLD-IDX TO WS-HOLDER-COUNT
               MOVE WS-LOOKUP-ACCOUNT-NUMBER TO
                   LT-CUSTOMER-ACCOUNT-NUMBER (HLD-IDX)
               PERFORM 8650-CLEAR-ACCOUNT-DATA
               SET WS-FOUND TO TRUE
               SET WS-MATCHED-IDX TO HLD-IDX
           END-IF.

       8650-CLEAR-ACCOUNT-DATA.
           MOVE 'N' TO LT-ON-AMP-SW (HLD-IDX)
           MOVE ZERO TO LT-RESIDENT-STATE (HLD-IDX)
           MOVE ZERO TO LT-TAX-ID-NUMBER (HLD-IDX)
           MOVE ZERO TO LT-ZIP-CODE (HLD-IDX)
           MOVE ZERO TO LT-TOTAL-VALUE (HLD-IDX)
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > 7
               MOVE SPACES TO LT-REGISTRATION-LINE (HLD-IDX WS-REG-IDX)
           END-PERFORM.

       9000-FINALIZE.
           MOVE WS-RETURNS-READ TO SL-RETURNS-READ
           MOVE WS-RETURNS-UNMATCHED TO SL-RETURNS-UNMATCHED
           MOVE WS-NEW-LOST-COUNT TO SL-NEW-LOST-COUNT
           MOVE WS-LOST-OPEN-COUNT TO SL-LOST-OPEN-COUNT
           MOVE WS-RESULTS-POSTED TO SL-RESULTS-POSTED
           MOVE WS-RESULTS-REJECTED TO SL-RESULTS-REJECTED
           MOVE WS-SEARCHES-EXTRACTED TO SL-SEARCHES-EXTRACTED
           MOVE WS-SEARCHES-OVERDUE TO SL-SEARCHES-OVERDUE
           MOVE WS-ESCHEAT-HANDOFFS TO SL-ESCHEAT-HANDOFFS
           WRITE LOST-HOLDER-RPT-LINE FROM WS-SUMMARY-LINE-1
           WRITE LOST-HOLDER-RPT-LINE FROM WS-SUMMARY-LINE-2
           CLOSE ADDRESS-REFERRAL-FILE
           CLOSE LOST-HOLDER-RPT
           IF WS-XREF-OPEN
               CLOSE ACCOUNT-XREF-FILE
           END-IF.
