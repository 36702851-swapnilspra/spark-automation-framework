       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-POSTING-RECON.
      ******************************************************************
      *  General ledger posting acknowledgment reconciliation.
      *  GL-INTERFACE-GEN sends the ledger its GL-DETAIL-RECORD file
      *  every night, but whether the ledger posted, rejected or
      *  double-posted those entries was only found out at month-end
      *  close.  The ledger returns a posting acknowledgment file -
      *  journal id, the fund/type/debit-credit it posted to, the
      *  posted amount, a posted/rejected status and a reject reason
      *  - and this job matches it back to what was sent.
      *
      *  Every entry sent rolls forward on GL-OPEN-IN / GL-OPEN-OUT
      *  keyed by its journal id, unacknowledged until the ledger
      *  answers for it.  Each day's run adds the night's sent file,
      *  then applies the acknowledgments that arrived:
      *    - a posting closes the entry; a posted amount, fund,
      *      transaction type or debit/credit other than what was
      *      sent is reported;
      *    - a rejection leaves the entry open as rejected and writes
      *      it to the correction file GL-INTERFACE-GEN re-sends the
      *      next night; the rejected entry clears once the re-sent
      *      entry, carrying its journal id as the original, appears
      *      on a sent file and becomes the open item in its place;
      *    - an acknowledgment for a journal id never sent, or a
      *      second acknowledgment for one already answered, is
      *      reported (a second posting as double-posted).
      *  Posted and cleared entries stay on the roll-forward for the
      *  parameter's retention days so a late duplicate is still
      *  recognised, then drop off.
      *
      *  The report lists the exceptions, every unacknowledged and
      *  rejected entry aged by day into the 0-1, 2-5, 6-10 and
      *  over-10-day buckets, the day's sent/posted/rejected amounts
      *  and the outstanding amount by source feed, fund, transaction
      *  type and debit/credit, and a daily sent-versus-posted control
      *  total per fund.  Posted and rejected amounts are keyed the
      *  way the ledger reported them, so an entry posted to the wrong
      *  fund shows as a difference on both funds.  The day's fund
      *  difference is mostly timing - the ledger acknowledges a
      *  night's entries the following day - so the run is called in
      *  agreement when there are no exceptions and nothing has been
      *  left open past the 0-1 day bucket.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-SENT-FILE ASSIGN TO "GLNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-ACK-FILE ASSIGN TO "GLACKNAME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLACK-FS.
           SELECT GL-OPEN-IN ASSIGN TO "GLOPENIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-OPEN-OUT ASSIGN TO "GLOPENOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-CORRECTION-FILE ASSIGN TO "GLCORRNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECON-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT GL-RECON-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-SENT-FILE.
       01  GL-SENT-RECORD.
           05  GS-SOURCE-FEED                    PIC X(10).
           05  GS-FUND-CODE                      PIC 9(7).
           05  GS-ACCOUNT-NUMBER                 PIC X(20).
           05  GS-TRANSACTION-TYPE               PIC X(10).
           05  GS-DEBIT-CREDIT-CODE              PIC X(1).
           05  GS-AMOUNT                         PIC 9(13)V9(2).
           05  GS-JOURNAL-ID                     PIC X(16).
           05  GS-ORIG-JOURNAL-ID                PIC X(16).
       FD  GL-ACK-FILE.
       01  GL-ACK-RECORD.
           05  GA-JOURNAL-ID                     PIC X(16).
           05  GA-SOURCE-FEED                    PIC X(10).
           05  GA-FUND-CODE                      PIC 9(7).
           05  GA-TRANSACTION-TYPE               PIC X(10).
           05  GA-DEBIT-CREDIT-CODE              PIC X(1).
               88  GA-IS-DEBIT                       VALUE 'D'.
           05  GA-POSTED-AMOUNT                  PIC 9(13)V9(2).
           05  GA-ACK-STATUS                     PIC X(1).
               88  GA-POSTED                         VALUE 'P'.
               88  GA-REJECTED                       VALUE 'R'.
           05  GA-REJECT-REASON                  PIC X(30).
           05  GA-POSTING-DATE                   PIC 9(8).
       FD  GL-OPEN-IN.
       01  GL-OPEN-IN-RECORD.
           05  OI-JOURNAL-ID                     PIC X(16).
           05  OI-ORIG-JOURNAL-ID                PIC X(16).
           05  OI-SOURCE-FEED                    PIC X(10).
           05  OI-FUND-CODE                      PIC 9(7).
           05  OI-ACCOUNT-NUMBER                 PIC X(20).
           05  OI-TRANSACTION-TYPE               PIC X(10).
           05  OI-DEBIT-CREDIT-CODE              PIC X(1).
           05  OI-SENT-AMOUNT                    PIC 9(13)V9(2).
           05  OI-ENTRY-STATUS                   PIC X(1).
           05  OI-POSTED-AMOUNT                  PIC 9(13)V9(2).
           05  OI-ACK-DATE                       PIC 9(8).
           05  OI-ACK-COUNT                      PIC 9(3).
           05  OI-REJECT-REASON                  PIC X(30).
       FD  GL-OPEN-OUT.
       01  GL-OPEN-OUT-RECORD.
           05  OO-JOURNAL-ID                     PIC X(16).
           05  OO-ORIG-JOURNAL-ID                PIC X(16).
           05  OO-SOURCE-FEED                    PIC X(10).
           05  OO-FUND-CODE                      PIC 9(7).
           05  OO-ACCOUNT-NUMBER                 PIC X(20).
           05  OO-TRANSACTION-TYPE               PIC X(10).
           05  OO-DEBIT-CREDIT-CODE              PIC X(1).
           05  OO-SENT-AMOUNT                    PIC 9(13)V9(2).
           05  OO-ENTRY-STATUS                   PIC X(1).
           05  OO-POSTED-AMOUNT                  PIC 9(13)V9(2).
           05  OO-ACK-DATE                       PIC 9(8).
           05  OO-ACK-COUNT                      PIC 9(3).
           05  OO-REJECT-REASON                  PIC X(30).
       FD  GL-CORRECTION-FILE.
       01  GL-CORRECTION-RECORD.
           05  GC-SOURCE-FEED                    PIC X(10).
           05  GC-FUND-CODE                      PIC 9(7).
           05  GC-ACCOUNT-NUMBER                 PIC X(20).
           05  GC-TRANSACTION-TYPE               PIC X(10).
           05  GC-DEBIT-CREDIT-CODE              PIC X(1).
           05  GC-AMOUNT                         PIC 9(13)V9(2).
           05  GC-JOURNAL-ID                     PIC X(16).
           05  GC-ORIG-JOURNAL-ID                PIC X(16).
       FD  RECON-PARM.
       01  RECON-PARM-RECORD.
           05  PARM-RUN-DATE                     PIC 9(8).
           05  PARM-RETAIN-DAYS                  PIC 9(3).
       FD  GL-RECON-RPT-FILE.
       01  GL-RECON-RPT-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-GLACK-FS                           PIC X(2) VALUE '00'.
       01  WS-PARM-FS                            PIC X(2) VALUE '00'.
       01  WS-RUN-DATE                           PIC 9(8) VALUE ZERO.
       01  WS-RETAIN-DAYS                        PIC 9(3) VALUE 45.
       01  WS-MAX-ENTRIES                        PIC 9(6) VALUE 100000.
       01  WS-ENTRY-COUNT                        PIC 9(6) VALUE ZERO.
       01  WS-MAX-KEYS                           PIC 9(5) VALUE 5000.
       01  WS-KEY-COUNT                          PIC 9(5) VALUE ZERO.
       01  WS-FUND-COUNT                         PIC 9(5) VALUE ZERO.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-KEY-FOUND-SW                       PIC X(1) VALUE 'N'.
           88  WS-KEY-FOUND                          VALUE 'Y'.
       01  WS-MATCHED-IDX                        PIC 9(6) VALUE ZERO.
       01  WS-KEY-IDX                            PIC 9(5) VALUE ZERO.
       01  WS-FUND-IDX                           PIC 9(5) VALUE ZERO.
       01  WS-SEARCH-JOURNAL-ID                  PIC X(16) VALUE
                                                  SPACES.
       01  WS-KEY-SOURCE-FEED                    PIC X(10) VALUE
                                                  SPACES.
       01  WS-KEY-FUND-CODE                      PIC 9(7) VALUE ZERO.
       01  WS-KEY-TRAN-TYPE                      PIC X(10) VALUE
                                                  SPACES.
       01  WS-KEY-DC-CODE                        PIC X(1) VALUE SPACE.
       01  WS-JOURNAL-DATE                       PIC 9(8) VALUE ZERO.
       01  WS-AGE-DAYS                           PIC S9(5) VALUE ZERO.
       01  WS-EXCEPTION-TEXT                     PIC X(24) VALUE
                                                  SPACES.
       01  WS-SENT-COUNT                         PIC 9(7) VALUE ZERO.
       01  WS-SENT-TOTAL                         PIC 9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-RESENT-COUNT                       PIC 9(7) VALUE ZERO.
       01  WS-ACK-COUNT                          PIC 9(7) VALUE ZERO.
       01  WS-POSTED-COUNT                       PIC 9(7) VALUE ZERO.
       01  WS-POSTED-TOTAL                       PIC 9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-REJECTED-COUNT                     PIC 9(7) VALUE ZERO.
       01  WS-REJECTED-TOTAL                     PIC 9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-CORRECTION-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-UNSENT-COUNT                       PIC 9(7) VALUE ZERO.
       01  WS-DUP-ACK-COUNT                      PIC 9(7) VALUE ZERO.
       01  WS-DOUBLE-POST-COUNT                  PIC 9(7) VALUE ZERO.
       01  WS-MISMATCH-COUNT                     PIC 9(7) VALUE ZERO.
       01  WS-DUP-SENT-COUNT                     PIC 9(7) VALUE ZERO.
       01  WS-NOT-TRACKED-COUNT                  PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT                    PIC 9(7) VALUE ZERO.
       01  WS-UNACK-COUNT                        PIC 9(7) VALUE ZERO.
       01  WS-UNACK-TOTAL                        PIC 9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-OPEN-REJECT-COUNT                  PIC 9(7) VALUE ZERO.
       01  WS-OPEN-REJECT-TOTAL                  PIC 9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-BUCKET-1-COUNT                     PIC 9(7) VALUE ZERO.
       01  WS-BUCKET-1-TOTAL                     PIC 9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-BUCKET-2-5-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-BUCKET-2-5-TOTAL                   PIC 9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-BUCKET-6-10-COUNT                  PIC 9(7) VALUE ZERO.
       01  WS-BUCKET-6-10-TOTAL                  PIC 9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-BUCKET-OVER-COUNT                  PIC 9(7) VALUE ZERO.
       01  WS-BUCKET-OVER-TOTAL                  PIC 9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-FUND-DIFFERENCE                    PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-FUNDS-OUT-COUNT                    PIC 9(5) VALUE ZERO.
       01  WS-GATE-IN-COUNT                      PIC 9(9) VALUE ZERO.
       01  WS-GATE-IN-TOTAL                      PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-GATE-OUT-COUNT                     PIC 9(9) VALUE ZERO.
       01  WS-GATE-OUT-TOTAL                     PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  GATE-CALL-AREA.
           05  GG-ACTION                         PIC X(4).
           05  GG-CHAIN-ID                       PIC X(20) VALUE
                                                  'GL-POSTING'.
           05  GG-RECORD-COUNT                   PIC 9(9).
           05  GG-CONTENT-TOTAL                  PIC S9(15)V9(2).
           05  GG-RUN-DATE                       PIC 9(8).
           05  GG-STATUS                         PIC X(1).
       01  GL-POSTING-TABLE.
           05  GL-POSTING-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-ENTRY-COUNT
                   INDEXED BY GP-IDX.
               10  GP-JOURNAL-ID.
                   15  GP-JOURNAL-DATE           PIC 9(8).
                   15  GP-JOURNAL-SEQ            PIC 9(8).
               10  GP-ORIG-JOURNAL-ID            PIC X(16).
               10  GP-SOURCE-FEED                PIC X(10).
               10  GP-FUND-CODE                  PIC 9(7).
               10  GP-ACCOUNT-NUMBER             PIC X(20).
               10  GP-TRANSACTION-TYPE           PIC X(10).
               10  GP-DEBIT-CREDIT-CODE          PIC X(1).
               10  GP-SENT-AMOUNT                PIC 9(13)V9(2).
               10  GP-ENTRY-STATUS               PIC X(1).
                   88  GP-UNACKNOWLEDGED             VALUE 'U'.
                   88  GP-REJECTED                   VALUE 'R'.
                   88  GP-POSTED                     VALUE 'P'.
                   88  GP-CLEARED-BY-RESEND          VALUE 'C'.
               10  GP-POSTED-AMOUNT              PIC 9(13)V9(2).
               10  GP-ACK-DATE                   PIC 9(8).
               10  GP-ACK-COUNT                  PIC 9(3).
               10  GP-REJECT-REASON              PIC X(30).
       01  RECON-KEY-TABLE.
           05  RECON-KEY-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-KEY-COUNT
                   INDEXED BY RK-IDX.
               10  RK-SOURCE-FEED                PIC X(10).
               10  RK-FUND-CODE                  PIC 9(7).
               10  RK-TRANSACTION-TYPE           PIC X(10).
               10  RK-DEBIT-CREDIT-CODE          PIC X(1).
               10  RK-SENT-COUNT                 PIC 9(7).
               10  RK-SENT-AMOUNT                PIC 9(15)V9(2).
               10  RK-POSTED-COUNT               PIC 9(7).
               10  RK-POSTED-AMOUNT              PIC 9(15)V9(2).
               10  RK-REJECTED-AMOUNT            PIC 9(15)V9(2).
               10  RK-OPEN-AMOUNT                PIC 9(15)V9(2).
       01  FUND-CONTROL-TABLE.
           05  FUND-CONTROL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-FUND-COUNT
                   INDEXED BY FT-IDX.
               10  FT-FUND-CODE                  PIC 9(7).
               10  FT-SENT-DEBIT                 PIC 9(15)V9(2).
               10  FT-SENT-CREDIT                PIC 9(15)V9(2).
               10  FT-POSTED-DEBIT               PIC 9(15)V9(2).
               10  FT-POSTED-CREDIT              PIC 9(15)V9(2).
               10  FT-OPEN-AMOUNT                PIC 9(15)V9(2).
       01  WS-HEADLINE-1.
           05  FILLER                            PIC X(50) VALUE
               'GL POSTING ACKNOWLEDGMENT RECONCILIATION'.
           05  FILLER                            PIC X(10) VALUE
               'RUN DATE '.
           05  HL-RUN-DATE                       PIC 9(8).
       01  WS-SECTION-LINE                       PIC X(60) VALUE
           SPACES.
       01  WS-EXCEPTION-COLUMNS.
           05  FILLER                            PIC X(45) VALUE
               'JOURNAL-ID       FEED   FUND    TYPE      D/C'.
           05  FILLER                            PIC X(43) VALUE
               '        SENT-AMT       POSTED-AMT EXCEPTION'.
           05  FILLER                            PIC X(22) VALUE
               '                REASON'.
       01  WS-EXCEPTION-LINE.
           05  EL-JOURNAL-ID                     PIC X(16).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  EL-SOURCE-FEED                    PIC X(6).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  EL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  EL-TRANSACTION-TYPE               PIC X(10).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  EL-DEBIT-CREDIT-CODE              PIC X(1).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  EL-SENT-AMOUNT                    PIC Z(12)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  EL-POSTED-AMOUNT                  PIC Z(12)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  EL-EXCEPTION-TEXT                 PIC X(24).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  EL-REJECT-REASON                  PIC X(27).
       01  WS-OPEN-COLUMNS.
           05  FILLER                            PIC X(45) VALUE
               'JOURNAL-ID       FEED   FUND    TYPE      D/C'.
           05  FILLER                            PIC X(42) VALUE
               '        SENT-AMT  STATUS        AGE BUCKET'.
           05  FILLER                            PIC X(11) VALUE
               '     REASON'.
       01  WS-OPEN-LINE.
           05  OL-JOURNAL-ID                     PIC X(16).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  OL-SOURCE-FEED                    PIC X(6).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  OL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  OL-TRANSACTION-TYPE               PIC X(10).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  OL-DEBIT-CREDIT-CODE              PIC X(1).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  OL-SENT-AMOUNT                    PIC Z(12)9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  OL-STATUS                         PIC X(12).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  OL-AGE-DAYS                       PIC ZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  OL-BUCKET                         PIC X(10).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  OL-REJECT-REASON                  PIC X(30).
       01  WS-KEY-COLUMNS.
           05  FILLER                            PIC X(45) VALUE
               'FEED   FUND    TYPE      D/C  SENT-CT POST-CT'.
           05  FILLER                            PIC X(38) VALUE
               '         SENT-TODAY       POSTED-TODAY'.
           05  FILLER                            PIC X(38) VALUE
               '     REJECTED-TODAY        OPEN-AMOUNT'.
       01  WS-KEY-LINE.
           05  KL-SOURCE-FEED                    PIC X(6).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  KL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  KL-TRANSACTION-TYPE               PIC X(10).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  KL-DEBIT-CREDIT-CODE              PIC X(1).
           05  FILLER                            PIC X(3) VALUE SPACES.
           05  KL-SENT-COUNT                     PIC ZZZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  KL-POSTED-COUNT                   PIC ZZZZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  KL-SENT-AMOUNT                    PIC Z(14)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  KL-POSTED-AMOUNT                  PIC Z(14)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  KL-REJECTED-AMOUNT                PIC Z(14)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  KL-OPEN-AMOUNT                    PIC Z(14)9.99.
       01  WS-FUND-COLUMNS.
           05  FILLER                            PIC X(43) VALUE
               'FUND          SENT-DEBITS      SENT-CREDITS'.
           05  FILLER                            PIC X(36) VALUE
               '     POSTED-DEBITS    POSTED-CREDITS'.
           05  FILLER                            PIC X(44) VALUE
               '   SENT-LESS-POSTED       OUTSTANDING STATUS'.
       01  WS-FUND-LINE.
           05  FL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  FL-SENT-DEBIT                     PIC Z(13)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  FL-SENT-CREDIT                    PIC Z(13)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  FL-POSTED-DEBIT                   PIC Z(13)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  FL-POSTED-CREDIT                  PIC Z(13)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  FL-DIFFERENCE                     PIC -(14)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  FL-OPEN-AMOUNT                    PIC Z(13)9.99.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  FL-STATUS                         PIC X(12).
       01  WS-CONTROL-LINE.
           05  CL-CONTROL-LABEL                  PIC X(40).
           05  CL-CONTROL-COUNT                  PIC ZZZZZZ9.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  CL-CONTROL-AMOUNT                 PIC -(15)9.99.
       01  WS-OUTCOME-LINE                       PIC X(80) VALUE
           SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SENT
               UNTIL WS-EOF
           CLOSE GL-SENT-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3000-APPLY-ACKNOWLEDGMENTS
           PERFORM 4000-WRITE-OPEN-ITEMS
           PERFORM 5000-WRITE-RECON-BY-KEY
           PERFORM 5500-WRITE-FUND-CONTROL
           PERFORM 6000-WRITE-OPEN-OUT
           PERFORM 7000-WRITE-SUMMARY
           PERFORM 8000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-PARM
           PERFORM 1200-LOAD-OPEN-ITEMS
           OPEN INPUT GL-SENT-FILE
           OPEN OUTPUT GL-CORRECTION-FILE
           OPEN OUTPUT GL-RECON-RPT-FILE
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE GL-RECON-RPT-LINE FROM WS-HEADLINE-1
           MOVE 'EXCEPTIONS' TO WS-SECTION-LINE
           WRITE GL-RECON-RPT-LINE FROM WS-SECTION-LINE
           WRITE GL-RECON-RPT-LINE FROM WS-EXCEPTION-COLUMNS
           PERFORM 9100-READ-SENT.

       1100-LOAD-PARM.
           OPEN INPUT RECON-PARM
           IF WS-PARM-FS = '00'
               READ RECON-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-RUN-DATE TO WS-RUN-DATE
                       IF PARM-RETAIN-DAYS > ZERO
                           MOVE PARM-RETAIN-DAYS TO WS-RETAIN-DAYS
                       END-IF
               END-READ
               CLOSE RECON-PARM
           END-IF
           IF WS-RUN-DATE = ZERO
               MOVE FUNCTION NUMVAL(
                    FUNCTION CURRENT-DATE(1:8)) TO WS-RUN-DATE
           END-IF.

       1200-LOAD-OPEN-ITEMS.
           OPEN INPUT GL-OPEN-IN
           PERFORM 1210-READ-OPEN-ITEM
               UNTIL WS-EOF
           CLOSE GL-OPEN-IN
           MOVE 'N' TO WS-EOF-SW
           PERFORM 1290-VERIFY-GENERATION.

       1210-READ-OPEN-ITEM.
           READ GL-OPEN-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-GATE-IN-COUNT
                   ADD OI-SENT-AMOUNT TO WS-GATE-IN-TOTAL
                   IF WS-ENTRY-COUNT < WS-MAX-ENTRIES
                       ADD 1 TO WS-ENTRY-COUNT
                       SET GP-IDX TO WS-ENTRY-COUNT
                       MOVE GL-OPEN-IN-RECORD TO
                           GL-POSTING-ENTRY (GP-IDX)
                   ELSE
                       ADD 1 TO WS-NOT-TRACKED-COUNT
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

      *    Each row of the night's GL feed becomes an unacknowledged
      *    entry; a journal id already on the roll-forward means the
      *    same feed was presented twice and is reported, not added.
       2000-PROCESS-SENT.
           MOVE GS-JOURNAL-ID TO WS-SEARCH-JOURNAL-ID
           PERFORM 8100-FIND-JOURNAL
           IF WS-FOUND
               ADD 1 TO WS-DUP-SENT-COUNT
               MOVE GS-JOURNAL-ID TO EL-JOURNAL-ID
               MOVE GS-SOURCE-FEED TO EL-SOURCE-FEED
               MOVE GS-FUND-CODE TO EL-FUND-CODE
               MOVE GS-TRANSACTION-TYPE TO EL-TRANSACTION-TYPE
               MOVE GS-DEBIT-CREDIT-CODE TO EL-DEBIT-CREDIT-CODE
               MOVE GS-AMOUNT TO EL-SENT-AMOUNT
               MOVE ZERO TO EL-POSTED-AMOUNT
               MOVE 'JOURNAL ID SENT TWICE' TO WS-EXCEPTION-TEXT
               MOVE SPACES TO EL-REJECT-REASON
               PERFORM 8400-WRITE-EXCEPTION
           ELSE
               PERFORM 2100-ADD-SENT-ENTRY
               IF GS-ORIG-JOURNAL-ID NOT = SPACES
                   PERFORM 2200-CLEAR-RESENT-ORIGINAL
               END-IF
           END-IF
           PERFORM 9100-READ-SENT.

       2100-ADD-SENT-ENTRY.
           ADD 1 TO WS-SENT-COUNT
           ADD GS-AMOUNT TO WS-SENT-TOTAL
           IF GS-ORIG-JOURNAL-ID NOT = SPACES
               ADD 1 TO WS-RESENT-COUNT
           END-IF
           IF WS-ENTRY-COUNT < WS-MAX-ENTRIES
               ADD 1 TO WS-ENTRY-COUNT
               SET GP-IDX TO WS-ENTRY-COUNT
               MOVE GS-JOURNAL-ID TO GP-JOURNAL-ID (GP-IDX)
               MOVE GS-ORIG-JOURNAL-ID TO GP-ORIG-JOURNAL-ID (GP-IDX)
               MOVE GS-SOURCE-FEED TO GP-SOURCE-FEED (GP-IDX)
               MOVE GS-FUND-CODE TO GP-FUND-CODE (GP-IDX)
               MOVE GS-ACCOUNT-NUMBER TO GP-ACCOUNT-NUMBER (GP-IDX)
               MOVE GS-TRANSACTION-TYPE TO
                   GP-TRANSACTION-TYPE (GP-IDX)
               MOVE GS-DEBIT-CREDIT-CODE TO
                   GP-DEBIT-CREDIT-CODE (GP-IDX)
               MOVE GS-AMOUNT TO GP-SENT-AMOUNT (GP-IDX)
               SET GP-UNACKNOWLEDGED (GP-IDX) TO TRUE
               MOVE ZERO TO GP-POSTED-AMOUNT (GP-IDX)
               MOVE ZERO TO GP-ACK-DATE (GP-IDX)
               MOVE ZERO TO GP-ACK-COUNT (GP-IDX)
               MOVE SPACES TO GP-REJECT-REASON (GP-IDX)
           ELSE
               ADD 1 TO WS-NOT-TRACKED-COUNT
           END-IF
           MOVE GS-SOURCE-FEED TO WS-KEY-SOURCE-FEED
           MOVE GS-FUND-CODE TO WS-KEY-FUND-CODE
           MOVE GS-TRANSACTION-TYPE TO WS-KEY-TRAN-TYPE
           MOVE GS-DEBIT-CREDIT-CODE TO WS-KEY-DC-CODE
           PERFORM 8200-FIND-RECON-KEY
           IF WS-KEY-IDX > ZERO
               ADD 1 TO RK-SENT-COUNT (WS-KEY-IDX)
               ADD GS-AMOUNT TO RK-SENT-AMOUNT (WS-KEY-IDX)
           END-IF
           PERFORM 8300-FIND-FUND-CONTROL
           IF WS-FUND-IDX > ZERO
               IF GS-DEBIT-CREDIT-CODE = 'D'
                   ADD GS-AMOUNT TO FT-SENT-DEBIT (WS-FUND-IDX)
               ELSE
                   ADD GS-AMOUNT TO FT-SENT-CREDIT (WS-FUND-IDX)
               END-IF
           END-IF.

      *    A re-sent correction takes over as the open item, so the
      *    rejected entry it replaces is cleared.
       2200-CLEAR-RESENT-ORIGINAL.
           MOVE GS-ORIG-JOURNAL-ID TO WS-SEARCH-JOURNAL-ID
           PERFORM 8100-FIND-JOURNAL
           IF WS-FOUND
               IF GP-REJECTED (WS-MATCHED-IDX)
                   SET GP-CLEARED-BY-RESEND (WS-MATCHED-IDX) TO TRUE
                   MOVE WS-RUN-DATE TO GP-ACK-DATE (WS-MATCHED-IDX)
               END-IF
           END-IF.

       3000-APPLY-ACKNOWLEDGMENTS.
           OPEN INPUT GL-ACK-FILE
           IF WS-GLACK-FS = '00'
               PERFORM 3100-PROCESS-ONE-ACK
                   UNTIL WS-EOF
               CLOSE GL-ACK-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       3100-PROCESS-ONE-ACK.
           READ GL-ACK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-ACK-COUNT
                   MOVE GA-JOURNAL-ID TO WS-SEARCH-JOURNAL-ID
                   PERFORM 8100-FIND-JOURNAL
                   EVALUATE TRUE
                       WHEN NOT WS-FOUND
                           PERFORM 3400-APPLY-UNSENT-ACK
                       WHEN GP-ACK-COUNT (WS-MATCHED-IDX) > ZERO
                           PERFORM 3300-APPLY-REPEAT-ACK
                       WHEN OTHER
                           PERFORM 3200-APPLY-FIRST-ACK
                   END-EVALUATE
                   PERFORM 3500-ACCUMULATE-ACK
           END-READ.

       3200-APPLY-FIRST-ACK.
           ADD 1 TO GP-ACK-COUNT (WS-MATCHED-IDX)
           MOVE WS-RUN-DATE TO GP-ACK-DATE (WS-MATCHED-IDX)
           PERFORM 3900-SET-EXCEPTION-FROM-ENTRY
           IF GA-POSTED
               SET GP-POSTED (WS-MATCHED-IDX) TO TRUE
               MOVE GA-POSTED-AMOUNT TO
                   GP-POSTED-AMOUNT (WS-MATCHED-IDX)
               IF GA-POSTED-AMOUNT NOT =
                       GP-SENT-AMOUNT (WS-MATCHED-IDX)
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE 'POSTED AMOUNT DIFFERS' TO WS-EXCEPTION-TEXT
                   PERFORM 8400-WRITE-EXCEPTION
               END-IF
               IF GA-FUND-CODE NOT = GP-FUND-CODE (WS-MATCHED-IDX)
                   OR GA-TRANSACTION-TYPE NOT =
                       GP-TRANSACTION-TYPE (WS-MATCHED-IDX)
                   OR GA-DEBIT-CREDIT-CODE NOT =
                       GP-DEBIT-CREDIT-CODE (WS-MATCHED-IDX)
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE 'POSTED TO OTHER FUND/TYP' TO WS-EXCEPTION-TEXT
                   PERFORM 8400-WRITE-EXCEPTION
               END-IF
           ELSE
               SET GP-REJECTED (WS-MATCHED-IDX) TO TRUE
               MOVE GA-REJECT-REASON TO
                   GP-REJECT-REASON (WS-MATCHED-IDX)
               MOVE 'REJECTED - CORRECTION' TO WS-EXCEPTION-TEXT
               PERFORM 8400-WRITE-EXCEPTION
               PERFORM 3600-WRITE-CORRECTION
           END-IF.

      *    The ledger has already answered for this journal id.  A
      *    second posting of an entry it posted is a double posting;
      *    a posting of an entry it rejected risks a double posting
      *    once the correction is re-sent.
       3300-APPLY-REPEAT-ACK.
           ADD 1 TO WS-DUP-ACK-COUNT
           ADD 1 TO GP-ACK-COUNT (WS-MATCHED-IDX)
           PERFORM 3900-SET-EXCEPTION-FROM-ENTRY
           EVALUATE TRUE
               WHEN GA-POSTED AND GP-POSTED (WS-MATCHED-IDX)
                   ADD 1 TO WS-DOUBLE-POST-COUNT
                   MOVE 'DOUBLE-POSTED' TO WS-EXCEPTION-TEXT
               WHEN GA-POSTED
                   MOVE 'POSTED AFTER REJECT' TO WS-EXCEPTION-TEXT
                   IF GP-REJECTED (WS-MATCHED-IDX)
                       SET GP-POSTED (WS-MATCHED-IDX) TO TRUE
                       MOVE GA-POSTED-AMOUNT TO
                           GP-POSTED-AMOUNT (WS-MATCHED-IDX)
                   END-IF
               WHEN OTHER
                   MOVE 'ACKNOWLEDGED TWICE' TO WS-EXCEPTION-TEXT
           END-EVALUATE
           PERFORM 8400-WRITE-EXCEPTION.

       3400-APPLY-UNSENT-ACK.
           ADD 1 TO WS-UNSENT-COUNT
           MOVE GA-JOURNAL-ID TO EL-JOURNAL-ID
           MOVE GA-SOURCE-FEED TO EL-SOURCE-FEED
           MOVE GA-FUND-CODE TO EL-FUND-CODE
           MOVE GA-TRANSACTION-TYPE TO EL-TRANSACTION-TYPE
           MOVE GA-DEBIT-CREDIT-CODE TO EL-DEBIT-CREDIT-CODE
           MOVE ZERO TO EL-SENT-AMOUNT
           MOVE GA-POSTED-AMOUNT TO EL-POSTED-AMOUNT
           MOVE GA-REJECT-REASON TO EL-REJECT-REASON
           IF GA-POSTED
               MOVE 'POSTED - NEVER SENT' TO WS-EXCEPTION-TEXT
           ELSE
               MOVE 'REJECTED - NEVER SENT' TO WS-EXCEPTION-TEXT
           END-IF
           PERFORM 8400-WRITE-EXCEPTION.

      *    Posted and rejected amounts are keyed as the ledger
      *    reported them.
       3500-ACCUMULATE-ACK.
           MOVE GA-SOURCE-FEED TO WS-KEY-SOURCE-FEED
           MOVE GA-FUND-CODE TO WS-KEY-FUND-CODE
           MOVE GA-TRANSACTION-TYPE TO WS-KEY-TRAN-TYPE
           MOVE GA-DEBIT-CREDIT-CODE TO WS-KEY-DC-CODE
           PERFORM 8200-FIND-RECON-KEY
           IF GA-POSTED
               ADD 1 TO WS-POSTED-COUNT
               ADD GA-POSTED-AMOUNT TO WS-POSTED-TOTAL
               IF WS-KEY-IDX > ZERO
                   ADD 1 TO RK-POSTED-COUNT (WS-KEY-IDX)
                   ADD GA-POSTED-AMOUNT TO
                       RK-POSTED-AMOUNT (WS-KEY-IDX)
               END-IF
               PERFORM 8300-FIND-FUND-CONTROL
               IF WS-FUND-IDX > ZERO
                   IF GA-IS-DEBIT
                       ADD GA-POSTED-AMOUNT TO
                           FT-POSTED-DEBIT (WS-FUND-IDX)
                   ELSE
                       ADD GA-POSTED-AMOUNT TO
                           FT-POSTED-CREDIT (WS-FUND-IDX)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               IF WS-FOUND
                   ADD GP-SENT-AMOUNT (WS-MATCHED-IDX) TO
                       WS-REJECTED-TOTAL
                   IF WS-KEY-IDX > ZERO
                       ADD GP-SENT-AMOUNT (WS-MATCHED-IDX) TO
                           RK-REJECTED-AMOUNT (WS-KEY-IDX)
                   END-IF
               END-IF
           END-IF.

       3600-WRITE-CORRECTION.
           MOVE GP-SOURCE-FEED (WS-MATCHED-IDX) TO GC-SOURCE-FEED
           MOVE GP-FUND-CODE (WS-MATCHED-IDX) TO GC-FUND-CODE
           MOVE GP-ACCOUNT-NUMBER (WS-MATCHED-IDX) TO
               GC-ACCOUNT-NUMBER
           MOVE GP-TRANSACTION-TYPE (WS-MATCHED-IDX) TO
               GC-TRANSACTION-TYPE
           MOVE GP-DEBIT-CREDIT-CODE (WS-MATCHED-IDX) TO
               GC-DEBIT-CREDIT-CODE
           MOVE GP-SENT-AMOUNT (WS-MATCHED-IDX) TO GC-AMOUNT
           MOVE GP-JOURNAL-ID (WS-MATCHED-IDX) TO GC-JOURNAL-ID
           MOVE GP-ORIG-JOURNAL-ID (WS-MATCHED-IDX) TO
               GC-ORIG-JOURNAL-ID
           WRITE GL-CORRECTION-RECORD
           ADD 1 TO WS-CORRECTION-COUNT.

       3900-SET-EXCEPTION-FROM-ENTRY.
           MOVE GP-JOURNAL-ID (WS-MATCHED-IDX) TO EL-JOURNAL-ID
           MOVE GP-SOURCE-FEED (WS-MATCHED-IDX) TO EL-SOURCE-FEED
           MOVE GP-FUND-CODE (WS-MATCHED-IDX) TO EL-FUND-CODE
           MOVE GP-TRANSACTION-TYPE (WS-MATCHED-IDX) TO
               EL-TRANSACTION-TYPE
           MOVE GP-DEBIT-CREDIT-CODE (WS-MATCHED-IDX) TO
               EL-DEBIT-CREDIT-CODE
           MOVE GP-SENT-AMOUNT (WS-MATCHED-IDX) TO EL-SENT-AMOUNT
           MOVE GA-POSTED-AMOUNT TO EL-POSTED-AMOUNT
           MOVE GA-REJECT-REASON TO EL-REJECT-REASON.

       4000-WRITE-OPEN-ITEMS.
           MOVE SPACES TO WS-SECTION-LINE
           WRITE GL-RECON-RPT-LINE FROM WS-SECTION-LINE
           MOVE 'UNACKNOWLEDGED AND REJECTED ENTRIES' TO
               WS-SECTION-LINE
           WRITE GL-RECON-RPT-LINE FROM WS-SECTION-LINE
           WRITE GL-RECON-RPT-LINE FROM WS-OPEN-COLUMNS
           PERFORM VARYING GP-IDX FROM 1 BY 1
               UNTIL GP-IDX > WS-ENTRY-COUNT
               IF GP-UNACKNOWLEDGED (GP-IDX) OR GP-REJECTED (GP-IDX)
                   PERFORM 4100-AGE-ONE-ENTRY
               END-IF
           END-PERFORM.

       4100-AGE-ONE-ENTRY.
           MOVE GP-JOURNAL-DATE (GP-IDX) TO WS-JOURNAL-DATE
           MOVE ZERO TO WS-AGE-DAYS
           IF WS-JOURNAL-DATE > ZERO
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-JOURNAL-DATE)
           END-IF
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           MOVE GP-JOURNAL-ID (GP-IDX) TO OL-JOURNAL-ID
           MOVE GP-SOURCE-FEED (GP-IDX) TO OL-SOURCE-FEED
           MOVE GP-FUND-CODE (GP-IDX) TO OL-FUND-CODE
           MOVE GP-TRANSACTION-TYPE (GP-IDX) TO OL-TRANSACTION-TYPE
           MOVE GP-DEBIT-CREDIT-CODE (GP-IDX) TO
               OL-DEBIT-CREDIT-CODE
           MOVE GP-SENT-AMOUNT (GP-IDX) TO OL-SENT-AMOUNT
           MOVE WS-AGE-DAYS TO OL-AGE-DAYS
           MOVE GP-REJECT-REASON (GP-IDX) TO OL-REJECT-REASON
           IF GP-REJECTED (GP-IDX)
               MOVE 'REJECTED' TO OL-STATUS
               ADD 1 TO WS-OPEN-REJECT-COUNT
               ADD GP-SENT-AMOUNT (GP-IDX) TO WS-OPEN-REJECT-TOTAL
           ELSE
               MOVE 'UNACKNOWLDGD' TO OL-STATUS
               ADD 1 TO WS-UNACK-COUNT
               ADD GP-SENT-AMOUNT (GP-IDX) TO WS-UNACK-TOTAL
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 1
                   ADD 1 TO WS-BUCKET-1-COUNT
                   ADD GP-SENT-AMOUNT (GP-IDX) TO WS-BUCKET-1-TOTAL
                   MOVE '0-1 DAY' TO OL-BUCKET
               WHEN WS-AGE-DAYS <= 5
                   ADD 1 TO WS-BUCKET-2-5-COUNT
                   ADD GP-SENT-AMOUNT (GP-IDX) TO WS-BUCKET-2-5-TOTAL
                   MOVE '2-5 DAYS' TO OL-BUCKET
               WHEN WS-AGE-DAYS <= 10
                   ADD 1 TO WS-BUCKET-6-10-COUNT
                   ADD GP-SENT-AMOUNT (GP-IDX) TO
                       WS-BUCKET-6-10-TOTAL
                   MOVE '6-10 DAYS' TO OL-BUCKET
               WHEN OTHER
                   ADD 1 TO WS-BUCKET-OVER-COUNT
                   ADD GP-SENT-AMOUNT (GP-IDX) TO
                       WS-BUCKET-OVER-TOTAL
                   MOVE 'OVER 10' TO OL-BUCKET
           END-EVALUATE
           WRITE GL-RECON-RPT-LINE FROM WS-OPEN-LINE
           MOVE GP-SOURCE-FEED (GP-IDX) TO WS-KEY-SOURCE-FEED
           MOVE GP-FUND-CODE (GP-IDX) TO WS-KEY-FUND-CODE
           MOVE GP-TRANSACTION-TYPE (GP-IDX) TO WS-KEY-TRAN-TYPE
           MOVE GP-DEBIT-CREDIT-CODE (GP-IDX) TO WS-KEY-DC-CODE
           PERFORM 8200-FIND-RECON-KEY
           IF WS-KEY-IDX > ZERO
               ADD GP-SENT-AMOUNT (GP-IDX) TO
                   RK-OPEN-AMOUNT (WS-KEY-IDX)
           END-IF
           PERFORM 8300-FIND-FUND-CONTROL
           IF WS-FUND-IDX > ZERO
               ADD GP-SENT-AMOUNT (GP-IDX) TO
                   FT-OPEN-AMOUNT (WS-FUND-IDX)
           END-IF.

       5000-WRITE-RECON-BY-KEY.
           MOVE SPACES TO WS-SECTION-LINE
           WRITE GL-RECON-RPT-LINE FROM WS-SECTION-LINE
           MOVE 'SENT VERSUS POSTED BY FEED, FUND, TYPE AND D/C' TO
               WS-SECTION-LINE
           WRITE GL-RECON-RPT-LINE FROM WS-SECTION-LINE
           WRITE GL-RECON-RPT-LINE FROM WS-KEY-COLUMNS
           PERFORM VARYING RK-IDX FROM 1 BY 1
               UNTIL RK-IDX > WS-KEY-COUNT
               MOVE RK-SOURCE-FEED (RK-IDX) TO KL-SOURCE-FEED
               MOVE RK-FUND-CODE (RK-IDX) TO KL-FUND-CODE
               MOVE RK-TRANSACTION-TYPE (RK-IDX) TO
                   KL-TRANSACTION-TYPE
               MOVE RK-DEBIT-CREDIT-CODE (RK-IDX) TO
                   KL-DEBIT-CREDIT-CODE
               MOVE RK-SENT-COUNT (RK-IDX) TO KL-SENT-COUNT
               MOVE RK-POSTED-COUNT (RK-IDX) TO KL-POSTED-COUNT
               MOVE RK-SENT-AMOUNT (RK-IDX) TO KL-SENT-AMOUNT
               MOVE RK-POSTED-AMOUNT (RK-IDX) TO KL-POSTED-AMOUNT
               MOVE RK-REJECTED-AMOUNT (RK-IDX) TO
                   KL-REJECTED-AMOUNT
               MOVE RK-OPEN-AMOUNT (RK-IDX) TO KL-OPEN-AMOUNT
               WRITE GL-RECON-RPT-LINE FROM WS-KEY-LINE
           END-PERFORM.

      *    The day's net of debits less credits sent, less the net
      *    the ledger reported posting, per fund.
       5500-WRITE-FUND-CONTROL.
           MOVE SPACES TO WS-SECTION-LINE
           WRITE GL-RECON-RPT-LINE FROM WS-SECTION-LINE
           MOVE 'DAILY SENT VERSUS POSTED CONTROL TOTAL BY FUND' TO
               WS-SECTION-LINE
           WRITE GL-RECON-RPT-LINE FROM WS-SECTION-LINE
           WRITE GL-RECON-RPT-LINE FROM WS-FUND-COLUMNS
           PERFORM VARYING FT-IDX FROM 1 BY 1
               UNTIL FT-IDX > WS-FUND-COUNT
               COMPUTE WS-FUND-DIFFERENCE =
                   FT-SENT-DEBIT (FT-IDX) - FT-SENT-CREDIT (FT-IDX)
                   - FT-POSTED-DEBIT (FT-IDX)
                   + FT-POSTED-CREDIT (FT-IDX)
               MOVE FT-FUND-CODE (FT-IDX) TO FL-FUND-CODE
               MOVE FT-SENT-DEBIT (FT-IDX) TO FL-SENT-DEBIT
               MOVE FT-SENT-CREDIT (FT-IDX) TO FL-SENT-CREDIT
               MOVE FT-POSTED-DEBIT (FT-IDX) TO FL-POSTED-DEBIT
               MOVE FT-POSTED-CREDIT (FT-IDX) TO FL-POSTED-CREDIT
               MOVE WS-FUND-DIFFERENCE TO FL-DIFFERENCE
               MOVE FT-OPEN-AMOUNT (FT-IDX) TO FL-OPEN-AMOUNT
               IF WS-FUND-DIFFERENCE = ZERO
                   MOVE 'IN BALANCE' TO FL-STATUS
               ELSE
                   MOVE '*** DIFFERS' TO FL-STATUS
                   ADD 1 TO WS-FUNDS-OUT-COUNT
               END-IF
               WRITE GL-RECON-RPT-LINE FROM WS-FUND-LINE
           END-PERFORM.

      *    Open entries always roll forward; answered entries are
      *    kept for the retention days after their acknowledgment
      *    so a late duplicate acknowledgment is still recognised.
       6000-WRITE-OPEN-OUT.
           OPEN OUTPUT GL-OPEN-OUT
           PERFORM VARYING GP-IDX FROM 1 BY 1
               UNTIL GP-IDX > WS-ENTRY-COUNT
               IF GP-UNACKNOWLEDGED (GP-IDX) OR GP-REJECTED (GP-IDX)
                   PERFORM 6100-WRITE-ONE-ENTRY
               ELSE
                   IF FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE(GP-ACK-DATE (GP-IDX))
                           <= WS-RETAIN-DAYS
                       PERFORM 6100-WRITE-ONE-ENTRY
                   END-IF
               END-IF
           END-PERFORM
           CLOSE GL-OPEN-OUT
           PERFORM 6200-SAVE-GENERATION.

       6100-WRITE-ONE-ENTRY.
           MOVE GL-POSTING-ENTRY (GP-IDX) TO GL-OPEN-OUT-RECORD
           ADD 1 TO WS-GATE-OUT-COUNT
           ADD OO-SENT-AMOUNT TO WS-GATE-OUT-TOTAL
           WRITE GL-OPEN-OUT-RECORD.

       6200-SAVE-GENERATION.
           MOVE 'SAVE' TO GG-ACTION
           MOVE WS-GATE-OUT-COUNT TO GG-RECORD-COUNT
           MOVE WS-GATE-OUT-TOTAL TO GG-CONTENT-TOTAL
           CALL 'GENERATION-GATE' USING GG-ACTION GG-CHAIN-ID
               GG-RECORD-COUNT GG-CONTENT-TOTAL GG-RUN-DATE
               GG-STATUS.

       7000-WRITE-SUMMARY.
           MOVE SPACES TO WS-SECTION-LINE
           WRITE GL-RECON-RPT-LINE FROM WS-SECTION-LINE
           MOVE 'ENTRIES SENT TODAY' TO CL-CONTROL-LABEL
           MOVE WS-SENT-COUNT TO CL-CONTROL-COUNT
           MOVE WS-SENT-TOTAL TO CL-CONTROL-AMOUNT
           WRITE GL-RECON-RPT-LINE FROM WS-CONTROL-LINE
           MOVE '  OF WHICH RE-SENT CORRECTIONS' TO CL-CONTROL-LABEL
           MOVE WS-RESENT-COUNT TO CL-CONTROL-COUNT
           MOVE ZERO TO CL-CONTROL-AMOUNT
           WRITE GL-RECON-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'ACKNOWLEDGMENTS RECEIVED' TO CL-CONTROL-LABEL
           MOVE WS-ACK-COUNT TO CL-CONTROL-COUNT
           MOVE ZERO TO CL-CONTROL-AMOUNT
           WRITE GL-RECON-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'POSTED BY THE LEDGER' TO CL-CONTROL-LABEL
           MOVE WS-POSTED-COUNT TO CL-CONTROL-COUNT
           MOVE WS-POSTED-TOTAL TO CL-CONTROL-AMOUNT
           WRITE GL-RECON-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'REJECTED BY THE LEDGER' TO CL-CONTROL-LABEL
           MOVE WS-REJECTED-COUNT TO CL-CONTROL-COUNT
           MOVE WS-REJECTED-TOTAL TO CL-CONTROL-AMOUNT
           WRITE GL-RECON-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'WRITTEN TO CORRECTION FILE' TO CL-CONTROL-LABEL
           MOVE WS-CORRECTION-COUNT TO CL-CONTROL-COUNT
           MOVE ZERO TO CL-CONTROL-AMOUNT
           WRITE GL-RECON-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'ACKNOWLEDGED BUT NEVER SENT' TO CL-CONTROL-LABEL
           MOVE WS-UNSENT-COUNT TO CL-CONTROL-COUNT
           WRITE GL-RECON-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'ACKNOWLEDGED TWICE' TO CL-CONTROL-LABEL
           MOVE WS-DUP-ACK-COUNT TO CL-CONTROL-COUNT
           WRITE GL-RECON-RPT-LINE FROM WS-CONTROL-LINE
           MOVE '  OF WHICH DOUBLE-POSTED' TO CL-CONTROL-LABEL
           MOVE WS-DOUBLE-POST-COUNT TO CL-CONTROL-COUNT
           WRITE GL-RECON-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'POSTED OTHER THAN SENT' TO CL-CONTROL-LABEL
           MOVE WS-MISMATCH-COUNT TO CL-CONTROL-COUNT
           WRITE GL-RECON-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'JOURNAL IDS SENT TWICE' TO CL-CONTROL-LABEL
           MOVE WS-DUP-SENT-COUNT TO CL-CONTROL-COUNT
           WRITE GL-RECON-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'OPEN UNACKNOWLEDGED' TO CL-CONTROL-LABEL
           MOVE WS-UNACK-COUNT TO CL-CONTROL-COUNT
           MOVE WS-UNACK-TOTAL TO CL-CONTROL-AMOUNT
           WRITE GL-RECON-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'OPEN REJECTED' TO CL-CONTROL-LABEL
           MOVE WS-OPEN-REJECT-COUNT TO CL-CONTROL-COUNT
           MOVE WS-OPEN-REJECT-TOTAL TO CL-CONTROL-AMOUNT
           WRITE GL-RECON-RPT-LINE FROM WS-CONTROL-LINE
           MOVE '  AGED 0-1 DAY' TO CL-CONTROL-LABEL
           MOVE WS-BUCKET-1-COUNT TO CL-CONTROL-COUNT
           MOVE WS-BUCKET-1-TOTAL TO CL-CONTROL-AMOUNT
           WRITE GL-RECON-RPT-LINE FROM WS-CONTROL-LINE
           MOVE '  AGED 2-5 DAYS' TO CL-CONTROL-LABEL
           MOVE WS-BUCKET-2-5-COUNT TO CL-CONTROL-COUNT
           MOVE WS-BUCKET-2-5-TOTAL TO CL-CONTROL-AMOUNT
           WRITE GL-RECON-RPT-LINE FROM WS-CONTROL-LINE
           MOVE '  AGED 6-10 DAYS' TO CL-CONTROL-LABEL
           MOVE WS-BUCKET-6-10-COUNT TO CL-CONTROL-COUNT
           MOVE WS-BUCKET-6-10-TOTAL TO CL-CONTROL-AMOUNT
           WRITE GL-RECON-RPT-LINE FROM WS-CONTROL-LINE
           MOVE '  AGED OVER 10 DAYS' TO CL-CONTROL-LABEL
           MOVE WS-BUCKET-OVER-COUNT TO CL-CONTROL-COUNT
           MOVE WS-BUCKET-OVER-TOTAL TO CL-CONTROL-AMOUNT
           WRITE GL-RECON-RPT-LINE FROM WS-CONTROL-LINE
           MOVE 'FUNDS WITH SENT/POSTED DIFFERENCE' TO
               CL-CONTROL-LABEL
           MOVE WS-FUNDS-OUT-COUNT TO CL-CONTROL-COUNT
           MOVE ZERO TO CL-CONTROL-AMOUNT
           WRITE GL-RECON-RPT-LINE FROM WS-CONTROL-LINE
           IF WS-NOT-TRACKED-COUNT > ZERO
               MOVE '*** ENTRIES NOT TRACKED - TABLE FULL' TO
                   CL-CONTROL-LABEL
               MOVE WS-NOT-TRACKED-COUNT TO CL-CONTROL-COUNT
               WRITE GL-RECON-RPT-LINE FROM WS-CONTROL-LINE
           END-IF
           IF WS-EXCEPTION-COUNT = ZERO AND WS-NOT-TRACKED-COUNT = ZERO
               AND WS-BUCKET-1-COUNT = WS-UNACK-COUNT
                   + WS-OPEN-REJECT-COUNT
               MOVE 'SUBLEDGER AND GENERAL LEDGER AGREE' TO
                   WS-OUTCOME-LINE
           ELSE
               MOVE '*** SUBLEDGER AND GL DISAGREE - SEE EXCEPTIONS' TO
                   WS-OUTCOME-LINE
           END-IF
           WRITE GL-RECON-RPT-LINE FROM WS-OUTCOME-LINE.

       8000-FINALIZE.
           CLOSE GL-CORRECTION-FILE
           CLOSE GL-RECON-RPT-FILE.

       8100-FIND-JOURNAL.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-MATCHED-IDX
           PERFORM VARYING GP-IDX FROM 1 BY 1
               UNTIL GP-IDX > WS-ENTRY-COUNT OR WS-FOUND
               IF GP-JOURNAL-ID (GP-IDX) = WS-SEARCH-JOURNAL-ID
                   SET WS-FOUND TO TRUE
                   SET WS-MATCHED-IDX TO GP-IDX
               END-IF
           END-PERFORM.

       8200-FIND-RECON-KEY.
           MOVE 'N' TO WS-KEY-FOUND-SW
           MOVE ZERO TO WS-KEY-IDX
           PERFORM VARYING RK-IDX FROM 1 BY 1
               UNTIL RK-IDX > WS-KEY-COUNT OR WS-KEY-FOUND
               IF RK-SOURCE-FEED (RK-IDX) = WS-KEY-SOURCE-FEED
                   AND RK-FUND-CODE (RK-IDX) = WS-KEY-FUND-CODE
                   AND RK-TRANSACTION-TYPE (RK-IDX) = WS-KEY-TRAN-TYPE
                   AND RK-DEBIT-CREDIT-CODE (RK-IDX) = WS-KEY-DC-CODE
                   SET WS-KEY-FOUND TO TRUE
                   SET WS-KEY-IDX TO RK-IDX
               END-IF
           END-PERFORM
           IF NOT WS-KEY-FOUND AND WS-KEY-COUNT < WS-MAX-KEYS
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-KEY-COUNT TO WS-KEY-IDX
               MOVE WS-KEY-SOURCE-FEED TO RK-SOURCE-FEED (WS-KEY-IDX)
               MOVE WS-KEY-FUND-CODE TO RK-FUND-CODE (WS-KEY-IDX)
               MOVE WS-KEY-TRAN-TYPE TO
                   RK-TRANSACTION-TYPE (WS-KEY-IDX)
               MOVE WS-KEY-DC-CODE TO RK-DEBIT-CREDIT-CODE (WS-KEY-IDX)
               MOVE ZERO TO RK-SENT-COUNT (WS-KEY-IDX)
               MOVE ZERO TO RK-SENT-AMOUNT (WS-KEY-IDX)
               MOVE ZERO TO RK-POSTED-COUNT (WS-KEY-IDX)
               MOVE ZERO TO RK-POSTED-AMOUNT (WS-KEY-IDX)
               MOVE ZERO TO RK-REJECTED-AMOUNT (WS-KEY-IDX)
               MOVE ZERO TO RK-OPEN-AMOUNT (WS-KEY-IDX)
           END-IF.

       8300-FIND-FUND-CONTROL.
           MOVE 'N' TO WS-KEY-FOUND-SW
           MOVE ZERO TO WS-FUND-IDX
           PERFORM VARYING FT-IDX FROM 1 BY 1
               UNTIL FT-IDX > WS-FUND-COUNT OR WS-KEY-FOUND
               IF FT-FUND-CODE (FT-IDX) = WS-KEY-FUND-CODE
                   SET WS-KEY-FOUND TO TRUE
                   SET WS-FUND-IDX TO FT-IDX
               END-IF
           END-PERFORM
           IF NOT WS-KEY-FOUND AND WS-FUND-COUNT < WS-MAX-KEYS
               ADD 1 TO WS-FUND-COUNT
               MOVE WS-FUND-COUNT TO WS-FUND-IDX
               MOVE WS-KEY-FUND-CODE TO FT-FUND-CODE (WS-FUND-IDX)
               MOVE ZERO TO FT-SENT-DEBIT (WS-FUND-IDX)
               MOVE ZERO TO FT-SENT-CREDIT (WS-FUND-IDX)
               MOVE ZERO TO FT-POSTED-DEBIT (WS-FUND-IDX)
               MOVE ZERO TO FT-POSTED-CREDIT (WS-FUND-IDX)
               MOVE ZERO TO FT-OPEN-AMOUNT (WS-FUND-IDX)
           END-IF.

       8400-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-EXCEPTION-TEXT TO EL-EXCEPTION-TEXT
           WRITE GL-RECON-RPT-LINE FROM WS-EXCEPTION-LINE.

       9100-READ-SENT.
           READ GL-SENT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
