      *  At end of run, AUDIT-MGR is called once per source feed with
      *  its own in/loaded/rejected counts, the same shared control-
      *  totals call DVRA-MART-LOAD makes for itself at end of run.
      *
      *  Every GL row carries a journal id - the run date and a
      *  sequence number within the run - which the ledger echoes on
      *  its posting acknowledgment so GL-POSTING-RECON can match
      *  each acknowledgment back to the row sent.  Entries the
      *  ledger rejected come back from GL-POSTING-RECON on the
      *  correction file and are re-sent here after the night's DFA
      *  and DVRA rows under a new journal id, carrying the rejected
      *  entry's journal id as the original; a night with no
      *  correction file re-sends nothing.  Each re-sent entry is
      *  counted in and loaded on the AUDIT-MGR row of the feed it
      *  came from, so the audit totals add to the rows sent.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TRANCODE-MASTER-FILE ASSIGN TO "TRCMSTNAME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRCMST-FS.
           SELECT GL-CORRECTION-FILE ASSIGN TO "GLCORRNAME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLCORR-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  DIRECT-FINANCIAL-ACTIVITY.
               88  GL-IS-DEBIT                       VALUE 'D'.
               88  GL-IS-CREDIT                      VALUE 'C'.
           05  GL-AMOUNT                         PIC 9(13)V9(2).
           05  GL-JOURNAL-ID.
               10  GL-JOURNAL-DATE               PIC 9(8).
               10  GL-JOURNAL-SEQ                PIC 9(8).
           05  GL-ORIG-JOURNAL-ID                PIC X(16).
       FD  TRANCODE-MASTER-FILE.
       01  TRANCODE-MASTER-RECORD.
           05  TM-TRANSACTION-CODE               PIC 9(3).
           05  TM-DESCRIPTION-TEXT               PIC X(30).
           05  TM-EXPECTED-EFFECT-CDE            PIC X(1).
           05  TM-STATUS-CDE                     PIC X(1).
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
       WORKING-STORAGE SECTION.
       01  WS-DFA-EOF-SW                         PIC X(1) VALUE 'N'.
           88  WS-DFA-EOF                            VALUE 'Y'.
       01  WS-CUR-DIST-TYPE                      PIC X(1) VALUE SPACE.
       01  WS-CUR-FUND-CODE                      PIC 9(7) VALUE ZERO.
       01  WS-TRCMST-FS                          PIC X(2) VALUE '00'.
       01  WS-GLCORR-FS                          PIC X(2) VALUE '00'.
       01  WS-CORR-EOF-SW                        PIC X(1) VALUE 'N'.
           88  WS-CORR-EOF                           VALUE 'Y'.
       01  WS-DFA-CORR-RESENT                    PIC 9(9) VALUE ZERO.
       01  WS-DVRA-CORR-RESENT                   PIC 9(9) VALUE ZERO.
       01  WS-JOURNAL-SEQ                        PIC 9(8) VALUE ZERO.
       01  WS-ORIG-JOURNAL-ID                    PIC X(16) VALUE
                                                  SPACES.
       01  WS-MAX-CODES                          PIC 9(5) VALUE 5000.
       01  WS-MASTER-COUNT                       PIC 9(5) VALUE ZERO.
       01  WS-CODE-FOUND-SW                      PIC X(1) VALUE 'N'.
           PERFORM 3000-PROCESS-DVRA
               UNTIL WS-DVRA-EOF
           PERFORM 3500-FLUSH-PENDING
           PERFORM 4000-RESEND-CORRECTIONS
           PERFORM 8000-FINALIZE
           STOP RUN.

                   MOVE 'TRADE' TO GL-TRANSACTION-TYPE
                   MOVE 'D' TO GL-DEBIT-CREDIT-CODE
                   MOVE TRANSACTION-GROSS-AMOUNT TO GL-AMOUNT
                   PERFORM 8200-WRITE-GL-DETAIL
                   ADD 1 TO WS-DFA-RECORDS-LOADED
               WHEN SHARE-BALANCE-SUBTRACT
                   MOVE 'DFA' TO GL-SOURCE-FEED
                   MOVE 'TRADE' TO GL-TRANSACTION-TYPE
                   MOVE 'C' TO GL-DEBIT-CREDIT-CODE
                   MOVE TRANSACTION-GROSS-AMOUNT TO GL-AMOUNT
                   PERFORM 8200-WRITE-GL-DETAIL
                   ADD 1 TO WS-DFA-RECORDS-LOADED
               WHEN OTHER
                   ADD 1 TO WS-DFA-RECORDS-REJECTED
           MOVE WS-PEND-TRAN-TYPE TO GL-TRANSACTION-TYPE
           MOVE 'C' TO GL-DEBIT-CREDIT-CODE
           MOVE WS-PEND-DIST-AMOUNT TO GL-AMOUNT
           PERFORM 8200-WRITE-GL-DETAIL
           ADD 1 TO WS-DVRA-RECORDS-LOADED.

       4000-RESEND-CORRECTIONS.
           OPEN INPUT GL-CORRECTION-FILE
           IF WS-GLCORR-FS = '00'
               PERFORM 4100-RESEND-ONE-CORRECTION
                   UNTIL WS-CORR-EOF
               CLOSE GL-CORRECTION-FILE
           END-IF
           MOVE SPACES TO WS-ORIG-JOURNAL-ID.

       4100-RESEND-ONE-CORRECTION.
           READ GL-CORRECTION-FILE
               AT END
                   MOVE 'Y' TO WS-CORR-EOF-SW
               NOT AT END
                   MOVE GC-SOURCE-FEED TO GL-SOURCE-FEED
                   MOVE GC-FUND-CODE TO GL-FUND-CODE
                   MOVE GC-ACCOUNT-NUMBER TO GL-ACCOUNT-NUMBER
                   MOVE GC-TRANSACTION-TYPE TO GL-TRANSACTION-TYPE
                   MOVE GC-DEBIT-CREDIT-CODE TO GL-DEBIT-CREDIT-CODE
                   MOVE GC-AMOUNT TO GL-AMOUNT
                   MOVE GC-JOURNAL-ID TO WS-ORIG-JOURNAL-ID
                   PERFORM 8200-WRITE-GL-DETAIL
                   IF GC-SOURCE-FEED = 'DFA'
                       ADD 1 TO WS-DFA-CORR-RESENT
                   ELSE
                       ADD 1 TO WS-DVRA-CORR-RESENT
                   END-IF
           END-READ.

       8000-FINALIZE.
           CLOSE DIRECT-FINANCIAL-ACTIVITY
           CLOSE DIVIDEND-REFRESHER
           CLOSE GL-FEED-FILE
           MOVE 'DIRECT-FINANCIAL-ACT' TO AU-FEED-NAME
           MOVE WS-RUN-DATE TO AU-RUN-DATE
           COMPUTE AU-RECORDS-IN =
               WS-DFA-RECORDS-IN + WS-DFA-CORR-RESENT
           COMPUTE AU-RECORDS-LOADED =
               WS-DFA-RECORDS-LOADED + WS-DFA-CORR-RESENT
           MOVE WS-DFA-RECORDS-REJECTED TO AU-RECORDS-REJECTED
           CALL 'AUDIT-MGR' USING AU-FEED-NAME AU-JOB-ID AU-RUN-DATE
               AU-CYCLE-NUMBER AU-RECORDS-IN AU-RECORDS-LOADED
               AU-RECORDS-REJECTED AU-ELAPSED-SECONDS AU-STATUS
           MOVE 'DIVIDEND-REFRESHER' TO AU-FEED-NAME
           COMPUTE AU-RECORDS-IN =
               WS-DVRA-RECORDS-IN + WS-DVRA-CORR-RESENT
           COMPUTE AU-RECORDS-LOADED =
               WS-DVRA-RECORDS-LOADED + WS-DVRA-CORR-RESENT
           MOVE WS-DVRA-RECORDS-REJECTED TO AU-RECORDS-REJECTED
           CALL 'AUDIT-MGR' USING AU-FEED-NAME AU-JOB-ID AU-RUN-DATE
               AU-CYCLE-NUMBER AU-RECORDS-IN AU-RECORDS-LOADED
               END-IF
           END-IF.

       8200-WRITE-GL-DETAIL.
           ADD 1 TO WS-JOURNAL-SEQ
           MOVE WS-RUN-DATE TO GL-JOURNAL-DATE
           MOVE WS-JOURNAL-SEQ TO GL-JOURNAL-SEQ
           MOVE WS-ORIG-JOURNAL-ID TO GL-ORIG-JOURNAL-ID
           WRITE GL-DETAIL-RECORD.

       9100-READ-DFA.
           READ DIRECT-FINANCIAL-ACTIVITY
               AT END
