      *  carries, per feed, the history rows scanned, the accounts
      *  emitted, and the superseded rows set aside, which is the
      *  emitted-versus-open tie-out the auditors sign off on.
      *
      *  Distribution eligibility needs the same snapshot as of each
      *  distribution's record date rather than the parameter date.
      *  Every DIVIDEND-REFRESHER header (DVH/CGH/FTH) on the day's
      *  file names a FUND-CODE and DISTRIBUTION-RECORD-DATE; for each
      *  distinct pair the APR history is rescanned for that fund
      *  alone and the best rows are written to the record-date
      *  snapshot file, each row stamped with the as-of date it was
      *  regenerated for, with one control line per pair.  An empty
      *  DIVIDEND-REFRESHER file produces an empty record-date file.
      *
      *  A shareholder meeting needs the same positions as of the
      *  board's record date.  When a proxy request file is present
      *  its record-date / FUND-CODE rows are added to the same set
      *  of pairs, so PROXY-LIST-GEN finds its positions on the
      *  record-date snapshot file alongside the distributions'.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT APR-SNAPSHOT-OUT ASSIGN TO "APRSNAPOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIVIDEND-REFRESHER ASSIGN TO "DVRANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT APR-RECORD-DATE-OUT ASSIGN TO "APRRDSNAPOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROXY-REQUEST-FILE ASSIGN TO "PROXYREQIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROXYREQ-FS.
           SELECT AS-OF-DATE-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SNAPSHOT-CONTROL-RPT ASSIGN TO "RPTNAME"
           05  PS-FUND-CODE                      PIC 9(7).
           05  PS-TOTAL-SHARES-COUNT             PIC 9(11)V9(4).
           05  PS-EFF-START-DATE                 PIC 9(8).
       FD  DIVIDEND-REFRESHER.
       01  DIVIDEND-REFRESHER-RECORD.
           05  RECORD-TYPE                       PIC X(3).
               88  CAP-GAIN-HEADER                   VALUE 'CGH'.
               88  DIVIDEND-HEADER                   VALUE 'DVH'.
               88  FOREIGN-TAX-CREDIT-HEADER         VALUE 'FTH'.
           05  SEQUENCE-NUMBER                   PIC 9(3).
           05  HEADER-RECORD-1.
               10  DISTRIBUTION-RECORD-DATE      PIC 9(8).
               10  FILLER                        PIC X(25).
               10  HDR-FUND-CODE                 PIC 9(7).
               10  FILLER                        PIC X(114).
       FD  APR-RECORD-DATE-OUT.
       01  APR-RECORD-DATE-RECORD.
           05  RD-AS-OF-DATE                     PIC 9(8).
           05  RD-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  RD-FUND-CODE                      PIC 9(7).
           05  RD-TOTAL-SHARES-COUNT             PIC 9(11)V9(4).
           05  RD-EFF-START-DATE                 PIC 9(8).
       FD  PROXY-REQUEST-FILE.
       01  PROXY-REQUEST-RECORD.
           05  PR-RECORD-DATE                    PIC 9(8).
           05  PR-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(1).
       FD  AS-OF-DATE-PARM.
       01  AS-OF-DATE-PARM-RECORD.
           05  PARM-AS-OF-DATE                   PIC 9(8).
                                                  SPACES.
       01  WS-NEW-EFF-START-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-NEW-EFF-END-DATE                   PIC 9(8) VALUE ZERO.
       01  WS-FILTER-FUND-CODE                   PIC 9(7) VALUE ZERO.
       01  WS-PROXYREQ-FS                        PIC X(2) VALUE '00'.
       01  WS-REQ-FUND-CODE                      PIC 9(7) VALUE ZERO.
       01  WS-REQ-RECORD-DATE                    PIC 9(8) VALUE ZERO.
       01  WS-MAX-REQUESTS                       PIC 9(5) VALUE 10000.
       01  WS-REQUEST-COUNT                      PIC 9(5) VALUE ZERO.
       01  RECORD-DATE-REQUEST-TABLE.
           05  RECORD-DATE-REQUEST OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-REQUEST-COUNT
                   INDEXED BY REQ-IDX.
               10  RQ-FUND-CODE                  PIC 9(7).
               10  RQ-RECORD-DATE                PIC 9(8).
       01  SNAPSHOT-BUFFER-TABLE.
           05  SNAPSHOT-BUFFER-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-BUFFER-COUNT
           05  FILLER                            PIC X(18) VALUE
               '  SUPERSEDED ROWS '.
           05  CL-SUPERSEDED-COUNT               PIC ZZZZZ9.
       01  WS-REQUEST-LINE.
           05  FILLER                            PIC X(26) VALUE
               'RECORD-DATE SNAPSHOT FUND '.
           05  QL-FUND-CODE                      PIC 9(7).
           05  FILLER                            PIC X(7) VALUE
               ' AS OF '.
           05  QL-RECORD-DATE                    PIC 9(8).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SNAPSHOT-AMP
           PERFORM 3000-SNAPSHOT-APR
           PERFORM 5000-SNAPSHOT-RECORD-DATES
           PERFORM 4000-FINALIZE
           STOP RUN.

                   ADD 1 TO WS-ROWS-SCANNED
                   IF PH-EFF-START-DATE <= WS-AS-OF-DATE
                       AND PH-EFF-END-DATE >= WS-AS-OF-DATE
                       AND (WS-FILTER-FUND-CODE = ZERO
                           OR PH-FUND-CODE = WS-FILTER-FUND-CODE)
                       MOVE PH-CUSTOMER-ACCOUNT-NUMBER TO
                           WS-LOOKUP-ACCOUNT-NUMBER
                       MOVE PH-EFF-START-DATE TO

       4000-FINALIZE.
           CLOSE SNAPSHOT-CONTROL-RPT.

       5000-SNAPSHOT-RECORD-DATES.
           OPEN INPUT DIVIDEND-REFRESHER
           PERFORM 5100-READ-DVRA-HEADER
               UNTIL WS-EOF
           CLOSE DIVIDEND-REFRESHER
           MOVE 'N' TO WS-EOF-SW
           PERFORM 5400-LOAD-PROXY-REQUESTS
           OPEN OUTPUT APR-RECORD-DATE-OUT
           PERFORM VARYING REQ-IDX FROM 1 BY 1
               UNTIL REQ-IDX > WS-REQUEST-COUNT
               PERFORM 5200-SNAPSHOT-ONE-RECORD-DATE
           END-PERFORM
           CLOSE APR-RECORD-DATE-OUT
           MOVE ZERO TO WS-FILTER-FUND-CODE.

       5100-READ-DVRA-HEADER.
           READ DIVIDEND-REFRESHER
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF DIVIDEND-HEADER OR CAP-GAIN-HEADER
                       OR FOREIGN-TAX-CREDIT-HEADER
                       MOVE HDR-FUND-CODE TO WS-REQ-FUND-CODE
                       MOVE DISTRIBUTION-RECORD-DATE TO
                           WS-REQ-RECORD-DATE
                       PERFORM 5110-ADD-REQUEST
                   END-IF
           END-READ.

       5110-ADD-REQUEST.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING REQ-IDX FROM 1 BY 1
               UNTIL REQ-IDX > WS-REQUEST-COUNT OR WS-FOUND
               IF RQ-FUND-CODE (REQ-IDX) = WS-REQ-FUND-CODE
                   AND RQ-RECORD-DATE (REQ-IDX)
                       = WS-REQ-RECORD-DATE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               AND WS-REQUEST-COUNT < WS-MAX-REQUESTS
               ADD 1 TO WS-REQUEST-COUNT
               SET REQ-IDX TO WS-REQUEST-COUNT
               MOVE WS-REQ-FUND-CODE TO RQ-FUND-CODE (REQ-IDX)
               MOVE WS-REQ-RECORD-DATE TO RQ-RECORD-DATE (REQ-IDX)
           END-IF.

       5200-SNAPSHOT-ONE-RECORD-DATE.
           MOVE RQ-FUND-CODE (REQ-IDX) TO WS-FILTER-FUND-CODE
           MOVE RQ-RECORD-DATE (REQ-IDX) TO WS-AS-OF-DATE
           MOVE ZERO TO WS-ROWS-SCANNED
           MOVE ZERO TO WS-BUFFER-COUNT
           MOVE ZERO TO WS-SUPERSEDED-COUNT
           OPEN INPUT APR-HISTORY-IN
           PERFORM 3100-READ-APR-HISTORY
               UNTIL WS-EOF
           CLOSE APR-HISTORY-IN
           MOVE 'N' TO WS-EOF-SW
           PERFORM VARYING BUF-IDX FROM 1 BY 1
               UNTIL BUF-IDX > WS-BUFFER-COUNT
               PERFORM 5300-EMIT-ONE-RECORD-DATE-ROW
           END-PERFORM
           MOVE WS-FILTER-FUND-CODE TO QL-FUND-CODE
           MOVE WS-AS-OF-DATE TO QL-RECORD-DATE
           WRITE SNAPSHOT-CONTROL-LINE FROM WS-REQUEST-LINE
           MOVE 'DIST' TO CL-FEED-NAME
           PERFORM 8900-WRITE-CONTROL-LINE.

       5300-EMIT-ONE-RECORD-DATE-ROW.
           MOVE WS-AS-OF-DATE TO RD-AS-OF-DATE
           MOVE SB-CUSTOMER-ACCOUNT-NUMBER (BUF-IDX) TO
               RD-CUSTOMER-ACCOUNT-NUMBER
           MOVE SB-FUND-CODE (BUF-IDX) TO RD-FUND-CODE
           MOVE SB-TOTAL-SHARES-COUNT (BUF-IDX) TO
               RD-TOTAL-SHARES-COUNT
           MOVE SB-EFF-START-DATE (BUF-IDX) TO RD-EFF-START-DATE
           WRITE APR-RECORD-DATE-RECORD.

       5400-LOAD-PROXY-REQUESTS.
           OPEN INPUT PROXY-REQUEST-FILE
           IF WS-PROXYREQ-FS = '00'
               PERFORM 5410-READ-PROXY-REQUEST
                   UNTIL WS-EOF
               CLOSE PROXY-REQUEST-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       5410-READ-PROXY-REQUEST.
           READ PROXY-REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   MOVE PR-FUND-CODE TO WS-REQ-FUND-CODE
                   MOVE PR-RECORD-DATE TO WS-REQ-RECORD-DATE
                   PERFORM 5110-ADD-REQUEST
           END-READ.
