      *  Lines for an account electing STOP-MAIL or with the
      *  MAILING-FLAG off carry the suppression switch so the vendor
      *  prints but does not mail.
      *
      *  When RATE-OF-RETURN-LOAD has run for the quarter its return
      *  extract (RTNNAME) adds RTN lines - one per horizon for the
      *  account, each of its funds and, under the household's first
      *  account with a blank account number, the household.  The
      *  line code is the horizon (Q quarter, Y year-to-date, 1 one
      *  year, S since established), the line date the horizon's
      *  start, the amount the closing value, and the line text
      *  carries the level (H, A or F), the return percentage and
      *  the suppression reason code - a suppressed return prints
      *  the reason, not the zero percentage.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIVIDEND-REFRESHER ASSIGN TO "DVRANAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETURN-EXTRACT-FILE ASSIGN TO "RTNNAME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-FS.
           SELECT STATEMENT-EXTRACT-FILE ASSIGN TO "STMTNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STATEMENT-RPT-FILE ASSIGN TO "RPTNAME"
               10  FILLER                        PIC X(45).
               10  DISTRIBUTION-AMOUNT           PIC 9(13)V9(2).
               10  FILLER                        PIC X(30).
       FD  RETURN-EXTRACT-FILE.
       01  RETURN-EXTRACT-RECORD.
           05  RX-PERIOD-END-DATE                PIC 9(8).
           05  RX-LEVEL-CDE                      PIC X(1).
               88  RX-HOUSEHOLD-ROW                  VALUE 'H'.
           05  RX-TAX-ID-NUMBER                  PIC 9(9).
           05  RX-ZIP-CODE                       PIC 9(9).
           05  RX-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  RX-FUND-CODE                      PIC 9(7).
           05  RX-CLOSE-VALUE                    PIC 9(13)V9(2).
           05  RX-HORIZON OCCURS 4 TIMES.
               10  RX-HORIZON-CDE                PIC X(1).
               10  RX-START-DATE                 PIC 9(8).
               10  RX-OPEN-VALUE                 PIC 9(13)V9(2).
               10  RX-NET-FLOW                   PIC S9(13)V9(2).
               10  RX-RETURN-PCT                 PIC S9(5)V9(4).
               10  RX-REASON-CDE                 PIC X(2).
       FD  STATEMENT-EXTRACT-FILE.
       01  STATEMENT-EXTRACT-RECORD.
           05  ST-HOUSEHOLD-KEY.
           05  ST-SHARE-PRICE                    PIC 9(5)V9(4).
           05  ST-LINE-AMOUNT                    PIC 9(13)V9(2).
           05  ST-LINE-TEXT                      PIC X(35).
           05  ST-RETURN-DETAIL REDEFINES ST-LINE-TEXT.
               10  ST-RETURN-LEVEL-CDE           PIC X(1).
               10  ST-RETURN-PCT                 PIC S9(5)V9(4)
                                                  SIGN LEADING SEPARATE.
               10  ST-RETURN-REASON-CDE          PIC X(2).
               10  ST-RETURN-OPEN-VALUE          PIC 9(13)V9(2).
               10  FILLER                        PIC X(7).
       FD  STATEMENT-RPT-FILE.
       01  STATEMENT-RPT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-CLOSE-COUNT                        PIC 9(6) VALUE ZERO.
       01  WS-TRADE-COUNT                        PIC 9(6) VALUE ZERO.
       01  WS-DIST-COUNT                         PIC 9(6) VALUE ZERO.
       01  WS-RETURN-COUNT                       PIC 9(6) VALUE ZERO.
       01  WS-RETURN-FS                          PIC X(2) VALUE '00'.
       01  WS-HZ                                 PIC 9(1) VALUE ZERO.
       01  WS-FIRST-IN-HOUSEHOLD-SW              PIC X(1) VALUE 'N'.
           88  WS-FIRST-IN-HOUSEHOLD                 VALUE 'Y'.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-GROUP-OPEN-SW                      PIC X(1) VALUE 'N'.
       01  WS-REG-IDX                            PIC 9(1) VALUE ZERO.
       01  WS-LINES-WRITTEN                      PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-EXTRACTED                 PIC 9(7) VALUE ZERO.
       01  WS-RETURN-LINES                       PIC 9(7) VALUE ZERO.
       01  STATEMENT-ACCOUNT-TABLE.
           05  STATEMENT-ACCOUNT-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-ACCOUNT-COUNT
               10  DT-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  DT-DIST-TYPE-CODE             PIC X(1).
               10  DT-DIST-AMOUNT                PIC 9(13)V9(2).
       01  STATEMENT-RETURN-TABLE.
           05  STATEMENT-RETURN-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-RETURN-COUNT
                   INDEXED BY RTN-IDX.
               10  RT-LEVEL-CDE                  PIC X(1).
               10  RT-TAX-ID-NUMBER              PIC 9(9).
               10  RT-ZIP-CODE                   PIC 9(9).
               10  RT-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
               10  RT-FUND-CODE                  PIC 9(7).
               10  RT-CLOSE-VALUE                PIC 9(13)V9(2).
               10  RT-HORIZON OCCURS 4 TIMES.
                   15  RT-HORIZON-CDE            PIC X(1).
                   15  RT-START-DATE             PIC 9(8).
                   15  RT-OPEN-VALUE             PIC 9(13)V9(2).
                   15  RT-RETURN-PCT             PIC S9(5)V9(4).
                   15  RT-REASON-CDE             PIC X(2).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'QUARTERLY SHAREHOLDER STATEMENT EXTRACT CONTROL REPORT'.
       01  WS-SUMMARY-LINE.
           05  FILLER                            PIC X(20) VALUE
               '   STATEMENT LINES: '.
           05  SL-LINE-COUNT                     PIC ZZZZZZ9.
           05  FILLER                            PIC X(17) VALUE
               '   RETURN LINES: '.
           05  SL-RETURN-LINE-COUNT              PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 3100-LOAD-CLOSE-POSITIONS
           PERFORM 3200-LOAD-QUARTER-TRADES
           PERFORM 3300-LOAD-QUARTER-DISTS
           PERFORM 3400-LOAD-RETURNS
           PERFORM 4000-COMPOSE-STATEMENTS
           PERFORM 5000-FINALIZE
           STOP RUN.
                   END-IF
           END-READ.

       3400-LOAD-RETURNS.
           OPEN INPUT RETURN-EXTRACT-FILE
           IF WS-RETURN-FS = '00'
               PERFORM 3410-READ-RETURN
                   UNTIL WS-EOF
               CLOSE RETURN-EXTRACT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SW.

       3410-READ-RETURN.
           READ RETURN-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-RETURN-COUNT < WS-MAX-ROWS
                       ADD 1 TO WS-RETURN-COUNT
                       SET RTN-IDX TO WS-RETURN-COUNT
                       PERFORM 3420-TABLE-RETURN
                   END-IF
           END-READ.

       3420-TABLE-RETURN.
           MOVE RX-LEVEL-CDE TO RT-LEVEL-CDE (RTN-IDX)
           MOVE RX-TAX-ID-NUMBER TO RT-TAX-ID-NUMBER (RTN-IDX)
           MOVE RX-ZIP-CODE TO RT-ZIP-CODE (RTN-IDX)
           IF RX-HOUSEHOLD-ROW
               MOVE SPACES TO RT-CUSTOMER-ACCOUNT-NUMBER (RTN-IDX)
           ELSE
               MOVE RX-CUSTOMER-ACCOUNT-NUMBER TO
                   RT-CUSTOMER-ACCOUNT-NUMBER (RTN-IDX)
           END-IF
           MOVE RX-FUND-CODE TO RT-FUND-CODE (RTN-IDX)
           MOVE RX-CLOSE-VALUE TO RT-CLOSE-VALUE (RTN-IDX)
           PERFORM VARYING WS-HZ FROM 1 BY 1 UNTIL WS-HZ > 4
               MOVE RX-HORIZON-CDE (WS-HZ) TO
                   RT-HORIZON-CDE (RTN-IDX WS-HZ)
               MOVE RX-START-DATE (WS-HZ) TO
                   RT-START-DATE (RTN-IDX WS-HZ)
               MOVE RX-OPEN-VALUE (WS-HZ) TO
                   RT-OPEN-VALUE (RTN-IDX WS-HZ)
               MOVE RX-RETURN-PCT (WS-HZ) TO
                   RT-RETURN-PCT (RTN-IDX WS-HZ)
               MOVE RX-REASON-CDE (WS-HZ) TO
                   RT-REASON-CDE (RTN-IDX WS-HZ)
           END-PERFORM.

       4000-COMPOSE-STATEMENTS.
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACCOUNT-COUNT
               PERFORM 4200-WRITE-BALANCE-LINES
               PERFORM 4300-WRITE-TRADE-LINES
               PERFORM 4400-WRITE-DIST-LINES
               PERFORM 4500-WRITE-RETURN-LINES
           END-PERFORM.

       4100-WRITE-ADDRESS-LINES.
               END-IF
           END-PERFORM.

       4500-WRITE-RETURN-LINES.
           MOVE 'Y' TO WS-FIRST-IN-HOUSEHOLD-SW
           PERFORM VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX NOT < WS-ACC-IDX
                   OR NOT WS-FIRST-IN-HOUSEHOLD
               IF SA-TAX-ID-NUMBER (ACC-IDX) =
                       SA-TAX-ID-NUMBER (WS-ACC-IDX)
                   AND SA-ZIP-CODE (ACC-IDX) = SA-ZIP-CODE (WS-ACC-IDX)
                   MOVE 'N' TO WS-FIRST-IN-HOUSEHOLD-SW
               END-IF
           END-PERFORM
           PERFORM VARYING RTN-IDX FROM 1 BY 1
               UNTIL RTN-IDX > WS-RETURN-COUNT
               EVALUATE TRUE
                   WHEN RT-LEVEL-CDE (RTN-IDX) = 'H'
                       IF WS-FIRST-IN-HOUSEHOLD
                           AND RT-TAX-ID-NUMBER (RTN-IDX) =
                               SA-TAX-ID-NUMBER (WS-ACC-IDX)
                           AND RT-ZIP-CODE (RTN-IDX) =
                               SA-ZIP-CODE (WS-ACC-IDX)
                           PERFORM 4510-WRITE-RETURN-HORIZONS
                       END-IF
                   WHEN RT-CUSTOMER-ACCOUNT-NUMBER (RTN-IDX) =
                           SA-CUSTOMER-ACCOUNT-NUMBER (WS-ACC-IDX)
                       PERFORM 4510-WRITE-RETURN-HORIZONS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       4510-WRITE-RETURN-HORIZONS.
           PERFORM VARYING WS-HZ FROM 1 BY 1 UNTIL WS-HZ > 4
               PERFORM 4900-CLEAR-STATEMENT-LINE
               MOVE 'RTN ' TO ST-LINE-TYPE-CDE
               MOVE RT-CUSTOMER-ACCOUNT-NUMBER (RTN-IDX) TO
                   ST-CUSTOMER-ACCOUNT-NUMBER
               MOVE RT-FUND-CODE (RTN-IDX) TO ST-FUND-CODE
               MOVE RT-START-DATE (RTN-IDX WS-HZ) TO ST-LINE-DATE
               MOVE RT-HORIZON-CDE (RTN-IDX WS-HZ) TO ST-LINE-CODE
               MOVE RT-CLOSE-VALUE (RTN-IDX) TO ST-LINE-AMOUNT
               MOVE RT-LEVEL-CDE (RTN-IDX) TO ST-RETURN-LEVEL-CDE
               MOVE RT-RETURN-PCT (RTN-IDX WS-HZ) TO ST-RETURN-PCT
               MOVE RT-REASON-CDE (RTN-IDX WS-HZ) TO
                   ST-RETURN-REASON-CDE
               MOVE RT-OPEN-VALUE (RTN-IDX WS-HZ) TO
                   ST-RETURN-OPEN-VALUE
               ADD 1 TO WS-RETURN-LINES
               PERFORM 4950-WRITE-STATEMENT-LINE
           END-PERFORM.

       4900-CLEAR-STATEMENT-LINE.
           MOVE SA-TAX-ID-NUMBER (WS-ACC-IDX) TO ST-TAX-ID-NUMBER
           MOVE SA-ZIP-CODE (WS-ACC-IDX) TO ST-ZIP-CODE
       5000-FINALIZE.
           MOVE WS-ACCOUNTS-EXTRACTED TO SL-ACCOUNT-COUNT
           MOVE WS-LINES-WRITTEN TO SL-LINE-COUNT
           MOVE WS-RETURN-LINES TO SL-RETURN-LINE-COUNT
           WRITE STATEMENT-RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE STATEMENT-EXTRACT-FILE
           CLOSE STATEMENT-RPT-FILE.
