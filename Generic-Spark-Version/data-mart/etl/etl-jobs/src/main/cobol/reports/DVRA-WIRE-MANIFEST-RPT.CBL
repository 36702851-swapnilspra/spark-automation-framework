      *  distribution net of fees under its wire transmission group,
      *  with a subtotal per group and a final control total that must
      *  tie to the payout before any wire is released.
      *  A wire for an account on the sanctions hold file
      *  (OFACHOLDIN, written by OFAC-SCREEN-LOAD for every account
      *  with a potential sanctions match not yet cleared) is left
      *  out of its group and the control total and listed after
      *  them, with its own total, as held and not to be released.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT DIVIDEND-REFRESHER ASSIGN TO "FNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OFAC-HOLD-FILE ASSIGN TO "OFACHOLDIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT WIRE-MANIFEST-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
               10  FILLER                        PIC X(98).
               10  WIRE-TRANS-GRP-NBR            PIC 9(7).
               10  FILLER                        PIC X(49).
       FD  OFAC-HOLD-FILE.
       01  OFAC-HOLD-RECORD.
           05  OH-CUSTOMER-ACCOUNT-NUMBER        PIC X(20).
           05  OH-HOLD-REASON-CDE                PIC X(1).
           05  OH-OPEN-DATE                      PIC 9(8).
       FD  WIRE-MANIFEST-FILE.
       01  WIRE-MANIFEST-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-MAX-WIRES                          PIC 9(6) VALUE 50000.
       01  WS-WIRE-COUNT                         PIC 9(6) VALUE ZERO.
       01  WS-MAX-HOLDS                          PIC 9(6) VALUE 50000.
       01  WS-HOLD-COUNT                         PIC 9(6) VALUE ZERO.
       01  WS-OFAC-HELD-SW                       PIC X(1) VALUE 'N'.
           88  WS-OFAC-HELD                          VALUE 'Y'.
       01  WS-HELD-WIRE-CT                       PIC 9(6) VALUE ZERO.
       01  WS-HELD-NET-TOTAL                     PIC S9(15)V9(2)
                                                  VALUE ZERO.
       01  WS-GROUP-OPEN-SW                      PIC X(1) VALUE 'N'.
           88  WS-GROUP-OPEN                         VALUE 'Y'.
       01  WS-GRP-ACCOUNT-NUMBER                 PIC X(20) VALUE
               10  WT-DIST-TYPE                  PIC X(1).
               10  WT-NET-AMOUNT                 PIC S9(13)V9(2).
               10  WT-PRINTED-SW                 PIC X(1).
               10  WT-HELD-SW                    PIC X(1).
                   88  WT-SANCTIONS-HELD             VALUE 'Y'.
       01  OFAC-HOLD-TABLE.
           05  OFAC-HOLD-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-HOLD-COUNT
                   INDEXED BY HOLD-IDX.
               10  HL-CUSTOMER-ACCOUNT-NUMBER    PIC X(20).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'WIRE DISTRIBUTION SETTLEMENT MANIFEST'.
       01  WS-COLUMN-LINE                        PIC X(90) VALUE
           05  FILLER                            PIC X(8) VALUE
               ' WIRES '.
           05  CT-NET-TOTAL                      PIC -Z(14)9.99.
       01  WS-HELD-HEADLINE                      PIC X(60) VALUE
           'WIRES HELD - SANCTIONS REVIEW - NOT TO BE RELEASED'.
       01  WS-HELD-TOTAL-LINE.
           05  FILLER                            PIC X(25) VALUE
               'HELD TOTAL - NOT RELEASED'.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  HT-WIRE-CT                        PIC ZZZZZ9.
           05  FILLER                            PIC X(8) VALUE
               ' WIRES '.
           05  HT-NET-TOTAL                      PIC -Z(14)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1200-LOAD-OFAC-HOLDS
           OPEN INPUT DIVIDEND-REFRESHER
           OPEN OUTPUT WIRE-MANIFEST-FILE
           WRITE WIRE-MANIFEST-LINE FROM WS-HEADLINE-1
           WRITE WIRE-MANIFEST-LINE FROM WS-COLUMN-LINE
           PERFORM 9100-READ-NEXT.

       1200-LOAD-OFAC-HOLDS.
           OPEN INPUT OFAC-HOLD-FILE
           PERFORM 1210-READ-OFAC-HOLD
               UNTIL WS-EOF
           CLOSE OFAC-HOLD-FILE
           MOVE 'N' TO WS-EOF-SW.

       1210-READ-OFAC-HOLD.
           READ OFAC-HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-HOLD-COUNT < WS-MAX-HOLDS
                       ADD 1 TO WS-HOLD-COUNT
                       SET HOLD-IDX TO WS-HOLD-COUNT
                       MOVE OH-CUSTOMER-ACCOUNT-NUMBER TO
                           HL-CUSTOMER-ACCOUNT-NUMBER (HOLD-IDX)
                   END-IF
           END-READ.

       2000-COLLECT-WIRES.
           PERFORM 2100-PROCESS-RECORD
               UNTIL WS-EOF
                   COMPUTE WT-NET-AMOUNT (WIRE-IDX) =
                       WS-GRP-DIST-AMOUNT - WS-GRP-FEE-AMOUNT
                   MOVE 'N' TO WT-PRINTED-SW (WIRE-IDX)
                   PERFORM 2910-CHECK-OFAC-HOLD
                   IF WS-OFAC-HELD
                       MOVE 'Y' TO WT-HELD-SW (WIRE-IDX)
                       MOVE 'Y' TO WT-PRINTED-SW (WIRE-IDX)
                       ADD 1 TO WS-HELD-WIRE-CT
                   ELSE
                       MOVE 'N' TO WT-HELD-SW (WIRE-IDX)
                   END-IF
               END-IF
               MOVE 'N' TO WS-GROUP-OPEN-SW
           END-IF.

       2910-CHECK-OFAC-HOLD.
           MOVE 'N' TO WS-OFAC-HELD-SW
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > WS-HOLD-COUNT OR WS-OFAC-HELD
               IF HL-CUSTOMER-ACCOUNT-NUMBER (HOLD-IDX)
                       = WS-GRP-ACCOUNT-NUMBER
                   SET WS-OFAC-HELD TO TRUE
               END-IF
           END-PERFORM.

       3000-WRITE-MANIFEST.
           PERFORM VARYING WIRE-IDX FROM 1 BY 1
               UNTIL WIRE-IDX > WS-WIRE-COUNT
           ADD WT-NET-AMOUNT (WS-SCAN-IDX) TO WS-CONTROL-NET-TOTAL
           WRITE WIRE-MANIFEST-LINE FROM WS-DETAIL-LINE.

      *    Held wires are listed after the control total so the
      *    total still ties to what the wire room releases.
       3500-WRITE-HELD-WIRES.
           WRITE WIRE-MANIFEST-LINE FROM WS-HELD-HEADLINE
           PERFORM VARYING WIRE-IDX FROM 1 BY 1
               UNTIL WIRE-IDX > WS-WIRE-COUNT
               IF WT-SANCTIONS-HELD (WIRE-IDX)
                   MOVE WT-WIRE-GRP-NBR (WIRE-IDX) TO DL-WIRE-GRP-NBR
                   MOVE WT-CUSTOMER-ACCOUNT-NUMBER (WIRE-IDX) TO
                       DL-ACCOUNT-NUMBER
                   MOVE WT-DIST-TYPE (WIRE-IDX) TO DL-DIST-TYPE
                   MOVE WT-NET-AMOUNT (WIRE-IDX) TO DL-NET-AMOUNT
                   ADD WT-NET-AMOUNT (WIRE-IDX) TO WS-HELD-NET-TOTAL
                   WRITE WIRE-MANIFEST-LINE FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM
           MOVE WS-HELD-WIRE-CT TO HT-WIRE-CT
           MOVE WS-HELD-NET-TOTAL TO HT-NET-TOTAL
           WRITE WIRE-MANIFEST-LINE FROM WS-HELD-TOTAL-LINE.

       4000-FINALIZE.
           COMPUTE CT-WIRE-CT = WS-WIRE-COUNT - WS-HELD-WIRE-CT
           MOVE WS-CONTROL-NET-TOTAL TO CT-NET-TOTAL
           WRITE WIRE-MANIFEST-LINE FROM WS-CONTROL-TOTAL-LINE
           IF WS-HELD-WIRE-CT > ZERO
               PERFORM 3500-WRITE-HELD-WIRES
           END-IF
           CLOSE WIRE-MANIFEST-FILE.

       9100-READ-NEXT.
