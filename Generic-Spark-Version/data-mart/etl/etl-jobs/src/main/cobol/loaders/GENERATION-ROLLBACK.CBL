       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERATION-ROLLBACK.
      ******************************************************************
      *  Coordinated roll-forward chain rollback to a prior business
      *  date.  GENERATION-GATE stops a bad OUT file becoming
      *  tomorrow's IN, but when a whole night was processed from a
      *  bad source file every chain advanced in good faith, and
      *  operations was left hand-copying prior generations of
      *  LOI-POSITION, COMM-PAYABLE, BANK-INSTR, CDSC-LOT,
      *  BASIS-LEDGER, CHECK-REGISTER, WHLD-LEDGER and the rest.
      *
      *  The parameter record carries the target business date and
      *  up to eight affected feeds.  The chain registry (the same
      *  file GENERATION-GATE uses to keep each chain's dated OUT
      *  generation) names for every chain its writer job, its IN
      *  dataset, its record length and up to four sources - feed
      *  names or the chain ids of upstream chains.  Every chain fed
      *  by an affected feed is selected, and so in turn is every
      *  chain fed by a selected chain.
      *
      *  Each selected chain is first validated: the latest active
      *  generation in its GENCAT_ catalog dated on or before the
      *  target must exist, must have been retained, and its dataset
      *  must hold exactly record count times record length bytes.
      *  If any one selected chain fails, the whole rollback is
      *  refused and nothing is touched - a partial restore, with
      *  some chains rolled back and others not, is worse than none.
      *  Otherwise every chain's generation is copied over its IN
      *  dataset, the gate control record is re-saved ('RSET') with
      *  the generation's count and total so the restored file
      *  passes CHCK, the catalog rows after the target are marked
      *  superseded, and one manifest record per chain is written.
      *  Finally the AUDIT-MGR rows dated after the target for the
      *  affected feeds and for the selected chains' writer jobs are
      *  marked superseded, so BATCH-ORCHESTRATOR releases the
      *  reruns.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLLBACK-PARM ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT CHAIN-REGISTRY-FILE ASSIGN TO "CHAINREG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GEN-CATALOG-FILE ASSIGN TO WS-CATALOG-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FS.
           SELECT GEN-BYTE-FILE ASSIGN TO WS-GEN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-FS.
           SELECT IN-BYTE-FILE ASSIGN TO WS-IN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-FS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITNAME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
           SELECT ROLLBACK-MANIFEST-FILE ASSIGN TO "RBMANIFEST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ROLLBACK-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ROLLBACK-PARM.
       01  ROLLBACK-PARM-RECORD.
           05  RP-TARGET-DATE                    PIC 9(8).
           05  RP-AFFECTED-FEED OCCURS 8 TIMES   PIC X(20).
       FD  CHAIN-REGISTRY-FILE.
       01  CHAIN-REGISTRY-RECORD.
           05  CR-CHAIN-ID                       PIC X(20).
           05  CR-WRITER-JOB-ID                  PIC X(20).
           05  CR-OUT-DATASET                    PIC X(40).
           05  CR-IN-DATASET                     PIC X(40).
           05  CR-RECORD-LENGTH                  PIC 9(4).
           05  CR-SOURCE-FEED OCCURS 4 TIMES     PIC X(20).
       FD  GEN-CATALOG-FILE.
       01  GEN-CATALOG-RECORD.
           05  GN-CHAIN-ID                       PIC X(20).
           05  GN-RUN-DATE                       PIC 9(8).
           05  GN-RECORD-COUNT                   PIC 9(9).
           05  GN-CONTENT-TOTAL                  PIC S9(15)V9(2).
           05  GN-DATASET-NAME                   PIC X(40).
           05  GN-STATUS-CDE                     PIC X(1).
               88  GN-ACTIVE                         VALUE 'A'.
               88  GN-SUPERSEDED                     VALUE 'S'.
       FD  GEN-BYTE-FILE.
       01  GEN-BYTE                              PIC X(1).
       FD  IN-BYTE-FILE.
       01  IN-BYTE                               PIC X(1).
       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-TRAIL-RECORD.
           05  AT-FEED-NAME                      PIC X(20).
           05  AT-JOB-ID                         PIC X(20).
           05  AT-RUN-DATE                       PIC 9(8).
           05  AT-CYCLE-NUMBER                   PIC 9(2).
           05  AT-RECORDS-IN                     PIC 9(9).
           05  AT-RECORDS-LOADED                 PIC 9(9).
           05  AT-RECORDS-REJECTED               PIC 9(9).
           05  AT-ELAPSED-SECONDS                PIC 9(7).
           05  AT-SUPERSEDED-CDE                 PIC X(1).
               88  AT-SUPERSEDED                     VALUE 'S'.
       FD  ROLLBACK-MANIFEST-FILE.
       01  ROLLBACK-MANIFEST-RECORD.
           05  RM-CHAIN-ID                       PIC X(20).
           05  RM-TARGET-DATE                    PIC 9(8).
           05  RM-GENERATION-DATE                PIC 9(8).
           05  RM-GENERATION-DATASET             PIC X(40).
           05  RM-RECORD-COUNT                   PIC 9(9).
           05  RM-CONTENT-TOTAL                  PIC S9(15)V9(2).
           05  RM-RESTORED-TO-DATASET            PIC X(40).
           05  RM-ROLLBACK-DATE                  PIC 9(8).
       FD  ROLLBACK-RPT-FILE.
       01  ROLLBACK-RPT-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-BYTE-EOF-SW                        PIC X(1) VALUE 'N'.
           88  WS-BYTE-EOF                           VALUE 'Y'.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       01  WS-CHANGED-SW                         PIC X(1) VALUE 'N'.
           88  WS-CHANGED                            VALUE 'Y'.
       01  WS-CATALOG-FOUND-SW                   PIC X(1) VALUE 'N'.
           88  WS-CATALOG-FOUND                      VALUE 'Y'.
       01  WS-COPY-OK-SW                         PIC X(1) VALUE 'N'.
           88  WS-COPY-OK                            VALUE 'Y'.
       01  WS-PARM-FS                            PIC X(2) VALUE '00'.
       01  WS-CATALOG-FS                         PIC X(2) VALUE '00'.
       01  WS-GEN-FS                             PIC X(2) VALUE '00'.
       01  WS-IN-FS                              PIC X(2) VALUE '00'.
       01  WS-AUDIT-FS                           PIC X(2) VALUE '00'.
       01  WS-CATALOG-FILENAME                   PIC X(40) VALUE
                                                  SPACES.
       01  WS-GEN-FILENAME                       PIC X(40) VALUE
                                                  SPACES.
       01  WS-IN-FILENAME                        PIC X(40) VALUE
                                                  SPACES.
       01  WS-TARGET-DATE                        PIC 9(8) VALUE ZERO.
       01  WS-ROLLBACK-DATE                      PIC 9(8) VALUE ZERO.
       01  WS-MAX-CHAINS                         PIC 9(4) VALUE 200.
       01  WS-CHAIN-COUNT                        PIC 9(4) VALUE ZERO.
       01  WS-MAX-NAMES                          PIC 9(4) VALUE 220.
       01  WS-NAME-COUNT                         PIC 9(4) VALUE ZERO.
       01  WS-PARM-IDX                           PIC 9(2) VALUE ZERO.
       01  WS-FEED-IDX                           PIC 9(2) VALUE ZERO.
       01  WS-BYTE-COUNT                         PIC 9(12) VALUE ZERO.
       01  WS-EXPECTED-BYTES                     PIC 9(12) VALUE ZERO.
       01  WS-REFUSAL-TEXT                       PIC X(40) VALUE
                                                  SPACES.
       01  WS-SELECTED-COUNT                     PIC 9(4) VALUE ZERO.
       01  WS-REFUSED-COUNT                      PIC 9(4) VALUE ZERO.
       01  WS-RESTORED-COUNT                     PIC 9(4) VALUE ZERO.
       01  WS-FAILED-COUNT                       PIC 9(4) VALUE ZERO.
       01  WS-AUDIT-SUPERSEDED                   PIC 9(7) VALUE ZERO.
       01  GATE-CALL-AREA.
           05  GG-ACTION                         PIC X(4).
           05  GG-CHAIN-ID                       PIC X(20).
           05  GG-RECORD-COUNT                   PIC 9(9).
           05  GG-CONTENT-TOTAL                  PIC S9(15)V9(2).
           05  GG-RUN-DATE                       PIC 9(8).
           05  GG-STATUS                         PIC X(1).
       01  AFFECTED-NAME-TABLE.
           05  AFFECTED-NAME-ENTRY OCCURS 1 TO 220 TIMES
                   DEPENDING ON WS-NAME-COUNT
                   INDEXED BY NAM-IDX.
               10  AN-NAME                       PIC X(20).
       01  CHAIN-TABLE.
           05  CHAIN-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-CHAIN-COUNT
                   INDEXED BY CHN-IDX.
               10  CH-CHAIN-ID                   PIC X(20).
               10  CH-WRITER-JOB-ID              PIC X(20).
               10  CH-IN-DATASET                 PIC X(40).
               10  CH-RECORD-LENGTH              PIC 9(4).
               10  CH-SOURCE-FEED OCCURS 4 TIMES PIC X(20).
               10  CH-SELECTED-SW                PIC X(1).
                   88  CH-SELECTED                   VALUE 'Y'.
               10  CH-GEN-DATE                   PIC 9(8).
               10  CH-GEN-COUNT                  PIC 9(9).
               10  CH-GEN-TOTAL                  PIC S9(15)V9(2).
               10  CH-GEN-DATASET                PIC X(40).
               10  CH-DISPOSITION                PIC X(40).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'ROLL-FORWARD CHAIN ROLLBACK CONTROL REPORT'.
       01  WS-HEADLINE-2.
           05  FILLER                            PIC X(13) VALUE
               'TARGET DATE: '.
           05  HL-TARGET-DATE                    PIC 9(8).
           05  FILLER                            PIC X(18) VALUE
               '   ROLLBACK DATE: '.
           05  HL-ROLLBACK-DATE                  PIC 9(8).
       01  WS-COLUMN-LINE.
           05  FILLER                            PIC X(21) VALUE
               'CHAIN'.
           05  FILLER                            PIC X(10) VALUE
               'GEN-DATE'.
           05  FILLER                            PIC X(11) VALUE
               '  RECORDS'.
           05  FILLER                            PIC X(26) VALUE
               '           CONTENT-TOTAL'.
           05  FILLER                            PIC X(11) VALUE
               'DISPOSITION'.
       01  WS-DETAIL-LINE.
           05  DL-CHAIN-ID                       PIC X(20).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-GEN-DATE                       PIC 9(8).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-RECORD-COUNT                   PIC ZZZZZZZZ9.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-CONTENT-TOTAL                  PIC -Z(14)9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-DISPOSITION                    PIC X(40).
       01  WS-SUMMARY-LINE.
           05  FILLER                            PIC X(18) VALUE
               'CHAINS SELECTED: '.
           05  SL-SELECTED-COUNT                 PIC ZZZ9.
           05  FILLER                            PIC X(13) VALUE
               '   RESTORED: '.
           05  SL-RESTORED-COUNT                 PIC ZZZ9.
           05  FILLER                            PIC X(12) VALUE
               '   REFUSED: '.
           05  SL-REFUSED-COUNT                  PIC ZZZ9.
           05  FILLER                            PIC X(11) VALUE
               '   FAILED: '.
           05  SL-FAILED-COUNT                   PIC ZZZ9.
           05  FILLER                            PIC X(26) VALUE
               '   AUDIT ROWS SUPERSEDED: '.
           05  SL-AUDIT-SUPERSEDED               PIC ZZZZZZ9.
       01  WS-OUTCOME-LINE                       PIC X(60) VALUE
                                                  SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-REGISTRY
           PERFORM 3000-SELECT-CHAINS
           PERFORM 4000-VALIDATE-CHAINS
           IF WS-REFUSED-COUNT = ZERO AND WS-SELECTED-COUNT > ZERO
               PERFORM 5000-RESTORE-CHAINS
               PERFORM 6000-SUPERSEDE-AUDIT
           END-IF
           PERFORM 7000-WRITE-REPORT
           STOP RUN.

      *    A missing parameter, or one without a target date or a
      *    single affected feed, refuses the rollback outright.
       1000-INITIALIZE.
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)) TO
               WS-ROLLBACK-DATE
           OPEN INPUT ROLLBACK-PARM
           IF WS-PARM-FS = '00'
               READ ROLLBACK-PARM
                   NOT AT END
                       MOVE RP-TARGET-DATE TO WS-TARGET-DATE
                       PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                           UNTIL WS-PARM-IDX > 8
                           IF RP-AFFECTED-FEED (WS-PARM-IDX)
                                   NOT = SPACES
                               ADD 1 TO WS-NAME-COUNT
                               MOVE RP-AFFECTED-FEED (WS-PARM-IDX) TO
                                   AN-NAME (WS-NAME-COUNT)
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE ROLLBACK-PARM
           END-IF
           IF WS-TARGET-DATE = ZERO OR WS-NAME-COUNT = ZERO
               ADD 1 TO WS-REFUSED-COUNT
           END-IF
           OPEN OUTPUT ROLLBACK-RPT-FILE
           WRITE ROLLBACK-RPT-LINE FROM WS-HEADLINE-1
           MOVE WS-TARGET-DATE TO HL-TARGET-DATE
           MOVE WS-ROLLBACK-DATE TO HL-ROLLBACK-DATE
           WRITE ROLLBACK-RPT-LINE FROM WS-HEADLINE-2
           WRITE ROLLBACK-RPT-LINE FROM WS-COLUMN-LINE.

       2000-LOAD-REGISTRY.
           OPEN INPUT CHAIN-REGISTRY-FILE
           PERFORM 2100-READ-REGISTRY
               UNTIL WS-EOF
           CLOSE CHAIN-REGISTRY-FILE
           MOVE 'N' TO WS-EOF-SW.

       2100-READ-REGISTRY.
           READ CHAIN-REGISTRY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-CHAIN-COUNT < WS-MAX-CHAINS
                       ADD 1 TO WS-CHAIN-COUNT
                       SET CHN-IDX TO WS-CHAIN-COUNT
                       MOVE CR-CHAIN-ID TO CH-CHAIN-ID (CHN-IDX)
                       MOVE CR-WRITER-JOB-ID TO
                           CH-WRITER-JOB-ID (CHN-IDX)
                       MOVE CR-IN-DATASET TO CH-IN-DATASET (CHN-IDX)
                       MOVE CR-RECORD-LENGTH TO
                           CH-RECORD-LENGTH (CHN-IDX)
                       PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                           UNTIL WS-FEED-IDX > 4
                           MOVE CR-SOURCE-FEED (WS-FEED-IDX) TO
                               CH-SOURCE-FEED (CHN-IDX, WS-FEED-IDX)
                       END-PERFORM
                       MOVE 'N' TO CH-SELECTED-SW (CHN-IDX)
                       MOVE ZERO TO CH-GEN-DATE (CHN-IDX)
                       MOVE ZERO TO CH-GEN-COUNT (CHN-IDX)
                       MOVE ZERO TO CH-GEN-TOTAL (CHN-IDX)
                       MOVE SPACES TO CH-GEN-DATASET (CHN-IDX)
                       MOVE SPACES TO CH-DISPOSITION (CHN-IDX)
                   END-IF
           END-READ.

      *    Passes repeat until no further chain is selected; each
      *    selected chain's id joins the affected names so the chains
      *    it feeds are selected on the next pass.
       3000-SELECT-CHAINS.
           MOVE 'Y' TO WS-CHANGED-SW
           PERFORM 3100-SELECT-PASS
               UNTIL NOT WS-CHANGED.

       3100-SELECT-PASS.
           MOVE 'N' TO WS-CHANGED-SW
           PERFORM VARYING CHN-IDX FROM 1 BY 1
               UNTIL CHN-IDX > WS-CHAIN-COUNT
               IF NOT CH-SELECTED (CHN-IDX)
                   PERFORM 3200-TEST-CHAIN
               END-IF
           END-PERFORM.

       3200-TEST-CHAIN.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > 4 OR WS-FOUND
               IF CH-SOURCE-FEED (CHN-IDX, WS-FEED-IDX) NOT = SPACES
                   PERFORM VARYING NAM-IDX FROM 1 BY 1
                       UNTIL NAM-IDX > WS-NAME-COUNT OR WS-FOUND
                       IF AN-NAME (NAM-IDX) =
                               CH-SOURCE-FEED (CHN-IDX, WS-FEED-IDX)
                           SET WS-FOUND TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET CH-SELECTED (CHN-IDX) TO TRUE
               ADD 1 TO WS-SELECTED-COUNT
               MOVE 'Y' TO WS-CHANGED-SW
               IF WS-NAME-COUNT < WS-MAX-NAMES
                   ADD 1 TO WS-NAME-COUNT
                   MOVE CH-CHAIN-ID (CHN-IDX) TO AN-NAME (WS-NAME-COUNT)
               END-IF
           END-IF.

       4000-VALIDATE-CHAINS.
           PERFORM VARYING CHN-IDX FROM 1 BY 1
               UNTIL CHN-IDX > WS-CHAIN-COUNT
               IF CH-SELECTED (CHN-IDX)
                   PERFORM 4100-VALIDATE-ONE-CHAIN
               END-IF
           END-PERFORM.

       4100-VALIDATE-ONE-CHAIN.
           MOVE SPACES TO WS-REFUSAL-TEXT
           PERFORM 4200-FIND-GENERATION
           EVALUATE TRUE
               WHEN CH-IN-DATASET (CHN-IDX) = SPACES
                   MOVE '*** REFUSED - NO IN DATASET ON REGISTRY' TO
                       WS-REFUSAL-TEXT
               WHEN NOT WS-CATALOG-FOUND
                   MOVE '*** REFUSED - NO GENERATION CATALOG' TO
                       WS-REFUSAL-TEXT
               WHEN CH-GEN-DATE (CHN-IDX) = ZERO
                   MOVE '*** REFUSED - NO GENERATION AS OF TARGET' TO
                       WS-REFUSAL-TEXT
               WHEN CH-GEN-DATASET (CHN-IDX) = SPACES
                   MOVE '*** REFUSED - GENERATION NOT RETAINED' TO
                       WS-REFUSAL-TEXT
               WHEN OTHER
                   PERFORM 4300-MEASURE-GENERATION
           END-EVALUATE
           IF WS-REFUSAL-TEXT = SPACES
               MOVE 'READY TO RESTORE' TO CH-DISPOSITION (CHN-IDX)
           ELSE
               MOVE WS-REFUSAL-TEXT TO CH-DISPOSITION (CHN-IDX)
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.

      *    The latest active generation on or before the target wins;
      *    a rerun of the same business date catalogued later
      *    replaces the earlier row for that date.
       4200-FIND-GENERATION.
           MOVE 'N' TO WS-CATALOG-FOUND-SW
           MOVE SPACES TO WS-CATALOG-FILENAME
           STRING 'GENCAT_' DELIMITED BY SIZE
                  CH-CHAIN-ID (CHN-IDX) DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
               INTO WS-CATALOG-FILENAME
           OPEN INPUT GEN-CATALOG-FILE
           IF WS-CATALOG-FS = '00'
               SET WS-CATALOG-FOUND TO TRUE
               PERFORM 4210-READ-CATALOG
                   UNTIL WS-EOF
               CLOSE GEN-CATALOG-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       4210-READ-CATALOG.
           READ GEN-CATALOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF GN-ACTIVE
                       AND GN-RUN-DATE NOT > WS-TARGET-DATE
                       AND GN-RUN-DATE NOT < CH-GEN-DATE (CHN-IDX)
                       MOVE GN-RUN-DATE TO CH-GEN-DATE (CHN-IDX)
                       MOVE GN-RECORD-COUNT TO CH-GEN-COUNT (CHN-IDX)
                       MOVE GN-CONTENT-TOTAL TO CH-GEN-TOTAL (CHN-IDX)
                       MOVE GN-DATASET-NAME TO
                           CH-GEN-DATASET (CHN-IDX)
                   END-IF
           END-READ.

       4300-MEASURE-GENERATION.
           MOVE ZERO TO WS-BYTE-COUNT
           MOVE 'N' TO WS-BYTE-EOF-SW
           MOVE CH-GEN-DATASET (CHN-IDX) TO WS-GEN-FILENAME
           OPEN INPUT GEN-BYTE-FILE
           IF WS-GEN-FS NOT = '00'
               MOVE '*** REFUSED - GENERATION FILE MISSING' TO
                   WS-REFUSAL-TEXT
           ELSE
               PERFORM 4310-COUNT-BYTE
                   UNTIL WS-BYTE-EOF
               CLOSE GEN-BYTE-FILE
               COMPUTE WS-EXPECTED-BYTES =
                   CH-GEN-COUNT (CHN-IDX) * CH-RECORD-LENGTH (CHN-IDX)
               IF CH-RECORD-LENGTH (CHN-IDX) > ZERO
                   AND WS-BYTE-COUNT NOT = WS-EXPECTED-BYTES
                   MOVE '*** REFUSED - GENERATION SIZE MISMATCH' TO
                       WS-REFUSAL-TEXT
               END-IF
           END-IF.

       4310-COUNT-BYTE.
           READ GEN-BYTE-FILE
               AT END
                   MOVE 'Y' TO WS-BYTE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-BYTE-COUNT
           END-READ.

       5000-RESTORE-CHAINS.
           OPEN OUTPUT ROLLBACK-MANIFEST-FILE
           PERFORM VARYING CHN-IDX FROM 1 BY 1
               UNTIL CHN-IDX > WS-CHAIN-COUNT
               IF CH-SELECTED (CHN-IDX)
                   PERFORM 5100-RESTORE-ONE-CHAIN
               END-IF
           END-PERFORM
           CLOSE ROLLBACK-MANIFEST-FILE.

       5100-RESTORE-ONE-CHAIN.
           MOVE CH-GEN-DATASET (CHN-IDX) TO WS-GEN-FILENAME
           MOVE CH-IN-DATASET (CHN-IDX) TO WS-IN-FILENAME
           PERFORM 5200-COPY-GENERATION
           IF NOT WS-COPY-OK
               MOVE '*** RESTORE FAILED - IN NOT WRITTEN' TO
                   CH-DISPOSITION (CHN-IDX)
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               PERFORM 5300-RESAVE-CONTROL
               PERFORM 5400-SUPERSEDE-CATALOG
               PERFORM 5500-WRITE-MANIFEST
               IF GG-STATUS = '0'
                   MOVE 'RESTORED' TO CH-DISPOSITION (CHN-IDX)
                   ADD 1 TO WS-RESTORED-COUNT
               ELSE
                   MOVE '*** RESTORED - GATE CONTROL NOT SAVED' TO
                       CH-DISPOSITION (CHN-IDX)
                   ADD 1 TO WS-FAILED-COUNT
               END-IF
           END-IF.

       5200-COPY-GENERATION.
           MOVE 'N' TO WS-COPY-OK-SW
           MOVE 'N' TO WS-BYTE-EOF-SW
           OPEN INPUT GEN-BYTE-FILE
           IF WS-GEN-FS = '00'
               OPEN OUTPUT IN-BYTE-FILE
               IF WS-IN-FS = '00'
                   PERFORM 5210-COPY-BYTE
                       UNTIL WS-BYTE-EOF
                   CLOSE IN-BYTE-FILE
                   SET WS-COPY-OK TO TRUE
               END-IF
               CLOSE GEN-BYTE-FILE
           END-IF.

       5210-COPY-BYTE.
           READ GEN-BYTE-FILE
               AT END
                   MOVE 'Y' TO WS-BYTE-EOF-SW
               NOT AT END
                   MOVE GEN-BYTE TO IN-BYTE
                   WRITE IN-BYTE
           END-READ.

       5300-RESAVE-CONTROL.
           MOVE 'RSET' TO GG-ACTION
           MOVE CH-CHAIN-ID (CHN-IDX) TO GG-CHAIN-ID
           MOVE CH-GEN-COUNT (CHN-IDX) TO GG-RECORD-COUNT
           MOVE CH-GEN-TOTAL (CHN-IDX) TO GG-CONTENT-TOTAL
           MOVE CH-GEN-DATE (CHN-IDX) TO GG-RUN-DATE
           CALL 'GENERATION-GATE' USING GG-ACTION GG-CHAIN-ID
               GG-RECORD-COUNT GG-CONTENT-TOTAL GG-RUN-DATE
               GG-STATUS.

      *    Generations after the target are retired so a later
      *    rollback cannot pick up a generation built from the bad
      *    source.
       5400-SUPERSEDE-CATALOG.
           MOVE SPACES TO WS-CATALOG-FILENAME
           STRING 'GENCAT_' DELIMITED BY SIZE
                  CH-CHAIN-ID (CHN-IDX) DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
               INTO WS-CATALOG-FILENAME
           OPEN I-O GEN-CATALOG-FILE
           IF WS-CATALOG-FS = '00'
               PERFORM 5410-RETIRE-CATALOG-ROW
                   UNTIL WS-EOF
               CLOSE GEN-CATALOG-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       5410-RETIRE-CATALOG-ROW.
           READ GEN-CATALOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF GN-ACTIVE
                       AND GN-RUN-DATE > WS-TARGET-DATE
                       SET GN-SUPERSEDED TO TRUE
                       REWRITE GEN-CATALOG-RECORD
                   END-IF
           END-READ.

       5500-WRITE-MANIFEST.
           MOVE CH-CHAIN-ID (CHN-IDX) TO RM-CHAIN-ID
           MOVE WS-TARGET-DATE TO RM-TARGET-DATE
           MOVE CH-GEN-DATE (CHN-IDX) TO RM-GENERATION-DATE
           MOVE CH-GEN-DATASET (CHN-IDX) TO RM-GENERATION-DATASET
           MOVE CH-GEN-COUNT (CHN-IDX) TO RM-RECORD-COUNT
           MOVE CH-GEN-TOTAL (CHN-IDX) TO RM-CONTENT-TOTAL
           MOVE CH-IN-DATASET (CHN-IDX) TO RM-RESTORED-TO-DATASET
           MOVE WS-ROLLBACK-DATE TO RM-ROLLBACK-DATE
           WRITE ROLLBACK-MANIFEST-RECORD.

       6000-SUPERSEDE-AUDIT.
           OPEN I-O AUDIT-TRAIL-FILE
           IF WS-AUDIT-FS = '00'
               PERFORM 6100-READ-AUDIT
                   UNTIL WS-EOF
               CLOSE AUDIT-TRAIL-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       6100-READ-AUDIT.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF AT-RUN-DATE > WS-TARGET-DATE
                       AND NOT AT-SUPERSEDED
                       PERFORM 6200-TEST-AUDIT-ROW
                   END-IF
           END-READ.

      *    A row is a rolled-back run when it loaded an affected feed
      *    or is the writer job of a restored chain.
       6200-TEST-AUDIT-ROW.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING NAM-IDX FROM 1 BY 1
               UNTIL NAM-IDX > WS-NAME-COUNT OR WS-FOUND
               IF AN-NAME (NAM-IDX) = AT-FEED-NAME
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING CHN-IDX FROM 1 BY 1
               UNTIL CHN-IDX > WS-CHAIN-COUNT OR WS-FOUND
               IF CH-SELECTED (CHN-IDX)
                   AND CH-WRITER-JOB-ID (CHN-IDX) = AT-JOB-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET AT-SUPERSEDED TO TRUE
               REWRITE AUDIT-TRAIL-RECORD
               ADD 1 TO WS-AUDIT-SUPERSEDED
           END-IF.

       7000-WRITE-REPORT.
           PERFORM VARYING CHN-IDX FROM 1 BY 1
               UNTIL CHN-IDX > WS-CHAIN-COUNT
               IF CH-SELECTED (CHN-IDX)
                   MOVE CH-CHAIN-ID (CHN-IDX) TO DL-CHAIN-ID
                   MOVE CH-GEN-DATE (CHN-IDX) TO DL-GEN-DATE
                   MOVE CH-GEN-COUNT (CHN-IDX) TO DL-RECORD-COUNT
                   MOVE CH-GEN-TOTAL (CHN-IDX) TO DL-CONTENT-TOTAL
                   IF WS-REFUSED-COUNT > ZERO
                       AND CH-DISPOSITION (CHN-IDX) =
                           'READY TO RESTORE'
                       MOVE 'NOT RESTORED - ROLLBACK REFUSED' TO
                           DL-DISPOSITION
                   ELSE
                       MOVE CH-DISPOSITION (CHN-IDX) TO
                           DL-DISPOSITION
                   END-IF
                   WRITE ROLLBACK-RPT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM
           MOVE WS-SELECTED-COUNT TO SL-SELECTED-COUNT
           MOVE WS-RESTORED-COUNT TO SL-RESTORED-COUNT
           MOVE WS-REFUSED-COUNT TO SL-REFUSED-COUNT
           MOVE WS-FAILED-COUNT TO SL-FAILED-COUNT
           MOVE WS-AUDIT-SUPERSEDED TO SL-AUDIT-SUPERSEDED
           WRITE ROLLBACK-RPT-LINE FROM WS-SUMMARY-LINE
           EVALUATE TRUE
               WHEN WS-TARGET-DATE = ZERO OR WS-NAME-COUNT = ZERO
                   MOVE '*** ROLLBACK REFUSED - NO TARGET DATE OR FEEDS'
                       TO WS-OUTCOME-LINE
               WHEN WS-REFUSED-COUNT > ZERO
                   MOVE '*** ROLLBACK REFUSED - NO CHAIN RESTORED' TO
                       WS-OUTCOME-LINE
               WHEN WS-SELECTED-COUNT = ZERO
                   MOVE 'NO CHAIN DEPENDS ON THE AFFECTED FEEDS' TO
                       WS-OUTCOME-LINE
               WHEN WS-FAILED-COUNT > ZERO
                   MOVE '*** ROLLBACK INCOMPLETE - SEE FAILED CHAINS' TO
                       WS-OUTCOME-LINE
               WHEN OTHER
                   MOVE 'ROLLBACK COMPLETE - ALL CHAINS RESTORED' TO
                       WS-OUTCOME-LINE
           END-EVALUATE
           WRITE ROLLBACK-RPT-LINE FROM WS-OUTCOME-LINE
           CLOSE ROLLBACK-RPT-FILE.
