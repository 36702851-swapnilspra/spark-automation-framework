      *  caller refuses the run before writing its own OUT file, so
      *  the prior generation on disk survives intact as the
      *  fallback for operations to re-point and rerun.
      *
      *  Every SAVE also keeps the generation dated by business date.
      *  The chain registry names the physical OUT dataset of each
      *  chain; the gate copies it, as a byte stream so one routine
      *  serves every chain's record layout, to GEN_<chain>_<run
      *  date>.DAT and appends a row (run date, record count, content
      *  total, generation dataset) to the chain's generation catalog
      *  GENCAT_<chain>.DAT.  A chain missing from the registry still
      *  has its control values catalogued, with no dataset.
      *  GENERATION-ROLLBACK restores from these generations and then
      *  calls LK-ACTION 'RSET', which re-saves the control record
      *  for the restored file without cataloguing a new generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPS-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-FS.
           SELECT CHAIN-REGISTRY-FILE ASSIGN TO "CHAINREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-FS.
           SELECT GEN-CATALOG-FILE ASSIGN TO WS-CATALOG-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FS.
           SELECT OUT-BYTE-FILE ASSIGN TO WS-OUT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
           SELECT GEN-BYTE-FILE ASSIGN TO WS-GEN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  GATE-CONTROL-FILE.
           05  OA-EXPECTED-TOTAL                 PIC S9(15)V9(2).
           05  OA-ACTUAL-TOTAL                   PIC S9(15)V9(2).
           05  OA-ALERT-TEXT                     PIC X(30).
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
       FD  OUT-BYTE-FILE.
       01  OUT-BYTE                              PIC X(1).
       FD  GEN-BYTE-FILE.
       01  GEN-BYTE                              PIC X(1).
       WORKING-STORAGE SECTION.
       01  WS-GATE-FILENAME                      PIC X(40) VALUE
                                                  SPACES.
       01  WS-GATE-FS                            PIC X(2) VALUE '00'.
       01  WS-ALERT-FS                           PIC X(2) VALUE '00'.
       01  WS-REGISTRY-FS                        PIC X(2) VALUE '00'.
       01  WS-CATALOG-FS                         PIC X(2) VALUE '00'.
       01  WS-OUT-FS                             PIC X(2) VALUE '00'.
       01  WS-GEN-FS                             PIC X(2) VALUE '00'.
       01  WS-CATALOG-FILENAME                   PIC X(40) VALUE
                                                  SPACES.
       01  WS-OUT-FILENAME                       PIC X(40) VALUE
                                                  SPACES.
       01  WS-GEN-FILENAME                       PIC X(40) VALUE
                                                  SPACES.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-FOUND-SW                           PIC X(1) VALUE 'N'.
           88  WS-FOUND                              VALUE 'Y'.
       LINKAGE SECTION.
       01  LK-ACTION                             PIC X(4).
       01  LK-CHAIN-ID                           PIC X(20).
               LK-STATUS.
       0000-MAIN.
           MOVE '0' TO LK-STATUS
           MOVE SPACES TO WS-GATE-FILENAME
           STRING 'GATE_' DELIMITED BY SIZE
                  LK-CHAIN-ID DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
           EVALUATE LK-ACTION
               WHEN 'SAVE'
                   PERFORM 1000-SAVE-CONTROL
                   IF LK-STATUS = '0'
                       PERFORM 1100-KEEP-GENERATION
                   END-IF
               WHEN 'RSET'
                   PERFORM 1000-SAVE-CONTROL
               WHEN 'CHCK'
                   PERFORM 2000-CHECK-CONTROL
               WHEN OTHER
               CLOSE GATE-CONTROL-FILE
           END-IF.

       1100-KEEP-GENERATION.
           MOVE SPACES TO WS-GEN-FILENAME
           PERFORM 1200-FIND-REGISTRY-ENTRY
           IF WS-FOUND AND WS-OUT-FILENAME NOT = SPACES
               STRING 'GEN_' DELIMITED BY SIZE
                      LK-CHAIN-ID DELIMITED BY SPACE
                      '_' DELIMITED BY SIZE
                      LK-RUN-DATE DELIMITED BY SIZE
                      '.DAT' DELIMITED BY SIZE
                   INTO WS-GEN-FILENAME
               PERFORM 1300-COPY-GENERATION
           END-IF
           PERFORM 1400-CATALOG-GENERATION.

       1200-FIND-REGISTRY-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 'N' TO WS-EOF-SW
           MOVE SPACES TO WS-OUT-FILENAME
           OPEN INPUT CHAIN-REGISTRY-FILE
           IF WS-REGISTRY-FS = '00'
               PERFORM 1210-READ-REGISTRY
                   UNTIL WS-EOF OR WS-FOUND
               CLOSE CHAIN-REGISTRY-FILE
           END-IF.

       1210-READ-REGISTRY.
           READ CHAIN-REGISTRY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF CR-CHAIN-ID = LK-CHAIN-ID
                       SET WS-FOUND TO TRUE
                       MOVE CR-OUT-DATASET TO WS-OUT-FILENAME
                   END-IF
           END-READ.

      *    An OUT dataset that cannot be opened or a generation that
      *    cannot be written leaves the catalog row without a dataset,
      *    so a rollback to that date is refused rather than restoring
      *    a partial copy.
       1300-COPY-GENERATION.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT OUT-BYTE-FILE
           IF WS-OUT-FS NOT = '00'
               MOVE SPACES TO WS-GEN-FILENAME
           ELSE
               OPEN OUTPUT GEN-BYTE-FILE
               IF WS-GEN-FS NOT = '00'
                   MOVE SPACES TO WS-GEN-FILENAME
               ELSE
                   PERFORM 1310-COPY-BYTE
                       UNTIL WS-EOF
                   CLOSE GEN-BYTE-FILE
               END-IF
               CLOSE OUT-BYTE-FILE
           END-IF.

       1310-COPY-BYTE.
           READ OUT-BYTE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   MOVE OUT-BYTE TO GEN-BYTE
                   WRITE GEN-BYTE
           END-READ.

       1400-CATALOG-GENERATION.
           MOVE SPACES TO WS-CATALOG-FILENAME
           STRING 'GENCAT_' DELIMITED BY SIZE
                  LK-CHAIN-ID DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
               INTO WS-CATALOG-FILENAME
           OPEN EXTEND GEN-CATALOG-FILE
           IF WS-CATALOG-FS = '05' OR WS-CATALOG-FS = '35'
               OPEN OUTPUT GEN-CATALOG-FILE
           END-IF
           IF WS-CATALOG-FS = '00'
               MOVE LK-CHAIN-ID TO GN-CHAIN-ID
               MOVE LK-RUN-DATE TO GN-RUN-DATE
               MOVE LK-RECORD-COUNT TO GN-RECORD-COUNT
               MOVE LK-CONTENT-TOTAL TO GN-CONTENT-TOTAL
               MOVE WS-GEN-FILENAME TO GN-DATASET-NAME
               SET GN-ACTIVE TO TRUE
               WRITE GEN-CATALOG-RECORD
               CLOSE GEN-CATALOG-FILE
           END-IF.

       2000-CHECK-CONTROL.
           OPEN INPUT GATE-CONTROL-FILE
           IF WS-GATE-FS NOT = '00'
