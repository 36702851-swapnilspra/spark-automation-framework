       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIELD-CONFORMANCE-RPT.
      ******************************************************************
      *  Field-level picture-clause conformance scan of an inbound
      *  file before it is loaded.  SUSPENSE-MGR catches a bad record
      *  type and HDR-TRLR-CHECK a bad count, but nothing caught bad
      *  data inside a good record - spaces or letters in a PIC 9
      *  amount, month 13 in a date, a nonnumeric NAV-PER-SHARE -
      *  which loaded as zeros or abended a downstream job.
      *
      *  The scan is driven by the same SCHEMA-DICT field dictionary
      *  FIELD-SCHEMA-GEN reads.  Each dictionary row gives the
      *  field's record type and sequence number (blank / zero for
      *  every record), byte offset, length, type code and decimal
      *  places, an empty-allowed flag for fields that may be left
      *  blank or zero, and an optional domain rule:
      *    R  the feed's record-type discriminator
      *    Q  the feed's sequence-number discriminator
      *    Y  year part (1900 - 9999)
      *    M  month part (01 - 12)
      *    D  day part (01 - 31)
      *    C  full CCYYMMDD date, day checked against the month
      *    V  one of the row's listed values (the 88-level list)
      *  The R and Q rows tell the scan where the feed keeps its
      *  discriminators, which are pulled out through RECTYPE-DISPATCH
      *  the way RECTYPE-CENSUS-RPT does, so a new feed needs only
      *  dictionary rows and a line in the scan parameter file.
      *
      *  Numeric (N) and date (D) fields must be all digits, signed
      *  (S) fields digits with a valid trailing sign; blanks are an
      *  error unless the row allows empty.  Each nonconforming field
      *  occurrence is written to the field-exception file with the
      *  feed, record ordinal, field name and raw bytes.  The report
      *  gives every field's error rate, and a feed is NO-GO when any
      *  field's rate is over the parameter limit, when the inbound
      *  file is missing or when the feed has no dictionary rows.
      *  The GO / NO-GO row is appended to the field status file
      *  BATCH-ORCHESTRATOR reads, so a rescan after the file is
      *  corrected releases the feed's jobs.  A feed with no row is
      *  not held there, so when the field status file cannot be
      *  opened the report says so at the top and under every feed.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-CONFIG-FILE ASSIGN TO "PARMNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SCHEMA-DICT-FILE ASSIGN TO "DICTNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROBE-FILE ASSIGN TO WS-PROBE-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROBE-FS.
           SELECT FIELD-EXCEPTION-FILE ASSIGN TO "FLDEXCNAME"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FIELD-STATUS-FILE ASSIGN TO "FLDSTATNAME"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FS.
           SELECT CONFORMANCE-RPT-FILE ASSIGN TO "RPTNAME"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SCAN-CONFIG-FILE.
       01  SCAN-CONFIG-RECORD.
           05  SC-FEED-NAME                      PIC X(20).
           05  SC-FEED-FILE-NAME                 PIC X(40).
           05  SC-RUN-DATE                       PIC 9(8).
           05  SC-ERROR-RATE-LIMIT               PIC 9(3)V9(2).
       FD  SCHEMA-DICT-FILE.
       01  SCHEMA-DICT-RECORD.
           05  DICT-FEED-NAME                    PIC X(20).
           05  DICT-FIELD-NAME                   PIC X(30).
           05  DICT-TYPE-CODE                    PIC X(1).
               88  DICT-TYPE-UNSIGNED-NUMERIC        VALUE 'N'.
               88  DICT-TYPE-SIGNED-NUMERIC          VALUE 'S'.
               88  DICT-TYPE-ALPHANUMERIC            VALUE 'X'.
               88  DICT-TYPE-DATE                    VALUE 'D'.
           05  DICT-TOTAL-DIGITS                 PIC 9(2).
           05  DICT-DECIMAL-DIGITS               PIC 9(2).
           05  DICT-FIELD-LENGTH                 PIC 9(4).
           05  DICT-RECORD-TYPE                  PIC X(10).
           05  DICT-SEQUENCE-NUMBER              PIC 9(3).
           05  DICT-FIELD-OFFSET                 PIC 9(4).
           05  DICT-DOMAIN-CDE                   PIC X(1).
               88  DICT-DOMAIN-RECORD-TYPE           VALUE 'R'.
               88  DICT-DOMAIN-SEQUENCE              VALUE 'Q'.
           05  DICT-EMPTY-ALLOWED-CDE            PIC X(1).
           05  DICT-VALUE-COUNT                  PIC 9(2).
           05  DICT-VALID-VALUE                  PIC X(10) OCCURS 12.
       FD  PROBE-FILE.
       01  PROBE-RECORD                          PIC X(500).
       FD  FIELD-EXCEPTION-FILE.
       01  FIELD-EXCEPTION-RECORD.
           05  FX-RUN-DATE                       PIC 9(8).
           05  FX-FEED-NAME                      PIC X(20).
           05  FX-RECORD-ORDINAL                 PIC 9(9).
           05  FX-RECORD-TYPE                    PIC X(10).
           05  FX-SEQUENCE-NUMBER                PIC 9(3).
           05  FX-FIELD-NAME                     PIC X(30).
           05  FX-FIELD-OFFSET                   PIC 9(4).
           05  FX-FIELD-LENGTH                   PIC 9(4).
           05  FX-REASON-CDE                     PIC X(1).
               88  FX-BLANK-NUMERIC                  VALUE 'B'.
               88  FX-WRONG-CLASS                    VALUE 'C'.
               88  FX-BAD-YEAR                       VALUE 'Y'.
               88  FX-BAD-MONTH                      VALUE 'M'.
               88  FX-BAD-DAY                        VALUE 'D'.
               88  FX-BAD-DATE                       VALUE 'T'.
               88  FX-NOT-IN-VALUE-LIST              VALUE 'V'.
           05  FX-RAW-BYTES                      PIC X(40).
       FD  FIELD-STATUS-FILE.
       01  FIELD-STATUS-RECORD.
           05  FS-FEED-NAME                      PIC X(20).
           05  FS-RUN-DATE                       PIC 9(8).
           05  FS-STATUS-CDE                     PIC X(1).
               88  FS-GO                             VALUE 'G'.
               88  FS-NO-GO                          VALUE 'N'.
           05  FS-RECORDS-SCANNED                PIC 9(9).
           05  FS-FIELD-ERRORS                   PIC 9(9).
           05  FS-FIELDS-OVER-LIMIT              PIC 9(5).
           05  FS-WORST-FIELD-NAME               PIC X(30).
           05  FS-WORST-ERROR-RATE               PIC 9(3)V9(2).
           05  FS-ERROR-RATE-LIMIT               PIC 9(3)V9(2).
       FD  CONFORMANCE-RPT-FILE.
       01  CONFORMANCE-RPT-LINE                  PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                             PIC X(1) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       01  WS-CONFIG-EOF-SW                      PIC X(1) VALUE 'N'.
           88  WS-CONFIG-EOF                         VALUE 'Y'.
       01  WS-PROBE-EOF-SW                       PIC X(1) VALUE 'N'.
           88  WS-PROBE-EOF                          VALUE 'Y'.
       01  WS-PROBE-FILENAME                     PIC X(40) VALUE
                                                  SPACES.
       01  WS-PROBE-FS                           PIC X(2) VALUE '00'.
       01  WS-STATUS-FS                          PIC X(2) VALUE '00'.
       01  WS-FILE-MISSING-SW                    PIC X(1) VALUE 'N'.
           88  WS-FILE-MISSING                       VALUE 'Y'.
       01  WS-RUN-DATE                           PIC 9(8) VALUE ZERO.
       01  WS-MAX-RECORD-LENGTH                  PIC 9(4) VALUE 500.
       01  WS-MAX-FIELDS                         PIC 9(4) VALUE 2000.
       01  WS-FIELD-COUNT                        PIC 9(4) VALUE ZERO.
       01  WS-TYPE-OFFSET                        PIC 9(3) VALUE ZERO.
       01  WS-TYPE-LENGTH                        PIC 9(2) VALUE ZERO.
       01  WS-SEQ-OFFSET                         PIC 9(4) VALUE ZERO.
       01  WS-SEQ-LENGTH                         PIC 9(4) VALUE ZERO.
       01  WS-RECORD-ORDINAL                     PIC 9(9) VALUE ZERO.
       01  WS-RECORD-TYPE                        PIC X(10) VALUE
                                                  SPACES.
       01  WS-RECORD-SEQUENCE                    PIC 9(3) VALUE ZERO.
       01  WS-CHK-OFFSET                         PIC 9(4) VALUE ZERO.
       01  WS-CHK-LENGTH                         PIC 9(4) VALUE ZERO.
       01  WS-REASON-CDE                         PIC X(1) VALUE SPACE.
       01  WS-SIGN-BYTE                          PIC X(1) VALUE SPACE.
           88  WS-VALID-SIGN-BYTE                    VALUE '0' THRU '9'
                                                  '{' '}' 'A' THRU 'R'
                                                  'p' THRU 'y'.
       01  WS-FIELD-TEXT                         PIC X(10) VALUE
                                                  SPACES.
       01  WS-VAL-IDX                            PIC 9(2) VALUE ZERO.
       01  WS-DOMAIN-VALUE                       PIC 9(9) VALUE ZERO.
       01  WS-DATE-YEAR                          PIC 9(4) VALUE ZERO.
       01  WS-DATE-MONTH                         PIC 9(2) VALUE ZERO.
       01  WS-DATE-DAY                           PIC 9(2) VALUE ZERO.
       01  WS-MONTH-DAYS                         PIC 9(2) VALUE ZERO.
       01  WS-DAYS-IN-MONTH-VALUES               PIC X(24) VALUE
           '312831303130313130313031'.
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH                  PIC 9(2) OCCURS 12.
       01  WS-ERROR-RATE                         PIC 9(3)V9(2)
                                                  VALUE ZERO.
       01  WS-WORST-ERROR-RATE                   PIC 9(3)V9(2)
                                                  VALUE ZERO.
       01  WS-WORST-FIELD-NAME                   PIC X(30) VALUE
                                                  SPACES.
       01  WS-FEED-FIELD-ERRORS                  PIC 9(9) VALUE ZERO.
       01  WS-FIELDS-OVER-LIMIT                  PIC 9(5) VALUE ZERO.
       01  WS-DICT-REJECTED                      PIC 9(5) VALUE ZERO.
       01  WS-FEEDS-SCANNED                      PIC 9(3) VALUE ZERO.
       01  WS-FEEDS-NO-GO                        PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-RECORDS                      PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-EXCEPTIONS                   PIC 9(9) VALUE ZERO.
       01  DISPATCH-CALL-AREA.
           05  RD-RAW-RECORD                     PIC X(500).
           05  RD-OFFSET                         PIC 9(3).
           05  RD-LENGTH                         PIC 9(2).
           05  RD-RECORD-TYPE                    PIC X(10).
           05  RD-STATUS                         PIC X(1).
       01  SCAN-FIELD-TABLE.
           05  SCAN-FIELD-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-FIELD-COUNT
                   INDEXED BY FLD-IDX.
               10  SF-FIELD-NAME                 PIC X(30).
               10  SF-TYPE-CODE                  PIC X(1).
               10  SF-TOTAL-DIGITS               PIC 9(2).
               10  SF-DECIMAL-DIGITS             PIC 9(2).
               10  SF-FIELD-LENGTH               PIC 9(4).
               10  SF-RECORD-TYPE                PIC X(10).
               10  SF-SEQUENCE-NUMBER            PIC 9(3).
               10  SF-FIELD-OFFSET               PIC 9(4).
               10  SF-DOMAIN-CDE                 PIC X(1).
               10  SF-EMPTY-ALLOWED-CDE          PIC X(1).
               10  SF-VALUE-COUNT                PIC 9(2).
               10  SF-VALID-VALUE                PIC X(10) OCCURS 12.
               10  SF-OCCURRENCES                PIC 9(9).
               10  SF-ERRORS                     PIC 9(9).
       01  WS-HEADLINE-1                         PIC X(60) VALUE
           'FIELD-LEVEL PICTURE CONFORMANCE SCAN'.
       01  WS-FEED-HEADER-LINE.
           05  FILLER                            PIC X(6) VALUE
               'FEED: '.
           05  FHL-FEED-NAME                     PIC X(20).
           05  FILLER                            PIC X(8) VALUE
               '  FILE: '.
           05  FHL-FEED-FILE-NAME                PIC X(40).
           05  FILLER                            PIC X(14) VALUE
               '  RATE LIMIT: '.
           05  FHL-RATE-LIMIT                    PIC ZZ9.99.
       01  WS-COLUMN-LINE.
           05  FILLER                            PIC X(46) VALUE
               'FIELD NAME                     REC-TYPE   SEQ'.
           05  FILLER                            PIC X(40) VALUE
               '  OFFS  LEN T DEC  OCCURRENCES    ERRORS'.
           05  FILLER                            PIC X(10) VALUE
               '   RATE-%'.
       01  WS-DETAIL-LINE.
           05  DL-FIELD-NAME                     PIC X(30).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-RECORD-TYPE                    PIC X(10).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-SEQUENCE-NUMBER                PIC ZZ9.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-FIELD-OFFSET                   PIC ZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-FIELD-LENGTH                   PIC ZZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-TYPE-CODE                      PIC X(1).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-DECIMAL-DIGITS                 PIC ZZ9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-OCCURRENCES                    PIC Z(11)9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-ERRORS                         PIC Z(8)9.
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  DL-ERROR-RATE                     PIC ZZZ9.99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  DL-FLAG                           PIC X(14).
       01  WS-NOTE-LINE.
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  NL-NOTE                           PIC X(40).
           05  NL-FIELD-NAME                     PIC X(30).
       01  WS-FEED-STATUS-LINE.
           05  FILLER                            PIC X(13) VALUE
               'FEED STATUS: '.
           05  FSL-STATUS                        PIC X(5).
           05  FILLER                            PIC X(19) VALUE
               '  RECORDS SCANNED: '.
           05  FSL-RECORD-COUNT                  PIC ZZZZZZZZ9.
           05  FILLER                            PIC X(16) VALUE
               '  FIELD ERRORS: '.
           05  FSL-ERROR-COUNT                   PIC ZZZZZZZZ9.
           05  FILLER                            PIC X(21) VALUE
               '  FIELDS OVER LIMIT: '.
           05  FSL-OVER-LIMIT-COUNT              PIC ZZZZ9.
       01  WS-SUMMARY-LINE.
           05  FILLER                            PIC X(15) VALUE
               'FEEDS SCANNED: '.
           05  SL-FEED-COUNT                     PIC ZZ9.
           05  FILLER                            PIC X(10) VALUE
               '  NO-GO: '.
           05  SL-NO-GO-COUNT                    PIC ZZ9.
           05  FILLER                            PIC X(18) VALUE
               '  RECORDS READ: '.
           05  SL-RECORD-COUNT                   PIC ZZZZZZZZ9.
           05  FILLER                            PIC X(21) VALUE
               '  FIELD EXCEPTIONS: '.
           05  SL-EXCEPTION-COUNT                PIC ZZZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-FEED
               UNTIL WS-CONFIG-EOF
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT SCAN-CONFIG-FILE
           OPEN OUTPUT FIELD-EXCEPTION-FILE
           OPEN EXTEND FIELD-STATUS-FILE
           IF WS-STATUS-FS = '05' OR WS-STATUS-FS = '35'
               OPEN OUTPUT FIELD-STATUS-FILE
           END-IF
           OPEN OUTPUT CONFORMANCE-RPT-FILE
           WRITE CONFORMANCE-RPT-LINE FROM WS-HEADLINE-1
           IF WS-STATUS-FS NOT = '00'
               MOVE '*** FIELD STATUS FILE NOT OPENED - FS ' TO NL-NOTE
               MOVE WS-STATUS-FS TO NL-FIELD-NAME
               WRITE CONFORMANCE-RPT-LINE FROM WS-NOTE-LINE
           END-IF
           PERFORM 9100-READ-CONFIG.

       2000-SCAN-FEED.
           ADD 1 TO WS-FEEDS-SCANNED
           IF SC-RUN-DATE > ZERO
               MOVE SC-RUN-DATE TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION NUMVAL(
                    FUNCTION CURRENT-DATE(1:8)) TO WS-RUN-DATE
           END-IF
           MOVE SC-FEED-NAME TO FHL-FEED-NAME
           MOVE SC-FEED-FILE-NAME TO FHL-FEED-FILE-NAME
           MOVE SC-ERROR-RATE-LIMIT TO FHL-RATE-LIMIT
           WRITE CONFORMANCE-RPT-LINE FROM WS-FEED-HEADER-LINE
           WRITE CONFORMANCE-RPT-LINE FROM WS-COLUMN-LINE
           MOVE ZERO TO WS-RECORD-ORDINAL
           MOVE 'N' TO WS-FILE-MISSING-SW
           PERFORM 2100-LOAD-FEED-DICTIONARY
           IF WS-FIELD-COUNT = ZERO
               MOVE 'NO DICTIONARY ROWS FOR THIS FEED' TO NL-NOTE
               MOVE SPACES TO NL-FIELD-NAME
               WRITE CONFORMANCE-RPT-LINE FROM WS-NOTE-LINE
           ELSE
               PERFORM 2200-SCAN-INBOUND-FILE
           END-IF
           PERFORM 2500-WRITE-FIELD-SUMMARY
           PERFORM 2600-WRITE-FEED-STATUS
           PERFORM 9100-READ-CONFIG.

       2100-LOAD-FEED-DICTIONARY.
           MOVE ZERO TO WS-FIELD-COUNT
           MOVE ZERO TO WS-TYPE-OFFSET
           MOVE ZERO TO WS-TYPE-LENGTH
           MOVE ZERO TO WS-SEQ-OFFSET
           MOVE ZERO TO WS-SEQ-LENGTH
           OPEN INPUT SCHEMA-DICT-FILE
           PERFORM 2110-READ-DICTIONARY
               UNTIL WS-EOF
           CLOSE SCHEMA-DICT-FILE
           MOVE 'N' TO WS-EOF-SW.

       2110-READ-DICTIONARY.
           READ SCHEMA-DICT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF DICT-FEED-NAME = SC-FEED-NAME
                       PERFORM 2120-TABLE-DICTIONARY-ROW
                   END-IF
           END-READ.

       2120-TABLE-DICTIONARY-ROW.
           IF DICT-FIELD-OFFSET < 1 OR DICT-FIELD-LENGTH < 1
               OR DICT-FIELD-OFFSET + DICT-FIELD-LENGTH - 1
                   > WS-MAX-RECORD-LENGTH
               OR DICT-VALUE-COUNT > 12
               ADD 1 TO WS-DICT-REJECTED
               MOVE 'DICTIONARY ROW REJECTED - BAD LAYOUT: ' TO NL-NOTE
               MOVE DICT-FIELD-NAME TO NL-FIELD-NAME
               WRITE CONFORMANCE-RPT-LINE FROM WS-NOTE-LINE
           ELSE
               IF WS-FIELD-COUNT < WS-MAX-FIELDS
                   ADD 1 TO WS-FIELD-COUNT
                   SET FLD-IDX TO WS-FIELD-COUNT
                   MOVE DICT-FIELD-NAME TO SF-FIELD-NAME (FLD-IDX)
                   MOVE DICT-TYPE-CODE TO SF-TYPE-CODE (FLD-IDX)
                   MOVE DICT-TOTAL-DIGITS TO SF-TOTAL-DIGITS (FLD-IDX)
                   MOVE DICT-DECIMAL-DIGITS TO
                       SF-DECIMAL-DIGITS (FLD-IDX)
                   MOVE DICT-FIELD-LENGTH TO SF-FIELD-LENGTH (FLD-IDX)
                   MOVE DICT-RECORD-TYPE TO SF-RECORD-TYPE (FLD-IDX)
                   MOVE DICT-SEQUENCE-NUMBER TO
                       SF-SEQUENCE-NUMBER (FLD-IDX)
                   MOVE DICT-FIELD-OFFSET TO SF-FIELD-OFFSET (FLD-IDX)
                   MOVE DICT-DOMAIN-CDE TO SF-DOMAIN-CDE (FLD-IDX)
                   MOVE DICT-EMPTY-ALLOWED-CDE TO
                       SF-EMPTY-ALLOWED-CDE (FLD-IDX)
                   MOVE DICT-VALUE-COUNT TO SF-VALUE-COUNT (FLD-IDX)
                   PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                       UNTIL WS-VAL-IDX > 12
                       MOVE DICT-VALID-VALUE (WS-VAL-IDX) TO
                           SF-VALID-VALUE (FLD-IDX WS-VAL-IDX)
                   END-PERFORM
                   MOVE ZERO TO SF-OCCURRENCES (FLD-IDX)
                   MOVE ZERO TO SF-ERRORS (FLD-IDX)
               END-IF
               IF DICT-DOMAIN-RECORD-TYPE
                   AND DICT-FIELD-LENGTH <= 10
                   MOVE DICT-FIELD-OFFSET TO WS-TYPE-OFFSET
                   MOVE DICT-FIELD-LENGTH TO WS-TYPE-LENGTH
               END-IF
               IF DICT-DOMAIN-SEQUENCE
                   AND DICT-FIELD-LENGTH <= 3
                   MOVE DICT-FIELD-OFFSET TO WS-SEQ-OFFSET
                   MOVE DICT-FIELD-LENGTH TO WS-SEQ-LENGTH
               END-IF
           END-IF.

       2200-SCAN-INBOUND-FILE.
           MOVE SC-FEED-FILE-NAME TO WS-PROBE-FILENAME
           MOVE 'N' TO WS-PROBE-EOF-SW
           OPEN INPUT PROBE-FILE
           IF WS-PROBE-FS = '00'
               PERFORM 9200-READ-PROBE
               PERFORM 2210-CHECK-RECORD
                   UNTIL WS-PROBE-EOF
               CLOSE PROBE-FILE
           ELSE
               SET WS-FILE-MISSING TO TRUE
               MOVE 'INBOUND FILE NOT AVAILABLE' TO NL-NOTE
               MOVE SPACES TO NL-FIELD-NAME
               WRITE CONFORMANCE-RPT-LINE FROM WS-NOTE-LINE
           END-IF.

       2210-CHECK-RECORD.
           ADD 1 TO WS-RECORD-ORDINAL
           ADD 1 TO WS-TOTAL-RECORDS
           PERFORM 2220-IDENTIFY-RECORD
           PERFORM VARYING FLD-IDX FROM 1 BY 1
               UNTIL FLD-IDX > WS-FIELD-COUNT
               IF (SF-RECORD-TYPE (FLD-IDX) = SPACES
                       OR SF-RECORD-TYPE (FLD-IDX) = WS-RECORD-TYPE)
                   AND (SF-SEQUENCE-NUMBER (FLD-IDX) = ZERO
                       OR SF-SEQUENCE-NUMBER (FLD-IDX)
                           = WS-RECORD-SEQUENCE)
                   PERFORM 2300-CHECK-FIELD
               END-IF
           END-PERFORM
           PERFORM 9200-READ-PROBE.

       2220-IDENTIFY-RECORD.
           MOVE SPACES TO WS-RECORD-TYPE
           MOVE ZERO TO WS-RECORD-SEQUENCE
           IF WS-TYPE-LENGTH > ZERO
               MOVE PROBE-RECORD TO RD-RAW-RECORD
               MOVE WS-TYPE-OFFSET TO RD-OFFSET
               MOVE WS-TYPE-LENGTH TO RD-LENGTH
               CALL 'RECTYPE-DISPATCH' USING RD-RAW-RECORD RD-OFFSET
                   RD-LENGTH RD-RECORD-TYPE RD-STATUS
               IF RD-STATUS = '0'
                   MOVE RD-RECORD-TYPE TO WS-RECORD-TYPE
               END-IF
           END-IF
           IF WS-SEQ-LENGTH > ZERO
               IF PROBE-RECORD (WS-SEQ-OFFSET:WS-SEQ-LENGTH)
                   IS NUMERIC
                   COMPUTE WS-RECORD-SEQUENCE = FUNCTION NUMVAL(
                       PROBE-RECORD (WS-SEQ-OFFSET:WS-SEQ-LENGTH))
               END-IF
           END-IF.

       2300-CHECK-FIELD.
           ADD 1 TO SF-OCCURRENCES (FLD-IDX)
           MOVE SF-FIELD-OFFSET (FLD-IDX) TO WS-CHK-OFFSET
           MOVE SF-FIELD-LENGTH (FLD-IDX) TO WS-CHK-LENGTH
           MOVE SPACE TO WS-REASON-CDE
           EVALUATE TRUE
               WHEN PROBE-RECORD (WS-CHK-OFFSET:WS-CHK-LENGTH) = SPACES
                   AND SF-EMPTY-ALLOWED-CDE (FLD-IDX) = 'Y'
                   CONTINUE
               WHEN PROBE-RECORD (WS-CHK-OFFSET:WS-CHK-LENGTH) = SPACES
                   AND SF-TYPE-CODE (FLD-IDX) NOT = 'X'
                   MOVE 'B' TO WS-REASON-CDE
               WHEN SF-TYPE-CODE (FLD-IDX) = 'S'
                   PERFORM 2310-CHECK-SIGNED-FIELD
                   IF WS-REASON-CDE = SPACE
                       PERFORM 2320-CHECK-DOMAIN
                   END-IF
               WHEN SF-TYPE-CODE (FLD-IDX) = 'N'
                   OR SF-TYPE-CODE (FLD-IDX) = 'D'
                   IF PROBE-RECORD (WS-CHK-OFFSET:WS-CHK-LENGTH)
                       IS NOT NUMERIC
                       MOVE 'C' TO WS-REASON-CDE
                   ELSE
                       PERFORM 2320-CHECK-DOMAIN
                   END-IF
               WHEN OTHER
                   PERFORM 2320-CHECK-DOMAIN
           END-EVALUATE
           IF WS-REASON-CDE NOT = SPACE
               ADD 1 TO SF-ERRORS (FLD-IDX)
               PERFORM 2390-WRITE-EXCEPTION
           END-IF.

       2310-CHECK-SIGNED-FIELD.
           IF WS-CHK-LENGTH > 1
               IF PROBE-RECORD (WS-CHK-OFFSET:WS-CHK-LENGTH - 1)
                   IS NOT NUMERIC
                   MOVE 'C' TO WS-REASON-CDE
               END-IF
           END-IF
           MOVE PROBE-RECORD (WS-CHK-OFFSET + WS-CHK-LENGTH - 1:1)
               TO WS-SIGN-BYTE
           IF NOT WS-VALID-SIGN-BYTE
               MOVE 'C' TO WS-REASON-CDE
           END-IF.

       2320-CHECK-DOMAIN.
           EVALUATE SF-DOMAIN-CDE (FLD-IDX)
               WHEN 'Y'
               WHEN 'M'
               WHEN 'D'
               WHEN 'C'
                   PERFORM 2330-CHECK-DATE-PART
               WHEN 'V'
                   PERFORM 2340-CHECK-VALUE-LIST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2330-CHECK-DATE-PART.
           IF PROBE-RECORD (WS-CHK-OFFSET:WS-CHK-LENGTH) IS NOT NUMERIC
               MOVE 'C' TO WS-REASON-CDE
           ELSE
               COMPUTE WS-DOMAIN-VALUE = FUNCTION NUMVAL(
                   PROBE-RECORD (WS-CHK-OFFSET:WS-CHK-LENGTH))
               IF WS-DOMAIN-VALUE = ZERO
                   AND SF-EMPTY-ALLOWED-CDE (FLD-IDX) = 'Y'
                   CONTINUE
               ELSE
                   EVALUATE SF-DOMAIN-CDE (FLD-IDX)
                       WHEN 'Y'
                           IF WS-DOMAIN-VALUE < 1900
                               OR WS-DOMAIN-VALUE > 9999
                               MOVE 'Y' TO WS-REASON-CDE
                           END-IF
                       WHEN 'M'
                           IF WS-DOMAIN-VALUE < 1
                               OR WS-DOMAIN-VALUE > 12
                               MOVE 'M' TO WS-REASON-CDE
                           END-IF
                       WHEN 'D'
                           IF WS-DOMAIN-VALUE < 1
                               OR WS-DOMAIN-VALUE > 31
                               MOVE 'D' TO WS-REASON-CDE
                           END-IF
                       WHEN OTHER
                           PERFORM 2335-CHECK-CCYYMMDD
                   END-EVALUATE
               END-IF
           END-IF.

       2335-CHECK-CCYYMMDD.
           IF WS-CHK-LENGTH NOT = 8
               MOVE 'T' TO WS-REASON-CDE
           ELSE
               COMPUTE WS-DATE-YEAR = FUNCTION NUMVAL(
                   PROBE-RECORD (WS-CHK-OFFSET:4))
               COMPUTE WS-DATE-MONTH = FUNCTION NUMVAL(
                   PROBE-RECORD (WS-CHK-OFFSET + 4:2))
               COMPUTE WS-DATE-DAY = FUNCTION NUMVAL(
                   PROBE-RECORD (WS-CHK-OFFSET + 6:2))
               IF WS-DATE-YEAR < 1900
                   OR WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
                   OR WS-DATE-DAY < 1
                   MOVE 'T' TO WS-REASON-CDE
               ELSE
                   MOVE WS-DAYS-IN-MONTH (WS-DATE-MONTH) TO
                       WS-MONTH-DAYS
                   IF WS-DATE-MONTH = 2
                       AND FUNCTION MOD(WS-DATE-YEAR, 4) = 0
                       AND (FUNCTION MOD(WS-DATE-YEAR, 100) NOT = 0
                           OR FUNCTION MOD(WS-DATE-YEAR, 400) = 0)
                       MOVE 29 TO WS-MONTH-DAYS
                   END-IF
                   IF WS-DATE-DAY > WS-MONTH-DAYS
                       MOVE 'T' TO WS-REASON-CDE
                   END-IF
               END-IF
           END-IF.

       2340-CHECK-VALUE-LIST.
           IF SF-VALUE-COUNT (FLD-IDX) > ZERO
               MOVE SPACES TO WS-FIELD-TEXT
               MOVE PROBE-RECORD (WS-CHK-OFFSET:WS-CHK-LENGTH) TO
                   WS-FIELD-TEXT
               MOVE 'V' TO WS-REASON-CDE
               PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                   UNTIL WS-VAL-IDX > SF-VALUE-COUNT (FLD-IDX)
                   IF SF-VALID-VALUE (FLD-IDX WS-VAL-IDX)
                       = WS-FIELD-TEXT
                       MOVE SPACE TO WS-REASON-CDE
                   END-IF
               END-PERFORM
           END-IF.

       2390-WRITE-EXCEPTION.
           ADD 1 TO WS-TOTAL-EXCEPTIONS
           MOVE WS-RUN-DATE TO FX-RUN-DATE
           MOVE SC-FEED-NAME TO FX-FEED-NAME
           MOVE WS-RECORD-ORDINAL TO FX-RECORD-ORDINAL
           MOVE WS-RECORD-TYPE TO FX-RECORD-TYPE
           MOVE WS-RECORD-SEQUENCE TO FX-SEQUENCE-NUMBER
           MOVE SF-FIELD-NAME (FLD-IDX) TO FX-FIELD-NAME
           MOVE WS-CHK-OFFSET TO FX-FIELD-OFFSET
           MOVE WS-CHK-LENGTH TO FX-FIELD-LENGTH
           MOVE WS-REASON-CDE TO FX-REASON-CDE
           MOVE PROBE-RECORD (WS-CHK-OFFSET:WS-CHK-LENGTH) TO
               FX-RAW-BYTES
           WRITE FIELD-EXCEPTION-RECORD.

       2500-WRITE-FIELD-SUMMARY.
           MOVE ZERO TO WS-FEED-FIELD-ERRORS
           MOVE ZERO TO WS-FIELDS-OVER-LIMIT
           MOVE ZERO TO WS-WORST-ERROR-RATE
           MOVE SPACES TO WS-WORST-FIELD-NAME
           PERFORM VARYING FLD-IDX FROM 1 BY 1
               UNTIL FLD-IDX > WS-FIELD-COUNT
               PERFORM 2510-WRITE-FIELD-LINE
           END-PERFORM.

       2510-WRITE-FIELD-LINE.
           MOVE ZERO TO WS-ERROR-RATE
           IF SF-OCCURRENCES (FLD-IDX) > ZERO
               COMPUTE WS-ERROR-RATE ROUNDED =
                   SF-ERRORS (FLD-IDX) * 100 / SF-OCCURRENCES (FLD-IDX)
           END-IF
           ADD SF-ERRORS (FLD-IDX) TO WS-FEED-FIELD-ERRORS
           MOVE SPACES TO DL-FLAG
           IF SF-ERRORS (FLD-IDX) > ZERO
               AND WS-ERROR-RATE > SC-ERROR-RATE-LIMIT
               ADD 1 TO WS-FIELDS-OVER-LIMIT
               MOVE '*** OVER LIMIT' TO DL-FLAG
           END-IF
           IF SF-ERRORS (FLD-IDX) > ZERO
               AND (WS-WORST-FIELD-NAME = SPACES
                   OR WS-ERROR-RATE > WS-WORST-ERROR-RATE)
               MOVE WS-ERROR-RATE TO WS-WORST-ERROR-RATE
               MOVE SF-FIELD-NAME (FLD-IDX) TO WS-WORST-FIELD-NAME
           END-IF
           MOVE SF-FIELD-NAME (FLD-IDX) TO DL-FIELD-NAME
           MOVE SF-RECORD-TYPE (FLD-IDX) TO DL-RECORD-TYPE
           MOVE SF-SEQUENCE-NUMBER (FLD-IDX) TO DL-SEQUENCE-NUMBER
           MOVE SF-FIELD-OFFSET (FLD-IDX) TO DL-FIELD-OFFSET
           MOVE SF-FIELD-LENGTH (FLD-IDX) TO DL-FIELD-LENGTH
           MOVE SF-TYPE-CODE (FLD-IDX) TO DL-TYPE-CODE
           MOVE SF-DECIMAL-DIGITS (FLD-IDX) TO DL-DECIMAL-DIGITS
           MOVE SF-OCCURRENCES (FLD-IDX) TO DL-OCCURRENCES
           MOVE SF-ERRORS (FLD-IDX) TO DL-ERRORS
           MOVE WS-ERROR-RATE TO DL-ERROR-RATE
           WRITE CONFORMANCE-RPT-LINE FROM WS-DETAIL-LINE.

       2600-WRITE-FEED-STATUS.
           MOVE SC-FEED-NAME TO FS-FEED-NAME
           MOVE WS-RUN-DATE TO FS-RUN-DATE
           MOVE WS-RECORD-ORDINAL TO FS-RECORDS-SCANNED
           MOVE WS-FEED-FIELD-ERRORS TO FS-FIELD-ERRORS
           MOVE WS-FIELDS-OVER-LIMIT TO FS-FIELDS-OVER-LIMIT
           MOVE WS-WORST-FIELD-NAME TO FS-WORST-FIELD-NAME
           MOVE WS-WORST-ERROR-RATE TO FS-WORST-ERROR-RATE
           MOVE SC-ERROR-RATE-LIMIT TO FS-ERROR-RATE-LIMIT
           IF WS-FIELDS-OVER-LIMIT > ZERO
               OR WS-FILE-MISSING
               OR WS-FIELD-COUNT = ZERO
               SET FS-NO-GO TO TRUE
               ADD 1 TO WS-FEEDS-NO-GO
               MOVE 'NO-GO' TO FSL-STATUS
           ELSE
               SET FS-GO TO TRUE
               MOVE 'GO' TO FSL-STATUS
           END-IF
           IF WS-STATUS-FS = '00'
               WRITE FIELD-STATUS-RECORD
           END-IF
           IF WS-STATUS-FS NOT = '00'
               MOVE '*** GO / NO-GO ROW NOT WRITTEN - FS ' TO NL-NOTE
               MOVE WS-STATUS-FS TO NL-FIELD-NAME
               WRITE CONFORMANCE-RPT-LINE FROM WS-NOTE-LINE
           END-IF
           MOVE WS-RECORD-ORDINAL TO FSL-RECORD-COUNT
           MOVE WS-FEED-FIELD-ERRORS TO FSL-ERROR-COUNT
           MOVE WS-FIELDS-OVER-LIMIT TO FSL-OVER-LIMIT-COUNT
           WRITE CONFORMANCE-RPT-LINE FROM WS-FEED-STATUS-LINE.

       3000-FINALIZE.
           MOVE WS-FEEDS-SCANNED TO SL-FEED-COUNT
           MOVE WS-FEEDS-NO-GO TO SL-NO-GO-COUNT
           MOVE WS-TOTAL-RECORDS TO SL-RECORD-COUNT
           MOVE WS-TOTAL-EXCEPTIONS TO SL-EXCEPTION-COUNT
           WRITE CONFORMANCE-RPT-LINE FROM WS-SUMMARY-LINE
           CLOSE SCAN-CONFIG-FILE
           CLOSE FIELD-EXCEPTION-FILE
           CLOSE FIELD-STATUS-FILE
           CLOSE CONFORMANCE-RPT-FILE.

       9100-READ-CONFIG.
           READ SCAN-CONFIG-FILE
               AT END
                   MOVE 'Y' TO WS-CONFIG-EOF-SW
           END-READ.

       9200-READ-PROBE.
           READ PROBE-FILE
               AT END
                   MOVE 'Y' TO WS-PROBE-EOF-SW
           END-READ.
