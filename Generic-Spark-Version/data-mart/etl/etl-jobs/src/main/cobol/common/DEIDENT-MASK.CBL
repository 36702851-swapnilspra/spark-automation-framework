       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEIDENT-MASK.
      ******************************************************************
      *  Shared de-identification masking subprogram.  The caller
      *  passes one sensitive value (left-justified in LK-VALUE), its
      *  length and a masking domain; the value is replaced in place
      *  by its masked equivalent.  Every field that carries the
      *  same kind of value across the feeds (account numbers, TINs
      *  and SSNs, registration lines, phone numbers and so on) is
      *  masked under one domain, so the same real value becomes the
      *  same masked value in every feed and every run and the
      *  cross-feed joins and households still work on masked data.
      *
      *  The mask is keyed by the secret text on the MASKKEY file,
      *  read on the first call.  Digits stay digits, upper-case
      *  letters stay upper-case and lower-case stay lower-case;
      *  spaces and punctuation are left where they are, so masked
      *  values still pass the feeds' own class and format edits.
      *  Each character is shifted by a running value built from the
      *  key, the domain and every character before it, then a
      *  second pass repeats this from the right-hand end, so a
      *  change to any one character changes the whole masked value.
      *  Both passes can be undone only with the key, and because
      *  they can be undone two different real values can never mask
      *  to the same value.  A value that is all spaces or all zeros
      *  carries no identity and is returned unchanged.
      *
      *  LK-STATUS '0' masked, '2' blank or zero - left unchanged,
      *  '1' no masking key - value left unchanged and the caller
      *  must not write the record.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-KEY-FILE ASSIGN TO "MASKKEY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEY-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASK-KEY-FILE.
       01  MASK-KEY-RECORD.
           05  MK-KEY-TEXT                       PIC X(32).
       WORKING-STORAGE SECTION.
       01  WS-KEY-FS                             PIC X(2) VALUE '00'.
       01  WS-KEY-STATE-SW                       PIC X(1) VALUE 'U'.
           88  WS-KEY-UNREAD                         VALUE 'U'.
           88  WS-KEY-LOADED                         VALUE 'L'.
           88  WS-KEY-MISSING                        VALUE 'M'.
       01  WS-KEY-TEXT                           PIC X(32) VALUE
                                                  SPACES.
       01  WS-KEY-SEED                           PIC 9(9) VALUE ZERO.
       01  WS-DOMAIN-SEED                        PIC 9(9) VALUE ZERO.
       01  WS-CARRY                              PIC 9(9) VALUE ZERO.
       01  WS-MODULUS                            PIC 9(9) VALUE 999983.
       01  WS-CHAR-IDX                           PIC 9(2) VALUE ZERO.
       01  WS-SEED-IDX                           PIC 9(2) VALUE ZERO.
       01  WS-CHAR                               PIC X(1) VALUE SPACE.
       01  WS-CHAR-CLASS                         PIC X(1) VALUE SPACE.
           88  WS-CHAR-DIGIT                         VALUE 'D'.
           88  WS-CHAR-UPPER                         VALUE 'U'.
           88  WS-CHAR-LOWER                         VALUE 'L'.
           88  WS-CHAR-OTHER                         VALUE 'O'.
       01  WS-CHAR-POS                           PIC 9(3) VALUE ZERO.
       01  WS-CHAR-VALUE                         PIC 9(3) VALUE ZERO.
       01  WS-NEW-POS                            PIC 9(3) VALUE ZERO.
       01  WS-DIGIT-ALPHABET                     PIC X(10) VALUE
           '0123456789'.
       01  WS-UPPER-ALPHABET                     PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-LOWER-ALPHABET                     PIC X(26) VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       LINKAGE SECTION.
       01  LK-DOMAIN                             PIC X(8).
       01  LK-VALUE                              PIC X(35).
       01  LK-LENGTH                             PIC 9(2).
       01  LK-STATUS                             PIC X(1).
       PROCEDURE DIVISION USING LK-DOMAIN LK-VALUE LK-LENGTH
               LK-STATUS.
       0000-MAIN.
           MOVE '0' TO LK-STATUS
           IF WS-KEY-UNREAD
               PERFORM 1000-LOAD-KEY
           END-IF
           EVALUATE TRUE
               WHEN WS-KEY-MISSING
                   MOVE '1' TO LK-STATUS
               WHEN LK-LENGTH = ZERO OR LK-LENGTH > 35
                   MOVE '2' TO LK-STATUS
               WHEN LK-VALUE (1:LK-LENGTH) = SPACES
                   MOVE '2' TO LK-STATUS
               WHEN LK-VALUE (1:LK-LENGTH) = ALL '0'
                   MOVE '2' TO LK-STATUS
               WHEN OTHER
                   PERFORM 2000-SEED-DOMAIN
                   PERFORM 3000-FORWARD-PASS
                   PERFORM 4000-BACKWARD-PASS
           END-EVALUATE
           GOBACK.

       1000-LOAD-KEY.
           SET WS-KEY-MISSING TO TRUE
           OPEN INPUT MASK-KEY-FILE
           IF WS-KEY-FS = '00'
               READ MASK-KEY-FILE
                   NOT AT END
                       IF MK-KEY-TEXT NOT = SPACES
                           MOVE MK-KEY-TEXT TO WS-KEY-TEXT
                           SET WS-KEY-LOADED TO TRUE
                       END-IF
               END-READ
               CLOSE MASK-KEY-FILE
           END-IF
           IF WS-KEY-LOADED
               MOVE 7 TO WS-KEY-SEED
               PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
                   UNTIL WS-SEED-IDX > 32
                   COMPUTE WS-KEY-SEED = FUNCTION MOD(
                       WS-KEY-SEED * 37
                       + FUNCTION ORD(WS-KEY-TEXT (WS-SEED-IDX:1))
                       + WS-SEED-IDX, WS-MODULUS)
               END-PERFORM
           END-IF.

       2000-SEED-DOMAIN.
           MOVE WS-KEY-SEED TO WS-DOMAIN-SEED
           PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
               UNTIL WS-SEED-IDX > 8
               COMPUTE WS-DOMAIN-SEED = FUNCTION MOD(
                   WS-DOMAIN-SEED * 41
                   + FUNCTION ORD(LK-DOMAIN (WS-SEED-IDX:1)),
                   WS-MODULUS)
           END-PERFORM.

      *    The running value is advanced from each character as it
      *    was BEFORE it was shifted, which is what lets the pass be
      *    undone from left to right with the key.
       3000-FORWARD-PASS.
           MOVE WS-DOMAIN-SEED TO WS-CARRY
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > LK-LENGTH
               PERFORM 5000-SHIFT-CHARACTER
           END-PERFORM.

       4000-BACKWARD-PASS.
           COMPUTE WS-CARRY = FUNCTION MOD(
               WS-DOMAIN-SEED * 7 + 13, WS-MODULUS)
           PERFORM VARYING WS-CHAR-IDX FROM LK-LENGTH BY -1
               UNTIL WS-CHAR-IDX < 1
               PERFORM 5000-SHIFT-CHARACTER
           END-PERFORM.

       5000-SHIFT-CHARACTER.
           MOVE LK-VALUE (WS-CHAR-IDX:1) TO WS-CHAR
           PERFORM 5100-CLASSIFY-CHARACTER
           EVALUATE TRUE
               WHEN WS-CHAR-DIGIT
                   COMPUTE WS-NEW-POS = FUNCTION MOD(
                       WS-CHAR-VALUE + WS-CARRY, 10) + 1
                   MOVE WS-DIGIT-ALPHABET (WS-NEW-POS:1) TO
                       LK-VALUE (WS-CHAR-IDX:1)
               WHEN WS-CHAR-UPPER
                   COMPUTE WS-NEW-POS = FUNCTION MOD(
                       WS-CHAR-VALUE + WS-CARRY, 26) + 1
                   MOVE WS-UPPER-ALPHABET (WS-NEW-POS:1) TO
                       LK-VALUE (WS-CHAR-IDX:1)
               WHEN WS-CHAR-LOWER
                   COMPUTE WS-NEW-POS = FUNCTION MOD(
                       WS-CHAR-VALUE + WS-CARRY, 26) + 1
                   MOVE WS-LOWER-ALPHABET (WS-NEW-POS:1) TO
                       LK-VALUE (WS-CHAR-IDX:1)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           COMPUTE WS-CARRY = FUNCTION MOD(
               WS-CARRY * 31 + WS-CHAR-VALUE + WS-CHAR-IDX + 1,
               WS-MODULUS).

       5100-CLASSIFY-CHARACTER.
           MOVE ZERO TO WS-CHAR-POS
           INSPECT WS-DIGIT-ALPHABET TALLYING WS-CHAR-POS
               FOR CHARACTERS BEFORE INITIAL WS-CHAR
           IF WS-CHAR-POS < 10
               SET WS-CHAR-DIGIT TO TRUE
               MOVE WS-CHAR-POS TO WS-CHAR-VALUE
           ELSE
               MOVE ZERO TO WS-CHAR-POS
               INSPECT WS-UPPER-ALPHABET TALLYING WS-CHAR-POS
                   FOR CHARACTERS BEFORE INITIAL WS-CHAR
               IF WS-CHAR-POS < 26
                   SET WS-CHAR-UPPER TO TRUE
                   MOVE WS-CHAR-POS TO WS-CHAR-VALUE
               ELSE
                   MOVE ZERO TO WS-CHAR-POS
                   INSPECT WS-LOWER-ALPHABET TALLYING WS-CHAR-POS
                       FOR CHARACTERS BEFORE INITIAL WS-CHAR
                   IF WS-CHAR-POS < 26
                       SET WS-CHAR-LOWER TO TRUE
                       MOVE WS-CHAR-POS TO WS-CHAR-VALUE
                   ELSE
                       SET WS-CHAR-OTHER TO TRUE
                       MOVE FUNCTION ORD(WS-CHAR) TO WS-CHAR-VALUE
                   END-IF
               END-IF
           END-IF.
