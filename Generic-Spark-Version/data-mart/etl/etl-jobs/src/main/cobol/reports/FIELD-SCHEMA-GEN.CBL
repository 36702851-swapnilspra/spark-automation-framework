      *  the prior one, so this one generator drives every feed's
      *  schema output from the same dictionary file instead of one
      *  hardcoded program per feed.
      *
      *  The dictionary row also carries what FIELD-CONFORMANCE-RPT
      *  needs to check the data against the layout - the record type
      *  and sequence number the field belongs to, its byte offset in
      *  the record, and an optional domain rule (date part or a
      *  value list transcribed from the field's 88-levels).  The
      *  schema is generated from the shape columns alone, so those
      *  trailing columns pass through here untouched.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  DICT-TOTAL-DIGITS                 PIC 9(2).
           05  DICT-DECIMAL-DIGITS               PIC 9(2).
           05  DICT-FIELD-LENGTH                 PIC 9(4).
           05  DICT-RECORD-TYPE                  PIC X(10).
           05  DICT-SEQUENCE-NUMBER              PIC 9(3).
           05  DICT-FIELD-OFFSET                 PIC 9(4).
           05  DICT-DOMAIN-CDE                   PIC X(1).
           05  DICT-EMPTY-ALLOWED-CDE            PIC X(1).
           05  DICT-VALUE-COUNT                  PIC 9(2).
           05  DICT-VALID-VALUE                  PIC X(10) OCCURS 12.
       FD  SCHEMA-OUTPUT-FILE.
       01  SCHEMA-OUTPUT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
