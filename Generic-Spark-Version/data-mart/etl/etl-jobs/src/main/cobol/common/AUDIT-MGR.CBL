      *  complete from day complete.  The audit file is opened EXTEND
      *  (append) if it already exists and OUTPUT (create) the first
      *  time any job writes to it.
      *
      *  Each row carries a superseded code, written blank here and
      *  set to 'S' by GENERATION-ROLLBACK on the rows of runs it has
      *  rolled back, so the reruns are not mistaken for work already
      *  complete.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  AT-RECORDS-LOADED                 PIC 9(9).
           05  AT-RECORDS-REJECTED               PIC 9(9).
           05  AT-ELAPSED-SECONDS                PIC 9(7).
           05  AT-SUPERSEDED-CDE                 PIC X(1).
               88  AT-SUPERSEDED                     VALUE 'S'.
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FS                           PIC X(2) VALUE '00'.
       LINKAGE SECTION.
               MOVE LK-RECORDS-LOADED TO AT-RECORDS-LOADED
               MOVE LK-RECORDS-REJECTED TO AT-RECORDS-REJECTED
               MOVE LK-ELAPSED-SECONDS TO AT-ELAPSED-SECONDS
               MOVE SPACE TO AT-SUPERSEDED-CDE
               WRITE AUDIT-TRAIL-RECORD
               CLOSE AUDIT-TRAIL-FILE
           END-IF
