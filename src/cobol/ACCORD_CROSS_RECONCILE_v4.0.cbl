               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SVT-TRANSACTION-KEY
      * Alternate keys as declared by ACCORD-TRANSACTION-LOG-MAINFRAME-
      * V4 -- every program opening the archive declares the same set.
               ALTERNATE RECORD KEY IS DLT-ORIGINAL-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DLT-COUNTERPARTY-KEY
                   = DLT-COUNTERPARTY-DID DLT-TIMESTAMP
                   WITH DUPLICATES
               STATUS IS DLT-FILE-STATUS.
           SELECT GENERATION-REGISTRY-FILE
               ASSIGN TO 'DLT_GENERATION_REGISTRY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GEN-TRANSACTION-KEY
      * A generation carries the archive's alternate keys -- see
      * ACCORD-ARCHIVE-ROLLOVER-V4, which cuts it.
               ALTERNATE RECORD KEY IS GEN-ORIGINAL-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS GEN-COUNTERPARTY-KEY
                   = GEN-COUNTERPARTY-DID GEN-TIMESTAMP
                   WITH DUPLICATES
               STATUS IS GEN-FILE-STATUS.
           SELECT GEN-SUMMARY-FILE
               ASSIGN TO DYNAMIC WS-GEN-SUMMARY-PATH
           DATA RECORD IS GEN-ARCHIVE-RECORD.
       01  GEN-ARCHIVE-RECORD.
           05  GEN-TRANSACTION-KEY      PIC X(51).
           05  GEN-ARCHIVE-DATA.
               10 FILLER                PIC X(64).
               10 GEN-TIMESTAMP         PIC 9(16).
               10 FILLER                PIC X(02).
               10 GEN-ORIGINAL-KEY      PIC X(51).
               10 GEN-COUNTERPARTY-DID  PIC X(30).
               10 FILLER                PIC X(37).

       FD  GEN-SUMMARY-FILE
           RECORD CONTAINS 100 CHARACTERS
