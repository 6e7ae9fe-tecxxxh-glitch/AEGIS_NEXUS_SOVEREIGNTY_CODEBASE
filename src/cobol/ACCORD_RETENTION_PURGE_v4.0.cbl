      * CLOSING SUMMARY (DEBIT-SIDE 'O'/'C' POSTINGS BY INTENT,
      * REVERSALS SEPARATE) IS APPENDED TO DLT_DESTRUCTION_CERT.LOG.
      *
      * THE ARCHIVE DIGEST CHAIN RUNS THROUGH EVERY RECORD EVER
      * WRITTEN, SO DESTROYING A PERIOD WOULD CUT IT. BEFORE A
      * GENERATION IS SUMMARIZED, THE LINK OF EACH OF ITS CHAINED
      * RECORDS (SEQUENCE, DIGEST, KEY) IS WRITTEN TO
      * DLT_GEN_CHAIN_LINKS_<PERIOD>.DAT, WHICH IS KEPT -- THE
      * ARCHIVE AUDIT WALKS THE CHAIN ACROSS THE PURGED PERIOD ON
      * THOSE LINKS. NO LINK FILE, NO PURGE.
      *
      * ORDER OF DURABILITY: SUMMARIES ARE WRITTEN FIRST, THE REGISTRY
      * REWRITE IS COPIED BACK SECOND, AND THE GENERATION FILES ARE
      * TRUNCATED LAST -- AT NO POINT IS A PERIOD'S DATA GONE WHILE
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
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS GEN-SUMMARY-FILE-STATUS.
           SELECT CHAIN-LINKS-FILE
               ASSIGN TO DYNAMIC WS-CHAIN-LINKS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS CHAIN-LINKS-FILE-STATUS.
           SELECT DESTRUCTION-CERT-FILE
               ASSIGN TO 'DLT_DESTRUCTION_CERT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               10 GEN-COUNTERPARTY-DID  PIC X(30).
               10 GEN-TRANSFER-SIDE     PIC X(01).
               10 GEN-ASSET-CLASS       PIC X(02).
      * Digest chain link -- see the archive record in ACCORD-
      * TRANSACTION-LOG-MAINFRAME-V4. Spaces on pre-chain records.
               10 GEN-CHAIN-SEQ         PIC 9(12).
               10 GEN-CHAIN-DIGEST      PIC 9(15).
               10 FILLER                PIC X(07).

       FD  GEN-SUMMARY-FILE
           RECORD CONTAINS 100 CHARACTERS
           05  SUM-GROSS-WEIGHT         PIC 9(14).
           05  FILLER                   PIC X(10).

       FD  CHAIN-LINKS-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CHAIN-LINK-RECORD.
       01  CHAIN-LINK-RECORD.
           05  LNK-CHAIN-SEQ            PIC 9(12).
           05  LNK-CHAIN-DIGEST         PIC 9(15).
           05  LNK-TRANSACTION-KEY      PIC X(51).
           05  FILLER                   PIC X(02).

       FD  DESTRUCTION-CERT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS DESTRUCTION-CERT-RECORD.
       01  DESTRUCTION-CERT-FILE-STATUS PIC X(02).
       01  WS-GEN-ARCHIVE-PATH          PIC X(64).
       01  WS-GEN-SUMMARY-PATH          PIC X(64).
       01  CHAIN-LINKS-FILE-STATUS      PIC X(02).
       01  WS-CHAIN-LINKS-PATH          PIC X(64).
       01  WS-LINKS-FAILED-FLAG         PIC X(01) VALUE 'N'.
           88  CHAIN-LINKS-WRITE-FAILED VALUE 'Y'.
       01  WS-GEN-LINK-COUNTER          PIC 9(08) VALUE ZEROES.

       01  WS-HORIZON-PERIOD            PIC X(06).
       01  WS-HORIZON-PERIOD-N REDEFINES WS-HORIZON-PERIOD
               10  WS-PUR-REVERSALS     PIC 9(08).
               10  WS-PUR-GROSS         PIC 9(16).
               10  WS-PUR-SUMMARY-ROWS  PIC 9(08).
               10  WS-PUR-CHAIN-LINKS   PIC 9(08).
               10  WS-PUR-SUMMARY-PATH  PIC X(64).
               10  WS-PUR-INTENT-STATS.
                   15  WS-PUR-STAT-ENTRY OCCURS 3 TIMES.
                   MOVE ZEROES TO WS-PUR-GROSS (WS-PURGED-COUNT)
                   MOVE ZEROES
                       TO WS-PUR-SUMMARY-ROWS (WS-PURGED-COUNT)
                   MOVE ZEROES
                       TO WS-PUR-CHAIN-LINKS (WS-PURGED-COUNT)
                   MOVE ZEROES
                       TO WS-PUR-INTENT-STATS (WS-PURGED-COUNT)
               END-IF
               ADD 1 TO WS-SKIPPED-COUNTER
               PERFORM 2580-PASS-LINE-THROUGH
           ELSE
               PERFORM 2205-OPEN-CHAIN-LINKS-FILE
           END-IF
           IF GEN-FILE-STATUS = '00'
               AND NOT CHAIN-LINKS-WRITE-FAILED
               MOVE 'N' TO WS-GEN-EOF-FLAG
               PERFORM 2210-ACCUMULATE-GEN-RECORD
                   UNTIL END-OF-GENERATION
                       OR BUCKET-TABLE-OVERFLOWED
                       OR CHAIN-LINKS-WRITE-FAILED
               CLOSE DLT-GEN-ARCHIVE-FILE
               CLOSE CHAIN-LINKS-FILE
               IF CHAIN-LINKS-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-LINKS-FAILED-FLAG
               END-IF
               EVALUATE TRUE
                   WHEN BUCKET-TABLE-OVERFLOWED
                       DISPLAY 'ERROR 2202: ROLL-UP BUCKETS FULL AT '
                           WS-BUCKET-LIMIT ' FOR PERIOD '
                           GENREG-PERIOD ' -- LEFT UNPURGED'
                       ADD 1 TO WS-SKIPPED-COUNTER
                       PERFORM 2580-PASS-LINE-THROUGH
                   WHEN CHAIN-LINKS-WRITE-FAILED
                       DISPLAY 'ERROR 2204: CHAIN LINKS WRITE FAILED '
                           'FOR PERIOD ' GENREG-PERIOD ' STATUS: '
                           CHAIN-LINKS-FILE-STATUS ' -- LEFT UNPURGED'
                       ADD 1 TO WS-SKIPPED-COUNTER
                       PERFORM 2580-PASS-LINE-THROUGH
                   WHEN OTHER
                       PERFORM 2400-WRITE-SUMMARY-FILE
               END-EVALUATE
           END-IF.

       2205-OPEN-CHAIN-LINKS-FILE.
      * Opened OUTPUT, so a rerun after a failure rewrites the file
      * whole rather than appending a second copy of the links.
           MOVE 'N' TO WS-LINKS-FAILED-FLAG
           MOVE ZEROES TO WS-GEN-LINK-COUNTER
           MOVE SPACES TO WS-CHAIN-LINKS-PATH
           STRING 'DLT_GEN_CHAIN_LINKS_' GENREG-PERIOD '.DAT'
               DELIMITED BY SIZE
               INTO WS-CHAIN-LINKS-PATH
           OPEN OUTPUT CHAIN-LINKS-FILE
           IF CHAIN-LINKS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 2203: CANNOT CREATE CHAIN LINKS FILE FOR '
                   'PERIOD ' GENREG-PERIOD ' STATUS: '
                   CHAIN-LINKS-FILE-STATUS ' -- LEFT UNPURGED'
               MOVE 'Y' TO WS-LINKS-FAILED-FLAG
               CLOSE DLT-GEN-ARCHIVE-FILE
               ADD 1 TO WS-SKIPPED-COUNTER
               PERFORM 2580-PASS-LINE-THROUGH
           END-IF.

       2210-ACCUMULATE-GEN-RECORD.
                   ADD GEN-FINAL-WEIGHT TO WS-GEN-GROSS-WEIGHT
                   PERFORM 2220-BUCKET-ONE-RECORD
                   PERFORM 2230-COUNT-CERT-STATS
                   PERFORM 2240-WRITE-CHAIN-LINK
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever, and a
           END-IF
           END-IF.

       2240-WRITE-CHAIN-LINK.
      * Pre-chain records carry no link and leave none behind.
           IF GEN-CHAIN-SEQ NUMERIC
               AND GEN-CHAIN-DIGEST NUMERIC
               MOVE SPACES TO CHAIN-LINK-RECORD
               MOVE GEN-CHAIN-SEQ TO LNK-CHAIN-SEQ
               MOVE GEN-CHAIN-DIGEST TO LNK-CHAIN-DIGEST
               MOVE GEN-TRANSACTION-KEY TO LNK-TRANSACTION-KEY
               WRITE CHAIN-LINK-RECORD
               IF CHAIN-LINKS-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-LINKS-FAILED-FLAG
               ELSE
                   ADD 1 TO WS-GEN-LINK-COUNTER
               END-IF
           END-IF.

       2400-WRITE-SUMMARY-FILE.
           MOVE SPACES TO WS-GEN-SUMMARY-PATH
           STRING 'DLT_GEN_SUMMARY_' GENREG-PERIOD '.DAT'
           MOVE WS-GEN-GROSS-WEIGHT TO WS-PUR-GROSS (WS-PURGED-COUNT)
           MOVE WS-SUMMARY-ROW-COUNTER
               TO WS-PUR-SUMMARY-ROWS (WS-PURGED-COUNT)
           MOVE WS-GEN-LINK-COUNTER
               TO WS-PUR-CHAIN-LINKS (WS-PURGED-COUNT)
           MOVE WS-GEN-SUMMARY-PATH
               TO WS-PUR-SUMMARY-PATH (WS-PURGED-COUNT)
           MOVE WS-GEN-INTENT-STATS
           MOVE WS-PUR-SUMMARY-ROWS (WS-PUR-SCAN-IDX) TO WS-CRT-VALUE
           MOVE WS-CERT-COUNT-LINE TO DESTRUCTION-CERT-RECORD
           WRITE DESTRUCTION-CERT-RECORD
           MOVE 'CHAIN LINKS RETAINED:                 '
               TO WS-CRT-LABEL
           MOVE WS-PUR-CHAIN-LINKS (WS-PUR-SCAN-IDX) TO WS-CRT-VALUE
           MOVE WS-CERT-COUNT-LINE TO DESTRUCTION-CERT-RECORD
           WRITE DESTRUCTION-CERT-RECORD
           MOVE WS-PUR-SUMMARY-PATH (WS-PUR-SCAN-IDX) TO WS-CRT-PATH
           MOVE WS-CERT-PATH-LINE TO DESTRUCTION-CERT-RECORD
           WRITE DESTRUCTION-CERT-RECORD.
