      * ARGUMENT. IT MUST BE A PRIOR MONTH -- CLOSING THE MONTH STILL
      * BEING WRITTEN WOULD SPLIT A RUNNING PERIOD IN TWO -- AND MUST
      * NOT ALREADY APPEAR IN THE GENERATION REGISTRY.
      *
      * RECORDS MOVE BETWEEN FILES BYTE FOR BYTE, SO EACH KEEPS THE
      * DIGEST CHAIN LINK IT WAS SEALED WITH; THE CHAIN SIMPLY RUNS
      * ON ACROSS THE GENERATION BOUNDARY, AND THE CLOSING SUMMARY
      * SHOWS HOW MUCH OF THE PERIOD IT COVERS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
           SELECT GEN-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-GEN-ARCHIVE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GEN-TRANSACTION-KEY
      * A generation is cut with the archive's alternate keys, so
      * every program reaching into a closed period can use them --
      * the keys are built as the records are written.
               ALTERNATE RECORD KEY IS GEN-ORIGINAL-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS GEN-COUNTERPARTY-KEY
                   = GEN-COUNTERPARTY-DID GEN-TIMESTAMP
                   WITH DUPLICATES
               STATUS IS GEN-FILE-STATUS.
      * Records staying in the current period are staged here, then
      * loaded back once the archive has been restarted empty.
      * transfer pair once, on its debit side.
               10 DLT-COUNTERPARTY-DID  PIC X(30).
               10 DLT-TRANSFER-SIDE     PIC X(01).
               10 FILLER                PIC X(02).
      * Digest chain link -- see the archive record in ACCORD-
      * TRANSACTION-LOG-MAINFRAME-V4.
               10 DLT-CHAIN-SEQ         PIC 9(12).
               10 DLT-CHAIN-DIGEST      PIC 9(15).
               10 FILLER                PIC X(07).

       FD  GEN-ARCHIVE-FILE
           RECORD CONTAINS 251 CHARACTERS
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

       FD  CARRY-FORWARD-FILE
           RECORD CONTAINS 251 CHARACTERS
       01  WS-GEN-RECORD-COUNTER        PIC 9(08) VALUE ZEROES.
       01  WS-CARRIED-RECORD-COUNTER    PIC 9(08) VALUE ZEROES.
       01  WS-GEN-REVERSAL-COUNTER      PIC 9(08) VALUE ZEROES.
       01  WS-GEN-CHAINED-COUNTER       PIC 9(08) VALUE ZEROES.
       01  WS-GEN-LOW-CHAIN-SEQ         PIC 9(12) VALUE ZEROES.
       01  WS-GEN-HIGH-CHAIN-SEQ        PIC 9(12) VALUE ZEROES.

      * Run-control working storage. The rollover rewrites the whole
      * archive and may only run after the cycle's archive run and
           05  WS-SUM-LABEL             PIC X(38).
           05  WS-SUM-VALUE             PIC 9(08).
           05  FILLER                   PIC X(86) VALUE SPACES.
      * Chain sequences are write order across every period, so a
      * generation's range can interleave with its neighbours' --
      * corrections and late stragglers land in old periods.
       01  WS-SUMMARY-CHAIN-LINE.
           05  FILLER                   PIC X(38)
               VALUE 'CHAIN SEQUENCES IN GENERATION:'.
           05  WS-SUM-LOW-SEQ           PIC 9(12).
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  WS-SUM-HIGH-SEQ          PIC 9(12).
           05  FILLER                   PIC X(66) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-ROLLOVER-PROCESS.

       2100-WRITE-TO-GENERATION.
           ADD 1 TO WS-GEN-RECORD-COUNTER
           IF DLT-CHAIN-SEQ NUMERIC
               ADD 1 TO WS-GEN-CHAINED-COUNTER
               IF WS-GEN-LOW-CHAIN-SEQ = ZEROES
                   OR DLT-CHAIN-SEQ < WS-GEN-LOW-CHAIN-SEQ
                   MOVE DLT-CHAIN-SEQ TO WS-GEN-LOW-CHAIN-SEQ
               END-IF
               IF DLT-CHAIN-SEQ > WS-GEN-HIGH-CHAIN-SEQ
                   MOVE DLT-CHAIN-SEQ TO WS-GEN-HIGH-CHAIN-SEQ
               END-IF
           END-IF
           MOVE DLT-ARCHIVE-RECORD TO GEN-ARCHIVE-RECORD
           WRITE GEN-ARCHIVE-RECORD
               INVALID KEY
                       'KEY: ' GEN-TRANSACTION-KEY
                   MOVE 'Y' TO WS-ABORT-FLAG
           END-WRITE
      * '02' is a good write whose alternate-key value is already on
      * file -- every 'O' record shares the blank original key.
           IF GEN-FILE-STATUS NOT = '00' AND GEN-FILE-STATUS NOT = '02'
               AND GEN-FILE-STATUS NOT = '22'
               DISPLAY 'ERROR 2102: GENERATION WRITE FAILED, STAT: '
                   GEN-FILE-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
                               'FOR KEY: ' SVT-TRANSACTION-KEY
                   END-WRITE
                   IF DLT-FILE-STATUS NOT = '00'
                       AND DLT-FILE-STATUS NOT = '02'
                       AND DLT-FILE-STATUS NOT = '22'
                       DISPLAY 'ERROR 2512: RELOAD WRITE FAILED, '
                           'STAT: ' DLT-FILE-STATUS
           MOVE WS-CARRIED-RECORD-COUNTER TO WS-SUM-VALUE
           MOVE WS-SUMMARY-COUNT-LINE TO CLOSE-SUMMARY-RECORD
           WRITE CLOSE-SUMMARY-RECORD
           MOVE 'CHAINED RECORDS IN GENERATION:        '
               TO WS-SUM-LABEL
           MOVE WS-GEN-CHAINED-COUNTER TO WS-SUM-VALUE
           MOVE WS-SUMMARY-COUNT-LINE TO CLOSE-SUMMARY-RECORD
           WRITE CLOSE-SUMMARY-RECORD
           MOVE WS-GEN-LOW-CHAIN-SEQ TO WS-SUM-LOW-SEQ
           MOVE WS-GEN-HIGH-CHAIN-SEQ TO WS-SUM-HIGH-SEQ
           MOVE WS-SUMMARY-CHAIN-LINE TO CLOSE-SUMMARY-RECORD
           WRITE CLOSE-SUMMARY-RECORD
           CLOSE CLOSE-SUMMARY-FILE
           END-IF.

