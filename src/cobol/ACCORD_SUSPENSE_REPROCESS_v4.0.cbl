      *   'WO' -- WRITE THE ITEM OFF; IT LEAVES THE QUEUE FOR GOOD.
      * A QUEUE ITEM WITH NO DISPOSITION LINE STAYS OPEN AND IS CARRIED
      * FORWARD INTO THE REWRITTEN QUEUE.
      *
      * A REPOSTED BURN OR TRANSFER DEBIT FACES THE MAINFRAME'S
      * AVAILABLE-BALANCE EDIT TOO: THE DID'S POSITION FROM
      * DLT_POSITION_LEDGER.DAT, PLUS WHAT THIS RUN HAS ALREADY
      * REPOSTED FOR IT, PLUS ITS OVERDRAFT LIMIT MUST COVER THE
      * WEIGHT, OR THE REPOST IS EXCEPTIONED AND ACKNOWLEDGED
      * OVERDRAWN. SO THAT THE LEDGER HOLDS EVERYTHING ARCHIVED SO
      * FAR, THE RUN WAITS FOR THE CYCLE'S POSITION STEP.
      *
      * ORDERING: MAINFRAME, POSITION, THEN THIS RUN. ITS REPOSTS LAND
      * ABOVE THE POSITION HIGH-WATER MARK AND STAY OUT OF THE LEDGER
      * UNTIL THE NEXT CYCLE'S POSITION STEP, WHICH COMES AFTER THE
      * NEXT MAINFRAME RUN. EACH REPOSTED LEG'S MOVEMENT IS THEREFORE
      * APPENDED, WITH ITS CHAIN SEQUENCE, TO DLT_REPOST_MOVEMENTS.DAT.
      * THE MAINFRAME (AND A RERUN OF THIS STEP) FOLDS EVERY LINE ABOVE
      * THE MARK INTO ITS OPENING BALANCES; THE POSITION STEP EMPTIES
      * THE FILE ONCE ITS MARK HAS MOVED PAST THEM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVT-TRANSACTION-KEY
      * Alternate keys as declared by ACCORD-TRANSACTION-LOG-MAINFRAME-
      * V4 -- every program opening the archive declares the same set.
               ALTERNATE RECORD KEY IS DLT-ORIGINAL-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DLT-COUNTERPARTY-KEY
                   = DLT-COUNTERPARTY-DID DLT-TIMESTAMP
                   WITH DUPLICATES
               STATUS IS DLT-FILE-STATUS.
           SELECT DID-MASTER-FILE ASSIGN TO 'DID_MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIDM-DID
               STATUS IS DID-MASTER-FILE-STATUS.
      * Opening balances for the available-balance edit -- the file
      * ACCORD-POSITION-LEDGER-V4 maintains.
           SELECT POSITION-LEDGER-FILE
               ASSIGN TO 'DLT_POSITION_LEDGER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POS-LEDGER-KEY
               STATUS IS POSITION-FILE-STATUS.
           SELECT SVT-EXCEPTION-FILE
               ASSIGN TO 'DLT_EXCEPTION_REPORT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO 'DLT_CONTROL_REPORT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS CONTROL-REPORT-FILE-STATUS.
      * Reposted movements not yet in the ledger, and the position
      * high-water mark that says which ones are -- see the banner.
           SELECT REPOST-CARRY-FILE
               ASSIGN TO 'DLT_REPOST_MOVEMENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS REPOST-CARRY-FILE-STATUS.
           SELECT POSITION-HWM-FILE
               ASSIGN TO 'DLT_POSITION_HWM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS POSITION-HWM-FILE-STATUS.
           SELECT SUSPENSE-WORK-FILE
               ASSIGN TO 'DLT_SUSPENSE_REWRITE.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT RUN-CONTROL-FILE ASSIGN TO 'DLT_RUN_CONTROL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS RUN-CONTROL-FILE-STATUS.
      * Head of the archive digest chain, shared with the mainframe.
           SELECT DLT-CHAIN-HEAD-FILE
               ASSIGN TO 'DLT_ARCHIVE_CHAIN_HEAD.DAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CHAIN-HEAD-RELATIVE-KEY
               STATUS IS CHAIN-HEAD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
               10 DLT-COUNTERPARTY-DID  PIC X(30).
               10 DLT-TRANSFER-SIDE     PIC X(01).
               10 DLT-ASSET-CLASS       PIC X(02).
      * Digest chain link -- see the archive record in ACCORD-
      * TRANSACTION-LOG-MAINFRAME-V4. A repost is a write like any
      * other and takes the next link in the same chain.
               10 DLT-CHAIN-SEQ         PIC 9(12).
               10 DLT-CHAIN-DIGEST      PIC 9(15).
               10 FILLER                PIC X(07).

       FD  DID-MASTER-FILE
           RECORD CONTAINS 120 CHARACTERS
           05  DIDM-DEACTIVATION-DATE   PIC 9(08).
           05  DIDM-ALLOWED-INTENTS.
               10  DIDM-ALLOWED-INTENT-ENTRY PIC X(20) OCCURS 3 TIMES.
           05  DIDM-OVERDRAFT-LIMIT     PIC X(10).
           05  DIDM-OVERDRAFT-LIMIT-N REDEFINES DIDM-OVERDRAFT-LIMIT
                                        PIC 9(10).
           05  FILLER                   PIC X(03).

       FD  POSITION-LEDGER-FILE
           RECORD CONTAINS 142 CHARACTERS
           DATA RECORD IS POSITION-RECORD.
       01  POSITION-RECORD.
           05  POS-LEDGER-KEY.
               10  POS-DID              PIC X(30).
               10  POS-ASSET-CLASS      PIC X(02).
           05  POS-NET-WEIGHT           PIC S9(14)
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                   PIC X(95).

       FD  SVT-EXCEPTION-FILE
           RECORD CONTAINS 115 CHARACTERS
           05  ACK-TRL-PROCESSED        PIC 9(08).
           05  ACK-TRL-SUSPENDED        PIC 9(08).
           05  ACK-TRL-EXCEPTIONED      PIC 9(08).
      * Of the exceptioned, reposts refused for overdrawing the DID.
           05  ACK-TRL-OVERDRAWN        PIC 9(08).
           05  FILLER                   PIC X(100).

      * Same layout as REPOST-CARRY-RECORD in
      * ACCORD-TRANSACTION-LOG-MAINFRAME-V4.
       FD  REPOST-CARRY-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REPOST-CARRY-RECORD.
       01  REPOST-CARRY-RECORD.
           05  RPC-DID                  PIC X(30).
           05  RPC-ASSET-CLASS          PIC X(02).
           05  RPC-NET-MOVEMENT         PIC S9(14)
                                        SIGN IS LEADING SEPARATE.
           05  RPC-CHAIN-SEQ            PIC 9(12).
           05  FILLER                   PIC X(01).

      * Same 80-byte layout as POSITION-HWM-RECORD in
      * ACCORD-POSITION-LEDGER-V4.
       FD  POSITION-HWM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS POSITION-HWM-RECORD.
       01  POSITION-HWM-RECORD.
           05  HWM-CHAIN-SEQ            PIC 9(12).
           05  HWM-GEN-PERIOD           PIC 9(06).
           05  HWM-RUN-MODE             PIC X(01).
           05  HWM-UPDATED-DATE         PIC 9(08).
           05  FILLER                   PIC X(53).

       FD  SUSPENSE-WORK-FILE
           RECORD CONTAINS 171 CHARACTERS
           05  RC-OUTCOME               PIC X(08).
           05  FILLER                   PIC X(38).

       FD  DLT-CHAIN-HEAD-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CHAIN-HEAD-RECORD.
       01  CHAIN-HEAD-RECORD.
           05  CHN-LAST-SEQ             PIC 9(12).
           05  CHN-LAST-DIGEST          PIC 9(15).
           05  CHN-LAST-KEY             PIC X(51).
           05  CHN-UPDATED-DATE         PIC 9(08).
           05  FILLER                   PIC X(14).

       WORKING-STORAGE SECTION.
      * RUST CORE (weight) / ROZEL-ROSEL (intent) edit-check limits --
      * the same gate a first-time posting faces in the mainframe run.
           88  DID-MASTER-AVAILABLE       VALUE 'Y'.
       01  WS-DID-INTENT-ALLOWED-FLAG     PIC X(01) VALUE 'N'.
       01  WS-DID-SLOT-IDX                PIC 9(02) VALUE ZEROES.

      * Available-balance edit -- same optional posture and the same
      * running-balance table as the mainframe gate. The run is not
      * checkpointed, so the table lives in storage only.
       01  POSITION-FILE-STATUS           PIC X(02).
       01  WS-POSITION-OPEN-FLAG          PIC X(01) VALUE 'N'.
           88  POSITION-LEDGER-AVAILABLE  VALUE 'Y'.
       01  WS-OVERDRAWN-FLAG              PIC X(01) VALUE 'N'.
           88  POSTING-OVERDRAWS-DID      VALUE 'Y'.
       01  WS-OVERDRAWN-COUNTER           PIC 9(08) VALUE ZEROES.
       01  WS-BALANCE-LIMIT               PIC 9(05) VALUE 5000.
       01  WS-BALANCE-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-BALANCE-TABLE.
           05  WS-BALANCE-ENTRY           OCCURS 5000 TIMES.
               10  WS-BAL-DID             PIC X(30).
               10  WS-BAL-ASSET-CLASS     PIC X(02).
               10  WS-BAL-NET-WEIGHT      PIC S9(15).
       01  WS-BAL-SCAN-IDX                PIC 9(05) VALUE ZEROES.
       01  WS-BAL-MATCH-IDX               PIC 9(05) VALUE ZEROES.
       01  WS-BAL-FULL-WARNED-FLAG        PIC X(01) VALUE 'N'.
       01  WS-BAL-LOOKUP-DID              PIC X(30) VALUE SPACES.
       01  WS-BAL-LOOKUP-CLASS            PIC X(02) VALUE SPACES.
       01  WS-BAL-MOVEMENT                PIC S9(14) VALUE ZEROES.
       01  WS-AVAILABLE-BALANCE           PIC S9(15) VALUE ZEROES.
       01  REPOST-CARRY-FILE-STATUS       PIC X(02).
       01  POSITION-HWM-FILE-STATUS       PIC X(02).
       01  WS-CARRY-OPEN-FLAG             PIC X(01) VALUE 'N'.
           88  REPOST-CARRY-FILE-OPEN     VALUE 'Y'.
       01  WS-CARRY-EOF-FLAG              PIC X(01) VALUE 'N'.
           88  END-OF-REPOST-CARRY        VALUE 'Y'.
       01  WS-CARRY-MARK-SEQ              PIC 9(12) VALUE ZEROES.
       01  WS-CARRY-APPLIED-COUNTER       PIC 9(08) VALUE ZEROES.
       01  WS-OVERDRAFT-LIMIT             PIC 9(10) VALUE ZEROES.
       01  WS-DLT-ARCHIVE-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  DLT-ARCHIVE-OPEN-SUCCEEDED VALUE 'Y'.
      * Scratch for swapping sender and receiver when the credit leg
               10  WS-REPOST-STAT-COUNT  PIC 9(08) VALUE ZEROES.
               10  WS-REPOST-STAT-WEIGHT PIC 9(14) VALUE ZEROES.

      * Archive digest chain working storage -- the same head handling
      * and the same fold as ACCORD-TRANSACTION-LOG-MAINFRAME-V4; see
      * the commentary there. The two programs must stay identical.
       01  CHAIN-HEAD-FILE-STATUS       PIC X(02).
       01  WS-CHAIN-HEAD-RELATIVE-KEY   PIC 9(04) VALUE 1.
       01  WS-CHAIN-HEAD-OPEN-FLAG      PIC X(01) VALUE 'N'.
           88  CHAIN-HEAD-FILE-OPEN     VALUE 'Y'.
       01  WS-CHAIN-LAST-SEQ            PIC 9(12) VALUE ZEROES.
       01  WS-CHAIN-LAST-DIGEST         PIC 9(15) VALUE ZEROES.
       01  WS-CHAIN-LAST-KEY            PIC X(51) VALUE SPACES.
       01  WS-CHAIN-IMAGE               PIC X(229) VALUE SPACES.
       01  WS-CHAIN-BYTE                PIC X(01) VALUE SPACE.
       01  WS-CHAIN-BYTE-IDX            PIC 9(04) VALUE ZEROES.
       01  WS-CHAIN-BYTE-CODE           PIC 9(04) VALUE ZEROES.
       01  WS-CHAIN-PRODUCT             PIC 9(18) VALUE ZEROES.
       01  WS-CHAIN-QUOTIENT            PIC 9(18) VALUE ZEROES.
       01  WS-CHAIN-DIGEST              PIC 9(15) VALUE ZEROES.
       01  WS-CHAIN-MODULUS             PIC 9(15)
                                        VALUE 999999999999989.
       01  WS-CHAIN-COLLATE-TABLE.
           05  FILLER                   PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05  FILLER                   PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05  FILLER                   PIC X(10) VALUE '0123456789'.
           05  FILLER                   PIC X(33)
               VALUE ' !"#$%&''()*+,-./:;<=>?@[\]^_`{|}~'.

      * Aging arithmetic. Age is banker's-calendar days (year * 360 +
      * month * 30 + day) between the suspended SVT's timestamp date
      * and today -- coarse, but the report ranks and buckets open
           05  WS-AGE-TOTAL-COUNT       PIC 9(08).
           05  FILLER                   PIC X(48) VALUE SPACES.

      * Run-control working storage. The reprocess waits for the
      * cycle's POSITION step: the available-balance edit opens from
      * the position ledger, which holds nothing the mainframe posted
      * this cycle until that step has applied it. It must also never
      * start over another step in flight, and nothing may rebuild
      * the archive under it. Like every step it runs once per
      * cycle; a second disposition batch the same day is a genuine
      * rerun and takes an operator override stamp.
       01  RUN-CONTROL-FILE-STATUS      PIC X(02).
       01  WS-RC-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  END-OF-RUN-CONTROL       VALUE 'Y'.
       01  WS-RC-REFUSED-FLAG           PIC X(01) VALUE 'N'.
           88  RUN-CONTROL-REFUSED      VALUE 'Y'.
       01  WS-RC-STEP-NAME              PIC X(12) VALUE 'REPROCESS'.
       01  WS-RC-PREREQ-1               PIC X(12) VALUE 'POSITION'.
       01  WS-RC-PREREQ-2               PIC X(12) VALUE SPACES.
      * The cycle is a BUSINESS date, not the wall-clock date: a
      * stamp cut before the noon cutover belongs to the evening
                   PERFORM 1067-OPEN-SUBLEDGER-FILES
                   PERFORM 1068-OPEN-ACK-FILE
                   PERFORM 1069-OPEN-DID-MASTER-FILE
                   PERFORM 1073-OPEN-POSITION-LEDGER
                   PERFORM 1076-LOAD-REPOST-CARRY
                   PERFORM 1078-OPEN-REPOST-CARRY
                   PERFORM 1074-OPEN-CHAIN-HEAD-FILE
                   PERFORM 1070-OPEN-WORK-AND-REPORT
                   PERFORM 1100-READ-SUSPENSE-RECORD
               END-IF.
                   MOVE 'Y' TO WS-ABORT-FLAG
           END-EVALUATE.

       1073-OPEN-POSITION-LEDGER.
      * Same posture as the mainframe gate: absent (status 35) skips
      * the balance check, any other failure stops the run.
           OPEN INPUT POSITION-LEDGER-FILE.
           EVALUATE POSITION-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-POSITION-OPEN-FLAG
               WHEN '35'
                   DISPLAY 'POSITION LEDGER NOT SUPPLIED -- AVAILABLE '
                       'BALANCE CHECK SKIPPED'
               WHEN OTHER
                   DISPLAY 'ERROR 1073: FAILED TO OPEN POSITION LEDGER.'
                       ' STAT: ' POSITION-FILE-STATUS
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE 'Y' TO WS-ABORT-FLAG
           END-EVALUATE.

       1074-OPEN-CHAIN-HEAD-FILE.
      * Same posture as the mainframe: created cold at the genesis
      * link if it has never existed, any other failure stops the run
      * before a single repost can fork the chain.
           MOVE 1 TO WS-CHAIN-HEAD-RELATIVE-KEY
           OPEN I-O DLT-CHAIN-HEAD-FILE
           IF CHAIN-HEAD-FILE-STATUS = '35'
               OPEN OUTPUT DLT-CHAIN-HEAD-FILE
               MOVE ZEROES TO CHAIN-HEAD-RECORD
               MOVE SPACES TO CHN-LAST-KEY
               WRITE CHAIN-HEAD-RECORD
               CLOSE DLT-CHAIN-HEAD-FILE
               OPEN I-O DLT-CHAIN-HEAD-FILE
           END-IF
           IF CHAIN-HEAD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 1074: FAILED TO OPEN ARCHIVE CHAIN HEAD.'
                   ' STAT: ' CHAIN-HEAD-FILE-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               MOVE 'Y' TO WS-CHAIN-HEAD-OPEN-FLAG
               READ DLT-CHAIN-HEAD-FILE
                   INVALID KEY
                       MOVE SPACES TO CHAIN-HEAD-RECORD
               END-READ
               IF CHN-LAST-SEQ NUMERIC
                   AND CHN-LAST-DIGEST NUMERIC
                   MOVE CHN-LAST-SEQ TO WS-CHAIN-LAST-SEQ
                   MOVE CHN-LAST-DIGEST TO WS-CHAIN-LAST-DIGEST
                   MOVE CHN-LAST-KEY TO WS-CHAIN-LAST-KEY
               ELSE
                   DISPLAY 'ERROR 1075: ARCHIVE CHAIN HEAD UNREADABLE.'
                       ' STAT: ' CHAIN-HEAD-FILE-STATUS
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE 'Y' TO WS-ABORT-FLAG
               END-IF
           END-IF.

       1076-LOAD-REPOST-CARRY.
      * Same fold as the mainframe's 1088: a rerun of this step in the
      * same cycle opens from a ledger that holds none of the earlier
      * run's reposts, so the carried lines above the mark count too.
           IF POSITION-LEDGER-AVAILABLE
               MOVE ZEROES TO WS-CARRY-MARK-SEQ
               OPEN INPUT POSITION-HWM-FILE
               EVALUATE POSITION-HWM-FILE-STATUS
                   WHEN '00'
                       MOVE SPACES TO POSITION-HWM-RECORD
                       READ POSITION-HWM-FILE
                           AT END CONTINUE
                       END-READ
                       IF HWM-CHAIN-SEQ NUMERIC
                           MOVE HWM-CHAIN-SEQ TO WS-CARRY-MARK-SEQ
                       ELSE
                           DISPLAY 'ERROR 1076: POSITION HIGH-WATER '
                               'MARK IS NOT NUMERIC'
                           MOVE 'Y' TO WS-EOF-FLAG
                           MOVE 'Y' TO WS-ABORT-FLAG
                       END-IF
                       CLOSE POSITION-HWM-FILE
                   WHEN '35'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR 1076: CANNOT READ POSITION '
                           'HIGH-WATER MARK, STAT: '
                           POSITION-HWM-FILE-STATUS
                       MOVE 'Y' TO WS-EOF-FLAG
                       MOVE 'Y' TO WS-ABORT-FLAG
               END-EVALUATE
               IF NOT REPROCESS-RUN-ABORTED
                   OPEN INPUT REPOST-CARRY-FILE
                   EVALUATE REPOST-CARRY-FILE-STATUS
                       WHEN '00'
                           PERFORM 1077-APPLY-CARRY-RECORD
                               UNTIL END-OF-REPOST-CARRY
                           CLOSE REPOST-CARRY-FILE
                       WHEN '35'
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'ERROR 1076: CANNOT OPEN REPOST '
                               'CARRY FILE, STAT: '
                               REPOST-CARRY-FILE-STATUS
                           MOVE 'Y' TO WS-EOF-FLAG
                           MOVE 'Y' TO WS-ABORT-FLAG
                   END-EVALUATE
               END-IF
           END-IF.

       1077-APPLY-CARRY-RECORD.
           READ REPOST-CARRY-FILE
               AT END MOVE 'Y' TO WS-CARRY-EOF-FLAG
               NOT AT END
                   IF RPC-CHAIN-SEQ NOT NUMERIC
                       OR RPC-NET-MOVEMENT NOT NUMERIC
                       DISPLAY 'ERROR 1077: MALFORMED REPOST CARRY '
                           'LINE IGNORED: ' RPC-DID
                   ELSE
                       IF RPC-CHAIN-SEQ > WS-CARRY-MARK-SEQ
                           MOVE RPC-DID TO WS-BAL-LOOKUP-DID
                           MOVE RPC-ASSET-CLASS TO WS-BAL-LOOKUP-CLASS
                           PERFORM 2145-FIND-BALANCE-ENTRY
                           IF WS-BAL-MATCH-IDX > ZEROES
                               ADD RPC-NET-MOVEMENT
                                 TO WS-BAL-NET-WEIGHT (WS-BAL-MATCH-IDX)
                           END-IF
                           ADD 1 TO WS-CARRY-APPLIED-COUNTER
                       END-IF
                   END-IF
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF REPOST-CARRY-FILE-STATUS NOT = '00'
               AND REPOST-CARRY-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 1077: REPOST CARRY READ FAILED, STAT: '
                   REPOST-CARRY-FILE-STATUS
               MOVE 'Y' TO WS-CARRY-EOF-FLAG
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

       1078-OPEN-REPOST-CARRY.
      * Append-only between position steps; create on first use. A
      * repost the next mainframe run cannot see could overdraw its
      * DID past the gate, so a carry file that will not open stops
      * the run before anything is reposted.
           IF NOT REPROCESS-RUN-ABORTED
               OPEN EXTEND REPOST-CARRY-FILE
               IF REPOST-CARRY-FILE-STATUS = '35'
                   OPEN OUTPUT REPOST-CARRY-FILE
                   CLOSE REPOST-CARRY-FILE
                   OPEN EXTEND REPOST-CARRY-FILE
               END-IF
               IF REPOST-CARRY-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-CARRY-OPEN-FLAG
               ELSE
                   DISPLAY 'ERROR 1078: CANNOT OPEN REPOST CARRY '
                       'FILE, STAT: ' REPOST-CARRY-FILE-STATUS
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE 'Y' TO WS-ABORT-FLAG
               END-IF
           END-IF.

       1070-OPEN-WORK-AND-REPORT.
      * The work file is where every still-open item is staged before
      * the queue is rewritten from it -- a work file that cannot be
      * DID REGISTRY: the posting DID must be registered, active, and
      * entitled to the intent. Identical gate to the mainframe run --
      * a repost earns no exemption from the checks of the day.
      * BALANCE: a BURN or TRANSFER debit must not overdraw the DID.
           MOVE 'Y' TO WS-VALIDATION-FLAG
           MOVE 'N' TO WS-OVERDRAWN-FLAG
           MOVE SPACES TO WS-VALIDATION-REASON
           IF DLT-FINAL-WEIGHT < WS-MIN-WEIGHT-VALUE
               OR DLT-FINAL-WEIGHT > WS-MAX-WEIGHT-VALUE
      * point paying it for a record the earlier edits already failed.
           IF WS-VALIDATION-FLAG = 'Y'
               PERFORM 2055-VALIDATE-DID-REGISTRY
           END-IF
      * Last, so an overdraw is only ever the sole reason a repost is
      * refused -- the DID master record 2055 read is still current.
           IF WS-VALIDATION-FLAG = 'Y'
               AND POSITION-LEDGER-AVAILABLE
               AND (DLT-INTENT = 'BURN'
                    OR (DLT-INTENT = 'TRANSFER'
                        AND DLT-TRANSFER-SIDE = 'D'))
               PERFORM 2057-CHECK-AVAILABLE-BALANCE
           END-IF.

       2057-CHECK-AVAILABLE-BALANCE.
      * Available = opening position + this run's reposts so far (both
      * in the balance table) + the DID's overdraft limit.
           MOVE ZEROES TO WS-OVERDRAFT-LIMIT
           IF DID-MASTER-AVAILABLE
               AND DIDM-OVERDRAFT-LIMIT NUMERIC
               MOVE DIDM-OVERDRAFT-LIMIT-N TO WS-OVERDRAFT-LIMIT
           END-IF
           MOVE DLT-DID TO WS-BAL-LOOKUP-DID
           MOVE DLT-ASSET-CLASS TO WS-BAL-LOOKUP-CLASS
           PERFORM 2145-FIND-BALANCE-ENTRY
           IF WS-BAL-MATCH-IDX = ZEROES
               MOVE 'N' TO WS-VALIDATION-FLAG
               MOVE 'BALANCE: TRACKING TABLE FULL'
                   TO WS-VALIDATION-REASON
           ELSE
               COMPUTE WS-AVAILABLE-BALANCE
                   = WS-BAL-NET-WEIGHT (WS-BAL-MATCH-IDX)
                   + WS-OVERDRAFT-LIMIT
               IF DLT-FINAL-WEIGHT > WS-AVAILABLE-BALANCE
                   MOVE 'N' TO WS-VALIDATION-FLAG
                   MOVE 'Y' TO WS-OVERDRAWN-FLAG
                   MOVE 'BALANCE: INSUFFICIENT AVAILABLE'
                       TO WS-VALIDATION-REASON
               END-IF
           END-IF.

       2058-VALIDATE-TRANSFER-COUNTERPARTY.

       2110-WRITE-REPOST-TO-ARCHIVE.
           MOVE 'V' TO DLT-VERIFICATION-FLAG
           PERFORM 2160-SEAL-ARCHIVE-RECORD
           WRITE DLT-ARCHIVE-RECORD
               INVALID KEY
      * Still colliding -- the item stays open in the queue with its
                   MOVE SUSP-REASON TO WS-ACK-REASON
                   PERFORM 2150-WRITE-ACKNOWLEDGMENT
               NOT INVALID KEY
                   PERFORM 2165-ADVANCE-CHAIN-HEAD
                   ADD 1 TO WS-REPOSTED-COUNTER
                   PERFORM 2115-COUNT-REPOST-STATS
                   MOVE 'ARCHIVED' TO WS-ACK-DISPOSITION
                   DISPLAY 'SUSPENSE ITEM REPOSTED: KEY '
                       SVT-TRANSACTION-KEY
                   PERFORM 2120-ROUTE-TO-SUBLEDGER
                   PERFORM 2140-TRACK-RUN-MOVEMENT
      * A reposted TRANSFER posts as the same debit/credit pair the
      * mainframe run would have written.
                   IF DLT-TRANSFER-SIDE = 'D'
           END-WRITE
      * A write that dies on a hard I/O error (not a key collision)
      * fires neither phrase above -- the run must stop and leave the
      * queue as it stands rather than call the item done. '02' is a
      * good write whose alternate-key value is already on file.
           IF DLT-FILE-STATUS NOT = '00' AND DLT-FILE-STATUS NOT = '02'
               AND DLT-FILE-STATUS NOT = '22'
               DISPLAY 'ERROR 2112: ARCHIVE WRITE FAILED, STAT: '
                   DLT-FILE-STATUS ' -- QUEUE LEFT AS IS'
               MOVE 'Y' TO WS-ABORT-FLAG
               DLT-RECORD-TYPE
               DELIMITED BY SIZE
               INTO SVT-TRANSACTION-KEY
           PERFORM 2160-SEAL-ARCHIVE-RECORD
           WRITE DLT-ARCHIVE-RECORD
               INVALID KEY
                   DISPLAY 'ERROR 2131: CREDIT LEG COLLIDES, PAIR '
                   MOVE EXC-REASON TO WS-ACK-REASON
                   PERFORM 2150-WRITE-ACKNOWLEDGMENT
               NOT INVALID KEY
                   PERFORM 2165-ADVANCE-CHAIN-HEAD
                   DISPLAY 'CREDIT LEG POSTED: KEY '
                       SVT-TRANSACTION-KEY
                   PERFORM 2120-ROUTE-TO-SUBLEDGER
                   PERFORM 2140-TRACK-RUN-MOVEMENT
           END-WRITE
           IF DLT-FILE-STATUS NOT = '00' AND DLT-FILE-STATUS NOT = '02'
               AND DLT-FILE-STATUS NOT = '22'
               DISPLAY 'ERROR 2132: CREDIT LEG WRITE FAILED, STAT: '
                   DLT-FILE-STATUS ' -- QUEUE LEFT AS IS'
               MOVE 'Y' TO WS-ABORT-FLAG
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

       2160-SEAL-ARCHIVE-RECORD.
      * Next link after the chain head, digest folded over bytes
      * 1-229 onto the head's digest. Immediately ahead of each WRITE.
           COMPUTE DLT-CHAIN-SEQ = WS-CHAIN-LAST-SEQ + 1
           MOVE WS-CHAIN-LAST-DIGEST TO WS-CHAIN-DIGEST
           MOVE DLT-ARCHIVE-RECORD (1:229) TO WS-CHAIN-IMAGE
           PERFORM 2162-FOLD-CHAIN-IMAGE
           MOVE WS-CHAIN-DIGEST TO DLT-CHAIN-DIGEST.

       2162-FOLD-CHAIN-IMAGE.
           PERFORM VARYING WS-CHAIN-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-BYTE-IDX > 229
               MOVE WS-CHAIN-IMAGE (WS-CHAIN-BYTE-IDX:1)
                   TO WS-CHAIN-BYTE
               MOVE ZEROES TO WS-CHAIN-BYTE-CODE
               INSPECT WS-CHAIN-COLLATE-TABLE
                   TALLYING WS-CHAIN-BYTE-CODE
                   FOR CHARACTERS BEFORE INITIAL WS-CHAIN-BYTE
               COMPUTE WS-CHAIN-PRODUCT
                   = WS-CHAIN-DIGEST * 131 + WS-CHAIN-BYTE-CODE + 1
               DIVIDE WS-CHAIN-PRODUCT BY WS-CHAIN-MODULUS
                   GIVING WS-CHAIN-QUOTIENT
                   REMAINDER WS-CHAIN-DIGEST
           END-PERFORM.

       2165-ADVANCE-CHAIN-HEAD.
           MOVE DLT-CHAIN-SEQ TO WS-CHAIN-LAST-SEQ
           MOVE DLT-CHAIN-DIGEST TO WS-CHAIN-LAST-DIGEST
           MOVE SVT-TRANSACTION-KEY TO WS-CHAIN-LAST-KEY
           PERFORM 2170-SAVE-CHAIN-HEAD.

       2170-SAVE-CHAIN-HEAD.
           MOVE 1 TO WS-CHAIN-HEAD-RELATIVE-KEY
           MOVE WS-CHAIN-LAST-SEQ TO CHN-LAST-SEQ
           MOVE WS-CHAIN-LAST-DIGEST TO CHN-LAST-DIGEST
           MOVE WS-CHAIN-LAST-KEY TO CHN-LAST-KEY
           MOVE WS-CURRENT-DATE TO CHN-UPDATED-DATE
           REWRITE CHAIN-HEAD-RECORD
           IF CHAIN-HEAD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 2171: CHAIN HEAD REWRITE FAILED, STATUS: '
                   CHAIN-HEAD-FILE-STATUS ' AT SEQUENCE: '
                   WS-CHAIN-LAST-SEQ
           END-IF.

       2140-TRACK-RUN-MOVEMENT.
      * Folds a leg that just landed in the archive into the running
      * balance, signed as ACCORD-POSITION-LEDGER-V4 signs it: MINT
      * and a TRANSFER credit leg add, BURN and a debit leg subtract.
      * Reposts are always 'O' records. The same movement goes to the
      * carry file for the runs that open before the next position
      * step. A leg whose line cannot be written is in the archive but
      * invisible to the next balance gate, so the run stops there.
           MOVE DLT-FINAL-WEIGHT TO WS-BAL-MOVEMENT
           EVALUATE TRUE
               WHEN DLT-INTENT = 'MINT'
                   CONTINUE
               WHEN DLT-INTENT = 'TRANSFER'
                   AND DLT-TRANSFER-SIDE = 'C'
                   CONTINUE
               WHEN OTHER
                   COMPUTE WS-BAL-MOVEMENT = 0 - WS-BAL-MOVEMENT
           END-EVALUATE
           IF POSITION-LEDGER-AVAILABLE
               MOVE DLT-DID TO WS-BAL-LOOKUP-DID
               MOVE DLT-ASSET-CLASS TO WS-BAL-LOOKUP-CLASS
               PERFORM 2145-FIND-BALANCE-ENTRY
               IF WS-BAL-MATCH-IDX > ZEROES
                   ADD WS-BAL-MOVEMENT
                       TO WS-BAL-NET-WEIGHT (WS-BAL-MATCH-IDX)
               END-IF
           END-IF
           IF REPOST-CARRY-FILE-OPEN
               MOVE SPACES TO REPOST-CARRY-RECORD
               MOVE DLT-DID TO RPC-DID
               MOVE DLT-ASSET-CLASS TO RPC-ASSET-CLASS
               MOVE WS-BAL-MOVEMENT TO RPC-NET-MOVEMENT
               MOVE DLT-CHAIN-SEQ TO RPC-CHAIN-SEQ
               WRITE REPOST-CARRY-RECORD
               IF REPOST-CARRY-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR 2141: REPOST CARRY WRITE FAILED, '
                       'STAT: ' REPOST-CARRY-FILE-STATUS
                       ' AT SEQUENCE: ' DLT-CHAIN-SEQ
                   MOVE 'Y' TO WS-ABORT-FLAG
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           END-IF.

       2145-FIND-BALANCE-ENTRY.
      * Find WS-BAL-LOOKUP-DID/-CLASS in the balance table, adding it
      * with its opening position from the ledger on first touch. A
      * pair the ledger has never seen opens at zero. WS-BAL-MATCH-IDX
      * is zero only when the pair is new and the table is full.
           MOVE ZEROES TO WS-BAL-MATCH-IDX
           PERFORM VARYING WS-BAL-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-BAL-SCAN-IDX > WS-BALANCE-COUNT
                       OR WS-BAL-MATCH-IDX > ZEROES
               IF WS-BAL-DID (WS-BAL-SCAN-IDX) = WS-BAL-LOOKUP-DID
                   AND WS-BAL-ASSET-CLASS (WS-BAL-SCAN-IDX)
                       = WS-BAL-LOOKUP-CLASS
                   MOVE WS-BAL-SCAN-IDX TO WS-BAL-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-BAL-MATCH-IDX = ZEROES
               IF WS-BALANCE-COUNT < WS-BALANCE-LIMIT
                   ADD 1 TO WS-BALANCE-COUNT
                   MOVE WS-BALANCE-COUNT TO WS-BAL-MATCH-IDX
                   MOVE WS-BAL-LOOKUP-DID
                       TO WS-BAL-DID (WS-BAL-MATCH-IDX)
                   MOVE WS-BAL-LOOKUP-CLASS
                       TO WS-BAL-ASSET-CLASS (WS-BAL-MATCH-IDX)
                   MOVE ZEROES TO WS-BAL-NET-WEIGHT (WS-BAL-MATCH-IDX)
                   MOVE WS-BAL-LOOKUP-DID TO POS-DID
                   MOVE WS-BAL-LOOKUP-CLASS TO POS-ASSET-CLASS
                   READ POSITION-LEDGER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE POS-NET-WEIGHT
                               TO WS-BAL-NET-WEIGHT (WS-BAL-MATCH-IDX)
                   END-READ
                   IF POSITION-FILE-STATUS NOT = '00'
                       AND POSITION-FILE-STATUS NOT = '23'
                       DISPLAY 'ERROR 2146: POSITION LEDGER READ '
                           'FAILED, STATUS: ' POSITION-FILE-STATUS
                           ' -- ' WS-BAL-LOOKUP-DID ' OPENS AT ZERO'
                   END-IF
               ELSE
                   IF WS-BAL-FULL-WARNED-FLAG = 'N'
                       MOVE 'Y' TO WS-BAL-FULL-WARNED-FLAG
                       DISPLAY 'ERROR 2147: BALANCE TABLE FULL AT '
                           WS-BALANCE-LIMIT ' DID/CLASS PAIRS -- '
                           'DEBITS FOR NEW PAIRS WILL BE REFUSED'
                   END-IF
               END-IF
           END-IF.

       2120-ROUTE-TO-SUBLEDGER.
      * Mirrors a just-archived repost into its intent's sub-ledger,
      * exactly as the mainframe run would have.
           MOVE DLT-TIMESTAMP     TO EXC-TIMESTAMP
           MOVE WS-VALIDATION-REASON TO EXC-REASON
           WRITE EXCEPTION-RECORD
      * An overdraw is exceptioned like any edit failure but carries
      * its own disposition, so the publisher can tell a DID that ran
      * out of balance from a posting that was malformed.
           IF POSTING-OVERDRAWS-DID
               ADD 1 TO WS-OVERDRAWN-COUNTER
               MOVE 'OVERDRAWN' TO WS-ACK-DISPOSITION
           ELSE
               MOVE 'EXCEPTIONED' TO WS-ACK-DISPOSITION
           END-IF
           MOVE SVT-TRANSACTION-KEY TO WS-ACK-KEY
           MOVE WS-VALIDATION-REASON TO WS-ACK-REASON
           PERFORM 2150-WRITE-ACKNOWLEDGMENT
               IF DID-MASTER-AVAILABLE
                   CLOSE DID-MASTER-FILE
               END-IF
               IF POSITION-LEDGER-AVAILABLE
                   CLOSE POSITION-LEDGER-FILE
               END-IF
               IF CHAIN-HEAD-FILE-OPEN
                   CLOSE DLT-CHAIN-HEAD-FILE
               END-IF
               IF REPOST-CARRY-FILE-OPEN
                   CLOSE REPOST-CARRY-FILE
               END-IF
           END-IF
           DISPLAY 'SUSPENSE REPROCESS COMPLETE. QUEUE ITEMS READ: '
               WS-QUEUE-READ-COUNTER
           DISPLAY 'ITEMS WRITTEN OFF: ' WS-WRITEOFF-COUNTER
           DISPLAY 'REPOSTS FAILED EDIT CHECKS: '
               WS-REPOST-EXCEPTION-COUNTER
           DISPLAY 'REPOSTS REFUSED AS OVERDRAWN: '
               WS-OVERDRAWN-COUNTER
           DISPLAY 'ITEMS STILL OPEN (CARRIED FORWARD): '
               WS-STILL-OPEN-COUNTER.

               MOVE WS-COLLISION-ACK-COUNTER TO ACK-TRL-SUSPENDED
               COMPUTE ACK-TRL-EXCEPTIONED
                   = WS-WRITEOFF-COUNTER + WS-REPOST-EXCEPTION-COUNTER
               MOVE WS-OVERDRAWN-COUNTER TO ACK-TRL-OVERDRAWN
               WRITE ACK-TRAILER-RECORD
               IF ACK-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR 3301: ACK TRAILER WRITE FAILED, '
