               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVT-TRANSACTION-KEY
      * Two alternate indexes, both with duplicates: the original key
      * (every 'R' and 'C' filed against one entry, whatever DID it
      * was posted under) and the counterparty DID plus timestamp
      * (every transfer leg naming a DID as its counterparty, in time
      * order). The counterparty key is split -- the two fields are
      * not adjacent in the record, and the record is never reshaped.
      * Every program opening the archive declares the same three
      * keys; ACCORD-ARCHIVE-REORG-V4 rebuilds and certifies them.
               ALTERNATE RECORD KEY IS DLT-ORIGINAL-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DLT-COUNTERPARTY-KEY
                   = DLT-COUNTERPARTY-DID DLT-TIMESTAMP
                   WITH DUPLICATES
               STATUS IS DLT-FILE-STATUS.
           SELECT SVT-SUSPENSE-FILE ASSIGN TO 'DLT_SUSPENSE_QUEUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CHECKPOINT-RELATIVE-KEY
               STATUS IS CHECKPOINT-FILE-STATUS.
      * Single-record head of the archive digest chain -- the last
      * sequence number and digest written, by this program or by
      * ACCORD-SUSPENSE-REPROCESS-V4, so each run links its first
      * write onto the last one before it.
           SELECT DLT-CHAIN-HEAD-FILE
               ASSIGN TO 'DLT_ARCHIVE_CHAIN_HEAD.DAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CHAIN-HEAD-RELATIVE-KEY
               STATUS IS CHAIN-HEAD-FILE-STATUS.
           SELECT DLT-CONTROL-REPORT-FILE
               ASSIGN TO 'DLT_CONTROL_REPORT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIDM-DID
               STATUS IS DID-MASTER-FILE-STATUS.
      * Registry change history, read once at startup for its 'L'
      * succession links only -- a posting of type 'S' is let past
      * the registry gate only between a retired DID and the DID that
      * succeeded it.
           SELECT DID-HISTORY-FILE
               ASSIGN TO 'DID_MASTER_HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS DID-HISTORY-FILE-STATUS.
      * Closed archive generations cut by ACCORD-ARCHIVE-ROLLOVER-V4.
      * The registry lists them; the generation file itself is opened
      * on demand when a correction's original is not in the current
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GEN-TRANSACTION-KEY
      * A generation carries the archive's alternate keys -- see
      * ACCORD-ARCHIVE-ROLLOVER-V4, which cuts it.
               ALTERNATE RECORD KEY IS GEN-ORIGINAL-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS GEN-COUNTERPARTY-KEY
                   = GEN-COUNTERPARTY-DID GEN-TIMESTAMP
                   WITH DUPLICATES
               STATUS IS GEN-FILE-STATUS.
      * Per-DID, per-class net positions built by
      * ACCORD-POSITION-LEDGER-V4 -- read here, never written, as the
      * opening balance the available-balance edit starts from.
           SELECT POSITION-LEDGER-FILE
               ASSIGN TO 'DLT_POSITION_LEDGER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POS-LEDGER-KEY
               STATUS IS POSITION-FILE-STATUS.
      * Every balance movement this run has archived, one line per
      * leg -- the durable copy of WS-BALANCE-TABLE a restarted run
      * reloads, so the available balance still counts what the
      * aborted attempt posted earlier in the stream.
           SELECT RUN-MOVEMENT-FILE ASSIGN TO 'DLT_RUN_MOVEMENTS.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS RUN-MOVEMENT-FILE-STATUS.
      * Movements of the legs ACCORD-SUSPENSE-REPROCESS-V4 reposted
      * after the last position step, each with its chain sequence,
      * and the position high-water mark that says which of them the
      * ledger already holds -- see 1088-LOAD-REPOST-CARRY.
           SELECT REPOST-CARRY-FILE
               ASSIGN TO 'DLT_REPOST_MOVEMENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS REPOST-CARRY-FILE-STATUS.
           SELECT POSITION-HWM-FILE
               ASSIGN TO 'DLT_POSITION_HWM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS POSITION-HWM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Maintenance transactions: IN-TRANSACTION-TYPE = 'C' means this
      * SVT is a correction -- the fields above carry the corrected
      * values and IN-ORIGINAL-KEY names the DLT entry being corrected.
      * 'S' is a succession transfer generated by
      * ACCORD-DID-MASTER-MAINT-V4 to move a retired DID's balances to
      * its successor -- posted like any TRANSFER, but edited against
      * the succession link instead of the DID's entitlements.
      * Any other value (including space, from feeds that predate this
      * field) is treated as a normal posting.
           05  IN-TRANSACTION-TYPE      PIC X(01).
      * from before the dimension carry spaces here and net into the
      * default class wherever positions are kept.
               10 DLT-ASSET-CLASS       PIC X(02).
      * Tamper-evidence chain, also carved out of filler. Every record
      * this program writes takes the next DLT-CHAIN-SEQ in write
      * order and a DLT-CHAIN-DIGEST folded over bytes 1-229 (the
      * whole record ahead of the digest itself), seeded with the
      * previous write's digest -- so altering, dropping or inserting
      * any archived record breaks every link after it. Records from
      * before the chain carry spaces in both fields.
               10 DLT-CHAIN-SEQ         PIC 9(12).
               10 DLT-CHAIN-DIGEST      PIC 9(15).
               10 FILLER                PIC X(07).

       FD  SVT-SUSPENSE-FILE
           RECORD CONTAINS 171 CHARACTERS
      * so checkpoints written before the feed existed read back here
      * as the zeroes 1070 initialized them to.
           05  CKPT-LAST-ACKED-SEQUENCE PIC 9(08).
      * Overdrawn postings so far -- a subset of the exception count,
      * broken out for the control report and the ack trailer.
           05  CKPT-OVERDRAWN-COUNTER   PIC 9(08).
           05  FILLER                   PIC X(04).

       FD  DLT-CHAIN-HEAD-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CHAIN-HEAD-RECORD.
       01  CHAIN-HEAD-RECORD.
           05  CHN-LAST-SEQ             PIC 9(12).
           05  CHN-LAST-DIGEST          PIC 9(15).
           05  CHN-LAST-KEY             PIC X(51).
           05  CHN-UPDATED-DATE         PIC 9(08).
           05  FILLER                   PIC X(14).

       FD  DLT-CONTROL-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           05  ACK-TRL-PROCESSED        PIC 9(08).
           05  ACK-TRL-SUSPENDED        PIC 9(08).
           05  ACK-TRL-EXCEPTIONED      PIC 9(08).
      * Of the exceptioned, how many were refused for overdrawing the
      * DID's available balance (disposition OVERDRAWN).
           05  ACK-TRL-OVERDRAWN        PIC 9(08).
           05  FILLER                   PIC X(100).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
      * are spaces.
           05  DIDM-ALLOWED-INTENTS.
               10  DIDM-ALLOWED-INTENT-ENTRY PIC X(20) OCCURS 3 TIMES.
      * How far below zero this DID's available balance may go in any
      * one asset class. Carved out of what was filler -- records from
      * before the field carry spaces here and get no overdraft.
           05  DIDM-OVERDRAFT-LIMIT     PIC X(10).
           05  DIDM-OVERDRAFT-LIMIT-N REDEFINES DIDM-OVERDRAFT-LIMIT
                                        PIC 9(10).
           05  FILLER                   PIC X(03).

       FD  DID-HISTORY-FILE
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS DID-HISTORY-RECORD.
       01  DID-HISTORY-RECORD.
           05  HIST-APPLIED-DATE        PIC 9(08).
           05  HIST-IMAGE-TYPE          PIC X(01).
           05  HIST-ACTION              PIC X(01).
           05  HIST-RECORD-IMAGE        PIC X(120).
           05  HIST-LINK-IMAGE REDEFINES HIST-RECORD-IMAGE.
               10  HIST-LINK-PREDECESSOR    PIC X(30).
               10  HIST-LINK-SUCCESSOR      PIC X(30).
               10  HIST-LINK-EFFECTIVE-DATE PIC 9(08).
               10  FILLER                   PIC X(52).
           05  FILLER                   PIC X(10).

       FD  GENERATION-REGISTRY-FILE
           RECORD CONTAINS 80 CHARACTERS
               10 GEN-ASSET-CLASS       PIC X(02).
               10 FILLER                PIC X(34).

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

       FD  RUN-MOVEMENT-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS RUN-MOVEMENT-RECORD.
       01  RUN-MOVEMENT-RECORD.
           05  RMV-DID                  PIC X(30).
           05  RMV-ASSET-CLASS          PIC X(02).
      * Signed effect of the archived leg on RMV-DID's net position,
      * by the same posting rules ACCORD-POSITION-LEDGER-V4 applies.
           05  RMV-NET-MOVEMENT         PIC S9(14)
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                   PIC X(13).

      * Written by ACCORD-SUSPENSE-REPROCESS-V4, emptied by
      * ACCORD-POSITION-LEDGER-V4 once its mark has moved past them.
       FD  REPOST-CARRY-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REPOST-CARRY-RECORD.
       01  REPOST-CARRY-RECORD.
           05  RPC-DID                  PIC X(30).
           05  RPC-ASSET-CLASS          PIC X(02).
           05  RPC-NET-MOVEMENT         PIC S9(14)
                                        SIGN IS LEADING SEPARATE.
      * Chain sequence of the reposted leg.
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

       WORKING-STORAGE SECTION.
      * RUST CORE (weight) / ROZEL-ROSEL (intent) edit-check limits.
      * The VALUE clauses are the compiled-in defaults; an applicable
           88  DID-MASTER-AVAILABLE       VALUE 'Y'.
       01  WS-DID-INTENT-ALLOWED-FLAG     PIC X(01) VALUE 'N'.
       01  WS-DID-SLOT-IDX                PIC 9(02) VALUE ZEROES.
      * Succession links from DID_MASTER_HISTORY.DAT -- retired DID
      * and the DID that took its balances over. No history file is
      * no links: every 'S' posting is then refused.
       01  DID-HISTORY-FILE-STATUS        PIC X(02).
       01  WS-HIST-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  END-OF-DID-HISTORY         VALUE 'Y'.
       01  WS-LINK-LIMIT                  PIC 9(04) VALUE 500.
       01  WS-LINK-COUNT                  PIC 9(04) VALUE ZEROES.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY              OCCURS 500 TIMES.
               10  WS-LINK-PREDECESSOR    PIC X(30).
               10  WS-LINK-SUCCESSOR      PIC X(30).
       01  WS-LINK-SCAN-IDX               PIC 9(04) VALUE ZEROES.
      * Set by 2052 for an 'S' posting whose two DIDs are a linked
      * pair, with which end of the link is sending.
       01  WS-SUCCESSION-LINK-FLAG        PIC X(01) VALUE 'N'.
           88  SUCCESSION-LINK-FOUND      VALUE 'Y'.
       01  WS-SUCCESSION-SENDER-FLAG      PIC X(01) VALUE SPACE.
           88  PREDECESSOR-IS-SENDING     VALUE 'P'.
           88  SUCCESSOR-IS-SENDING       VALUE 'S'.

      * Available-balance edit working storage. The position ledger is
      * optional the same way the DID master is: a site that has never
      * built one runs with the balance check skipped (and says so),
      * any other open failure stops the run.
       01  POSITION-FILE-STATUS           PIC X(02).
       01  RUN-MOVEMENT-FILE-STATUS       PIC X(02).
       01  WS-POSITION-OPEN-FLAG          PIC X(01) VALUE 'N'.
           88  POSITION-LEDGER-AVAILABLE  VALUE 'Y'.
       01  WS-MOVEMENT-OPEN-FLAG          PIC X(01) VALUE 'N'.
           88  RUN-MOVEMENT-FILE-OPEN     VALUE 'Y'.
       01  WS-MOVEMENT-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  END-OF-RUN-MOVEMENTS       VALUE 'Y'.
       01  REPOST-CARRY-FILE-STATUS       PIC X(02).
       01  POSITION-HWM-FILE-STATUS       PIC X(02).
       01  WS-CARRY-EOF-FLAG              PIC X(01) VALUE 'N'.
           88  END-OF-REPOST-CARRY        VALUE 'Y'.
       01  WS-CARRY-MARK-SEQ              PIC 9(12) VALUE ZEROES.
       01  WS-CARRY-APPLIED-COUNTER       PIC 9(08) VALUE ZEROES.
      * Set by 2057 when the only thing wrong with a posting is that
      * the DID cannot cover it -- 2060 then acknowledges it OVERDRAWN
      * instead of EXCEPTIONED.
       01  WS-OVERDRAWN-FLAG              PIC X(01) VALUE 'N'.
           88  POSTING-OVERDRAWS-DID      VALUE 'Y'.
       01  WS-OVERDRAWN-COUNTER           PIC 9(08) VALUE ZEROES.
      * Running balance per DID and class: the opening position read
      * from the ledger the first time the pair is touched, plus every
      * leg this run has archived for it since. The table fills in
      * stream order; a pair that arrives after it is full cannot be
      * tracked, so a debit against one is refused rather than let
      * through unchecked.
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
       01  WS-OVERDRAFT-LIMIT             PIC 9(10) VALUE ZEROES.
      * Effect on the posting DID of the reversal a correction is about
      * to post ahead of its corrected leg -- see 2054.
       01  WS-PENDING-REVERSAL-EFFECT     PIC S9(15) VALUE ZEROES.
       01  WS-REVERSAL-PROBE-KEY          PIC X(51) VALUE SPACES.

      * Energy-signature anomaly alert thresholds -- a narrower,
      * configurable band than the RUST CORE hard validation range
       01  WS-CKPT-REMAINDER            PIC 9(08) VALUE ZEROES.
       01  WS-CHECKPOINT-RELATIVE-KEY   PIC 9(04) VALUE 1.

      * Archive digest chain working storage. WS-CHAIN-LAST-* is the
      * in-memory chain head: loaded from DLT-CHAIN-HEAD-FILE at
      * startup, advanced after every successful archive write and
      * saved straight back, so the head on disk never runs ahead of
      * the archive -- at worst it lags it by the one write an abend
      * interrupted, which the restart replay adopts (2167).
      * The digest is a running fold, one byte at a time, over bytes
      * 1-229 of the record: digest = (digest * 131 + code + 1)
      * modulo WS-CHAIN-MODULUS, where code is the byte's offset in
      * WS-CHAIN-COLLATE-TABLE (95 for anything not in it). Keyed to
      * the table rather than to the machine's collating sequence so
      * ACCORD-ARCHIVE-AUDIT-V4 recomputes the same digest wherever
      * it runs. The audit carries an identical copy of the fold.
       01  CHAIN-HEAD-FILE-STATUS       PIC X(02).
       01  WS-CHAIN-HEAD-RELATIVE-KEY   PIC 9(04) VALUE 1.
       01  WS-CHAIN-HEAD-OPEN-FLAG      PIC X(01) VALUE 'N'.
           88  CHAIN-HEAD-FILE-OPEN     VALUE 'Y'.
       01  WS-CHAIN-LAST-SEQ            PIC 9(12) VALUE ZEROES.
       01  WS-CHAIN-LAST-DIGEST         PIC 9(15) VALUE ZEROES.
       01  WS-CHAIN-LAST-KEY            PIC X(51) VALUE SPACES.
      * Chain fields of the archived record 2105 proved to be a
      * replay of this write -- spaces when it carried none.
       01  WS-REPLAY-CHAIN-SEQ          PIC 9(12) VALUE ZEROES.
       01  WS-REPLAY-CHAIN-DIGEST       PIC 9(15) VALUE ZEROES.
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

      * Daily control report working storage -- per-intent counts and
      * summed weight, broken out the same way as WS-VALID-INTENT-TABLE.
       01  WS-CURRENT-DATE              PIC 9(08) VALUE ZEROES.
               PERFORM 1067-OPEN-SUBLEDGER-FILES
               PERFORM 1068-OPEN-ALERT-QUEUE-FILE
               PERFORM 1069-OPEN-DID-MASTER-FILE
               PERFORM 1071-OPEN-POSITION-LEDGER
               PERFORM 1088-LOAD-REPOST-CARRY
               PERFORM 1072-OPEN-CHAIN-HEAD-FILE
      * An aborted startup stops here: touching the checkpoint or the
      * input stream now would corrupt the restart state a later,
      * fixed rerun depends on.
               IF NOT MAINFRAME-RUN-ABORTED
                   PERFORM 1073-LOAD-SUCCESSION-LINKS
                   PERFORM 1075-LOAD-GENERATION-REGISTRY
                   PERFORM 1070-OPEN-CHECKPOINT-FILE
                   PERFORM 1080-LOAD-CHECKPOINT
                   PERFORM 1085-OPEN-RUN-MOVEMENT-FILE
                   PERFORM 1090-SKIP-TO-RESTART-POINT
                   PERFORM 1100-READ-SVT-RECORD
               END-IF.
                   MOVE 'Y' TO WS-RUN-ABORT-FLAG
           END-EVALUATE.

       1071-OPEN-POSITION-LEDGER.
      * Opening balances for the available-balance edit. Same posture
      * as the DID master: absent (status 35) skips the check, any
      * other failure stops the run -- a balance gate silently
      * switched off would archive exactly the overdraws it exists to
      * stop.
           OPEN INPUT POSITION-LEDGER-FILE.
           EVALUATE POSITION-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-POSITION-OPEN-FLAG
               WHEN '35'
                   DISPLAY 'POSITION LEDGER NOT SUPPLIED -- AVAILABLE '
                       'BALANCE CHECK SKIPPED'
               WHEN OTHER
                   DISPLAY 'ERROR 1071: FAILED TO OPEN POSITION LEDGER.'
                       ' STAT: ' POSITION-FILE-STATUS
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE 'Y' TO WS-RUN-ABORT-FLAG
           END-EVALUATE.

       1072-OPEN-CHAIN-HEAD-FILE.
      * Created cold (sequence zero, digest zero -- the genesis link)
      * the first time any run writes the chain. Unlike the optional
      * companion files, an unreadable head stops the run: archiving
      * on without it would either fork the chain or restart it at
      * sequence one, and the audit would fail every night after.
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
               DISPLAY 'ERROR 1072: FAILED TO OPEN ARCHIVE CHAIN HEAD.'
                   ' STAT: ' CHAIN-HEAD-FILE-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'Y' TO WS-RUN-ABORT-FLAG
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
                   DISPLAY 'ERROR 1073: ARCHIVE CHAIN HEAD UNREADABLE.'
                       ' STAT: ' CHAIN-HEAD-FILE-STATUS
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE 'Y' TO WS-RUN-ABORT-FLAG
               END-IF
           END-IF.

       1073-LOAD-SUCCESSION-LINKS.
      * No history just means no DID has ever been succeeded.
           MOVE ZEROES TO WS-LINK-COUNT
           OPEN INPUT DID-HISTORY-FILE.
           IF DID-HISTORY-FILE-STATUS = '00'
               PERFORM 1074-LOAD-ONE-LINK
                   UNTIL END-OF-DID-HISTORY
               CLOSE DID-HISTORY-FILE
           END-IF.

       1074-LOAD-ONE-LINK.
           READ DID-HISTORY-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
               NOT AT END
                   IF HIST-IMAGE-TYPE = 'L'
                       IF WS-LINK-COUNT >= WS-LINK-LIMIT
      * Refusing the links past the limit refuses their 'S' postings
      * too -- loud, but never a transfer let through unlinked.
                           DISPLAY 'ERROR 1073: SUCCESSION LINK TABLE '
                               'FULL AT ' WS-LINK-LIMIT
                           MOVE 'Y' TO WS-HIST-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-LINK-COUNT
                           MOVE HIST-LINK-PREDECESSOR
                               TO WS-LINK-PREDECESSOR (WS-LINK-COUNT)
                           MOVE HIST-LINK-SUCCESSOR
                               TO WS-LINK-SUCCESSOR (WS-LINK-COUNT)
                       END-IF
                   END-IF
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF DID-HISTORY-FILE-STATUS NOT = '00'
               AND DID-HISTORY-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 1074: DID HISTORY READ FAILED, STAT: '
                   DID-HISTORY-FILE-STATUS
               MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-IF.

       1075-LOAD-GENERATION-REGISTRY.
      * No registry just means no period has ever been closed -- every
      * original is still in the current archive.
                   MOVE CKPT-LAST-ACKED-SEQUENCE
                       TO WS-LAST-ACKED-SEQUENCE
               END-IF
               IF CKPT-OVERDRAWN-COUNTER NUMERIC
                   MOVE CKPT-OVERDRAWN-COUNTER TO WS-OVERDRAWN-COUNTER
               END-IF
               DISPLAY 'RESTARTING RUN: SKIPPING '
                   WS-RESTART-SKIP-COUNT ' ALREADY-PROCESSED SVTs'
               DISPLAY 'LAST CHECKPOINTED DLT KEY WAS: '
                   WS-LAST-WRITTEN-KEY
           END-IF.

       1085-OPEN-RUN-MOVEMENT-FILE.
      * A fresh run starts the movement file empty. A restarted run
      * first replays the aborted attempt's movements into the balance
      * table -- the opening position does not include them, and
      * without them every debit earlier in the stream would be
      * forgotten -- then carries on appending to the same file.
      * Without a position ledger there is no balance check to feed.
           IF POSITION-LEDGER-AVAILABLE
               IF RESTARTED-RUN
                   OPEN INPUT RUN-MOVEMENT-FILE
                   IF RUN-MOVEMENT-FILE-STATUS = '00'
                       PERFORM 1086-RELOAD-RUN-MOVEMENT
                           UNTIL END-OF-RUN-MOVEMENTS
                       CLOSE RUN-MOVEMENT-FILE
                       DISPLAY 'RESTART: BALANCE TABLE RELOADED FOR '
                           WS-BALANCE-COUNT ' DID/CLASS PAIRS'
                   END-IF
                   OPEN EXTEND RUN-MOVEMENT-FILE
                   IF RUN-MOVEMENT-FILE-STATUS = '35'
                       OPEN OUTPUT RUN-MOVEMENT-FILE
                       CLOSE RUN-MOVEMENT-FILE
                       OPEN EXTEND RUN-MOVEMENT-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT RUN-MOVEMENT-FILE
               END-IF
               IF RUN-MOVEMENT-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-MOVEMENT-OPEN-FLAG
               ELSE
      * The in-memory table still guards this run; only a restart
      * would lose its memory of what was posted before the abend.
                   DISPLAY 'ERROR 1085: CANNOT OPEN RUN MOVEMENT FILE, '
                       'STAT: ' RUN-MOVEMENT-FILE-STATUS
                       ' -- A RESTART WOULD NOT SEE PRIOR MOVEMENTS'
               END-IF
           END-IF.

       1086-RELOAD-RUN-MOVEMENT.
           READ RUN-MOVEMENT-FILE
               AT END MOVE 'Y' TO WS-MOVEMENT-EOF-FLAG
               NOT AT END
                   MOVE RMV-DID TO WS-BAL-LOOKUP-DID
                   MOVE RMV-ASSET-CLASS TO WS-BAL-LOOKUP-CLASS
                   PERFORM 2145-FIND-BALANCE-ENTRY
                   IF WS-BAL-MATCH-IDX > ZEROES
                       ADD RMV-NET-MOVEMENT
                           TO WS-BAL-NET-WEIGHT (WS-BAL-MATCH-IDX)
                   END-IF
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF RUN-MOVEMENT-FILE-STATUS NOT = '00'
               AND RUN-MOVEMENT-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 1087: RUN MOVEMENT READ FAILED, STAT: '
                   RUN-MOVEMENT-FILE-STATUS
               MOVE 'Y' TO WS-MOVEMENT-EOF-FLAG
           END-IF.

       1088-LOAD-REPOST-CARRY.
      * The suspense reprocess runs after the position step, so its
      * reposts are in no ledger until the next position step -- which
      * comes after this run. Each reposted leg's movement is carried
      * in DLT_REPOST_MOVEMENTS.DAT with its chain sequence; every line
      * above the position high-water mark is folded into the opening
      * balance here, fresh run or restart alike (the table starts
      * empty either way). A line at or below the mark is already in
      * the ledger and is passed over, so a carry file the position
      * step failed to empty never counts twice. No mark yet means the
      * ledger has absorbed nothing. A mark or carry file that cannot
      * be read stops the run, as an unreadable ledger does.
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
                           DISPLAY 'ERROR 1088: POSITION HIGH-WATER '
                               'MARK IS NOT NUMERIC'
                           MOVE 'Y' TO WS-EOF-FLAG
                           MOVE 'Y' TO WS-RUN-ABORT-FLAG
                       END-IF
                       CLOSE POSITION-HWM-FILE
                   WHEN '35'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR 1088: CANNOT READ POSITION '
                           'HIGH-WATER MARK, STAT: '
                           POSITION-HWM-FILE-STATUS
                       MOVE 'Y' TO WS-EOF-FLAG
                       MOVE 'Y' TO WS-RUN-ABORT-FLAG
               END-EVALUATE
               IF NOT MAINFRAME-RUN-ABORTED
                   OPEN INPUT REPOST-CARRY-FILE
                   EVALUATE REPOST-CARRY-FILE-STATUS
                       WHEN '00'
                           PERFORM 1089-APPLY-CARRY-RECORD
                               UNTIL END-OF-REPOST-CARRY
                           CLOSE REPOST-CARRY-FILE
                           DISPLAY 'REPOSTED MOVEMENTS CARRIED INTO '
                               'OPENING BALANCES: '
                               WS-CARRY-APPLIED-COUNTER
                       WHEN '35'
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'ERROR 1088: CANNOT OPEN REPOST '
                               'CARRY FILE, STAT: '
                               REPOST-CARRY-FILE-STATUS
                           MOVE 'Y' TO WS-EOF-FLAG
                           MOVE 'Y' TO WS-RUN-ABORT-FLAG
                   END-EVALUATE
               END-IF
           END-IF.

       1089-APPLY-CARRY-RECORD.
           READ REPOST-CARRY-FILE
               AT END MOVE 'Y' TO WS-CARRY-EOF-FLAG
               NOT AT END
                   IF RPC-CHAIN-SEQ NOT NUMERIC
                       OR RPC-NET-MOVEMENT NOT NUMERIC
                       DISPLAY 'ERROR 1089: MALFORMED REPOST CARRY '
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
      * the loop would re-issue the failing read forever. A half-read
      * carry file would leave balances off by an unknown amount.
           IF REPOST-CARRY-FILE-STATUS NOT = '00'
               AND REPOST-CARRY-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 1089: REPOST CARRY READ FAILED, STAT: '
                   REPOST-CARRY-FILE-STATUS
               MOVE 'Y' TO WS-CARRY-EOF-FLAG
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'Y' TO WS-RUN-ABORT-FLAG
           END-IF.

       1090-SKIP-TO-RESTART-POINT.
           PERFORM WS-RESTART-SKIP-COUNT TIMES
               READ SVT-INPUT-FILE
           MOVE WS-EXCEPTION-COUNTER TO CKPT-EXCEPTION-COUNTER
           MOVE WS-ALERT-COUNTER TO CKPT-ALERT-COUNTER
           MOVE WS-LAST-ACKED-SEQUENCE TO CKPT-LAST-ACKED-SEQUENCE
           MOVE WS-OVERDRAWN-COUNTER TO CKPT-OVERDRAWN-COUNTER
           REWRITE CHECKPOINT-RECORD
           IF CHECKPOINT-FILE-STATUS = '00'
               DISPLAY 'CHECKPOINT SAVED AT RECORD: '
       2050-VALIDATE-SVT-EDITS.
      * RUST CORE: weight must fall within the business-valid range.
      * ROZEL-ROSEL: intent must be one of the recognized codes.
      * BALANCE: a BURN or TRANSFER debit must be covered by what the
      * DID holds in that class, plus its overdraft limit.
      * SUCCESSION: an 'S' posting must be a TRANSFER between the two
      * ends of a succession link. It moves a balance in chunks no
      * larger than the RUST CORE maximum, so the last chunk may fall
      * below the minimum -- only the floor is waived for it.
           MOVE 'Y' TO WS-VALIDATION-FLAG
           MOVE 'N' TO WS-OVERDRAWN-FLAG
           MOVE SPACES TO WS-VALIDATION-REASON
           MOVE 'N' TO WS-SUCCESSION-LINK-FLAG
           MOVE SPACE TO WS-SUCCESSION-SENDER-FLAG
           IF IN-TRANSACTION-TYPE = 'S'
               PERFORM 2052-VALIDATE-SUCCESSION-LINK
           END-IF
           IF SUCCESSION-LINK-FOUND
               IF DLT-FINAL-WEIGHT = ZEROES
                   OR DLT-FINAL-WEIGHT > WS-MAX-WEIGHT-VALUE
                   MOVE 'N' TO WS-VALIDATION-FLAG
                   MOVE 'RUST CORE: WEIGHT OUT OF RANGE'
                       TO WS-VALIDATION-REASON
               END-IF
           ELSE
               IF DLT-FINAL-WEIGHT < WS-MIN-WEIGHT-VALUE
                   OR DLT-FINAL-WEIGHT > WS-MAX-WEIGHT-VALUE
                   MOVE 'N' TO WS-VALIDATION-FLAG
                   MOVE 'RUST CORE: WEIGHT OUT OF RANGE'
                       TO WS-VALIDATION-REASON
               END-IF
           END-IF
           IF DLT-ENERGY-SIG < WS-MIN-ENERGY-SIG
               OR DLT-ENERGY-SIG > WS-MAX-ENERGY-SIG
      * point paying it for a record the earlier edits already failed.
           IF WS-VALIDATION-FLAG = 'Y'
               PERFORM 2055-VALIDATE-DID-REGISTRY
           END-IF
      * Last, so OVERDRAWN only ever means a posting that was good in
      * every other respect -- and so the registry READ above has left
      * the DID's overdraft limit in the record area.
      * A successor sending is taking over its predecessor's deficit;
      * that transfer is the point of the succession, not an overdraw
      * -- but it may take over no more than the deficit (2053).
           IF WS-VALIDATION-FLAG = 'Y'
               AND POSITION-LEDGER-AVAILABLE
               AND SUCCESSOR-IS-SENDING
               PERFORM 2053-CHECK-PREDECESSOR-DEFICIT
           END-IF
           IF WS-VALIDATION-FLAG = 'Y'
               AND POSITION-LEDGER-AVAILABLE
               AND NOT SUCCESSOR-IS-SENDING
               AND (DLT-INTENT = 'BURN'
                   OR (DLT-INTENT = 'TRANSFER'
                       AND DLT-TRANSFER-SIDE = 'D'))
               PERFORM 2057-CHECK-AVAILABLE-BALANCE
           END-IF.

       2052-VALIDATE-SUCCESSION-LINK.
      * The link may run either way: the retired DID sends a positive
      * balance to its successor, or the successor sends what the
      * retired DID was short.
           IF DLT-INTENT NOT = 'TRANSFER'
               MOVE 'N' TO WS-VALIDATION-FLAG
               MOVE 'SUCCESSION: POSTING NOT A TRANSFER'
                   TO WS-VALIDATION-REASON
           ELSE
               PERFORM VARYING WS-LINK-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-LINK-SCAN-IDX > WS-LINK-COUNT
                          OR SUCCESSION-LINK-FOUND
                   IF WS-LINK-PREDECESSOR (WS-LINK-SCAN-IDX) = DLT-DID
                       AND WS-LINK-SUCCESSOR (WS-LINK-SCAN-IDX)
                           = DLT-COUNTERPARTY-DID
                       MOVE 'Y' TO WS-SUCCESSION-LINK-FLAG
                       MOVE 'P' TO WS-SUCCESSION-SENDER-FLAG
                   END-IF
                   IF WS-LINK-SUCCESSOR (WS-LINK-SCAN-IDX) = DLT-DID
                       AND WS-LINK-PREDECESSOR (WS-LINK-SCAN-IDX)
                           = DLT-COUNTERPARTY-DID
                       MOVE 'Y' TO WS-SUCCESSION-LINK-FLAG
                       MOVE 'S' TO WS-SUCCESSION-SENDER-FLAG
                   END-IF
               END-PERFORM
               IF NOT SUCCESSION-LINK-FOUND
                   MOVE 'N' TO WS-VALIDATION-FLAG
                   MOVE 'SUCCESSION: NO LINK FOR DID PAIR'
                       TO WS-VALIDATION-REASON
               END-IF
           END-IF.

       2053-CHECK-PREDECESSOR-DEFICIT.
      * The predecessor is the counterparty here. Each chunk already
      * posted has been credited to its balance-table entry (2140), so
      * the posting is good only while the predecessor's position plus
      * this weight stays at or below zero -- the successor clears the
      * deficit and not a unit more. Same replay-window allowance as
      * 2057: a replayed chunk is already in the reloaded table.
           MOVE 'N' TO WS-REPLAY-MATCH-FLAG
           IF IN-RESTART-REPLAY-WINDOW
               MOVE 'V' TO DLT-VERIFICATION-FLAG
               PERFORM 2105-CHECK-ARCHIVE-REPLAY
               MOVE SPACE TO DLT-VERIFICATION-FLAG
           END-IF
           IF NOT ARCHIVE-WRITE-IS-REPLAY
               MOVE DLT-COUNTERPARTY-DID TO WS-BAL-LOOKUP-DID
               MOVE DLT-ASSET-CLASS TO WS-BAL-LOOKUP-CLASS
               PERFORM 2145-FIND-BALANCE-ENTRY
               IF WS-BAL-MATCH-IDX = ZEROES
      * No slot to track the pair in -- fail closed.
                   MOVE 'N' TO WS-VALIDATION-FLAG
                   MOVE 'BALANCE: TRACKING TABLE FULL'
                       TO WS-VALIDATION-REASON
               ELSE
                   IF WS-BAL-NET-WEIGHT (WS-BAL-MATCH-IDX)
                       + DLT-FINAL-WEIGHT > ZEROES
                       MOVE 'N' TO WS-VALIDATION-FLAG
                       MOVE 'SUCCESSION: EXCEEDS OLD DID DEFICIT'
                           TO WS-VALIDATION-REASON
                   END-IF
               END-IF
           END-IF.

       2054-ALLOW-FOR-PENDING-REVERSAL.
      * 2209 posts the reversal of the original before the corrected
      * leg, so the corrected leg is entitled to whatever that
      * reversal gives back to (or takes from) the same DID and class
      * -- correcting a BURN of 100 down to 90 must not be refused for
      * want of the 100 it is about to get back. The original's debit
      * leg reverses onto WS-ORIG-DID; its credit leg, if any, onto the
      * counterparty. A blank original class nets into the default.
      * On a replayed correction whose reversal already landed, the
      * reload has put it in the table and it must not count twice.
           IF WS-ORIG-ASSET-CLASS = SPACES
               MOVE WS-DEFAULT-ASSET-CLASS TO WS-BAL-LOOKUP-CLASS
           ELSE
               MOVE WS-ORIG-ASSET-CLASS TO WS-BAL-LOOKUP-CLASS
           END-IF
           IF WS-BAL-LOOKUP-CLASS = DLT-ASSET-CLASS
               IF WS-ORIG-DID = DLT-DID
                   EVALUATE TRUE
                       WHEN WS-ORIG-INTENT = 'MINT'
                           SUBTRACT WS-ORIG-WEIGHT
                               FROM WS-PENDING-REVERSAL-EFFECT
                       WHEN WS-ORIG-INTENT = 'BURN'
                           ADD WS-ORIG-WEIGHT
                               TO WS-PENDING-REVERSAL-EFFECT
                       WHEN WS-ORIG-INTENT = 'TRANSFER'
                           AND WS-ORIG-TRANSFER-SIDE = 'C'
                           SUBTRACT WS-ORIG-WEIGHT
                               FROM WS-PENDING-REVERSAL-EFFECT
                       WHEN WS-ORIG-INTENT = 'TRANSFER'
                           ADD WS-ORIG-WEIGHT
                               TO WS-PENDING-REVERSAL-EFFECT
                   END-EVALUATE
               END-IF
               IF WS-ORIG-COUNTERPARTY-DID = DLT-DID
                   AND WS-ORIG-INTENT = 'TRANSFER'
                   AND WS-ORIG-TRANSFER-SIDE = 'D'
                   SUBTRACT WS-ORIG-WEIGHT
                       FROM WS-PENDING-REVERSAL-EFFECT
               END-IF
           END-IF
           IF IN-RESTART-REPLAY-WINDOW
               AND WS-PENDING-REVERSAL-EFFECT NOT = ZEROES
               MOVE SPACES TO WS-REVERSAL-PROBE-KEY
               STRING WS-ORIG-DID WS-ORIG-TIMESTAMP
                   WS-ORIG-WEIGHT (1:4) 'R'
                   DELIMITED BY SIZE
                   INTO WS-REVERSAL-PROBE-KEY
               MOVE DLT-ARCHIVE-RECORD TO WS-ATTEMPTED-RECORD
               MOVE WS-REVERSAL-PROBE-KEY TO SVT-TRANSACTION-KEY
               READ DLT-ARCHIVE-FILE
                   KEY IS SVT-TRANSACTION-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ZEROES TO WS-PENDING-REVERSAL-EFFECT
               END-READ
               MOVE WS-ATTEMPTED-RECORD TO DLT-ARCHIVE-RECORD
           END-IF.

       2058-VALIDATE-TRANSFER-COUNTERPARTY.
                       MOVE 'DID REGISTRY: DID NOT REGISTERED'
                           TO WS-VALIDATION-REASON
                   NOT INVALID KEY
                       IF SUCCESSION-LINK-FOUND
                           PERFORM 2059-CHECK-SUCCESSION-STATUS
                       ELSE
                           PERFORM 2056-CHECK-DID-ENTITLEMENT
                       END-IF
               END-READ
               IF DID-MASTER-FILE-STATUS NOT = '00'
                   AND DID-MASTER-FILE-STATUS NOT = '23'
                       TO WS-VALIDATION-REASON
           END-EVALUATE.

       2057-CHECK-AVAILABLE-BALANCE.
      * Available = opening position + this run's movements so far
      * (both in the balance table) + the DID's overdraft limit. A
      * correction's corrected leg also counts the reversal that will
      * post just ahead of it -- see 2054.
      * Inside the restart replay window the posting may already be in
      * the archive, its movement already in the reloaded table; it
      * was covered when it first posted, and re-testing it against a
      * balance that already carries its own debit would refuse it.
           MOVE 'N' TO WS-REPLAY-MATCH-FLAG
           IF IN-RESTART-REPLAY-WINDOW
               MOVE 'V' TO DLT-VERIFICATION-FLAG
               PERFORM 2105-CHECK-ARCHIVE-REPLAY
               MOVE SPACE TO DLT-VERIFICATION-FLAG
           END-IF
           IF NOT ARCHIVE-WRITE-IS-REPLAY
               MOVE ZEROES TO WS-OVERDRAFT-LIMIT
               IF DID-MASTER-AVAILABLE
                   AND DIDM-OVERDRAFT-LIMIT NUMERIC
                   MOVE DIDM-OVERDRAFT-LIMIT-N TO WS-OVERDRAFT-LIMIT
               END-IF
               MOVE DLT-DID TO WS-BAL-LOOKUP-DID
               MOVE DLT-ASSET-CLASS TO WS-BAL-LOOKUP-CLASS
               PERFORM 2145-FIND-BALANCE-ENTRY
               IF WS-BAL-MATCH-IDX = ZEROES
      * No slot to track the pair in -- fail closed.
                   MOVE 'N' TO WS-VALIDATION-FLAG
                   MOVE 'BALANCE: TRACKING TABLE FULL'
                       TO WS-VALIDATION-REASON
               ELSE
                   MOVE ZEROES TO WS-PENDING-REVERSAL-EFFECT
                   IF DLT-RECORD-TYPE = 'C'
                       PERFORM 2054-ALLOW-FOR-PENDING-REVERSAL
                   END-IF
                   COMPUTE WS-AVAILABLE-BALANCE
                       = WS-BAL-NET-WEIGHT (WS-BAL-MATCH-IDX)
                       + WS-PENDING-REVERSAL-EFFECT
                       + WS-OVERDRAFT-LIMIT
                   IF DLT-FINAL-WEIGHT > WS-AVAILABLE-BALANCE
                       MOVE 'N' TO WS-VALIDATION-FLAG
                       MOVE 'Y' TO WS-OVERDRAWN-FLAG
                       MOVE 'BALANCE: INSUFFICIENT AVAILABLE'
                           TO WS-VALIDATION-REASON
                   END-IF
               END-IF
           END-IF.

       2059-CHECK-SUCCESSION-STATUS.
      * A succession transfer needs no entitlement -- the maintenance
      * run generated it, nobody keyed it. The successor must be
      * active; the retired end may send only, never be re-activated
      * by the back door.
           EVALUATE TRUE
               WHEN DIDM-STATUS = 'A'
                   CONTINUE
               WHEN DIDM-STATUS = 'R'
                   AND PREDECESSOR-IS-SENDING
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-VALIDATION-FLAG
                   MOVE 'SUCCESSION: DID STATUS NOT ALLOWED'
                       TO WS-VALIDATION-REASON
           END-EVALUATE.

       2100-WRITE-TO-DLT-ARCHIVE.
           MOVE 'V' TO DLT-VERIFICATION-FLAG
           PERFORM 2160-SEAL-ARCHIVE-RECORD
           WRITE DLT-ARCHIVE-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-REPLAY-MATCH-FLAG
                       DISPLAY 'RECORD ALREADY ARCHIVED BY PRIOR '
                           'ABENDED RUN, SKIPPING REPLAY: '
                           SVT-TRANSACTION-KEY
                       PERFORM 2167-ADOPT-REPLAYED-LINK
      * The replayed debit leg may have abended before its credit leg
      * posted -- re-attempt the credit; its own write resolves
      * whether it already exists.
                       PERFORM 2110-WRITE-TO-SUSPENSE
                   END-IF
               NOT INVALID KEY
                   PERFORM 2165-ADVANCE-CHAIN-HEAD
                   MOVE SVT-TRANSACTION-KEY TO WS-LAST-WRITTEN-KEY
                   MOVE 'ARCHIVED' TO WS-ACK-DISPOSITION
                   MOVE SVT-TRANSACTION-KEY TO WS-ACK-KEY
                   DISPLAY 'SV' WS-TRANSACTION-COUNTER ' LOGGED: KEY '
                       SVT-TRANSACTION-KEY
                   PERFORM 2120-ROUTE-TO-SUBLEDGER
                   PERFORM 2140-TRACK-RUN-MOVEMENT
      * No checkpoint between the legs: an abend anywhere inside this
      * record re-presents it whole on restart, and 2105's content
      * compare skips whichever legs already landed. A checkpoint
               DLT-RECORD-TYPE
               DELIMITED BY SIZE
               INTO SVT-TRANSACTION-KEY
           PERFORM 2160-SEAL-ARCHIVE-RECORD
           WRITE DLT-ARCHIVE-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-REPLAY-MATCH-FLAG
                       DISPLAY 'CREDIT LEG ALREADY POSTED BY PRIOR '
                           'ABENDED RUN, SKIPPING REPLAY: '
                           SVT-TRANSACTION-KEY
                       PERFORM 2167-ADOPT-REPLAYED-LINK
                   ELSE
      * The debit leg is archived and this pair is short its credit:
      * a genuine collision here (the receiver owns an unrelated
                       MOVE EXC-REASON TO WS-ACK-REASON
                   END-IF
               NOT INVALID KEY
                   PERFORM 2165-ADVANCE-CHAIN-HEAD
                   MOVE SVT-TRANSACTION-KEY TO WS-LAST-WRITTEN-KEY
                   DISPLAY 'CREDIT LEG POSTED: KEY '
                       SVT-TRANSACTION-KEY
                   PERFORM 2120-ROUTE-TO-SUBLEDGER
                   PERFORM 2140-TRACK-RUN-MOVEMENT
      * Both legs are now archived -- every effect of this record is
      * applied, so this checkpoint may mark it complete.
                   PERFORM 1160-SAVE-CHECKPOINT
                   WRITE BURN-SUBLEDGER-RECORD
           END-EVALUATE.

       2140-TRACK-RUN-MOVEMENT.
      * Called after every leg that actually lands in the archive --
      * never on a replayed leg, whose movement the restart already
      * reloaded. Signs follow ACCORD-POSITION-LEDGER-V4: MINT adds,
      * BURN subtracts, a TRANSFER credit leg adds and a debit (or
      * pre-pairing, sideless) leg subtracts; an 'R' record flips the
      * sign of the leg it reverses. The line goes to the movement
      * file straight after the archive write; an abend between the
      * two loses one movement, the same one-instruction window the
      * exception and alert appends accept.
           IF POSITION-LEDGER-AVAILABLE
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
               IF DLT-RECORD-TYPE = 'R'
                   COMPUTE WS-BAL-MOVEMENT = 0 - WS-BAL-MOVEMENT
               END-IF
               MOVE DLT-DID TO WS-BAL-LOOKUP-DID
               IF DLT-ASSET-CLASS = SPACES
                   MOVE WS-DEFAULT-ASSET-CLASS TO WS-BAL-LOOKUP-CLASS
               ELSE
                   MOVE DLT-ASSET-CLASS TO WS-BAL-LOOKUP-CLASS
               END-IF
               PERFORM 2145-FIND-BALANCE-ENTRY
      * A pair the full table cannot hold goes untracked; its debits
      * are refused at the gate, so only credits are lost, and a lost
      * credit understates what the DID holds -- the safe direction.
               IF WS-BAL-MATCH-IDX > ZEROES
                   ADD WS-BAL-MOVEMENT
                       TO WS-BAL-NET-WEIGHT (WS-BAL-MATCH-IDX)
               END-IF
               IF RUN-MOVEMENT-FILE-OPEN
                   MOVE SPACES TO RUN-MOVEMENT-RECORD
                   MOVE WS-BAL-LOOKUP-DID TO RMV-DID
                   MOVE WS-BAL-LOOKUP-CLASS TO RMV-ASSET-CLASS
                   MOVE WS-BAL-MOVEMENT TO RMV-NET-MOVEMENT
                   WRITE RUN-MOVEMENT-RECORD
                   IF RUN-MOVEMENT-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR 2141: RUN MOVEMENT WRITE FAILED, '
                           'STAT: ' RUN-MOVEMENT-FILE-STATUS
                   END-IF
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

       2160-SEAL-ARCHIVE-RECORD.
      * Stamp the record about to be written with the next link: the
      * sequence after the chain head, and the digest of bytes 1-229
      * (posting plus that sequence) folded onto the head's digest.
      * Called immediately ahead of every WRITE to the archive, after
      * the record image is final. A write that then fails leaves the
      * head where it was, so the next write reuses the sequence.
           COMPUTE DLT-CHAIN-SEQ = WS-CHAIN-LAST-SEQ + 1
           MOVE WS-CHAIN-LAST-DIGEST TO WS-CHAIN-DIGEST
           MOVE DLT-ARCHIVE-RECORD (1:229) TO WS-CHAIN-IMAGE
           PERFORM 2162-FOLD-CHAIN-IMAGE
           MOVE WS-CHAIN-DIGEST TO DLT-CHAIN-DIGEST.

       2162-FOLD-CHAIN-IMAGE.
      * WS-CHAIN-DIGEST enters holding the previous link's digest and
      * leaves holding this record's. See WS-CHAIN-COLLATE-TABLE.
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
      * The record just written is now the last link -- saved at once,
      * not at checkpoint time, because the archive write it follows
      * is already permanent.
           MOVE DLT-CHAIN-SEQ TO WS-CHAIN-LAST-SEQ
           MOVE DLT-CHAIN-DIGEST TO WS-CHAIN-LAST-DIGEST
           MOVE SVT-TRANSACTION-KEY TO WS-CHAIN-LAST-KEY
           PERFORM 2170-SAVE-CHAIN-HEAD.

       2167-ADOPT-REPLAYED-LINK.
      * A replayed write was sealed and archived by the aborted prior
      * attempt. If the abend fell between that archive write and its
      * head rewrite, the link on the archived record is newer than
      * the head -- adopt it, or this run would reissue its sequence.
           IF WS-REPLAY-CHAIN-SEQ NUMERIC
               AND WS-REPLAY-CHAIN-DIGEST NUMERIC
               AND WS-REPLAY-CHAIN-SEQ > WS-CHAIN-LAST-SEQ
               MOVE WS-REPLAY-CHAIN-SEQ TO WS-CHAIN-LAST-SEQ
               MOVE WS-REPLAY-CHAIN-DIGEST TO WS-CHAIN-LAST-DIGEST
               MOVE SVT-TRANSACTION-KEY TO WS-CHAIN-LAST-KEY
               DISPLAY 'CHAIN HEAD ADVANCED TO REPLAYED LINK: '
                   WS-CHAIN-LAST-SEQ
               PERFORM 2170-SAVE-CHAIN-HEAD
           END-IF.

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

       2060-WRITE-TO-EXCEPTION-REPORT.
      * Failed the RUST CORE / ROZEL-ROSEL gate -- never stamped 'V'
      * and never archived; diverted here for same-day review instead.
      * duplicate EXCEPTION-RECORD and a double-counted
      * WS-EXCEPTION-COUNTER on restart.
           MOVE 'EXCEPTIONED' TO WS-ACK-DISPOSITION
      * An overdraw is a business refusal, not a malformed SVT -- the
      * publisher gets its own disposition so it can tell the sender
      * to fund the DID rather than fix the record.
           IF POSTING-OVERDRAWS-DID
               MOVE 'OVERDRAWN' TO WS-ACK-DISPOSITION
           END-IF
           MOVE SVT-TRANSACTION-KEY TO WS-ACK-KEY
           MOVE WS-VALIDATION-REASON TO WS-ACK-REASON
           IF IN-RESTART-REPLAY-WINDOW
                   SVT-TRANSACTION-KEY
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNTER
               IF POSTING-OVERDRAWS-DID
                   ADD 1 TO WS-OVERDRAWN-COUNTER
               END-IF
               MOVE DLT-DID           TO EXC-SVT-DID
               MOVE DLT-ENERGY-SIG    TO EXC-ENERGY-SIG
               MOVE DLT-INTENT        TO EXC-INTENT
      * Only meaningful inside the restart replay window: fetch the
      * record that owns the colliding key and compare it with the
      * record we attempted. The record area is restored either way.
      * Only the posting itself (bytes 1-217) is compared: the chain
      * link the retry just sealed is necessarily newer than the one
      * the prior attempt sealed, and is not part of what was posted.
           MOVE 'N' TO WS-REPLAY-MATCH-FLAG
           MOVE DLT-ARCHIVE-RECORD TO WS-ATTEMPTED-RECORD
           READ DLT-ARCHIVE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DLT-ARCHIVE-RECORD (1:217)
                           = WS-ATTEMPTED-RECORD (1:217)
                       MOVE 'Y' TO WS-REPLAY-MATCH-FLAG
                       MOVE DLT-CHAIN-SEQ TO WS-REPLAY-CHAIN-SEQ
                       MOVE DLT-CHAIN-DIGEST TO WS-REPLAY-CHAIN-DIGEST
                   END-IF
           END-READ
           MOVE WS-ATTEMPTED-RECORD TO DLT-ARCHIVE-RECORD.
               DLT-RECORD-TYPE
               DELIMITED BY SIZE
               INTO SVT-TRANSACTION-KEY
           PERFORM 2160-SEAL-ARCHIVE-RECORD
           WRITE DLT-ARCHIVE-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-REPLAY-MATCH-FLAG
                       DISPLAY 'REVERSAL ALREADY POSTED BY PRIOR '
                           'ABENDED RUN, SKIPPING REPLAY: '
                           SVT-TRANSACTION-KEY
                       PERFORM 2167-ADOPT-REPLAYED-LINK
                       IF WS-ORIG-TRANSFER-SIDE = 'D'
                           AND WS-ORIG-COUNTERPARTY-DID NOT = SPACES
                           PERFORM 2213-WRITE-CREDIT-REVERSAL
                       PERFORM 2110-WRITE-TO-SUSPENSE
                   END-IF
               NOT INVALID KEY
                   PERFORM 2165-ADVANCE-CHAIN-HEAD
                   MOVE SVT-TRANSACTION-KEY TO WS-LAST-WRITTEN-KEY
                   DISPLAY 'REVERSAL POSTED FOR ORIGINAL KEY: '
                       WS-CORRECTION-LOOKUP-KEY
                   PERFORM 2120-ROUTE-TO-SUBLEDGER
                   PERFORM 2140-TRACK-RUN-MOVEMENT
      * No checkpoint between a correction's legs: an abend anywhere
      * inside this record re-presents the whole correction on
      * restart, and 2105's content compare skips whichever legs
               DLT-RECORD-TYPE
               DELIMITED BY SIZE
               INTO SVT-TRANSACTION-KEY
           PERFORM 2160-SEAL-ARCHIVE-RECORD
           WRITE DLT-ARCHIVE-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-REPLAY-MATCH-FLAG
                       DISPLAY 'CREDIT REVERSAL ALREADY POSTED BY '
                           'PRIOR ABENDED RUN, SKIPPING REPLAY: '
                           SVT-TRANSACTION-KEY
                       PERFORM 2167-ADOPT-REPLAYED-LINK
                   ELSE
      * Half-reversed pair -- a research item, not a repostable SVT.
                       DISPLAY 'ERROR 2103: CREDIT REVERSAL KEY '
                       MOVE EXC-REASON TO WS-ACK-REASON
                   END-IF
               NOT INVALID KEY
                   PERFORM 2165-ADVANCE-CHAIN-HEAD
                   MOVE SVT-TRANSACTION-KEY TO WS-LAST-WRITTEN-KEY
                   DISPLAY 'CREDIT REVERSAL POSTED: KEY '
                       SVT-TRANSACTION-KEY
                   PERFORM 2120-ROUTE-TO-SUBLEDGER
                   PERFORM 2140-TRACK-RUN-MOVEMENT
           END-WRITE.

       2220-WRITE-CORRECTED-RECORD.
           IF DID-MASTER-AVAILABLE
               CLOSE DID-MASTER-FILE
           END-IF.
           IF POSITION-LEDGER-AVAILABLE
               CLOSE POSITION-LEDGER-FILE
           END-IF.
           IF RUN-MOVEMENT-FILE-OPEN
               CLOSE RUN-MOVEMENT-FILE
           END-IF.
           IF CHAIN-HEAD-FILE-OPEN
               DISPLAY 'ARCHIVE CHAIN HEAD AT SEQUENCE: '
                   WS-CHAIN-LAST-SEQ
               CLOSE DLT-CHAIN-HEAD-FILE
           END-IF.
           DISPLAY 'MAINFRAME LOGGING COMPLETE. TOTAL SVTs ARCHIVED: '
               WS-TRANSACTION-COUNTER.
           DISPLAY 'SVTs DIVERTED TO SUSPENSE QUEUE: '
               WS-EXCEPTION-COUNTER.
           DISPLAY 'SVTs FLAGGED FOR ENERGY SIG ANOMALY REVIEW: '
               WS-ALERT-COUNTER.
           DISPLAY 'SVTs REFUSED FOR OVERDRAWING THE DID: '
               WS-OVERDRAWN-COUNTER.
           DISPLAY 'FIVE-NINES RELIABILITY MAINTAINED. INSHALLAH.'.

       3400-WRITE-ACK-TRAILER.
           MOVE WS-TRANSACTION-COUNTER TO ACK-TRL-PROCESSED
           MOVE WS-SUSPENSE-COUNTER TO ACK-TRL-SUSPENDED
           MOVE WS-EXCEPTION-COUNTER TO ACK-TRL-EXCEPTIONED
           MOVE WS-OVERDRAWN-COUNTER TO ACK-TRL-OVERDRAWN
           WRITE ACK-TRAILER-RECORD
           IF ACK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 3401: ACK TRAILER WRITE FAILED, STAT: '
           MOVE WS-ALERT-COUNTER TO CTL-REPORT-COUNT
           MOVE ZEROES TO CTL-REPORT-WEIGHT-TOTAL
           WRITE CONTROL-REPORT-RECORD
           MOVE WS-CURRENT-DATE TO CTL-REPORT-DATE
           MOVE 'BALANCE-OVERDRAWS' TO CTL-REPORT-LABEL
           MOVE WS-OVERDRAWN-COUNTER TO CTL-REPORT-COUNT
           MOVE ZEROES TO CTL-REPORT-WEIGHT-TOTAL
           WRITE CONTROL-REPORT-RECORD
           PERFORM 3150-ECHO-PARAMS-IN-FORCE
           IF CONTROL-FILE-WAS-SUPPLIED
               MOVE WS-CURRENT-DATE TO CTL-REPORT-DATE
