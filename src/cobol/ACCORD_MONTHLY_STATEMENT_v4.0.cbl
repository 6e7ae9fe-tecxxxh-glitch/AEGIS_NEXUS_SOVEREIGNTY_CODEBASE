      * PERIOD BECOME DETAIL LINES, EVERYTHING EARLIER BECOMES SEED
      * ROWS THAT ONLY ACCUMULATE, AND LATER RECORDS ARE LEFT FOR
      * THEIR OWN CYCLE.
      *
      * A DID RETIRED BY SUCCESSION IS STATED UNDER ITS SUCCESSOR: THE
      * 'L' LINKS IN DID_MASTER_HISTORY.DAT MAP EVERY POSTING OF A
      * PREDECESSOR (FOLLOWED THROUGH A CHAIN OF SUCCESSIONS) ONTO THE
      * LAST DID IN THE CHAIN, WHOSE STATEMENT LISTS THE WHOLE GROUP'S
      * ACTIVITY -- EACH LINE POSTED UNDER AN OLD IDENTIFIER NAMES IT
      * -- AND CARRIES ONE COMBINED BALANCE. THE PREDECESSOR'S OWN
      * STATEMENT SAYS ONLY WHERE ITS ACTIVITY WENT, AND ITS
      * CARRY-FORWARD RECORD IS HELD AT ZERO FROM THE FIRST COMBINED
      * CYCLE ON.
      *
      * EACH STATED DID'S FEE SECTION -- THE PERIOD'S FEES BILLED,
      * CREDITS FOR REVERSED POSTINGS AND THE NET FEES DUE -- IS
      * PRINTED FROM DLT_FEE_INVOICE_<PERIOD>.DAT, WRITTEN BY
      * ACCORD-FEE-BILLING-V4 AHEAD OF THE CYCLE. THE FILE IS PRINTED
      * FROM ONLY IF IT ENDS IN A BALANCED CONTROL TRAILER; OTHERWISE
      * EVERY STATEMENT SAYS THE PERIOD'S FEES ARE NOT YET BILLED.
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
      * Registered DIDs drive the cycle: one statement each, active or
      * not -- a suspended counterparty still gets its activity stated.
               ASSIGN TO DYNAMIC WS-GEN-SUMMARY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS GEN-SUMMARY-FILE-STATUS.
      * Succession links ('L' images) written by
      * ACCORD-DID-MASTER-MAINT-V4 -- optional; no history file means
      * no DID has been succeeded and every DID is stated alone.
           SELECT DID-HISTORY-FILE
               ASSIGN TO 'DID_MASTER_HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS DID-HISTORY-FILE-STATUS.
      * The period's fee invoices from ACCORD-FEE-BILLING-V4 --
      * optional; without them the fee section says so.
           SELECT FEE-INVOICE-FILE
               ASSIGN TO DYNAMIC WS-FEE-INVOICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FEE-INVOICE-FILE-STATUS.
           SELECT STATEMENT-SORT-FILE
               ASSIGN TO 'ACCORD_STATEMENT_SORT.TMP'.
           SELECT STATEMENT-FILE
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
           05  DIDM-DEACTIVATION-DATE   PIC 9(08).
           05  DIDM-ALLOWED-INTENTS.
               10  DIDM-ALLOWED-INTENT-ENTRY PIC X(20) OCCURS 3 TIMES.
           05  DIDM-OVERDRAFT-LIMIT     PIC X(10).
           05  FILLER                   PIC X(03).

       FD  STMT-BALANCE-FILE
           RECORD CONTAINS 80 CHARACTERS
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                   PIC X(29).

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

       FD  POSITION-LEDGER-FILE
           RECORD CONTAINS 142 CHARACTERS
           DATA RECORD IS POSITION-RECORD.
           05  FILLER                   PIC X(27).

       SD  STATEMENT-SORT-FILE
           RECORD CONTAINS 227 CHARACTERS
           DATA RECORD IS STATEMENT-SORT-RECORD.
       01  STATEMENT-SORT-RECORD.
      * The DID the row is stated under -- the posting's own DID, or
      * for a succeeded DID the last successor in its chain.
           05  SRT-DID                  PIC X(30).
      * '1' = seed row (pre-period history, accumulates into the
      * seeded opening, never printed), '2' = statement detail --
      * rows use it (summary rows have no raw weight to recompute
      * from); detail rows carry zeroes and are recomputed at print.
           05  SRT-SEED-NET             PIC S9(14).
      * The DID the posting was archived under.
           05  SRT-POSTED-DID           PIC X(30).

       FD  FEE-INVOICE-FILE
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS FEE-INVOICE-RECORD.
      * Written in DID order: per DID an 'H' header, 'D' lines (type
      * 'B' billed, 'R' credited) and a 'T' total; one 'Z' control
      * trailer closes the file. Amounts are always positive.
       01  FEE-INVOICE-RECORD.
           05  INV-RECORD-CODE          PIC X(01).
               88  INV-HEADER-RECORD    VALUE 'H'.
               88  INV-DETAIL-RECORD    VALUE 'D'.
               88  INV-TOTAL-RECORD     VALUE 'T'.
               88  INV-CONTROL-RECORD   VALUE 'Z'.
           05  INV-PERIOD               PIC 9(06).
           05  INV-DID                  PIC X(30).
           05  INV-INTENT               PIC X(20).
           05  INV-ASSET-CLASS          PIC X(02).
           05  INV-TRANSFER-SIDE        PIC X(01).
           05  INV-LINE-TYPE            PIC X(01).
           05  INV-POSTING-COUNT        PIC 9(08).
           05  INV-WEIGHT               PIC 9(14).
           05  INV-POSTING-FEES         PIC 9(11)V99.
           05  INV-BPS-FEES             PIC 9(11)V99.
           05  INV-AMOUNT               PIC 9(11)V99.
           05  FILLER                   PIC X(06).
       01  FEE-INVOICE-TOTAL REDEFINES FEE-INVOICE-RECORD.
           05  ITL-RECORD-CODE          PIC X(01).
           05  ITL-PERIOD               PIC 9(06).
           05  ITL-DID                  PIC X(30).
           05  ITL-BILLED-COUNT         PIC 9(08).
           05  ITL-CREDITED-COUNT       PIC 9(08).
           05  ITL-BILLED-AMOUNT        PIC 9(11)V99.
           05  ITL-CREDITED-AMOUNT      PIC 9(11)V99.
           05  ITL-NET-AMOUNT           PIC S9(11)V99
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                   PIC X(35).
       01  FEE-INVOICE-CONTROL REDEFINES FEE-INVOICE-RECORD.
           05  ICT-RECORD-CODE          PIC X(01).
           05  ICT-PERIOD               PIC 9(06).
           05  ICT-DID                  PIC X(30).
           05  ICT-INVOICE-COUNT        PIC 9(08).
           05  ICT-BILLED-COUNT         PIC 9(08).
           05  ICT-CREDITED-COUNT       PIC 9(08).
           05  ICT-BILLED-AMOUNT        PIC 9(13)V99.
           05  ICT-CREDITED-AMOUNT      PIC 9(13)V99.
           05  ICT-NET-AMOUNT           PIC S9(13)V99
                                        SIGN IS LEADING SEPARATE.
           05  ICT-BALANCE-STATUS       PIC X(01).
           05  FILLER                   PIC X(20).

       FD  STATEMENT-FILE
           RECORD CONTAINS 132 CHARACTERS
       01  BALANCE-FILE-STATUS          PIC X(02).
       01  POSITION-FILE-STATUS         PIC X(02).
       01  STATEMENT-FILE-STATUS        PIC X(02).
       01  FEE-INVOICE-FILE-STATUS      PIC X(02).
       01  WS-GEN-ARCHIVE-PATH          PIC X(64).
       01  WS-FEE-INVOICE-PATH          PIC X(64).

       01  WS-CLOSING-PERIOD            PIC X(06).
       01  WS-CLOSING-PERIOD-N REDEFINES WS-CLOSING-PERIOD
           88  POSITION-LEDGER-AVAILABLE VALUE 'Y'.
       01  WS-STATEMENT-OPEN-FLAG       PIC X(01) VALUE 'N'.
           88  STATEMENT-FILES-OPENED   VALUE 'Y'.
      * Fee invoices are optional too -- set only when the period's
      * file ends in a balanced trailer and is open for the merge.
       01  WS-FEE-INVOICE-OPEN-FLAG     PIC X(01) VALUE 'N'.
           88  FEE-INVOICE-AVAILABLE    VALUE 'Y'.
       01  WS-FEE-EOF-FLAG              PIC X(01) VALUE 'N'.
           88  END-OF-FEE-INVOICE       VALUE 'Y'.
      * Balance status of the last record seen if it was the trailer,
      * otherwise space.
       01  WS-FEE-TRAILER-STATUS        PIC X(01) VALUE SPACE.
       01  WS-FEE-SIGNED-AMOUNT         PIC S9(11)V99 VALUE ZEROES.

      * Per-DID statement working storage, refreshed per statement.
       01  WS-OPENING-BALANCE           PIC S9(14) VALUE ZEROES.
           88  DID-HAS-A-POSITION       VALUE 'Y'.
       01  WS-POS-SCAN-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-DID-POSITIONS     VALUE 'Y'.
       01  WS-TIE-DID                   PIC X(30) VALUE SPACES.

      * Succession links, each with the last DID of its chain
      * resolved once at load -- a predecessor's postings are stated
      * under that root DID.
       01  DID-HISTORY-FILE-STATUS      PIC X(02).
       01  WS-HIST-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-DID-HISTORY       VALUE 'Y'.
       01  WS-LINK-LIMIT                PIC 9(04) VALUE 500.
       01  WS-LINK-COUNT                PIC 9(04) VALUE ZEROES.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY            OCCURS 500 TIMES.
               10  WS-LINK-PREDECESSOR  PIC X(30).
               10  WS-LINK-SUCCESSOR    PIC X(30).
               10  WS-LINK-ROOT         PIC X(30).
       01  WS-LINK-SCAN-IDX             PIC 9(04) VALUE ZEROES.
       01  WS-LINK-MATCH-IDX            PIC 9(04) VALUE ZEROES.
       01  WS-LINK-ROOT-IDX             PIC 9(04) VALUE ZEROES.
       01  WS-ROOT-DID                  PIC X(30) VALUE SPACES.
       01  WS-ROOT-HOPS                 PIC 9(04) VALUE ZEROES.
       01  WS-ROOT-DONE-FLAG            PIC X(01) VALUE 'N'.
           88  ROOT-DID-RESOLVED        VALUE 'Y'.
      * The DIDs one statement covers: the stated DID first, then
      * every predecessor whose chain ends at it. WS-MEMBER-BAL-FLAG
      * says whether the member has a carry-forward record, so 2580
      * knows to WRITE or REWRITE it.
       01  WS-MEMBER-LIMIT              PIC 9(02) VALUE 20.
       01  WS-MEMBER-COUNT              PIC 9(02) VALUE ZEROES.
       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-ENTRY          OCCURS 20 TIMES.
               10  WS-MEMBER-DID        PIC X(30).
               10  WS-MEMBER-BAL-FLAG   PIC X(01).
       01  WS-MEMBER-IDX                PIC 9(02) VALUE ZEROES.
       01  WS-MEMBER-BAL-COUNT          PIC 9(02) VALUE ZEROES.
       01  WS-OLDEST-MEMBER-PERIOD      PIC 9(06) VALUE ZEROES.

      * Run counters.
       01  WS-STATEMENT-COUNTER         PIC 9(08) VALUE ZEROES.
       01  WS-SEED-RELEASED-COUNTER     PIC 9(08) VALUE ZEROES.
       01  WS-UNREGISTERED-COUNTER      PIC 9(08) VALUE ZEROES.
       01  WS-TIE-DIFF-COUNTER          PIC 9(08) VALUE ZEROES.
       01  WS-SUCCEEDED-COUNTER         PIC 9(08) VALUE ZEROES.
       01  WS-FEE-SECTION-COUNTER       PIC 9(08) VALUE ZEROES.

      * Statement print lines.
       01  WS-STMT-HEADER-1.
           05  WS-DET-EFFECT            PIC +(14)9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DET-ORIGINAL-KEY      PIC X(51).
           05  FILLER                   PIC X(01) VALUE SPACE.
      * Set only on a line archived under a predecessor DID.
           05  WS-DET-POSTED-DID        PIC X(18).
           05  FILLER                   PIC X(01) VALUE SPACE.
       01  WS-STMT-BALANCE-LINE.
           05  WS-BAL-LABEL             PIC X(26).
           05  WS-BAL-VALUE             PIC +(14)9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-TIE-TAG               PIC X(12).
           05  FILLER                   PIC X(78) VALUE SPACES.
       01  WS-STMT-FEE-LINE.
           05  WS-FEE-LABEL             PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-FEE-INTENT            PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-FEE-ASSET-CLASS       PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-FEE-TRANSFER-SIDE     PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-FEE-COUNT             PIC Z(07)9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-FEE-WEIGHT            PIC Z(13)9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-FEE-AMOUNT            PIC -(11)9.99.
           05  FILLER                   PIC X(58) VALUE SPACES.
       01  WS-STMT-FEE-TOTAL-LINE.
           05  WS-FEE-TOTAL-LABEL       PIC X(26).
           05  WS-FEE-TOTAL-VALUE       PIC -(11)9.99.
           05  FILLER                   PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-STATEMENT-CYCLE.
               PERFORM 1030-OPEN-STATEMENT-FILES
           END-IF
           IF NOT STATEMENT-RUN-ABORTED
               PERFORM 1060-LOAD-SUCCESSION-LINKS
               PERFORM 1075-LOAD-GENERATION-REGISTRY
           END-IF
           IF NOT STATEMENT-RUN-ABORTED
                   END-IF
                   IF NOT STATEMENT-RUN-ABORTED
                       PERFORM 1048-OPEN-POSITION-LEDGER
                       PERFORM 1049-OPEN-FEE-INVOICE
                   END-IF
               END-IF
           END-IF.
                   ' -- CLOSING BALANCE TIE-OUT SKIPPED'
           END-IF.

       1049-OPEN-FEE-INVOICE.
      * Fee sections only -- a missing invoice file, an empty one
      * (billing stopped on unpriced postings) or one not ending in a
      * balanced trailer prints a note on each statement, never stops
      * the cycle. The file is proven end to end first, then re-opened
      * for the merge against the DID master.
           MOVE SPACES TO WS-FEE-INVOICE-PATH
           STRING 'DLT_FEE_INVOICE_' WS-CLOSING-PERIOD '.DAT'
               DELIMITED BY SIZE
               INTO WS-FEE-INVOICE-PATH
           MOVE SPACE TO WS-FEE-TRAILER-STATUS
           OPEN INPUT FEE-INVOICE-FILE.
           IF FEE-INVOICE-FILE-STATUS = '00'
               MOVE 'N' TO WS-FEE-EOF-FLAG
               PERFORM 1050-CHECK-ONE-INVOICE-RECORD
                   UNTIL END-OF-FEE-INVOICE
               CLOSE FEE-INVOICE-FILE
               IF WS-FEE-TRAILER-STATUS = 'B'
                   OPEN INPUT FEE-INVOICE-FILE
                   IF FEE-INVOICE-FILE-STATUS = '00'
                       MOVE 'Y' TO WS-FEE-INVOICE-OPEN-FLAG
                       MOVE 'N' TO WS-FEE-EOF-FLAG
                       PERFORM 2620-READ-FEE-INVOICE
                   END-IF
               END-IF
           END-IF
           IF NOT FEE-INVOICE-AVAILABLE
               DISPLAY 'FEE INVOICE ' WS-FEE-INVOICE-PATH
               DISPLAY '    NOT RELEASED, STAT: '
                   FEE-INVOICE-FILE-STATUS ' TRAILER: '
                   WS-FEE-TRAILER-STATUS
                   ' -- FEE SECTIONS NOT PRINTED'
           END-IF.

       1050-CHECK-ONE-INVOICE-RECORD.
      * Only the last record may be the trailer; anything after a
      * trailer voids it.
           READ FEE-INVOICE-FILE
               AT END MOVE 'Y' TO WS-FEE-EOF-FLAG
               NOT AT END
                   IF INV-CONTROL-RECORD
                       MOVE ICT-BALANCE-STATUS
                           TO WS-FEE-TRAILER-STATUS
                   ELSE
                       MOVE SPACE TO WS-FEE-TRAILER-STATUS
                   END-IF
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF FEE-INVOICE-FILE-STATUS NOT = '00'
               AND FEE-INVOICE-FILE-STATUS NOT = '10'
               MOVE SPACE TO WS-FEE-TRAILER-STATUS
               MOVE 'Y' TO WS-FEE-EOF-FLAG
           END-IF.

       1060-LOAD-SUCCESSION-LINKS.
           MOVE ZEROES TO WS-LINK-COUNT
           OPEN INPUT DID-HISTORY-FILE.
           IF DID-HISTORY-FILE-STATUS = '00'
               PERFORM 1062-LOAD-ONE-LINK
                   UNTIL END-OF-DID-HISTORY
               CLOSE DID-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-LINK-ROOT-IDX FROM 1 BY 1
                   UNTIL WS-LINK-ROOT-IDX > WS-LINK-COUNT
               PERFORM 1064-RESOLVE-LINK-ROOT
           END-PERFORM.

       1062-LOAD-ONE-LINK.
           READ DID-HISTORY-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
               NOT AT END
                   IF HIST-IMAGE-TYPE = 'L'
                       IF WS-LINK-COUNT >= WS-LINK-LIMIT
      * A link past the limit would leave a predecessor stated alone
      * with a balance its successor also carries -- stop the cycle.
                           DISPLAY 'ERROR 1061: SUCCESSION LINK TABLE '
                               'FULL AT ' WS-LINK-LIMIT
                           MOVE 'Y' TO WS-HIST-EOF-FLAG
                           MOVE 'Y' TO WS-ABORT-FLAG
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
               DISPLAY 'ERROR 1062: DID HISTORY READ FAILED, STAT: '
                   DID-HISTORY-FILE-STATUS
               MOVE 'Y' TO WS-HIST-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

       1064-RESOLVE-LINK-ROOT.
      * Follow successor after successor until a DID that was never
      * itself succeeded. Maintenance refuses to succeed a DID twice
      * or to link onto a retired one, so a chain cannot loop; the
      * hop limit is belt and braces.
           MOVE WS-LINK-SUCCESSOR (WS-LINK-ROOT-IDX) TO WS-ROOT-DID
           MOVE ZEROES TO WS-ROOT-HOPS
           MOVE 'N' TO WS-ROOT-DONE-FLAG
           PERFORM 1066-FOLLOW-ONE-LINK
               UNTIL ROOT-DID-RESOLVED
                  OR WS-ROOT-HOPS > WS-LINK-COUNT
           MOVE WS-ROOT-DID TO WS-LINK-ROOT (WS-LINK-ROOT-IDX).

       1066-FOLLOW-ONE-LINK.
           ADD 1 TO WS-ROOT-HOPS
           MOVE ZEROES TO WS-LINK-MATCH-IDX
           PERFORM VARYING WS-LINK-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-LINK-SCAN-IDX > WS-LINK-COUNT
                      OR WS-LINK-MATCH-IDX > ZEROES
               IF WS-LINK-PREDECESSOR (WS-LINK-SCAN-IDX) = WS-ROOT-DID
                   MOVE WS-LINK-SCAN-IDX TO WS-LINK-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-LINK-MATCH-IDX > ZEROES
               MOVE WS-LINK-SUCCESSOR (WS-LINK-MATCH-IDX)
                   TO WS-ROOT-DID
           ELSE
               MOVE 'Y' TO WS-ROOT-DONE-FLAG
           END-IF.

       1075-LOAD-GENERATION-REGISTRY.
      * No registry just means no period has ever been closed -- every
      * posting is still in the current archive.
      * position instead of zero. Later records wait for their own
      * cycle.
           MOVE DLT-TIMESTAMP (1:6) TO WS-RECORD-PERIOD
           MOVE DLT-DID TO WS-ROOT-DID
           PERFORM 2135-RESOLVE-ROOT-DID
           EVALUATE TRUE
               WHEN WS-RECORD-PERIOD = WS-CLOSING-PERIOD-N
                   ADD 1 TO WS-POSTING-RELEASED-COUNTER
                   MOVE WS-ROOT-DID TO SRT-DID
                   MOVE '2' TO SRT-ROW-TYPE
                   MOVE DLT-TIMESTAMP TO SRT-TIMESTAMP
                   MOVE SVT-TRANSACTION-KEY TO SRT-TRANSACTION-KEY
                   MOVE DLT-ASSET-CLASS TO SRT-ASSET-CLASS
                   MOVE DLT-ORIGINAL-KEY TO SRT-ORIGINAL-KEY
                   MOVE ZEROES TO SRT-SEED-NET
                   MOVE DLT-DID TO SRT-POSTED-DID
                   RELEASE STATEMENT-SORT-RECORD
               WHEN WS-RECORD-PERIOD < WS-CLOSING-PERIOD-N
                   PERFORM 2140-COMPUTE-RECORD-EFFECT
                   ADD 1 TO WS-SEED-RELEASED-COUNTER
                   MOVE WS-ROOT-DID TO SRT-DID
                   MOVE '1' TO SRT-ROW-TYPE
                   MOVE DLT-TIMESTAMP TO SRT-TIMESTAMP
                   MOVE SVT-TRANSACTION-KEY TO SRT-TRANSACTION-KEY
                   MOVE DLT-ASSET-CLASS TO SRT-ASSET-CLASS
                   MOVE SPACES TO SRT-ORIGINAL-KEY
                   MOVE WS-GATHER-EFFECT TO SRT-SEED-NET
                   MOVE DLT-DID TO SRT-POSTED-DID
                   RELEASE STATEMENT-SORT-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2135-RESOLVE-ROOT-DID.
      * WS-ROOT-DID in, the DID it is stated under out. A DID with no
      * link of its own is its own root; WS-LINK-MATCH-IDX is left
      * non-zero only when the DID was succeeded.
           MOVE ZEROES TO WS-LINK-MATCH-IDX
           PERFORM VARYING WS-LINK-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-LINK-SCAN-IDX > WS-LINK-COUNT
                      OR WS-LINK-MATCH-IDX > ZEROES
               IF WS-LINK-PREDECESSOR (WS-LINK-SCAN-IDX) = WS-ROOT-DID
                   MOVE WS-LINK-SCAN-IDX TO WS-LINK-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-LINK-MATCH-IDX > ZEROES
               MOVE WS-LINK-ROOT (WS-LINK-MATCH-IDX) TO WS-ROOT-DID
           END-IF.

       2140-COMPUTE-RECORD-EFFECT.
      * Same posting rules as the detail-line effect in 2560 and the
      * position ledger: MINT adds, BURN subtracts, a TRANSFER
                   END-EVALUATE
                   ADD 1 TO WS-SEED-RELEASED-COUNTER
                   MOVE SPACES TO STATEMENT-SORT-RECORD
                   MOVE SUM-DID TO WS-ROOT-DID
                   PERFORM 2135-RESOLVE-ROOT-DID
                   MOVE WS-ROOT-DID TO SRT-DID
                   MOVE SUM-DID TO SRT-POSTED-DID
                   MOVE '1' TO SRT-ROW-TYPE
                   MOVE ZEROES TO SRT-TIMESTAMP
                   MOVE SUM-INTENT TO SRT-INTENT

       2530-STATEMENT-FOR-ONE-DID.
           PERFORM 2540-SKIP-UNREGISTERED-BELOW
      * A succeeded DID has no rows of its own left in the sort --
      * the gather stated them under its successor.
           MOVE DIDM-DID TO WS-ROOT-DID
           PERFORM 2135-RESOLVE-ROOT-DID
           IF WS-LINK-MATCH-IDX > ZEROES
               PERFORM 2535-WRITE-SUCCEEDED-NOTICE
           ELSE
               PERFORM 2532-COLLECT-GROUP-MEMBERS
               ADD 1 TO WS-STATEMENT-COUNTER
               MOVE ZEROES TO WS-PERIOD-NET-CHANGE
               MOVE ZEROES TO WS-DETAIL-LINE-COUNT
               MOVE ZEROES TO WS-SEEDED-PRE-NET
               PERFORM 2550-WRITE-STATEMENT-HEADER
      * The sort delivers a DID's seed rows ('1') ahead of its
      * details ('2') -- accumulate them silently first.
               PERFORM 2555-CONSUME-ONE-SEED-ROW
                   UNTIL END-OF-SORTED-POSTINGS
                       OR SRT-DID NOT = DIDM-DID
                       OR SRT-ROW-TYPE NOT = '1'
               PERFORM 2560-WRITE-ONE-DETAIL-LINE
                   UNTIL END-OF-SORTED-POSTINGS
                       OR SRT-DID NOT = DIDM-DID
               PERFORM 2570-WRITE-BALANCE-BLOCK
               PERFORM 2600-WRITE-FEE-SECTION
               PERFORM 2580-UPDATE-BALANCE-FILE
           END-IF
           PERFORM 2520-READ-DID-MASTER.

       2532-COLLECT-GROUP-MEMBERS.
      * The stated DID itself, then every predecessor whose chain
      * ends here.
           MOVE 1 TO WS-MEMBER-COUNT
           MOVE DIDM-DID TO WS-MEMBER-DID (1)
           PERFORM VARYING WS-LINK-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-LINK-SCAN-IDX > WS-LINK-COUNT
               IF WS-LINK-ROOT (WS-LINK-SCAN-IDX) = DIDM-DID
                   IF WS-MEMBER-COUNT >= WS-MEMBER-LIMIT
      * The postings are still stated here -- only the balance
      * bookkeeping of the extra predecessor is lost, so say so.
                       DISPLAY 'ERROR 2533: MORE THAN ' WS-MEMBER-LIMIT
                           ' DIDS SUCCEEDED INTO ' DIDM-DID
                           ' -- NOT TRACKED: '
                           WS-LINK-PREDECESSOR (WS-LINK-SCAN-IDX)
                   ELSE
                       ADD 1 TO WS-MEMBER-COUNT
                       MOVE WS-LINK-PREDECESSOR (WS-LINK-SCAN-IDX)
                           TO WS-MEMBER-DID (WS-MEMBER-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       2535-WRITE-SUCCEEDED-NOTICE.
      * A header and a pointer, nothing else: the balance and the
      * carry-forward record are the successor's statement's to keep.
           ADD 1 TO WS-SUCCEEDED-COUNTER
           MOVE 1 TO WS-MEMBER-COUNT
           MOVE DIDM-DID TO WS-MEMBER-DID (1)
           PERFORM 2550-WRITE-STATEMENT-HEADER
           MOVE SPACES TO WS-STMT-NOTE-LINE
           STRING 'SUCCEEDED BY DID: '
               WS-LINK-SUCCESSOR (WS-LINK-MATCH-IDX)
               DELIMITED BY SIZE
               INTO WS-NOTE-TEXT
           MOVE WS-STMT-NOTE-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO WS-STMT-NOTE-LINE
           STRING 'ACTIVITY STATED UNDER DID: ' WS-ROOT-DID
               DELIMITED BY SIZE
               INTO WS-NOTE-TEXT
           MOVE WS-STMT-NOTE-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

       2555-CONSUME-ONE-SEED-ROW.
           ADD SRT-SEED-NET TO WS-SEEDED-PRE-NET
           PERFORM 2510-RETURN-SORTED-POSTING.
           MOVE WS-CLOSING-PERIOD-N TO WS-HDR-PERIOD
           MOVE WS-CURRENT-DATE TO WS-HDR-DATE
           MOVE WS-STMT-HEADER-1 TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           PERFORM VARYING WS-MEMBER-IDX FROM 2 BY 1
                   UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
               MOVE SPACES TO WS-STMT-NOTE-LINE
               STRING 'INCLUDES PREDECESSOR DID: '
                   WS-MEMBER-DID (WS-MEMBER-IDX)
                   DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
               MOVE WS-STMT-NOTE-LINE TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-PERFORM.

       2560-WRITE-ONE-DETAIL-LINE.
      * Signed effect on the DID's balance, same posting rules as
           MOVE SRT-INTENT TO WS-DET-INTENT
           MOVE WS-POSTING-EFFECT TO WS-DET-EFFECT
           MOVE SRT-ORIGINAL-KEY TO WS-DET-ORIGINAL-KEY
           MOVE SPACES TO WS-DET-POSTED-DID
           IF SRT-POSTED-DID NOT = DIDM-DID
               MOVE SRT-POSTED-DID TO WS-DET-POSTED-DID
           END-IF
           MOVE WS-STMT-DETAIL TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           PERFORM 2510-RETURN-SORTED-POSTING.
           PERFORM 2576-WRITE-POSITION-TIE-OUT.

       2572-FETCH-STORED-BALANCE.
      * The stored balance is the sum over the statement's members.
      * Members all stated through the same period chain on as one
      * DID -- including the first combined cycle, whose opening is
      * the members' separate closings added together. Members out of
      * step, or one never stated, cannot be brought forward as one
      * figure, so the opening reseeds ('G'), or the file is left
      * alone ('P') if any member is already stated at or past this
      * period.
           MOVE 'F' TO WS-BALANCE-CONTINUITY
           MOVE ZEROES TO WS-STORED-PERIOD
           MOVE ZEROES TO WS-STORED-CLOSING
           MOVE ZEROES TO WS-MEMBER-BAL-COUNT
           MOVE 999999 TO WS-OLDEST-MEMBER-PERIOD
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                   UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
               PERFORM 2573-FETCH-MEMBER-BALANCE
           END-PERFORM
           IF WS-MEMBER-BAL-COUNT > ZEROES
               IF WS-MEMBER-BAL-COUNT < WS-MEMBER-COUNT
                   OR WS-OLDEST-MEMBER-PERIOD NOT = WS-STORED-PERIOD
                   IF WS-STORED-PERIOD >= WS-CLOSING-PERIOD-N
                       MOVE 'P' TO WS-BALANCE-CONTINUITY
                   ELSE
                       MOVE 'G' TO WS-BALANCE-CONTINUITY
                   END-IF
               ELSE
                   EVALUATE TRUE
                       WHEN WS-STORED-PERIOD = WS-CLOSING-PERIOD-N
                           MOVE 'R' TO WS-BALANCE-CONTINUITY
                       WHEN WS-STORED-PERIOD = WS-PRIOR-PERIOD
                           MOVE 'C' TO WS-BALANCE-CONTINUITY
      * Re-print of a period OLDER than the newest stated one ('P'):
      * the statement is reconstructed from the seeds, and the
      * carry-forward record -- which stamps the NEWEST closing --
      * is left exactly as it stands.
                       WHEN WS-STORED-PERIOD > WS-CLOSING-PERIOD-N
                           MOVE 'P' TO WS-BALANCE-CONTINUITY
                       WHEN OTHER
                           MOVE 'G' TO WS-BALANCE-CONTINUITY
                   END-EVALUATE
               END-IF
           END-IF.

       2573-FETCH-MEMBER-BALANCE.
      * WS-STORED-PERIOD ends up the newest member period, the
      * oldest is kept alongside to show whether they agree.
           MOVE 'N' TO WS-MEMBER-BAL-FLAG (WS-MEMBER-IDX)
           MOVE WS-MEMBER-DID (WS-MEMBER-IDX) TO BAL-DID
           READ STMT-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MEMBER-BAL-FLAG (WS-MEMBER-IDX)
                   ADD 1 TO WS-MEMBER-BAL-COUNT
                   ADD BAL-CLOSING-WEIGHT TO WS-STORED-CLOSING
                   IF BAL-PERIOD > WS-STORED-PERIOD
                       MOVE BAL-PERIOD TO WS-STORED-PERIOD
                   END-IF
                   IF BAL-PERIOD < WS-OLDEST-MEMBER-PERIOD
                       MOVE BAL-PERIOD TO WS-OLDEST-MEMBER-PERIOD
                   END-IF
           END-READ.

       2574-WRITE-CONTINUITY-NOTE.
      * printed either way -- a difference is shown, not papered
      * over, since activity after the statement period legitimately
      * moves the ledger.
      * A statement covering predecessors ties out against all of
      * their positions together.
           IF POSITION-LEDGER-AVAILABLE
               MOVE ZEROES TO WS-POSITION-DID-NET
               MOVE 'N' TO WS-POS-FOUND-FLAG
               PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                       UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
                   PERFORM 2577-SUM-MEMBER-POSITIONS
               END-PERFORM
               IF DID-HAS-A-POSITION
                   MOVE WS-POSITION-DID-NET TO WS-TIE-VALUE
                   IF WS-POSITION-DID-NET = WS-CLOSING-BALANCE
               WRITE STATEMENT-RECORD
           END-IF.

       2577-SUM-MEMBER-POSITIONS.
           MOVE 'N' TO WS-POS-SCAN-EOF-FLAG
           MOVE WS-MEMBER-DID (WS-MEMBER-IDX) TO WS-TIE-DID
           MOVE WS-TIE-DID TO POS-DID
           MOVE LOW-VALUES TO POS-ASSET-CLASS
           START POSITION-LEDGER-FILE
               KEY IS >= POS-LEDGER-KEY
               INVALID KEY MOVE 'Y' TO WS-POS-SCAN-EOF-FLAG
           END-START
           PERFORM 2578-SUM-ONE-CLASS-POSITION
               UNTIL END-OF-DID-POSITIONS.

       2578-SUM-ONE-CLASS-POSITION.
           READ POSITION-LEDGER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-POS-SCAN-EOF-FLAG
               NOT AT END
                   IF POS-DID = WS-TIE-DID
                       MOVE 'Y' TO WS-POS-FOUND-FLAG
                       ADD POS-NET-WEIGHT TO WS-POSITION-DID-NET
                   ELSE
      * leaves the file exactly as it stands: the stored record
      * stamps the NEWEST closing, and regressing it would lose it.
      * An aborted run must not touch the chain either.
      * The stated DID takes the group's closing; each predecessor is
      * stamped with the same period and a zero closing, so the next
      * cycle's members agree and the group brings forward as one.
           IF WS-BALANCE-CONTINUITY NOT = 'R'
               AND WS-BALANCE-CONTINUITY NOT = 'P'
               AND NOT STATEMENT-RUN-ABORTED
               MOVE DIDM-DID TO BAL-DID
               MOVE WS-CLOSING-PERIOD-N TO BAL-PERIOD
               MOVE WS-CLOSING-BALANCE TO BAL-CLOSING-WEIGHT
               IF WS-MEMBER-BAL-FLAG (1) = 'N'
                   WRITE STMT-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR 2581: BALANCE WRITE FAILED '
                           MOVE 'Y' TO WS-ABORT-FLAG
                   END-REWRITE
               END-IF
               PERFORM VARYING WS-MEMBER-IDX FROM 2 BY 1
                       UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
                   PERFORM 2585-ZERO-PREDECESSOR-BALANCE
               END-PERFORM
           END-IF.

       2585-ZERO-PREDECESSOR-BALANCE.
           MOVE SPACES TO STMT-BALANCE-RECORD
           MOVE WS-MEMBER-DID (WS-MEMBER-IDX) TO BAL-DID
           MOVE WS-CLOSING-PERIOD-N TO BAL-PERIOD
           MOVE ZEROES TO BAL-CLOSING-WEIGHT
           IF WS-MEMBER-BAL-FLAG (WS-MEMBER-IDX) = 'N'
               WRITE STMT-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR 2585: BALANCE WRITE FAILED '
                           'FOR DID: ' BAL-DID
                       MOVE 'Y' TO WS-ABORT-FLAG
               END-WRITE
           ELSE
               REWRITE STMT-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR 2586: BALANCE REWRITE '
                           'FAILED FOR DID: ' BAL-DID
                       MOVE 'Y' TO WS-ABORT-FLAG
               END-REWRITE
           END-IF.

       2590-DRAIN-UNREGISTERED.
               PERFORM 2510-RETURN-SORTED-POSTING
           END-IF.

       2600-WRITE-FEE-SECTION.
      * Invoices are billed to the last DID of a succession chain and
      * written in DID order, so they merge against the DID master
      * the same way the sorted postings do: invoices for DIDs below
      * this one (unregistered) are passed over.
           MOVE SPACES TO WS-STMT-NOTE-LINE
           IF NOT FEE-INVOICE-AVAILABLE
               MOVE 'FEES NOT YET BILLED FOR THIS PERIOD'
                   TO WS-NOTE-TEXT
               MOVE WS-STMT-NOTE-LINE TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           ELSE
               PERFORM 2620-READ-FEE-INVOICE
                   UNTIL END-OF-FEE-INVOICE
                      OR INV-DID NOT < DIDM-DID
               IF NOT END-OF-FEE-INVOICE
                   AND INV-DID = DIDM-DID
                   ADD 1 TO WS-FEE-SECTION-COUNTER
                   MOVE 'FEES INVOICED FOR PERIOD:' TO WS-NOTE-TEXT
                   MOVE WS-CLOSING-PERIOD-N TO WS-NOTE-VALUE
                   MOVE WS-STMT-NOTE-LINE TO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
                   PERFORM 2610-WRITE-ONE-FEE-LINE
                       UNTIL END-OF-FEE-INVOICE
                          OR INV-DID NOT = DIDM-DID
               ELSE
                   MOVE 'NO FEES INVOICED FOR THIS PERIOD'
                       TO WS-NOTE-TEXT
                   MOVE WS-STMT-NOTE-LINE TO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
               END-IF
           END-IF.

       2610-WRITE-ONE-FEE-LINE.
      * Credits print negative, so the lines add down to the net.
           EVALUATE TRUE
               WHEN INV-DETAIL-RECORD
                   MOVE SPACES TO WS-STMT-FEE-LINE
                   IF INV-LINE-TYPE = 'R'
                       MOVE 'CREDIT' TO WS-FEE-LABEL
                       COMPUTE WS-FEE-SIGNED-AMOUNT = 0 - INV-AMOUNT
                   ELSE
                       MOVE 'BILLED' TO WS-FEE-LABEL
                       MOVE INV-AMOUNT TO WS-FEE-SIGNED-AMOUNT
                   END-IF
                   MOVE INV-INTENT TO WS-FEE-INTENT
                   MOVE INV-ASSET-CLASS TO WS-FEE-ASSET-CLASS
                   MOVE INV-TRANSFER-SIDE TO WS-FEE-TRANSFER-SIDE
                   MOVE INV-POSTING-COUNT TO WS-FEE-COUNT
                   MOVE INV-WEIGHT TO WS-FEE-WEIGHT
                   MOVE WS-FEE-SIGNED-AMOUNT TO WS-FEE-AMOUNT
                   MOVE WS-STMT-FEE-LINE TO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
               WHEN INV-TOTAL-RECORD
                   MOVE SPACES TO WS-STMT-FEE-TOTAL-LINE
                   MOVE 'FEES BILLED:              '
                       TO WS-FEE-TOTAL-LABEL
                   MOVE ITL-BILLED-AMOUNT TO WS-FEE-TOTAL-VALUE
                   MOVE WS-STMT-FEE-TOTAL-LINE TO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
                   MOVE 'FEES CREDITED:            '
                       TO WS-FEE-TOTAL-LABEL
                   COMPUTE WS-FEE-SIGNED-AMOUNT
                       = 0 - ITL-CREDITED-AMOUNT
                   MOVE WS-FEE-SIGNED-AMOUNT TO WS-FEE-TOTAL-VALUE
                   MOVE WS-STMT-FEE-TOTAL-LINE TO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
                   MOVE 'NET FEES DUE:             '
                       TO WS-FEE-TOTAL-LABEL
                   MOVE ITL-NET-AMOUNT TO WS-FEE-TOTAL-VALUE
                   MOVE WS-STMT-FEE-TOTAL-LINE TO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
           END-EVALUATE
           PERFORM 2620-READ-FEE-INVOICE.

       2620-READ-FEE-INVOICE.
      * The control trailer ends the invoices as surely as end of
      * file does.
           READ FEE-INVOICE-FILE
               AT END MOVE 'Y' TO WS-FEE-EOF-FLAG
               NOT AT END
                   IF INV-CONTROL-RECORD
                       MOVE 'Y' TO WS-FEE-EOF-FLAG
                   END-IF
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF FEE-INVOICE-FILE-STATUS NOT = '00'
               AND FEE-INVOICE-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 2621: FEE INVOICE READ FAILED, STAT: '
                   FEE-INVOICE-FILE-STATUS
               MOVE 'Y' TO WS-FEE-EOF-FLAG
           END-IF.

      * ---------------------------------------------------------------
       3000-TERMINATE-STATEMENT-RUN.
           IF STATEMENT-FILES-OPENED
               IF POSITION-LEDGER-AVAILABLE
                   CLOSE POSITION-LEDGER-FILE
               END-IF
               IF FEE-INVOICE-AVAILABLE
                   CLOSE FEE-INVOICE-FILE
               END-IF
           END-IF
           IF STATEMENT-RUN-ABORTED
               DISPLAY 'STATEMENT CYCLE ENDED WITH ERRORS -- REVIEW '
           DISPLAY 'POSTINGS FOR UNREGISTERED DIDS: '
               WS-UNREGISTERED-COUNTER
           DISPLAY 'POSITION TIE-OUT DIFFERENCES: '
               WS-TIE-DIFF-COUNTER
           DISPLAY 'SUCCEEDED DIDS STATED UNDER SUCCESSOR: '
               WS-SUCCEEDED-COUNTER
           DISPLAY 'STATEMENTS WITH FEE SECTION: '
               WS-FEE-SECTION-COUNTER.
