      *   - A FULL 51-BYTE SVT-TRANSACTION-KEY LOOKS THE RECORD UP
      *     DIRECTLY;
      *   - A DID (30) PLUS TIMESTAMP (16), REST SPACES, FINDS EVERY
      *     ARCHIVE RECORD SHARING THAT DID AND TIMESTAMP;
      *   - A DID ALONE, REST SPACES, LISTS EVERY RECORD THE DID HAS IN
      *     THE CURRENT ARCHIVE AND THE CLOSED GENERATIONS, ONE LINE
      *     EACH.
      * A DID LINKED BY SUCCESSION ('L' IMAGES IN
      * DID_MASTER_HISTORY.DAT) IS SEARCHED TOGETHER WITH EVERY DID
      * IN ITS CHAIN, PREDECESSORS AND SUCCESSORS ALIKE, SO EITHER
      * IDENTIFIER ANSWERS FOR THE COUNTERPARTY'S WHOLE HISTORY.
      * EACH HIT IS DISPLAYED WITH ITS FULL CORRECTION CHAIN: THE 'O'
      * ORIGINAL IT POINTS AT VIA DLT-ORIGINAL-KEY, EVERY 'R'
      * REVERSAL AND 'C' CORRECTED RE-POSTING FILED AGAINST IT --
      * READ THROUGH THE ORIGINAL-KEY ALTERNATE INDEX, SO A LEG
      * POSTED UNDER ANOTHER DID IS FOUND LIKE ANY OTHER -- AND THE
      * PAIRED TRANSFER LEG ON THE COUNTERPARTY'S SIDE. A DID-ONLY
      * INQUIRY ALSO LISTS EVERY TRANSFER THE DID RECEIVED, READ
      * THROUGH THE COUNTERPARTY ALTERNATE INDEX.
      * A KEY THAT MISSES THE CURRENT ARCHIVE IS PROBED AGAINST
      * EVERY CLOSED GENERATION IN DLT_GENERATION_REGISTRY.DAT,
      * NEWEST FIRST, AND DLT_SUSPENSE_QUEUE.DAT IS CHECKED EITHER
      * WAY -- AN ITEM SITTING IN SUSPENSE IS EXACTLY WHAT THE CALLER
      * USUALLY NEEDS TO HEAR.
      *
      * A GENERATION CUT BEFORE THE ALTERNATE KEYS EXISTED CANNOT BE
      * OPENED UNDER THEM AND IS REPORTED AS UNREADABLE, NOT SKIPPED
      * IN SILENCE.
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
           SELECT GENERATION-REGISTRY-FILE
               ASSIGN TO 'DLT_GENERATION_REGISTRY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEN-TRANSACTION-KEY
      * A generation carries the archive's alternate keys -- see
      * ACCORD-ARCHIVE-ROLLOVER-V4, which cuts it.
               ALTERNATE RECORD KEY IS GEN-ORIGINAL-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS GEN-COUNTERPARTY-KEY
                   = GEN-COUNTERPARTY-DID GEN-TIMESTAMP
                   WITH DUPLICATES
               STATUS IS GEN-FILE-STATUS.
           SELECT SVT-SUSPENSE-FILE ASSIGN TO 'DLT_SUSPENSE_QUEUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS SUSPENSE-FILE-STATUS.
      * Succession links written by ACCORD-DID-MASTER-MAINT-V4 --
      * optional; absence means every DID is searched on its own.
           SELECT DID-HISTORY-FILE
               ASSIGN TO 'DID_MASTER_HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS DID-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  SVT-SUSPENSE-FILE
           RECORD CONTAINS 171 CHARACTERS
           05  SUSP-COUNTERPARTY-DID    PIC X(18).
           05  SUSP-ASSET-CLASS         PIC X(02).

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

       WORKING-STORAGE SECTION.
       01  DLT-FILE-STATUS              PIC X(02).
       01  GEN-REGISTRY-FILE-STATUS     PIC X(02).
       01  WS-COLLECT-KEY               PIC X(51) VALUE SPACES.
       01  WS-HIT-OVERFLOW-FLAG         PIC X(01) VALUE 'N'.
           88  HIT-TABLE-OVERFLOWED     VALUE 'Y'.
      * The filed-against chain walk keeps its own end flag -- it
      * must never disturb a caller's scan state.
       01  WS-CHAIN-SCAN-EOF-FLAG       PIC X(01) VALUE 'N'.
           88  END-OF-CHAIN-SCAN        VALUE 'Y'.
       01  WS-SUSPENSE-HIT-FLAG         PIC X(01) VALUE 'N'.
           88  ITEM-SITS-IN-SUSPENSE    VALUE 'Y'.
       01  WS-CHAIN-FILED-FOUND-FLAG    PIC X(01) VALUE 'N'.
           88  FILED-LEG-FOUND          VALUE 'Y'.
       01  WS-INQUIRY-COUNTER           PIC 9(06) VALUE ZEROES.
      * Set once the archive open succeeds -- termination closes on
      * this, not on the live file status, which the last keyed miss
       01  WS-ARCHIVE-OPEN-FLAG         PIC X(01) VALUE 'N'.
           88  ARCHIVE-OPEN-SUCCEEDED   VALUE 'Y'.

      * Succession links, each with the last DID of its chain
      * resolved once at load. The DIDs sharing a root are one
      * counterparty under several identifiers.
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
      * The DIDs an inquiry searches: the DID keyed in first, then the
      * rest of its succession chain.
       01  WS-GROUP-LIMIT               PIC 9(02) VALUE 20.
       01  WS-GROUP-COUNT               PIC 9(02) VALUE ZEROES.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-DID             PIC X(30) OCCURS 20 TIMES.
       01  WS-GROUP-IDX                 PIC 9(02) VALUE ZEROES.
       01  WS-GROUP-MATCH-FLAG          PIC X(01) VALUE 'N'.
           88  DID-IS-IN-GROUP          VALUE 'Y'.
       01  WS-SCAN-DID                  PIC X(30) VALUE SPACES.
      * DID-only inquiry: one console line per record, capped so a
      * busy counterparty cannot flood the operator's screen.
       01  WS-DID-ONLY-FLAG             PIC X(01) VALUE 'N'.
           88  DID-HISTORY-INQUIRY      VALUE 'Y'.
       01  WS-LIST-LINE-LIMIT           PIC 9(04) VALUE 200.
       01  WS-LIST-LINE-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-LIST-OVERFLOW-FLAG        PIC X(01) VALUE 'N'.
           88  LIST-LIMIT-REACHED       VALUE 'Y'.
       01  WS-LIST-SOURCE               PIC X(17) VALUE SPACES.
      * Lines of the transfers-received section, out of the same
      * line limit as the DID's own records.
       01  WS-RECEIVED-LINE-COUNT       PIC 9(04) VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-INQUIRY-SESSION.
           PERFORM 1000-INITIALIZE-INQUIRY
           ELSE
               MOVE 'Y' TO WS-ARCHIVE-OPEN-FLAG
               PERFORM 1075-LOAD-GENERATION-REGISTRY
               PERFORM 1060-LOAD-SUCCESSION-LINKS
               DISPLAY 'ACCORD ARCHIVE INQUIRY READY -- ENTER A '
                   '51-BYTE KEY, OR DID(30)+TIMESTAMP(16), OR A DID '
                   'ALONE, OR END'
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
                           DISPLAY 'ERROR 1061: SUCCESSION LINK TABLE '
                               'FULL AT ' WS-LINK-LIMIT
                               ' -- LATER LINKS NOT FOLLOWED'
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
               DISPLAY 'ERROR 1062: DID HISTORY READ FAILED, STAT: '
                   DID-HISTORY-FILE-STATUS
               MOVE 'Y' TO WS-HIST-EOF-FLAG
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
           MOVE SPACES TO WS-INQUIRY-INPUT
           DISPLAY 'INQUIRY> ' WITH NO ADVANCING
           ACCEPT WS-INQUIRY-INPUT
      * Until 2150 widens it, the inquiry covers the DID keyed in.
           MOVE 'N' TO WS-DID-ONLY-FLAG
           MOVE 1 TO WS-GROUP-COUNT
           MOVE WS-INQ-DID TO WS-GROUP-DID (1)
           EVALUATE TRUE
               WHEN WS-INQUIRY-INPUT = SPACES
                   OR WS-INQUIRY-INPUT (1:3) = 'END'
                   MOVE 'Y' TO WS-SESSION-EOF-FLAG
               WHEN WS-INQ-TIMESTAMP = SPACES
                   AND WS-INQ-TAIL = SPACES
                   ADD 1 TO WS-INQUIRY-COUNTER
                   MOVE 'Y' TO WS-DID-ONLY-FLAG
                   PERFORM 2700-DID-HISTORY-INQUIRY
               WHEN WS-INQ-TIMESTAMP NOT NUMERIC
                   DISPLAY 'INQUIRY REJECTED -- TIMESTAMP COLUMNS '
                       '31-46 MUST BE NUMERIC'
      * type marker are the only unknowns. The scan only collects
      * the matching keys; displaying a hit runs chain lookups that
      * reposition the archive, so that waits until the scan is done.
      * Every DID of a succession chain is scanned at the timestamp --
      * a succession transfer posts both identifiers at one moment.
           MOVE ZEROES TO WS-HIT-KEY-COUNT
           MOVE 'N' TO WS-HIT-OVERFLOW-FLAG
           PERFORM 2150-BUILD-DID-GROUP
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                      OR HIT-TABLE-OVERFLOWED
               MOVE WS-GROUP-DID (WS-GROUP-IDX) TO WS-SCAN-DID
               PERFORM 2205-SCAN-CURRENT-BY-PREFIX
           END-PERFORM
           IF WS-HIT-KEY-COUNT = ZEROES
               PERFORM 2230-SCAN-GENERATIONS-BY-PREFIX
           END-IF
           END-IF
           PERFORM 2600-CHECK-SUSPENSE-QUEUE.

       2150-BUILD-DID-GROUP.
      * The DID keyed in, the last DID of its chain, and every DID
      * whose chain ends at that same root.
           MOVE WS-INQ-DID TO WS-ROOT-DID
           PERFORM VARYING WS-LINK-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-LINK-SCAN-IDX > WS-LINK-COUNT
               IF WS-LINK-PREDECESSOR (WS-LINK-SCAN-IDX) = WS-INQ-DID
                   MOVE WS-LINK-ROOT (WS-LINK-SCAN-IDX) TO WS-ROOT-DID
               END-IF
           END-PERFORM
           IF WS-ROOT-DID NOT = WS-INQ-DID
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-ROOT-DID TO WS-GROUP-DID (WS-GROUP-COUNT)
           END-IF
           PERFORM VARYING WS-LINK-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-LINK-SCAN-IDX > WS-LINK-COUNT
               IF WS-LINK-ROOT (WS-LINK-SCAN-IDX) = WS-ROOT-DID
                   AND WS-LINK-PREDECESSOR (WS-LINK-SCAN-IDX)
                       NOT = WS-INQ-DID
                   IF WS-GROUP-COUNT >= WS-GROUP-LIMIT
                       DISPLAY 'SUCCESSION CHAIN LONGER THAN '
                           WS-GROUP-LIMIT ' DIDS -- NOT SEARCHED: '
                           WS-LINK-PREDECESSOR (WS-LINK-SCAN-IDX)
                   ELSE
                       ADD 1 TO WS-GROUP-COUNT
                       MOVE WS-LINK-PREDECESSOR (WS-LINK-SCAN-IDX)
                           TO WS-GROUP-DID (WS-GROUP-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-GROUP-IDX FROM 2 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               DISPLAY 'LINKED BY SUCCESSION -- ALSO SEARCHING DID: '
                   WS-GROUP-DID (WS-GROUP-IDX)
           END-PERFORM.

       2205-SCAN-CURRENT-BY-PREFIX.
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE SPACES TO SVT-TRANSACTION-KEY
           MOVE WS-SCAN-DID TO SVT-TRANSACTION-KEY (1:30)
           MOVE WS-INQ-TIMESTAMP TO SVT-TRANSACTION-KEY (31:16)
           START DLT-ARCHIVE-FILE
               KEY IS >= SVT-TRANSACTION-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-START
           PERFORM 2210-SCAN-PREFIX-MATCH
               UNTIL END-OF-CURRENT-SCAN.

       2210-SCAN-PREFIX-MATCH.
           READ DLT-ARCHIVE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF DLT-DID = WS-SCAN-DID
                       AND DLT-TIMESTAMP = WS-INQ-TIMESTAMP-N
                       MOVE SVT-TRANSACTION-KEY TO WS-COLLECT-KEY
                       PERFORM 2220-COLLECT-HIT-KEY
                   WS-GEN-REG-PERIOD (WS-GEN-IDX) ' STATUS: '
                   GEN-FILE-STATUS
           ELSE
               PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                       UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                          OR HIT-TABLE-OVERFLOWED
                   MOVE WS-GROUP-DID (WS-GROUP-IDX) TO WS-SCAN-DID
                   PERFORM 2245-SCAN-GEN-FOR-ONE-DID
               END-PERFORM
               CLOSE DLT-GEN-ARCHIVE-FILE
           END-IF.

       2245-SCAN-GEN-FOR-ONE-DID.
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE SPACES TO GEN-TRANSACTION-KEY
           MOVE WS-SCAN-DID TO GEN-TRANSACTION-KEY (1:30)
           MOVE WS-INQ-TIMESTAMP TO GEN-TRANSACTION-KEY (31:16)
           START DLT-GEN-ARCHIVE-FILE
               KEY IS >= GEN-TRANSACTION-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-START
           PERFORM 2250-SCAN-GEN-PREFIX-MATCH
               UNTIL END-OF-CURRENT-SCAN.

       2250-SCAN-GEN-PREFIX-MATCH.
           READ DLT-GEN-ARCHIVE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF GEN-TRANSACTION-KEY (1:30) = WS-SCAN-DID
                       AND GEN-TRANSACTION-KEY (31:16)
                           = WS-INQ-TIMESTAMP
      * Collected like a current-archive hit -- the display loop's
               MOVE 'CHAIN ORIGINAL:  ' TO WS-CHAIN-LABEL
               PERFORM 2510-DISPLAY-RELATED-KEY
           END-IF
           PERFORM 2530-WALK-FILED-AGAINST
           IF WS-FND-INTENT = 'TRANSFER'
               AND WS-FND-COUNTERPARTY NOT = SPACES
      * The paired leg mirrors this one: counterparty's DID up front,
               CLOSE DLT-GEN-ARCHIVE-FILE
           END-IF.

       2530-WALK-FILED-AGAINST.
      * Every 'R' and 'C' filed against the record on display carries
      * its key in DLT-ORIGINAL-KEY, whatever DID it was posted under
      * -- one keyed START on the original-key index and a walk while
      * the key holds finds them all, in the current archive and
      * then in each closed generation, newest first.
           MOVE 'N' TO WS-CHAIN-FILED-FOUND-FLAG
           MOVE 'N' TO WS-CHAIN-SCAN-EOF-FLAG
           MOVE WS-FND-KEY TO DLT-ORIGINAL-KEY
           START DLT-ARCHIVE-FILE
               KEY IS = DLT-ORIGINAL-KEY
               INVALID KEY MOVE 'Y' TO WS-CHAIN-SCAN-EOF-FLAG
           END-START
           IF DLT-FILE-STATUS NOT = '00' AND DLT-FILE-STATUS NOT = '23'
               DISPLAY 'ERROR 2531: ORIGINAL-KEY START FAILED, STAT: '
                   DLT-FILE-STATUS
               MOVE 'Y' TO WS-CHAIN-SCAN-EOF-FLAG
           END-IF
           PERFORM 2540-WALK-ONE-FILED-AGAINST
               UNTIL END-OF-CHAIN-SCAN
           IF WS-GEN-REGISTRY-COUNT > ZEROES
               PERFORM VARYING WS-GEN-SCAN-IDX
                       FROM WS-GEN-REGISTRY-COUNT BY -1
                       UNTIL WS-GEN-SCAN-IDX < 1
                   SET WS-GEN-IDX TO WS-GEN-SCAN-IDX
      * A purged generation has nothing left to walk.
                   IF WS-GEN-REG-PURGED (WS-GEN-IDX) NOT = 'P'
                       PERFORM 2550-WALK-GEN-FILED-AGAINST
                   END-IF
               END-PERFORM
           END-IF
           IF NOT FILED-LEG-FOUND
               DISPLAY 'CHAIN FILED:      NONE FILED AGAINST THIS KEY'
           END-IF.

       2535-SET-FILED-LABEL.
           EVALUATE DLT-RECORD-TYPE
               WHEN 'R'
                   MOVE 'CHAIN REVERSAL:  ' TO WS-CHAIN-LABEL
               WHEN 'C'
                   MOVE 'CHAIN CORRECTED: ' TO WS-CHAIN-LABEL
               WHEN OTHER
                   MOVE 'CHAIN FILED:     ' TO WS-CHAIN-LABEL
           END-EVALUATE.

       2540-WALK-ONE-FILED-AGAINST.
           READ DLT-ARCHIVE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CHAIN-SCAN-EOF-FLAG
               NOT AT END
                   IF DLT-ORIGINAL-KEY NOT = WS-FND-KEY
                       MOVE 'Y' TO WS-CHAIN-SCAN-EOF-FLAG
                   ELSE
                       MOVE 'Y' TO WS-CHAIN-FILED-FOUND-FLAG
                       PERFORM 2535-SET-FILED-LABEL
                       DISPLAY WS-CHAIN-LABEL ' ' SVT-TRANSACTION-KEY
                           ' [' DLT-RECORD-TYPE '/' DLT-TRANSFER-SIDE
                           '] WEIGHT ' DLT-FINAL-WEIGHT
                           ' (CURRENT ARCHIVE)'
                   END-IF
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever. Status '02'
      * is the duplicate-key notice an alternate index walk returns.
           IF DLT-FILE-STATUS NOT = '00' AND DLT-FILE-STATUS NOT = '02'
               AND DLT-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 2541: ARCHIVE READ FAILED, STAT: '
                   DLT-FILE-STATUS
               MOVE 'Y' TO WS-CHAIN-SCAN-EOF-FLAG
           END-IF.

       2550-WALK-GEN-FILED-AGAINST.
           MOVE WS-GEN-REG-PATH (WS-GEN-IDX) TO WS-GEN-ARCHIVE-PATH
           OPEN INPUT DLT-GEN-ARCHIVE-FILE.
           IF GEN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 2551: CANNOT OPEN GENERATION '
                   WS-GEN-REG-PERIOD (WS-GEN-IDX) ' STATUS: '
                   GEN-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-CHAIN-SCAN-EOF-FLAG
               MOVE WS-FND-KEY TO GEN-ORIGINAL-KEY
               START DLT-GEN-ARCHIVE-FILE
                   KEY IS = GEN-ORIGINAL-KEY
                   INVALID KEY MOVE 'Y' TO WS-CHAIN-SCAN-EOF-FLAG
               END-START
               IF GEN-FILE-STATUS NOT = '00'
                   AND GEN-FILE-STATUS NOT = '23'
                   DISPLAY 'ERROR 2552: ORIGINAL-KEY START FAILED ON '
                       'GENERATION ' WS-GEN-REG-PERIOD (WS-GEN-IDX)
                       ' STAT: ' GEN-FILE-STATUS
                   MOVE 'Y' TO WS-CHAIN-SCAN-EOF-FLAG
               END-IF
               PERFORM 2560-WALK-ONE-GEN-FILED
                   UNTIL END-OF-CHAIN-SCAN
               CLOSE DLT-GEN-ARCHIVE-FILE
           END-IF.

       2560-WALK-ONE-GEN-FILED.
           READ DLT-GEN-ARCHIVE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CHAIN-SCAN-EOF-FLAG
               NOT AT END
                   IF GEN-ORIGINAL-KEY NOT = WS-FND-KEY
                       MOVE 'Y' TO WS-CHAIN-SCAN-EOF-FLAG
                   ELSE
      * Staged through the archive record area, same as 2320.
                       MOVE GEN-ARCHIVE-RECORD TO DLT-ARCHIVE-RECORD
                       MOVE 'Y' TO WS-CHAIN-FILED-FOUND-FLAG
                       PERFORM 2535-SET-FILED-LABEL
                       DISPLAY WS-CHAIN-LABEL ' ' SVT-TRANSACTION-KEY
                           ' [' DLT-RECORD-TYPE '/' DLT-TRANSFER-SIDE
                           '] WEIGHT ' DLT-FINAL-WEIGHT
                           ' (GENERATION '
                           WS-GEN-REG-PERIOD (WS-GEN-IDX) ')'
                   END-IF
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF GEN-FILE-STATUS NOT = '00' AND GEN-FILE-STATUS NOT = '02'
               AND GEN-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 2561: GENERATION READ FAILED, STAT: '
                   GEN-FILE-STATUS
               MOVE 'Y' TO WS-CHAIN-SCAN-EOF-FLAG
           END-IF.

       2600-CHECK-SUSPENSE-QUEUE.
      * The queue is small and sequential -- opened fresh for every
      * inquiry so the answer reflects the queue as it stands now.
           READ SVT-SUSPENSE-FILE
               AT END MOVE 'Y' TO WS-SUSP-EOF-FLAG
               NOT AT END
      * Any DID of the inquiry's succession chain counts; a DID-only
      * inquiry wants every item the DIDs have sitting there.
                   PERFORM 2620-CHECK-SUSPENSE-DID
                   IF SUSP-COMPUTED-KEY = WS-INQUIRY-INPUT
                       MOVE 'Y' TO WS-GROUP-MATCH-FLAG
                   ELSE
                       IF DID-IS-IN-GROUP
                           AND NOT DID-HISTORY-INQUIRY
                           AND SUSP-TIMESTAMP NOT = WS-INQ-TIMESTAMP-N
                           MOVE 'N' TO WS-GROUP-MATCH-FLAG
                       END-IF
                   END-IF
                   IF DID-IS-IN-GROUP
                       MOVE 'Y' TO WS-SUSPENSE-HIT-FLAG
                       DISPLAY 'SUSPENSE QUEUE:   ITEM IS SITTING '
                           'IN SUSPENSE -- REASON: ' SUSP-REASON
               MOVE 'Y' TO WS-SUSP-EOF-FLAG
           END-IF.

       2620-CHECK-SUSPENSE-DID.
           MOVE 'N' TO WS-GROUP-MATCH-FLAG
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                      OR DID-IS-IN-GROUP
               IF SUSP-SVT-DID = WS-GROUP-DID (WS-GROUP-IDX)
                   MOVE 'Y' TO WS-GROUP-MATCH-FLAG
               END-IF
           END-PERFORM.

       2700-DID-HISTORY-INQUIRY.
      * Every record under every DID of the chain, current archive
      * first and then the closed generations newest first -- the
      * key leads with the DID, so each source is one bounded START
      * and scan per DID. Lines are displayed as they are read: no
      * chain lookups run here to reposition the scan.
           MOVE ZEROES TO WS-LIST-LINE-COUNT
           MOVE 'N' TO WS-LIST-OVERFLOW-FLAG
           PERFORM 2150-BUILD-DID-GROUP
           DISPLAY '----------------------------------------'
           DISPLAY 'KEY / TYPE-SIDE / INTENT / WEIGHT / CLASS / SOURCE'
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                      OR LIST-LIMIT-REACHED
               MOVE WS-GROUP-DID (WS-GROUP-IDX) TO WS-SCAN-DID
               PERFORM 2710-LIST-CURRENT-FOR-DID
               IF WS-GEN-REGISTRY-COUNT > ZEROES
                   PERFORM VARYING WS-GEN-SCAN-IDX
                           FROM WS-GEN-REGISTRY-COUNT BY -1
                           UNTIL WS-GEN-SCAN-IDX < 1
                              OR LIST-LIMIT-REACHED
                       SET WS-GEN-IDX TO WS-GEN-SCAN-IDX
      * A purged generation has nothing left to list.
                       IF WS-GEN-REG-PURGED (WS-GEN-IDX) NOT = 'P'
                           PERFORM 2730-LIST-ONE-GEN-FOR-DID
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-LIST-LINE-COUNT = ZEROES
               DISPLAY 'NO ARCHIVE RECORD FOR DID ' WS-INQ-DID
           END-IF
      * Transfers the DIDs received, from the sending side: the debit
      * leg names the receiver as its counterparty, so the
      * counterparty index gives them per DID in time order.
           IF NOT LIST-LIMIT-REACHED
               MOVE WS-LIST-LINE-COUNT TO WS-RECEIVED-LINE-COUNT
               DISPLAY '----------------------------------------'
               DISPLAY 'TRANSFERS RECEIVED BY ' WS-INQ-DID
               PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                       UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                          OR LIST-LIMIT-REACHED
                   MOVE WS-GROUP-DID (WS-GROUP-IDX) TO WS-SCAN-DID
                   PERFORM 2750-LIST-RECEIVED-CURRENT
                   IF WS-GEN-REGISTRY-COUNT > ZEROES
                       PERFORM VARYING WS-GEN-SCAN-IDX
                               FROM WS-GEN-REGISTRY-COUNT BY -1
                               UNTIL WS-GEN-SCAN-IDX < 1
                                  OR LIST-LIMIT-REACHED
                           SET WS-GEN-IDX TO WS-GEN-SCAN-IDX
                           IF WS-GEN-REG-PURGED (WS-GEN-IDX) NOT = 'P'
                               PERFORM 2770-LIST-RECEIVED-ONE-GEN
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               IF WS-LIST-LINE-COUNT = WS-RECEIVED-LINE-COUNT
                   DISPLAY 'NO TRANSFER RECEIVED BY DID ' WS-INQ-DID
               END-IF
           END-IF
           IF LIST-LIMIT-REACHED
               DISPLAY 'MORE THAN ' WS-LIST-LINE-LIMIT ' RECORDS -- '
                   'FURTHER RECORDS NOT SHOWN; ADD A TIMESTAMP OR '
                   'USE THE AUDITOR EXTRACT'
           END-IF
           IF WS-NEWEST-PURGED-PERIOD > ZEROES
               DISPLAY 'PERIODS THROUGH ' WS-NEWEST-PURGED-PERIOD
                   ' ARE PURGED -- ONLY ROLLED-UP SUMMARIES SURVIVE'
           END-IF
           PERFORM 2600-CHECK-SUSPENSE-QUEUE.

       2710-LIST-CURRENT-FOR-DID.
           MOVE 'CURRENT ARCHIVE' TO WS-LIST-SOURCE
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE SPACES TO SVT-TRANSACTION-KEY
           MOVE WS-SCAN-DID TO SVT-TRANSACTION-KEY (1:30)
           START DLT-ARCHIVE-FILE
               KEY IS >= SVT-TRANSACTION-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-START
           PERFORM 2720-LIST-ONE-CURRENT
               UNTIL END-OF-CURRENT-SCAN.

       2720-LIST-ONE-CURRENT.
           READ DLT-ARCHIVE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF DLT-DID = WS-SCAN-DID
                       PERFORM 2740-LIST-ONE-RECORD
                   ELSE
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
                   END-IF
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF DLT-FILE-STATUS NOT = '00' AND DLT-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 2721: ARCHIVE READ FAILED, STAT: '
                   DLT-FILE-STATUS
               MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-IF.

       2730-LIST-ONE-GEN-FOR-DID.
           MOVE WS-GEN-REG-PATH (WS-GEN-IDX) TO WS-GEN-ARCHIVE-PATH
           OPEN INPUT DLT-GEN-ARCHIVE-FILE.
           IF GEN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 2731: CANNOT OPEN GENERATION '
                   WS-GEN-REG-PERIOD (WS-GEN-IDX) ' STATUS: '
                   GEN-FILE-STATUS
           ELSE
               MOVE 'GENERATION' TO WS-LIST-SOURCE
               MOVE WS-GEN-REG-PERIOD (WS-GEN-IDX)
                   TO WS-LIST-SOURCE (12:6)
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               MOVE SPACES TO GEN-TRANSACTION-KEY
               MOVE WS-SCAN-DID TO GEN-TRANSACTION-KEY (1:30)
               START DLT-GEN-ARCHIVE-FILE
                   KEY IS >= GEN-TRANSACTION-KEY
                   INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-FLAG
               END-START
               PERFORM 2735-LIST-ONE-GEN-RECORD
                   UNTIL END-OF-CURRENT-SCAN
               CLOSE DLT-GEN-ARCHIVE-FILE
           END-IF.

       2735-LIST-ONE-GEN-RECORD.
           READ DLT-GEN-ARCHIVE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF GEN-TRANSACTION-KEY (1:30) = WS-SCAN-DID
      * Staged through the archive record area, same as 2320.
                       MOVE GEN-ARCHIVE-RECORD TO DLT-ARCHIVE-RECORD
                       PERFORM 2740-LIST-ONE-RECORD
                   ELSE
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
                   END-IF
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF GEN-FILE-STATUS NOT = '00' AND GEN-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 2736: GENERATION READ FAILED, STAT: '
                   GEN-FILE-STATUS
               MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-IF.

       2740-LIST-ONE-RECORD.
           IF WS-LIST-LINE-COUNT >= WS-LIST-LINE-LIMIT
               MOVE 'Y' TO WS-LIST-OVERFLOW-FLAG
               MOVE 'Y' TO WS-SCAN-EOF-FLAG
           ELSE
               ADD 1 TO WS-LIST-LINE-COUNT
               DISPLAY SVT-TRANSACTION-KEY ' ' DLT-RECORD-TYPE '/'
                   DLT-TRANSFER-SIDE ' ' DLT-INTENT (1:8) ' '
                   DLT-FINAL-WEIGHT ' ' DLT-ASSET-CLASS ' '
                   WS-LIST-SOURCE
           END-IF.

       2750-LIST-RECEIVED-CURRENT.
           MOVE 'CURRENT ARCHIVE' TO WS-LIST-SOURCE
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE WS-SCAN-DID TO DLT-COUNTERPARTY-DID
           MOVE ZEROES TO DLT-TIMESTAMP
           START DLT-ARCHIVE-FILE
               KEY IS >= DLT-COUNTERPARTY-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-START
           IF DLT-FILE-STATUS NOT = '00' AND DLT-FILE-STATUS NOT = '23'
               DISPLAY 'ERROR 2751: COUNTERPARTY START FAILED, STAT: '
                   DLT-FILE-STATUS
               MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-IF
           PERFORM 2760-LIST-ONE-RECEIVED
               UNTIL END-OF-CURRENT-SCAN.

       2760-LIST-ONE-RECEIVED.
           READ DLT-ARCHIVE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF DLT-COUNTERPARTY-DID = WS-SCAN-DID
      * The credit leg is the receiver's own record, listed above.
                       IF DLT-INTENT = 'TRANSFER'
                           AND DLT-TRANSFER-SIDE NOT = 'C'
                           PERFORM 2740-LIST-ONE-RECORD
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
                   END-IF
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF DLT-FILE-STATUS NOT = '00' AND DLT-FILE-STATUS NOT = '02'
               AND DLT-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 2761: ARCHIVE READ FAILED, STAT: '
                   DLT-FILE-STATUS
               MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-IF.

       2770-LIST-RECEIVED-ONE-GEN.
           MOVE WS-GEN-REG-PATH (WS-GEN-IDX) TO WS-GEN-ARCHIVE-PATH
           OPEN INPUT DLT-GEN-ARCHIVE-FILE.
           IF GEN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 2771: CANNOT OPEN GENERATION '
                   WS-GEN-REG-PERIOD (WS-GEN-IDX) ' STATUS: '
                   GEN-FILE-STATUS
           ELSE
               MOVE 'GENERATION' TO WS-LIST-SOURCE
               MOVE WS-GEN-REG-PERIOD (WS-GEN-IDX)
                   TO WS-LIST-SOURCE (12:6)
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               MOVE WS-SCAN-DID TO GEN-COUNTERPARTY-DID
               MOVE ZEROES TO GEN-TIMESTAMP
               START DLT-GEN-ARCHIVE-FILE
                   KEY IS >= GEN-COUNTERPARTY-KEY
                   INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-FLAG
               END-START
               IF GEN-FILE-STATUS NOT = '00'
                   AND GEN-FILE-STATUS NOT = '23'
                   DISPLAY 'ERROR 2772: COUNTERPARTY START FAILED ON '
                       'GENERATION ' WS-GEN-REG-PERIOD (WS-GEN-IDX)
                       ' STAT: ' GEN-FILE-STATUS
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               END-IF
               PERFORM 2780-LIST-ONE-GEN-RECEIVED
                   UNTIL END-OF-CURRENT-SCAN
               CLOSE DLT-GEN-ARCHIVE-FILE
           END-IF.

       2780-LIST-ONE-GEN-RECEIVED.
           READ DLT-GEN-ARCHIVE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF GEN-COUNTERPARTY-DID = WS-SCAN-DID
      * Staged through the archive record area, same as 2320.
                       MOVE GEN-ARCHIVE-RECORD TO DLT-ARCHIVE-RECORD
                       IF DLT-INTENT = 'TRANSFER'
                           AND DLT-TRANSFER-SIDE NOT = 'C'
                           PERFORM 2740-LIST-ONE-RECORD
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
                   END-IF
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF GEN-FILE-STATUS NOT = '00' AND GEN-FILE-STATUS NOT = '02'
               AND GEN-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 2781: GENERATION READ FAILED, STAT: '
                   GEN-FILE-STATUS
               MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-IF.

      * ---------------------------------------------------------------
       3000-TERMINATE-INQUIRY.
           IF ARCHIVE-OPEN-SUCCEEDED
