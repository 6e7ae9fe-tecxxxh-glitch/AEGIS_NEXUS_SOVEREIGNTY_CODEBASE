      * QUALIFYING KEY AND STOPS AS SOON AS THE DID COLUMN PASSES THE
      * SELECTION -- THE FULL-FILE SCAN IS RESERVED FOR THE BARE '*'
      * REQUEST THAT ASKS FOR EVERYONE.
      *
      * A REQUEST NAMING A COUNTERPARTY DID SELECTS ONLY THE RECORDS
      * THAT NAME IT AS THEIR COUNTERPARTY -- THE DEBIT LEG OF EVERY
      * TRANSFER IT RECEIVED AND THE CREDIT LEG OF EVERY TRANSFER IT
      * SENT -- COMBINED WITH THE DID COLUMN AS USUAL ('*' FOR ANY
      * SENDER). SUCH A REQUEST IS READ THROUGH THE ARCHIVE'S
      * COUNTERPARTY ALTERNATE INDEX (COUNTERPARTY DID PLUS
      * TIMESTAMP), STARTING AT THE REQUEST'S FROM-TIMESTAMP AND
      * STOPPING AT ITS TO-TIMESTAMP, SO EVEN A BARE '*' DID NEEDS NO
      * FULL-FILE SCAN.
      *
      * AN EXACT DID LINKED BY SUCCESSION ('L' IMAGES IN
      * DID_MASTER_HISTORY.DAT) IS EXTRACTED TOGETHER WITH EVERY DID
      * IN ITS CHAIN, PREDECESSORS AND SUCCESSOR ALIKE, SO ONE REQUEST
      * COVERS THE COUNTERPARTY'S WHOLE HISTORY. THE HEADER NAMES THE
      * LINKED DIDS AND EACH DETAIL LINE CARRIES THE DID IT WAS POSTED
      * UNDER. PREFIX REQUESTS ARE NOT WIDENED.
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
      * Succession links written by ACCORD-DID-MASTER-MAINT-V4 --
      * optional; absence means every DID is extracted on its own.
           SELECT DID-HISTORY-FILE
               ASSIGN TO 'DID_MASTER_HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS DID-HISTORY-FILE-STATUS.
           SELECT EXTRACT-SORT-FILE
               ASSIGN TO 'ACCORD_EXTRACT_SORT.TMP'.
           SELECT EXTRACT-STATEMENT-FILE
      * Spaces select every intent / every record type.
           05  REQ-INTENT               PIC X(20).
           05  REQ-RECORD-TYPE          PIC X(01).
      * Exact counterparty DID; spaces select every record.
           05  REQ-COUNTERPARTY-DID     PIC X(30).
           05  FILLER                   PIC X(07).

       FD  DLT-ARCHIVE-FILE
           RECORD CONTAINS 251 CHARACTERS
               10 GEN-TRANSFER-SIDE     PIC X(01).
               10 FILLER                PIC X(36).

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

       SD  EXTRACT-SORT-FILE
           RECORD CONTAINS 180 CHARACTERS
           DATA RECORD IS EXTRACT-SORT-RECORD.
               10  WS-GEN-REG-PURGED    PIC X(01).
       01  WS-GEN-SCAN-IDX              PIC 9(04) VALUE ZEROES.

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
      * The DIDs a request extracts: the requested DID first, then
      * the rest of its succession chain. A prefix request is a group
      * of one. WS-SELECT-DID is the member the scans are running for.
       01  WS-GROUP-LIMIT               PIC 9(02) VALUE 20.
       01  WS-GROUP-COUNT               PIC 9(02) VALUE ZEROES.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-DID             PIC X(30) OCCURS 20 TIMES.
       01  WS-GROUP-IDX                 PIC 9(02) VALUE ZEROES.
       01  WS-SELECT-DID                PIC X(30) VALUE SPACES.

      * Selection working storage, refreshed per request.
       01  WS-REQUEST-COUNTER           PIC 9(04) VALUE ZEROES.
       01  WS-DID-PREFIX-LENGTH         PIC 9(02) VALUE ZEROES.
       01  WS-SCAN-PAST-DID-FLAG        PIC X(01) VALUE 'N'.
           88  SCAN-PASSED-SELECTION    VALUE 'Y'.
       01  WS-START-KEY-VALUE           PIC X(51) VALUE SPACES.
       01  WS-COUNTERPARTY-SELECT-FLAG  PIC X(01) VALUE 'N'.
           88  COUNTERPARTY-SELECTION   VALUE 'Y'.

      * Per-request tie-out totals. Postings (debit-side 'O' and 'C'
      * records) are the population the control totals count; credit
           05  FILLER                   PIC X(14)
               VALUE ' RECORD TYPE: '.
           05  WS-HDR-RECORD-TYPE       PIC X(01).
           05  FILLER                   PIC X(15)
               VALUE ' COUNTERPARTY: '.
           05  WS-HDR-COUNTERPARTY      PIC X(30).
           05  FILLER                   PIC X(44) VALUE SPACES.
       01  WS-STMT-LINKED-LINE.
           05  FILLER                   PIC X(35)
               VALUE 'INCLUDES DID LINKED BY SUCCESSION: '.
           05  WS-LNK-DID               PIC X(30).
           05  FILLER                   PIC X(67) VALUE SPACES.
       01  WS-STMT-DETAIL.
           05  WS-DET-TIMESTAMP         PIC 9(16).
           05  FILLER                   PIC X(01) VALUE SPACE.
                   ELSE
                       MOVE 'Y' TO WS-EXTRACT-OPEN-FLAG
                       PERFORM 1050-LOAD-GENERATION-REGISTRY
                       PERFORM 1070-LOAD-SUCCESSION-LINKS
                       PERFORM 1100-READ-REQUEST-RECORD
                   END-IF
               END-IF
               MOVE 'Y' TO WS-GEN-REG-EOF-FLAG
           END-IF.

       1070-LOAD-SUCCESSION-LINKS.
           MOVE ZEROES TO WS-LINK-COUNT
           OPEN INPUT DID-HISTORY-FILE.
           IF DID-HISTORY-FILE-STATUS = '00'
               PERFORM 1072-LOAD-ONE-LINK
                   UNTIL END-OF-DID-HISTORY
               CLOSE DID-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-LINK-ROOT-IDX FROM 1 BY 1
                   UNTIL WS-LINK-ROOT-IDX > WS-LINK-COUNT
               PERFORM 1074-RESOLVE-LINK-ROOT
           END-PERFORM.

       1072-LOAD-ONE-LINK.
           READ DID-HISTORY-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
               NOT AT END
                   IF HIST-IMAGE-TYPE = 'L'
                       IF WS-LINK-COUNT >= WS-LINK-LIMIT
                           DISPLAY 'ERROR 1071: SUCCESSION LINK TABLE '
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
               DISPLAY 'ERROR 1072: DID HISTORY READ FAILED, STAT: '
                   DID-HISTORY-FILE-STATUS
               MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-IF.

       1074-RESOLVE-LINK-ROOT.
      * Follow successor after successor until a DID that was never
      * itself succeeded. Maintenance refuses to succeed a DID twice
      * or to link onto a retired one, so a chain cannot loop; the
      * hop limit is belt and braces.
           MOVE WS-LINK-SUCCESSOR (WS-LINK-ROOT-IDX) TO WS-ROOT-DID
           MOVE ZEROES TO WS-ROOT-HOPS
           MOVE 'N' TO WS-ROOT-DONE-FLAG
           PERFORM 1076-FOLLOW-ONE-LINK
               UNTIL ROOT-DID-RESOLVED
                  OR WS-ROOT-HOPS > WS-LINK-COUNT
           MOVE WS-ROOT-DID TO WS-LINK-ROOT (WS-LINK-ROOT-IDX).

       1076-FOLLOW-ONE-LINK.
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

       1100-READ-REQUEST-RECORD.
           READ EXTRACT-REQUEST-FILE
               AT END MOVE 'Y' TO WS-REQ-EOF-FLAG
               ELSE
                   MOVE 'N' TO WS-REQUEST-VALID-FLAG
               END-IF
           END-IF
           IF REQ-COUNTERPARTY-DID = SPACES
               MOVE 'N' TO WS-COUNTERPARTY-SELECT-FLAG
           ELSE
               MOVE 'Y' TO WS-COUNTERPARTY-SELECT-FLAG
           END-IF
           MOVE 1 TO WS-GROUP-COUNT
           MOVE REQ-DID TO WS-GROUP-DID (1)
           IF REQUEST-IS-VALID AND NOT DID-IS-PREFIX-SELECTION
               PERFORM 2150-BUILD-DID-GROUP
           END-IF.

       2150-BUILD-DID-GROUP.
      * The requested DID, the last DID of its chain, and every DID
      * whose chain ends at that same root.
           MOVE REQ-DID TO WS-ROOT-DID
           PERFORM VARYING WS-LINK-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-LINK-SCAN-IDX > WS-LINK-COUNT
               IF WS-LINK-PREDECESSOR (WS-LINK-SCAN-IDX) = REQ-DID
                   MOVE WS-LINK-ROOT (WS-LINK-SCAN-IDX) TO WS-ROOT-DID
               END-IF
           END-PERFORM
           IF WS-ROOT-DID NOT = REQ-DID
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-ROOT-DID TO WS-GROUP-DID (WS-GROUP-COUNT)
           END-IF
           PERFORM VARYING WS-LINK-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-LINK-SCAN-IDX > WS-LINK-COUNT
               IF WS-LINK-ROOT (WS-LINK-SCAN-IDX) = WS-ROOT-DID
                   AND WS-LINK-PREDECESSOR (WS-LINK-SCAN-IDX)
                       NOT = REQ-DID
                   IF WS-GROUP-COUNT >= WS-GROUP-LIMIT
                       DISPLAY 'ERROR 2151: REQUEST ' WS-REQUEST-COUNTER
                           ' SUCCESSION CHAIN LONGER THAN '
                           WS-GROUP-LIMIT ' DIDS -- NOT EXTRACTED: '
                           WS-LINK-PREDECESSOR (WS-LINK-SCAN-IDX)
                   ELSE
                       ADD 1 TO WS-GROUP-COUNT
                       MOVE WS-LINK-PREDECESSOR (WS-LINK-SCAN-IDX)
                           TO WS-GROUP-DID (WS-GROUP-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       2200-WRITE-STATEMENT-HEADER.
           MOVE SPACES TO EXTRACT-STATEMENT-RECORD
           WRITE EXTRACT-STATEMENT-RECORD
           ELSE
               MOVE REQ-RECORD-TYPE TO WS-HDR-RECORD-TYPE
           END-IF
           IF REQ-COUNTERPARTY-DID = SPACES
               MOVE 'ALL' TO WS-HDR-COUNTERPARTY
           ELSE
               MOVE REQ-COUNTERPARTY-DID TO WS-HDR-COUNTERPARTY
           END-IF
           MOVE WS-STMT-HEADER-2 TO EXTRACT-STATEMENT-RECORD
           WRITE EXTRACT-STATEMENT-RECORD
           PERFORM VARYING WS-GROUP-IDX FROM 2 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               MOVE WS-GROUP-DID (WS-GROUP-IDX) TO WS-LNK-DID
               MOVE WS-STMT-LINKED-LINE TO EXTRACT-STATEMENT-RECORD
               WRITE EXTRACT-STATEMENT-RECORD
           END-PERFORM.

       2250-WRITE-REJECTED-REQUEST.
           MOVE SPACES TO EXTRACT-STATEMENT-RECORD
               ' REJECTED -- DID MISSING OR TIMESTAMP NOT NUMERIC'.

       2300-GATHER-MATCHES.
      * One pass per DID in the group; the SORT merges the passes
      * back into a single timestamp-ordered statement.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               MOVE WS-GROUP-DID (WS-GROUP-IDX) TO WS-SELECT-DID
               PERFORM 2310-GATHER-FOR-ONE-DID
           END-PERFORM.

       2310-GATHER-FOR-ONE-DID.
           PERFORM 2400-SCAN-CURRENT-ARCHIVE
           PERFORM VARYING WS-GEN-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-SCAN-IDX > WS-GEN-REGISTRY-COUNT
      * A purged generation has nothing left to scan -- the
      * statement says so instead of silently coming up short or
      * failing on the open.
      * The note is written on the first DID's pass only.
               IF WS-GEN-REG-PURGED (WS-GEN-IDX) = 'P'
                   IF WS-GROUP-IDX = 1
                       PERFORM 2550-NOTE-PURGED-GENERATION
                   END-IF
               ELSE
                   PERFORM 2500-SCAN-ONE-GENERATION
               END-IF
      * prefix (low-value padded by the START's >= compare) is the
      * exact starting point. The scan ends as soon as the DID column
      * moves past the selection.
      * A counterparty request starts on the counterparty index at
      * the from-timestamp instead, and ends when the counterparty
      * changes or the to-timestamp is passed.
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE 'N' TO WS-SCAN-PAST-DID-FLAG
           IF COUNTERPARTY-SELECTION
               MOVE REQ-COUNTERPARTY-DID TO DLT-COUNTERPARTY-DID
               MOVE WS-EFFECTIVE-TS-FROM TO DLT-TIMESTAMP
               START DLT-ARCHIVE-FILE
                   KEY IS >= DLT-COUNTERPARTY-KEY
                   INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-FLAG
               END-START
           ELSE
               MOVE SPACES TO WS-START-KEY-VALUE
               IF WS-DID-PREFIX-LENGTH > ZEROES
                   MOVE WS-SELECT-DID (1:WS-DID-PREFIX-LENGTH)
                       TO WS-START-KEY-VALUE (1:WS-DID-PREFIX-LENGTH)
               END-IF
               MOVE WS-START-KEY-VALUE TO SVT-TRANSACTION-KEY
               START DLT-ARCHIVE-FILE
                   KEY IS >= SVT-TRANSACTION-KEY
                   INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-FLAG
               END-START
           END-IF
           PERFORM 2410-SCAN-CURRENT-RECORD
               UNTIL END-OF-CURRENT-SCAN OR SCAN-PASSED-SELECTION.

                   END-IF
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever. Status '02'
      * is the duplicate-key notice of a counterparty index read.
           IF DLT-FILE-STATUS NOT = '00' AND DLT-FILE-STATUS NOT = '02'
               AND DLT-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 2411: ARCHIVE READ FAILED, STAT: '
                   DLT-FILE-STATUS
               MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-IF.

       2420-CHECK-DID-COLUMN.
      * On the counterparty index the leading columns are the
      * counterparty and the timestamp, so those bound the scan.
           IF COUNTERPARTY-SELECTION
               IF DLT-COUNTERPARTY-DID NOT = REQ-COUNTERPARTY-DID
                   OR DLT-TIMESTAMP > WS-EFFECTIVE-TS-TO
                   MOVE 'Y' TO WS-SCAN-PAST-DID-FLAG
               END-IF
           ELSE
               IF WS-DID-PREFIX-LENGTH > ZEROES
                   IF DLT-DID (1:WS-DID-PREFIX-LENGTH)
                       > WS-SELECT-DID (1:WS-DID-PREFIX-LENGTH)
                       MOVE 'Y' TO WS-SCAN-PAST-DID-FLAG
                   END-IF
               END-IF
           END-IF.

       2430-SELECT-CURRENT-RECORD.
           MOVE 'Y' TO WS-RECORD-SELECTED-FLAG
           IF WS-DID-PREFIX-LENGTH > ZEROES
               IF DLT-DID (1:WS-DID-PREFIX-LENGTH) NOT =
                   WS-SELECT-DID (1:WS-DID-PREFIX-LENGTH)
                   MOVE 'N' TO WS-RECORD-SELECTED-FLAG
               END-IF
           END-IF
           IF NOT DID-IS-PREFIX-SELECTION
               IF DLT-DID NOT = WS-SELECT-DID
                   MOVE 'N' TO WS-RECORD-SELECTED-FLAG
               END-IF
           END-IF
           IF REQ-RECORD-TYPE NOT = SPACE
               AND DLT-RECORD-TYPE NOT = REQ-RECORD-TYPE
               MOVE 'N' TO WS-RECORD-SELECTED-FLAG
           END-IF
           IF REQ-COUNTERPARTY-DID NOT = SPACES
               AND DLT-COUNTERPARTY-DID NOT = REQ-COUNTERPARTY-DID
               MOVE 'N' TO WS-RECORD-SELECTED-FLAG
           END-IF.

       2500-SCAN-ONE-GENERATION.
           ELSE
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               MOVE 'N' TO WS-SCAN-PAST-DID-FLAG
               IF COUNTERPARTY-SELECTION
                   MOVE REQ-COUNTERPARTY-DID TO GEN-COUNTERPARTY-DID
                   MOVE WS-EFFECTIVE-TS-FROM TO GEN-TIMESTAMP
                   START DLT-GEN-ARCHIVE-FILE
                       KEY IS >= GEN-COUNTERPARTY-KEY
                       INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-FLAG
                   END-START
               ELSE
                   MOVE SPACES TO WS-START-KEY-VALUE
                   IF WS-DID-PREFIX-LENGTH > ZEROES
                       MOVE WS-SELECT-DID (1:WS-DID-PREFIX-LENGTH)
                           TO WS-START-KEY-VALUE
                               (1:WS-DID-PREFIX-LENGTH)
                   END-IF
                   MOVE WS-START-KEY-VALUE TO GEN-TRANSACTION-KEY
                   START DLT-GEN-ARCHIVE-FILE
                       KEY IS >= GEN-TRANSACTION-KEY
                       INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-FLAG
                   END-START
               END-IF
               PERFORM 2510-SCAN-GENERATION-RECORD
                   UNTIL END-OF-CURRENT-SCAN OR SCAN-PASSED-SELECTION
               CLOSE DLT-GEN-ARCHIVE-FILE
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF GEN-FILE-STATUS NOT = '00' AND GEN-FILE-STATUS NOT = '02'
               AND GEN-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 2511: GENERATION READ FAILED, STAT: '
                   GEN-FILE-STATUS
               MOVE 'Y' TO WS-SCAN-EOF-FLAG
