      * FROM DID_MASTER_MAINT.DAT AND WRITES AN APPLIED/REJECTED LINE
      * PER TRANSACTION TO THE MAINTENANCE REPORT, SO EVERY REGISTRY
      * CHANGE IS ON THE RECORD.
      * EACH TRANSACTION ALSO CARRIES THE DID'S OPTIONAL OVERDRAFT
      * LIMIT, WHICH THE EDIT GATE ADDS TO THE DID'S POSITION WHEN IT
      * DECIDES WHETHER A BURN OR TRANSFER DEBIT CAN BE COVERED.
      * A SUCCESSION TRANSACTION ('S') RETIRES A DID IN FAVOUR OF AN
      * ALREADY-REGISTERED ACTIVE SUCCESSOR: THE OLD RECORD IS RETIRED
      * AS OF THE CARD'S DEACTIVATION DATE, A LINK IMAGE ('L') NAMING
      * BOTH DIDS IS WRITTEN TO DID_MASTER_HISTORY.DAT, AND ONE SYSTEM
      * TRANSFER PER ASSET-CLASS BALANCE (SPLIT WHERE A BALANCE EXCEEDS
      * ONE POSTING'S WEIGHT) IS WRITTEN IN FEED FORMAT TO
      * DID_SUCCESSION_POSTINGS_YYYYMMDD.DAT FOR THE RUN DATE, WHICH
      * IS SUPPLIED ONCE AS A PARTITION TO THE NEXT CYCLE'S MERGE SO
      * THE ARCHIVE EXPLAINS EVERY MOVEMENT. A FILE PER RUN DATE MEANS
      * NO LATER MERGE IS EVER HANDED THE SAME POSTINGS AGAIN. THE
      * BALANCES MOVED ARE THE MAINFRAME'S OWN OPENING BALANCES: THE
      * DID'S DLT_POSITION_LEDGER.DAT RECORDS PLUS EVERY REPOSTED
      * MOVEMENT ON DLT_REPOST_MOVEMENTS.DAT ABOVE THE POSITION
      * HIGH-WATER MARK (DLT_POSITION_HWM.DAT). POSTINGS THE MAINFRAME
      * HAS ARCHIVED BUT NO POSITION STEP HAS YET TAKEN IN ARE IN
      * NEITHER, SO A SUCCESSION IS REFUSED WHILE DLT_RUN_CONTROL.DAT
      * SHOWS A MAINFRAME RUN SINCE THE LAST CLEAN POSITION STEP, OR
      * A POSITION OR REPROCESS STEP STILL IN FLIGHT. NO POSTING
      * EXCEEDS THE EDIT GATE'S MAXIMUM WEIGHT IN FORCE, TAKEN FROM
      * DLT_RUNTIME_PARAMS.DAT THE SAME WAY THE MAINFRAME TAKES IT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'DID_MASTER_HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS DID-HISTORY-FILE-STATUS.
      * Balances a succession moves across -- read only, per DID per
      * asset class, as built by ACCORD-POSITION-LEDGER-V4.
           SELECT POSITION-LEDGER-FILE
               ASSIGN TO 'DLT_POSITION_LEDGER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-LEDGER-KEY
               STATUS IS POSITION-FILE-STATUS.
      * Generated balance-migration postings, in the mainframe's feed
      * layout -- supplied to ACCORD-PARTITION-MERGE-UTILITY-V4 as a
      * partition on the next cycle. One file per run date, named in
      * 2154.
           SELECT SUCCESSION-POSTING-FILE
               ASSIGN TO DYNAMIC WS-SUCCESSION-POSTING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS SUCCESSION-FILE-STATUS.
      * Same tuning cards the mainframe reads -- only the maximum
      * weight is used here, to size the migration postings.
           SELECT RUNTIME-PARAM-FILE
               ASSIGN TO 'DLT_RUNTIME_PARAMS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS RUNTIME-PARAM-FILE-STATUS.
      * Reposted movements the ledger does not hold yet, the mark that
      * says which, and the stamped step sequence that says whether
      * the ledger is current -- all read only, see 2170 and 2180.
           SELECT REPOST-CARRY-FILE
               ASSIGN TO 'DLT_REPOST_MOVEMENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS REPOST-CARRY-FILE-STATUS.
           SELECT POSITION-HWM-FILE
               ASSIGN TO 'DLT_POSITION_HWM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS POSITION-HWM-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'DLT_RUN_CONTROL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS RUN-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS MAINT-RECORD.
       01  MAINT-RECORD.
      * MNT-ACTION: 'A' register a new DID, 'C' change an existing one,
      * 'S' succeed MNT-DID by the DID named in MNT-SUCCESSOR-DID.
           05  MNT-ACTION               PIC X(01).
           05  MNT-DID                  PIC X(30).
      * MNT-STATUS: 'A' active, 'S' suspended, 'R' retired.
      * are spaces. Must each be one of the recognized intent codes.
           05  MNT-ALLOWED-INTENTS.
               10  MNT-ALLOWED-INTENT-ENTRY PIC X(20) OCCURS 3 TIMES.
      * A succession carries no entitlements of its own -- the retired
      * record keeps the ones it had -- so the slots name the
      * successor instead.
           05  MNT-SUCCESSION-DATA REDEFINES MNT-ALLOWED-INTENTS.
               10  MNT-SUCCESSOR-DID    PIC X(30).
               10  FILLER               PIC X(30).
      * Optional overdraft limit for the available-balance edit, in
      * weight units. Blank means none; anything else must be numeric.
           05  MNT-OVERDRAFT-LIMIT      PIC X(10).
           05  FILLER                   PIC X(02).

       FD  DID-MASTER-FILE
           RECORD CONTAINS 120 CHARACTERS
           05  DIDM-DEACTIVATION-DATE   PIC 9(08).
           05  DIDM-ALLOWED-INTENTS.
               10  DIDM-ALLOWED-INTENT-ENTRY PIC X(20) OCCURS 3 TIMES.
      * How far below zero the DID's available balance may go in any
      * one asset class. Records from before the field carry spaces
      * and the mainframe gate reads them as no overdraft.
           05  DIDM-OVERDRAFT-LIMIT     PIC X(10).
           05  FILLER                   PIC X(03).

       FD  MAINT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
      * Byte-for-byte copy of DID-MASTER-RECORD as it stood (B) or
      * as it was written (A).
           05  HIST-RECORD-IMAGE        PIC X(120).
      * 'L' link image, written after a succession's B/A pair: the
      * retired DID, the DID that succeeds it, and the date the
      * succession took effect. Statements, the archive inquiry and
      * the auditor extract follow these links.
           05  HIST-LINK-IMAGE REDEFINES HIST-RECORD-IMAGE.
               10  HIST-LINK-PREDECESSOR    PIC X(30).
               10  HIST-LINK-SUCCESSOR      PIC X(30).
               10  HIST-LINK-EFFECTIVE-DATE PIC 9(08).
               10  FILLER                   PIC X(52).
           05  FILLER                   PIC X(10).

       FD  POSITION-LEDGER-FILE
           RECORD CONTAINS 142 CHARACTERS
           DATA RECORD IS POSITION-RECORD.
       01  POSITION-RECORD.
           05  POS-LEDGER-KEY.
               10  POS-DID              PIC X(30).
               10  POS-ASSET-CLASS      PIC X(02).
           05  POS-NET-WEIGHT           PIC S9(14)
                                        SIGN IS LEADING SEPARATE.
           05  POS-MINT-WEIGHT          PIC S9(14)
                                        SIGN IS LEADING SEPARATE.
           05  POS-BURN-WEIGHT          PIC S9(14)
                                        SIGN IS LEADING SEPARATE.
           05  POS-XFER-OUT-WEIGHT      PIC S9(14)
                                        SIGN IS LEADING SEPARATE.
           05  POS-XFER-IN-WEIGHT       PIC S9(14)
                                        SIGN IS LEADING SEPARATE.
           05  POS-POSTING-COUNT        PIC 9(08).
           05  FILLER                   PIC X(27).

      * Same 152-byte layout as INPUT-SVT-RECORD in
      * ACCORD-TRANSACTION-LOG-MAINFRAME-V4. SPR-TRANSACTION-TYPE 'S'
      * marks a succession posting for the edit gate.
       FD  SUCCESSION-POSTING-FILE
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS SUCCESSION-POSTING-RECORD.
       01  SUCCESSION-POSTING-RECORD.
           05  SPR-SVT-DID              PIC X(30).
           05  SPR-ENERGY-SIG           PIC 9(04).
           05  SPR-INTENT               PIC X(20).
           05  SPR-WEIGHT-VALUE         PIC 9(10).
           05  SPR-TIMESTAMP            PIC 9(16).
           05  SPR-TRANSACTION-TYPE     PIC X(01).
           05  SPR-ORIGINAL-KEY         PIC X(51).
           05  SPR-COUNTERPARTY-DID     PIC X(18).
           05  SPR-ASSET-CLASS          PIC X(02).

      * Same 80-byte layout as RUNTIME-PARAM-RECORD in
      * ACCORD-TRANSACTION-LOG-MAINFRAME-V4.
       FD  RUNTIME-PARAM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUNTIME-PARAM-RECORD.
       01  RUNTIME-PARAM-RECORD.
           05  PARM-EFFECTIVE-DATE      PIC X(08).
           05  PARM-ALERT-LOW-ENERGY    PIC X(04).
           05  PARM-ALERT-HIGH-ENERGY   PIC X(04).
           05  PARM-MIN-WEIGHT          PIC X(10).
           05  PARM-MAX-WEIGHT          PIC X(10).
           05  PARM-MIN-ENERGY          PIC X(04).
           05  PARM-MAX-ENERGY          PIC X(04).
           05  PARM-CHECKPOINT-INTERVAL PIC X(08).
           05  FILLER                   PIC X(28).
       01  RUNTIME-PARAM-RECORD-N REDEFINES RUNTIME-PARAM-RECORD.
           05  PARM-EFFECTIVE-DATE-N    PIC 9(08).
           05  PARM-ALERT-LOW-N         PIC 9(04).
           05  PARM-ALERT-HIGH-N        PIC 9(04).
           05  PARM-MIN-WEIGHT-N        PIC 9(10).
           05  PARM-MAX-WEIGHT-N        PIC 9(10).
           05  PARM-MIN-ENERGY-N        PIC 9(04).
           05  PARM-MAX-ENERGY-N        PIC 9(04).
           05  PARM-CKPT-INTERVAL-N     PIC 9(08).
           05  FILLER                   PIC X(28).

      * Same 60-byte layout as REPOST-CARRY-RECORD in
      * ACCORD-SUSPENSE-REPROCESS-V4.
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

      * Same 80-byte layout as RUN-CONTROL-RECORD in the batch steps.
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-CONTROL-RECORD.
       01  RUN-CONTROL-RECORD.
           05  RC-STAMP-DATE            PIC 9(08).
           05  RC-STAMP-TIME            PIC 9(06).
           05  RC-STEP                  PIC X(12).
           05  RC-EVENT                 PIC X(08).
           05  RC-OUTCOME               PIC X(08).
           05  FILLER                   PIC X(38).

       WORKING-STORAGE SECTION.
      * Same recognized intent codes as the mainframe edit gate --
      * an entitlement naming anything else would never match an SVT.
       01  DID-MASTER-FILE-STATUS       PIC X(02).
       01  MAINT-REPORT-FILE-STATUS     PIC X(02).
       01  DID-HISTORY-FILE-STATUS      PIC X(02).
       01  POSITION-FILE-STATUS         PIC X(02).
       01  SUCCESSION-FILE-STATUS       PIC X(02).
       01  RUNTIME-PARAM-FILE-STATUS    PIC X(02).
       01  REPOST-CARRY-FILE-STATUS     PIC X(02).
       01  POSITION-HWM-FILE-STATUS     PIC X(02).
       01  RUN-CONTROL-FILE-STATUS      PIC X(02).
       01  WS-CURRENT-DATE              PIC 9(08) VALUE ZEROES.
       01  WS-CURRENT-TIME              PIC 9(08) VALUE ZEROES.
      * The registry record as it stood before a CHANGE is applied --
      * read and held here so the before-image written to the history
      * file is the record itself, not a reconstruction.
       01  WS-APPLIED-COUNTER           PIC 9(08) VALUE ZEROES.
       01  WS-REJECTED-COUNTER          PIC 9(08) VALUE ZEROES.

      * Succession working storage. Every link already on the history
      * file is loaded at start-up, so a DID cannot be succeeded twice
      * and a successor cannot be one that has itself been succeeded.
       01  WS-HIST-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-DID-HISTORY       VALUE 'Y'.
       01  WS-LINK-LIMIT                PIC 9(04) VALUE 500.
       01  WS-LINK-COUNT                PIC 9(04) VALUE ZEROES.
       01  WS-LINK-TABLE.
           05  WS-LINK-PREDECESSOR      PIC X(30) OCCURS 500 TIMES.
       01  WS-LINK-SCAN-IDX             PIC 9(04) VALUE ZEROES.
       01  WS-SUCCESSION-OK-FLAG        PIC X(01) VALUE 'N'.
           88  SUCCESSION-CAN-APPLY     VALUE 'Y'.
      * The ledger and the postings file are opened on the first
      * succession a run applies -- a run of adds and changes never
      * touches them.
       01  WS-SUCCESSION-OPEN-FLAG      PIC X(01) VALUE 'N'.
           88  SUCCESSION-FILES-OPEN    VALUE 'Y'.
       01  WS-SUCCESSION-FAILED-FLAG    PIC X(01) VALUE 'N'.
           88  SUCCESSION-FILES-FAILED  VALUE 'Y'.
       01  WS-SUCCESSION-POSTING-PATH   PIC X(64) VALUE SPACES.
       01  WS-OLD-POS-EOF-FLAG          PIC X(01) VALUE 'N'.
           88  END-OF-OLD-POSITIONS     VALUE 'Y'.
      * One feed posting carries at most the edit gate's maximum
      * weight -- the mainframe's compiled-in ceiling unless a runtime
      * parameter record lowers it (1080). A larger balance moves
      * across in as many postings as it takes.
       01  WS-MIGRATE-CHUNK-LIMIT       PIC 9(10) VALUE 9999999999.
       01  WS-PARAM-EOF-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-PARAM-FILE        VALUE 'Y'.
       01  WS-PARAMS-FROM-FILE-FLAG     PIC X(01) VALUE 'N'.
           88  PARAMS-LOADED-FROM-FILE  VALUE 'Y'.
       01  WS-PARAM-EFFECTIVE-IN-FORCE  PIC 9(08) VALUE ZEROES.
       01  WS-MIGRATE-REMAINING         PIC 9(14) VALUE ZEROES.
       01  WS-MIGRATE-CHUNK             PIC 9(10) VALUE ZEROES.
       01  WS-MIGRATE-SENDER            PIC X(30) VALUE SPACES.
       01  WS-MIGRATE-RECEIVER          PIC X(30) VALUE SPACES.
      * Inside the mainframe's normal alert band, so a system posting
      * never lands on the energy-signature review queue.
       01  WS-MIGRATE-ENERGY-SIG        PIC 9(04) VALUE 5000.
      * Run date and time of day to the hundredth, stepped by one for
      * each posting: archive keys stay distinct and the partition
      * stays in ascending timestamp order, as the merge requires.
      * The step carries like a clock -- see 2166.
       01  WS-MIGRATE-TIMESTAMP         PIC 9(16) VALUE ZEROES.
       01  WS-MIGRATE-TIMESTAMP-R REDEFINES WS-MIGRATE-TIMESTAMP.
           05  WS-MIGRATE-TS-YEAR       PIC 9(04).
           05  WS-MIGRATE-TS-MONTH      PIC 9(02).
           05  WS-MIGRATE-TS-DAY        PIC 9(02).
           05  WS-MIGRATE-TS-HH         PIC 9(02).
           05  WS-MIGRATE-TS-MM         PIC 9(02).
           05  WS-MIGRATE-TS-SS         PIC 9(02).
           05  WS-MIGRATE-TS-CC         PIC 9(02).
       01  WS-MIGRATE-MONTH-DAY-TABLE   PIC X(24) VALUE
           '312831303130313130313031'.
       01  WS-MIGRATE-MONTH-DAY-R REDEFINES WS-MIGRATE-MONTH-DAY-TABLE.
           05  WS-MIGRATE-MONTH-DAY     PIC 9(02) OCCURS 12 TIMES.
       01  WS-MIGRATE-MONTH-DAYS        PIC 9(02) VALUE ZEROES.
       01  WS-MIGRATE-LEAP-Q            PIC 9(04) VALUE ZEROES.
       01  WS-MIGRATE-LEAP-R            PIC 9(04) VALUE ZEROES.
       01  WS-MIGRATE-POSTING-COUNT     PIC 9(06) VALUE ZEROES.
       01  WS-MIGRATE-CLASS             PIC X(02) VALUE SPACES.
      * The retired DID's balance per asset class, gathered before the
      * record is retired (2170): ledger net plus carried reposts.
      * Overflow refuses the succession rather than move part of it.
       01  WS-DEFAULT-ASSET-CLASS       PIC X(02) VALUE 'EL'.
       01  WS-MIG-CLASS-LIMIT           PIC 9(02) VALUE 20.
       01  WS-MIG-CLASS-COUNT           PIC 9(02) VALUE ZEROES.
       01  WS-MIG-CLASS-TABLE.
           05  WS-MIG-CLASS-ENTRY       OCCURS 20 TIMES.
               10  WS-MIG-CLASS         PIC X(02).
               10  WS-MIG-NET-WEIGHT    PIC S9(14).
       01  WS-MIG-CLASS-IDX             PIC 9(02) VALUE ZEROES.
       01  WS-MIG-MATCH-IDX             PIC 9(02) VALUE ZEROES.
       01  WS-MIG-LOOKUP-CLASS          PIC X(02) VALUE SPACES.
       01  WS-MIG-LOOKUP-NET            PIC S9(14) VALUE ZEROES.
       01  WS-GATHER-FAILED-FLAG        PIC X(01) VALUE 'N'.
           88  GATHER-FAILED            VALUE 'Y'.
       01  WS-GATHER-FULL-FLAG          PIC X(01) VALUE 'N'.
           88  GATHER-TABLE-FULL        VALUE 'Y'.
       01  WS-CARRY-EOF-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-REPOST-CARRY      VALUE 'Y'.
      * Position high-water mark: carried lines at or below it are in
      * the ledger already. Zero when no position step has run.
       01  WS-CARRY-MARK-SEQ            PIC 9(12) VALUE ZEROES.
       01  WS-CARRY-FOLDED-COUNTER      PIC 9(06) VALUE ZEROES.
      * Run-control verdict, taken once on the first succession.
       01  WS-RC-EOF-FLAG               PIC X(01) VALUE 'N'.
           88  END-OF-RUN-CONTROL       VALUE 'Y'.
       01  WS-POSITION-CHECKED-FLAG     PIC X(01) VALUE 'N'.
           88  POSITION-CHECKED         VALUE 'Y'.
       01  WS-POSITION-CURRENT-FLAG     PIC X(01) VALUE 'Y'.
           88  POSITION-IS-CURRENT      VALUE 'Y'.
       01  WS-REPROCESS-ACTIVE-FLAG     PIC X(01) VALUE 'N'.
           88  REPROCESS-IN-FLIGHT      VALUE 'Y'.
       01  WS-SUCCESSION-COUNTER        PIC 9(08) VALUE ZEROES.
       01  WS-MIGRATION-COUNTER         PIC 9(08) VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-MAINT-PROCESS.
           PERFORM 1000-INITIALIZE-MAINT
      * ---------------------------------------------------------------
       1000-INITIALIZE-MAINT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM 1080-LOAD-RUNTIME-PARAMS
           OPEN INPUT MAINT-INPUT-FILE.
           IF MAINT-INPUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 1001: FAILED TO OPEN MAINT INPUT. STAT: '
      * same idiom as the report. It is as much the registry's audit
      * trail as the report is -- a run that cannot record its
      * before/after images must not apply a single transaction.
      * The links already on file are read back first.
           PERFORM 1075-LOAD-SUCCESSION-LINKS
           OPEN EXTEND DID-HISTORY-FILE.
           IF DID-HISTORY-FILE-STATUS = '35'
               OPEN OUTPUT DID-HISTORY-FILE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

       1075-LOAD-SUCCESSION-LINKS.
      * No history yet just means nothing has ever been succeeded.
           MOVE ZEROES TO WS-LINK-COUNT
           OPEN INPUT DID-HISTORY-FILE
           IF DID-HISTORY-FILE-STATUS = '00'
               MOVE 'N' TO WS-HIST-EOF-FLAG
               PERFORM 1076-LOAD-ONE-LINK
                   UNTIL END-OF-DID-HISTORY
               CLOSE DID-HISTORY-FILE
           END-IF.

       1076-LOAD-ONE-LINK.
           READ DID-HISTORY-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
               NOT AT END
                   IF HIST-IMAGE-TYPE = 'L'
                       IF WS-LINK-COUNT >= WS-LINK-LIMIT
                           DISPLAY 'ERROR 1076: SUCCESSION LINK TABLE '
                               'FULL AT ' WS-LINK-LIMIT
                           MOVE 'Y' TO WS-HIST-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-LINK-COUNT
                           MOVE HIST-LINK-PREDECESSOR
                               TO WS-LINK-PREDECESSOR (WS-LINK-COUNT)
                       END-IF
                   END-IF
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF DID-HISTORY-FILE-STATUS NOT = '00'
               AND DID-HISTORY-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 1077: DID HISTORY READ FAILED, STAT: '
                   DID-HISTORY-FILE-STATUS
               MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-IF.

       1080-LOAD-RUNTIME-PARAMS.
      * Same selection as the mainframe's 1040: the record with the
      * latest effective date at or before the run date, any malformed
      * or inconsistent record rejected whole. A migration posting
      * above the ceiling the edit gate enforces would only be
      * suspended, leaving the balance half moved.
           OPEN INPUT RUNTIME-PARAM-FILE.
           EVALUATE RUNTIME-PARAM-FILE-STATUS
               WHEN '35'
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR 1081: RUNTIME PARAMETER FILE '
                       'UNREADABLE, STAT: ' RUNTIME-PARAM-FILE-STATUS
                       ' -- COMPILED-IN CEILING IN FORCE'
           END-EVALUATE
           IF RUNTIME-PARAM-FILE-STATUS = '00'
               PERFORM 1085-EVALUATE-PARAM-RECORD
                   UNTIL END-OF-PARAM-FILE
               CLOSE RUNTIME-PARAM-FILE
               IF PARAMS-LOADED-FROM-FILE
                   DISPLAY 'MIGRATION CEILING ' WS-MIGRATE-CHUNK-LIMIT
                       ' FROM PARAMETERS EFFECTIVE '
                       WS-PARAM-EFFECTIVE-IN-FORCE
               END-IF
           END-IF.

       1085-EVALUATE-PARAM-RECORD.
           READ RUNTIME-PARAM-FILE
               AT END MOVE 'Y' TO WS-PARAM-EOF-FLAG
               NOT AT END
                   IF PARM-EFFECTIVE-DATE NOT NUMERIC
                       OR PARM-ALERT-LOW-ENERGY NOT NUMERIC
                       OR PARM-ALERT-HIGH-ENERGY NOT NUMERIC
                       OR PARM-MIN-WEIGHT NOT NUMERIC
                       OR PARM-MAX-WEIGHT NOT NUMERIC
                       OR PARM-MIN-ENERGY NOT NUMERIC
                       OR PARM-MAX-ENERGY NOT NUMERIC
                       OR PARM-CHECKPOINT-INTERVAL NOT NUMERIC
                       DISPLAY 'ERROR 1086: MALFORMED RUNTIME '
                           'PARAMETER RECORD IGNORED'
                   ELSE
                       PERFORM 1087-APPLY-IF-IN-FORCE
                   END-IF
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF RUNTIME-PARAM-FILE-STATUS NOT = '00'
               AND RUNTIME-PARAM-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 1089: PARAMETER FILE READ FAILED, '
                   'STAT: ' RUNTIME-PARAM-FILE-STATUS
               MOVE 'Y' TO WS-PARAM-EOF-FLAG
           END-IF.

       1087-APPLY-IF-IN-FORCE.
      * A zero maximum is rejected here as well -- it would leave no
      * posting size at all to migrate a balance with.
           IF PARM-ALERT-LOW-N > PARM-ALERT-HIGH-N
               OR PARM-MIN-WEIGHT-N > PARM-MAX-WEIGHT-N
               OR PARM-MIN-ENERGY-N > PARM-MAX-ENERGY-N
               OR PARM-CKPT-INTERVAL-N = ZEROES
               OR PARM-MAX-WEIGHT-N = ZEROES
               DISPLAY 'ERROR 1088: INCONSISTENT RUNTIME PARAMETER '
                   'RECORD EFFECTIVE ' PARM-EFFECTIVE-DATE-N
                   ' IGNORED'
           ELSE
               IF PARM-EFFECTIVE-DATE-N <= WS-CURRENT-DATE
                   AND PARM-EFFECTIVE-DATE-N
                       >= WS-PARAM-EFFECTIVE-IN-FORCE
                   MOVE 'Y' TO WS-PARAMS-FROM-FILE-FLAG
                   MOVE PARM-EFFECTIVE-DATE-N
                       TO WS-PARAM-EFFECTIVE-IN-FORCE
                   MOVE PARM-MAX-WEIGHT-N TO WS-MIGRATE-CHUNK-LIMIT
               END-IF
           END-IF.

       1100-READ-MAINT-RECORD.
           READ MAINT-INPUT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'DID IS SPACES' TO WS-MAINT-REASON
           END-IF
           IF MNT-ACTION NOT = 'A' AND MNT-ACTION NOT = 'C'
               AND MNT-ACTION NOT = 'S'
               MOVE 'N' TO WS-MAINT-VALID-FLAG
               MOVE 'ACTION NOT A, C OR S' TO WS-MAINT-REASON
           END-IF
           IF MNT-STATUS NOT = 'A' AND MNT-STATUS NOT = 'S'
               AND MNT-STATUS NOT = 'R'
                       TO WS-MAINT-REASON
               END-IF
           END-IF
           IF MNT-OVERDRAFT-LIMIT NOT = SPACES
               AND MNT-OVERDRAFT-LIMIT NOT NUMERIC
               MOVE 'N' TO WS-MAINT-VALID-FLAG
               MOVE 'OVERDRAFT LIMIT NOT NUMERIC' TO WS-MAINT-REASON
           END-IF
           IF MNT-ACTION = 'S'
               PERFORM 2070-VALIDATE-SUCCESSION-CARD
           ELSE
               PERFORM 2060-VALIDATE-ALLOWED-INTENTS
           END-IF.

       2060-VALIDATE-ALLOWED-INTENTS.
      * Every non-space entitlement slot must name a recognized intent
               END-IF
           END-PERFORM.

       2070-VALIDATE-SUCCESSION-CARD.
      * The old DID leaves the registry retired, so the card must say
      * 'R' and carry the effective date in the deactivation column --
      * the status edits above already insist on the date. Both DIDs
      * must fit the feed's 18-byte counterparty column, or the
      * migration postings could not name the receiving side.
           IF MNT-STATUS NOT = 'R'
               MOVE 'N' TO WS-MAINT-VALID-FLAG
               MOVE 'SUCCESSION: STATUS MUST BE R' TO WS-MAINT-REASON
           END-IF
           IF MNT-SUCCESSOR-DID = SPACES
               MOVE 'N' TO WS-MAINT-VALID-FLAG
               MOVE 'SUCCESSION: SUCCESSOR MISSING' TO WS-MAINT-REASON
           ELSE
               IF MNT-SUCCESSOR-DID = MNT-DID
                   MOVE 'N' TO WS-MAINT-VALID-FLAG
                   MOVE 'SUCCESSION: SUCCESSOR IS SAME DID'
                       TO WS-MAINT-REASON
               END-IF
           END-IF
           IF MNT-DID (19:12) NOT = SPACES
               OR MNT-SUCCESSOR-DID (19:12) NOT = SPACES
               MOVE 'N' TO WS-MAINT-VALID-FLAG
               MOVE 'SUCCESSION: DID LONGER THAN 18' TO WS-MAINT-REASON
           END-IF.

       2100-APPLY-MAINT-TRANSACTION.
      * A change against a registry that does not exist is just a
      * change against an unregistered DID; the first valid ADD is
      * what finally creates the file. A succession likewise needs
      * both of its DIDs already on the registry.
           EVALUATE TRUE
               WHEN MNT-ACTION = 'C' AND NOT REGISTRY-IS-OPEN
                   MOVE 'CHANGE: DID NOT REGISTERED' TO WS-MAINT-REASON
                   PERFORM 2200-REPORT-REJECTED
               WHEN MNT-ACTION = 'S' AND NOT REGISTRY-IS-OPEN
                   MOVE 'SUCCESSION: DID NOT REGISTERED'
                       TO WS-MAINT-REASON
                   PERFORM 2200-REPORT-REJECTED
               WHEN MNT-ACTION = 'S'
                   PERFORM 2150-APPLY-SUCCESSION
               WHEN OTHER
                   IF REGISTRY-NOT-YET-CREATED
                       PERFORM 2110-CREATE-REGISTRY
                   END-IF
                   IF REGISTRY-IS-OPEN
                       PERFORM 2120-WRITE-MAINT-TRANSACTION
                   END-IF
           END-EVALUATE.

       2110-CREATE-REGISTRY.
      * Deferred cold creation: only reached with a validated ADD in
      * hand, so the registry can never be left behind empty.
           MOVE MNT-REGISTRATION-DATE TO DIDM-REGISTRATION-DATE
           MOVE MNT-DEACTIVATION-DATE TO DIDM-DEACTIVATION-DATE
           MOVE MNT-ALLOWED-INTENTS TO DIDM-ALLOWED-INTENTS
      * A CHANGE replaces the whole record, limit included -- a blank
      * limit on the card withdraws any overdraft the DID had.
           IF MNT-OVERDRAFT-LIMIT = SPACES
               MOVE ZEROES TO DIDM-OVERDRAFT-LIMIT
           ELSE
               MOVE MNT-OVERDRAFT-LIMIT TO DIDM-OVERDRAFT-LIMIT
           END-IF
           IF MNT-ACTION = 'A'
               WRITE DID-MASTER-RECORD
                   INVALID KEY
                   ' FOR DID: ' MNT-DID
           END-IF.

       2150-APPLY-SUCCESSION.
      * Everything that can refuse the succession is checked before
      * the old record is touched: the link table, the successor's
      * registry record, the files the migration writes through, and
      * the balances it will move.
           MOVE 'Y' TO WS-SUCCESSION-OK-FLAG
           PERFORM 2152-CHECK-EXISTING-LINKS
           IF SUCCESSION-CAN-APPLY
               MOVE MNT-SUCCESSOR-DID TO DIDM-DID
               READ DID-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-SUCCESSION-OK-FLAG
                       MOVE 'SUCCESSION: SUCCESSOR NOT REGISTERED'
                           TO WS-MAINT-REASON
                   NOT INVALID KEY
                       IF DIDM-STATUS NOT = 'A'
                           MOVE 'N' TO WS-SUCCESSION-OK-FLAG
                           MOVE 'SUCCESSION: SUCCESSOR NOT ACTIVE'
                               TO WS-MAINT-REASON
                       END-IF
               END-READ
           END-IF
           IF SUCCESSION-CAN-APPLY
               PERFORM 2154-OPEN-SUCCESSION-FILES
           END-IF
           IF SUCCESSION-CAN-APPLY
               MOVE MNT-DID TO DIDM-DID
               READ DID-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-SUCCESSION-OK-FLAG
                       MOVE 'SUCCESSION: DID NOT REGISTERED'
                           TO WS-MAINT-REASON
               END-READ
           END-IF
           IF SUCCESSION-CAN-APPLY
               PERFORM 2170-GATHER-OLD-BALANCES
           END-IF
           IF SUCCESSION-CAN-APPLY
               PERFORM 2156-RETIRE-OLD-DID
           ELSE
               PERFORM 2200-REPORT-REJECTED
           END-IF.

       2152-CHECK-EXISTING-LINKS.
      * One successor per DID, and a successor must be the live end of
      * its chain -- a DID already succeeded is retired, and handing
      * balances to it would strand them.
           PERFORM VARYING WS-LINK-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-LINK-SCAN-IDX > WS-LINK-COUNT
               IF WS-LINK-PREDECESSOR (WS-LINK-SCAN-IDX) = MNT-DID
                   MOVE 'N' TO WS-SUCCESSION-OK-FLAG
                   MOVE 'SUCCESSION: DID ALREADY SUCCEEDED'
                       TO WS-MAINT-REASON
               END-IF
               IF WS-LINK-PREDECESSOR (WS-LINK-SCAN-IDX)
                   = MNT-SUCCESSOR-DID
                   MOVE 'N' TO WS-SUCCESSION-OK-FLAG
                   MOVE 'SUCCESSION: SUCCESSOR WAS SUCCEEDED'
                       TO WS-MAINT-REASON
               END-IF
           END-PERFORM
           IF SUCCESSION-CAN-APPLY
               AND WS-LINK-COUNT >= WS-LINK-LIMIT
               MOVE 'N' TO WS-SUCCESSION-OK-FLAG
               MOVE 'SUCCESSION: LINK TABLE FULL' TO WS-MAINT-REASON
           END-IF.

       2154-OPEN-SUCCESSION-FILES.
      * Without the position ledger there is no balance to move, and
      * retiring the DID anyway would strand whatever it holds -- so
      * the succession is refused, not applied half-done. The postings
      * file is the run date's own: a second run the same day appends
      * to it (its clock is later, so the partition still ascends),
      * create on first use. The next cycle's merge takes it once.
      * A ledger that has not yet taken in the last mainframe run's
      * postings would move the wrong balance -- refused, see 2180.
           IF SUCCESSION-CAN-APPLY AND NOT POSITION-CHECKED
               PERFORM 2180-CHECK-POSITION-CURRENT
           END-IF
           IF SUCCESSION-CAN-APPLY AND NOT POSITION-IS-CURRENT
               MOVE 'N' TO WS-SUCCESSION-OK-FLAG
               MOVE 'SUCCESSION: POSITION NOT CURRENT'
                   TO WS-MAINT-REASON
           END-IF
           IF SUCCESSION-FILES-FAILED
               MOVE 'N' TO WS-SUCCESSION-OK-FLAG
               MOVE 'SUCCESSION: MIGRATION FILES FAILED'
                   TO WS-MAINT-REASON
           END-IF
           IF SUCCESSION-CAN-APPLY AND NOT SUCCESSION-FILES-OPEN
               PERFORM 2186-LOAD-POSITION-HWM
               IF NOT SUCCESSION-FILES-FAILED
                   OPEN INPUT POSITION-LEDGER-FILE
                   IF POSITION-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR 2154: FAILED TO OPEN POSITION '
                           'LEDGER. STAT: ' POSITION-FILE-STATUS
                       MOVE 'Y' TO WS-SUCCESSION-FAILED-FLAG
                   END-IF
               END-IF
               IF NOT SUCCESSION-FILES-FAILED
                   MOVE SPACES TO WS-SUCCESSION-POSTING-PATH
                   STRING 'DID_SUCCESSION_POSTINGS_' WS-CURRENT-DATE
                       '.DAT' DELIMITED BY SIZE
                       INTO WS-SUCCESSION-POSTING-PATH
                   OPEN EXTEND SUCCESSION-POSTING-FILE
                   IF SUCCESSION-FILE-STATUS = '35'
                       OPEN OUTPUT SUCCESSION-POSTING-FILE
                       CLOSE SUCCESSION-POSTING-FILE
                       OPEN EXTEND SUCCESSION-POSTING-FILE
                   END-IF
                   IF SUCCESSION-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR 2155: FAILED TO OPEN SUCCESSION '
                           'POSTINGS ' WS-SUCCESSION-POSTING-PATH
                           ' STAT: ' SUCCESSION-FILE-STATUS
                       CLOSE POSITION-LEDGER-FILE
                       MOVE 'Y' TO WS-SUCCESSION-FAILED-FLAG
                   ELSE
                       MOVE 'Y' TO WS-SUCCESSION-OPEN-FLAG
                       COMPUTE WS-MIGRATE-TIMESTAMP
                           = WS-CURRENT-DATE * 100000000
                           + WS-CURRENT-TIME
                   END-IF
               END-IF
               IF SUCCESSION-FILES-FAILED
                   MOVE 'N' TO WS-SUCCESSION-OK-FLAG
                   MOVE 'SUCCESSION: MIGRATION FILES FAILED'
                       TO WS-MAINT-REASON
               END-IF
           END-IF.

       2156-RETIRE-OLD-DID.
      * The old record keeps its registration date, entitlements and
      * limit; only the status and deactivation date change, so the
      * history shows exactly what the succession did to it.
           MOVE DID-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE 'R' TO DIDM-STATUS
           MOVE MNT-DEACTIVATION-DATE TO DIDM-DEACTIVATION-DATE
           REWRITE DID-MASTER-RECORD
               INVALID KEY
                   MOVE 'SUCCESSION: DID NOT REGISTERED'
                       TO WS-MAINT-REASON
                   PERFORM 2200-REPORT-REJECTED
               NOT INVALID KEY
                   PERFORM 2140-WRITE-HISTORY-PAIR
                   PERFORM 2158-WRITE-LINK-IMAGE
                   ADD 1 TO WS-LINK-COUNT
                   MOVE MNT-DID TO WS-LINK-PREDECESSOR (WS-LINK-COUNT)
                   ADD 1 TO WS-SUCCESSION-COUNTER
                   PERFORM 2160-GENERATE-MIGRATION
                   PERFORM 2300-REPORT-APPLIED
           END-REWRITE.

       2158-WRITE-LINK-IMAGE.
           MOVE SPACES TO DID-HISTORY-RECORD
           MOVE WS-CURRENT-DATE TO HIST-APPLIED-DATE
           MOVE 'L' TO HIST-IMAGE-TYPE
           MOVE MNT-ACTION TO HIST-ACTION
           MOVE MNT-DID TO HIST-LINK-PREDECESSOR
           MOVE MNT-SUCCESSOR-DID TO HIST-LINK-SUCCESSOR
           MOVE MNT-DEACTIVATION-DATE TO HIST-LINK-EFFECTIVE-DATE
           WRITE DID-HISTORY-RECORD
           IF DID-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 2158: LINK-IMAGE WRITE FAILED, '
                   'STAT: ' DID-HISTORY-FILE-STATUS
                   ' FOR DID: ' MNT-DID
           END-IF.

       2160-GENERATE-MIGRATION.
      * One posting run per class gathered in 2170. A credit balance
      * moves old-to-new; a debit balance is taken over by the
      * successor, new-to-old. A zero class needs no posting.
           MOVE ZEROES TO WS-MIGRATE-POSTING-COUNT
           PERFORM 2162-MIGRATE-ONE-CLASS
               VARYING WS-MIG-CLASS-IDX FROM 1 BY 1
               UNTIL WS-MIG-CLASS-IDX > WS-MIG-CLASS-COUNT
           DISPLAY 'SUCCESSION OF ' MNT-DID ' BY ' MNT-SUCCESSOR-DID
           DISPLAY '  REPOSTED MOVEMENTS FOLDED IN: '
               WS-CARRY-FOLDED-COUNTER
           DISPLAY '  MIGRATION POSTINGS GENERATED: '
               WS-MIGRATE-POSTING-COUNT.

       2162-MIGRATE-ONE-CLASS.
           MOVE WS-MIG-CLASS (WS-MIG-CLASS-IDX) TO WS-MIGRATE-CLASS
           IF WS-MIG-NET-WEIGHT (WS-MIG-CLASS-IDX) > ZEROES
               MOVE MNT-DID TO WS-MIGRATE-SENDER
               MOVE MNT-SUCCESSOR-DID TO WS-MIGRATE-RECEIVER
               MOVE WS-MIG-NET-WEIGHT (WS-MIG-CLASS-IDX)
                   TO WS-MIGRATE-REMAINING
           ELSE
               MOVE MNT-SUCCESSOR-DID TO WS-MIGRATE-SENDER
               MOVE MNT-DID TO WS-MIGRATE-RECEIVER
               COMPUTE WS-MIGRATE-REMAINING
                   = 0 - WS-MIG-NET-WEIGHT (WS-MIG-CLASS-IDX)
           END-IF
           PERFORM 2164-WRITE-ONE-MIGRATION
               UNTIL WS-MIGRATE-REMAINING = ZEROES.

       2164-WRITE-ONE-MIGRATION.
           IF WS-MIGRATE-REMAINING > WS-MIGRATE-CHUNK-LIMIT
               MOVE WS-MIGRATE-CHUNK-LIMIT TO WS-MIGRATE-CHUNK
           ELSE
               MOVE WS-MIGRATE-REMAINING TO WS-MIGRATE-CHUNK
           END-IF
           PERFORM 2166-STEP-MIGRATE-TIMESTAMP
           MOVE SPACES TO SUCCESSION-POSTING-RECORD
           MOVE WS-MIGRATE-SENDER TO SPR-SVT-DID
           MOVE WS-MIGRATE-ENERGY-SIG TO SPR-ENERGY-SIG
           MOVE 'TRANSFER' TO SPR-INTENT
           MOVE WS-MIGRATE-CHUNK TO SPR-WEIGHT-VALUE
           MOVE WS-MIGRATE-TIMESTAMP TO SPR-TIMESTAMP
           MOVE 'S' TO SPR-TRANSACTION-TYPE
           MOVE WS-MIGRATE-RECEIVER TO SPR-COUNTERPARTY-DID
           MOVE WS-MIGRATE-CLASS TO SPR-ASSET-CLASS
           WRITE SUCCESSION-POSTING-RECORD
           IF SUCCESSION-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 2165: SUCCESSION POSTING WRITE FAILED, '
                   'STAT: ' SUCCESSION-FILE-STATUS ' FOR DID: '
                   MNT-DID ' CLASS: ' WS-MIGRATE-CLASS
               MOVE ZEROES TO WS-MIGRATE-REMAINING
           ELSE
               ADD 1 TO WS-MIGRATE-POSTING-COUNT
               ADD 1 TO WS-MIGRATION-COUNTER
               SUBTRACT WS-MIGRATE-CHUNK FROM WS-MIGRATE-REMAINING
           END-IF.

       2166-STEP-MIGRATE-TIMESTAMP.
      * One hundredth of a second on, carried through the seconds,
      * minutes, hours and calendar -- a plain ADD on the packed
      * date and time would stamp times like 12:59:60 that no real
      * posting can carry.
           IF WS-MIGRATE-TS-CC < 99
               ADD 1 TO WS-MIGRATE-TS-CC
           ELSE
               MOVE ZEROES TO WS-MIGRATE-TS-CC
               IF WS-MIGRATE-TS-SS < 59
                   ADD 1 TO WS-MIGRATE-TS-SS
               ELSE
                   MOVE ZEROES TO WS-MIGRATE-TS-SS
                   IF WS-MIGRATE-TS-MM < 59
                       ADD 1 TO WS-MIGRATE-TS-MM
                   ELSE
                       MOVE ZEROES TO WS-MIGRATE-TS-MM
                       IF WS-MIGRATE-TS-HH < 23
                           ADD 1 TO WS-MIGRATE-TS-HH
                       ELSE
                           MOVE ZEROES TO WS-MIGRATE-TS-HH
                           PERFORM 2167-STEP-MIGRATE-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2167-STEP-MIGRATE-DATE.
      * Past midnight: the next calendar day. February takes the
      * Gregorian leap rule -- every fourth year, except centuries
      * not divisible by 400.
           MOVE WS-MIGRATE-MONTH-DAY (WS-MIGRATE-TS-MONTH)
               TO WS-MIGRATE-MONTH-DAYS
           IF WS-MIGRATE-TS-MONTH = 2
               DIVIDE WS-MIGRATE-TS-YEAR BY 4 GIVING WS-MIGRATE-LEAP-Q
                   REMAINDER WS-MIGRATE-LEAP-R
               IF WS-MIGRATE-LEAP-R = ZEROES
                   MOVE 29 TO WS-MIGRATE-MONTH-DAYS
                   DIVIDE WS-MIGRATE-TS-YEAR BY 100
                       GIVING WS-MIGRATE-LEAP-Q
                       REMAINDER WS-MIGRATE-LEAP-R
                   IF WS-MIGRATE-LEAP-R = ZEROES
                       MOVE 28 TO WS-MIGRATE-MONTH-DAYS
                       DIVIDE WS-MIGRATE-TS-YEAR BY 400
                           GIVING WS-MIGRATE-LEAP-Q
                           REMAINDER WS-MIGRATE-LEAP-R
                       IF WS-MIGRATE-LEAP-R = ZEROES
                           MOVE 29 TO WS-MIGRATE-MONTH-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-MIGRATE-TS-DAY < WS-MIGRATE-MONTH-DAYS
               ADD 1 TO WS-MIGRATE-TS-DAY
           ELSE
               MOVE 1 TO WS-MIGRATE-TS-DAY
               IF WS-MIGRATE-TS-MONTH < 12
                   ADD 1 TO WS-MIGRATE-TS-MONTH
               ELSE
                   MOVE 1 TO WS-MIGRATE-TS-MONTH
                   ADD 1 TO WS-MIGRATE-TS-YEAR
               END-IF
           END-IF.

       2170-GATHER-OLD-BALANCES.
      * The balance the mainframe would see: every ledger class of the
      * old DID, then every carried repost for it above the position
      * mark -- the same fold as the mainframe's 1088/1089. Anything
      * unreadable refuses the succession before the DID is retired.
           MOVE ZEROES TO WS-MIG-CLASS-COUNT
           MOVE ZEROES TO WS-CARRY-FOLDED-COUNTER
           MOVE 'N' TO WS-GATHER-FAILED-FLAG
           MOVE 'N' TO WS-GATHER-FULL-FLAG
           MOVE 'N' TO WS-OLD-POS-EOF-FLAG
           MOVE MNT-DID TO POS-DID
           MOVE LOW-VALUES TO POS-ASSET-CLASS
           START POSITION-LEDGER-FILE
               KEY IS >= POS-LEDGER-KEY
               INVALID KEY MOVE 'Y' TO WS-OLD-POS-EOF-FLAG
           END-START
           PERFORM 2172-GATHER-LEDGER-CLASS
               UNTIL END-OF-OLD-POSITIONS
           IF NOT GATHER-FAILED AND NOT GATHER-TABLE-FULL
               OPEN INPUT REPOST-CARRY-FILE
               EVALUATE REPOST-CARRY-FILE-STATUS
                   WHEN '00'
                       MOVE 'N' TO WS-CARRY-EOF-FLAG
                       PERFORM 2174-GATHER-CARRY-LINE
                           UNTIL END-OF-REPOST-CARRY
                       CLOSE REPOST-CARRY-FILE
                   WHEN '35'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERROR 2171: CANNOT OPEN REPOST CARRY '
                           'FILE, STAT: ' REPOST-CARRY-FILE-STATUS
                       MOVE 'Y' TO WS-GATHER-FAILED-FLAG
               END-EVALUATE
           END-IF
           IF GATHER-TABLE-FULL
               MOVE 'N' TO WS-SUCCESSION-OK-FLAG
               MOVE 'SUCCESSION: TOO MANY ASSET CLASSES'
                   TO WS-MAINT-REASON
           END-IF
           IF GATHER-FAILED
               MOVE 'N' TO WS-SUCCESSION-OK-FLAG
               MOVE 'SUCCESSION: BALANCES UNREADABLE'
                   TO WS-MAINT-REASON
           END-IF.

       2172-GATHER-LEDGER-CLASS.
           READ POSITION-LEDGER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-OLD-POS-EOF-FLAG
               NOT AT END
                   IF POS-DID NOT = MNT-DID
                       MOVE 'Y' TO WS-OLD-POS-EOF-FLAG
                   ELSE
                       MOVE POS-ASSET-CLASS TO WS-MIG-LOOKUP-CLASS
                       MOVE POS-NET-WEIGHT TO WS-MIG-LOOKUP-NET
                       PERFORM 2176-ADD-TO-CLASS
                       IF GATHER-TABLE-FULL
                           MOVE 'Y' TO WS-OLD-POS-EOF-FLAG
                       END-IF
                   END-IF
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF POSITION-FILE-STATUS NOT = '00'
               AND POSITION-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 2173: POSITION LEDGER READ FAILED, '
                   'STAT: ' POSITION-FILE-STATUS ' FOR DID: ' MNT-DID
               MOVE 'Y' TO WS-OLD-POS-EOF-FLAG
               MOVE 'Y' TO WS-GATHER-FAILED-FLAG
           END-IF.

       2174-GATHER-CARRY-LINE.
      * A line at or below the mark is in the ledger already. A blank
      * class is the default class, as everywhere positions are kept.
           READ REPOST-CARRY-FILE
               AT END MOVE 'Y' TO WS-CARRY-EOF-FLAG
               NOT AT END
                   IF RPC-CHAIN-SEQ NOT NUMERIC
                       OR RPC-NET-MOVEMENT NOT NUMERIC
                       DISPLAY 'ERROR 2174: MALFORMED REPOST CARRY '
                           'LINE IGNORED: ' RPC-DID
                   ELSE
                       IF RPC-DID = MNT-DID
                           AND RPC-CHAIN-SEQ > WS-CARRY-MARK-SEQ
                           IF RPC-ASSET-CLASS = SPACES
                               MOVE WS-DEFAULT-ASSET-CLASS
                                   TO WS-MIG-LOOKUP-CLASS
                           ELSE
                               MOVE RPC-ASSET-CLASS
                                   TO WS-MIG-LOOKUP-CLASS
                           END-IF
                           MOVE RPC-NET-MOVEMENT TO WS-MIG-LOOKUP-NET
                           PERFORM 2176-ADD-TO-CLASS
                           IF GATHER-TABLE-FULL
                               MOVE 'Y' TO WS-CARRY-EOF-FLAG
                           ELSE
                               ADD 1 TO WS-CARRY-FOLDED-COUNTER
                           END-IF
                       END-IF
                   END-IF
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever. A half-read
      * carry file would move a balance off by an unknown amount.
           IF REPOST-CARRY-FILE-STATUS NOT = '00'
               AND REPOST-CARRY-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 2175: REPOST CARRY READ FAILED, STAT: '
                   REPOST-CARRY-FILE-STATUS
               MOVE 'Y' TO WS-CARRY-EOF-FLAG
               MOVE 'Y' TO WS-GATHER-FAILED-FLAG
           END-IF.

       2176-ADD-TO-CLASS.
           MOVE ZEROES TO WS-MIG-MATCH-IDX
           PERFORM VARYING WS-MIG-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-MIG-CLASS-IDX > WS-MIG-CLASS-COUNT
               IF WS-MIG-CLASS (WS-MIG-CLASS-IDX) = WS-MIG-LOOKUP-CLASS
                   MOVE WS-MIG-CLASS-IDX TO WS-MIG-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-MIG-MATCH-IDX = ZEROES
               IF WS-MIG-CLASS-COUNT >= WS-MIG-CLASS-LIMIT
                   DISPLAY 'ERROR 2177: MIGRATION CLASS TABLE FULL AT '
                       WS-MIG-CLASS-LIMIT ' FOR DID: ' MNT-DID
                   MOVE 'Y' TO WS-GATHER-FULL-FLAG
               ELSE
                   ADD 1 TO WS-MIG-CLASS-COUNT
                   MOVE WS-MIG-CLASS-COUNT TO WS-MIG-MATCH-IDX
                   MOVE WS-MIG-LOOKUP-CLASS
                       TO WS-MIG-CLASS (WS-MIG-MATCH-IDX)
                   MOVE ZEROES TO WS-MIG-NET-WEIGHT (WS-MIG-MATCH-IDX)
               END-IF
           END-IF
           IF WS-MIG-MATCH-IDX > ZEROES
               ADD WS-MIG-LOOKUP-NET
                   TO WS-MIG-NET-WEIGHT (WS-MIG-MATCH-IDX)
           END-IF.

       2180-CHECK-POSITION-CURRENT.
      * The ledger is current when no MAINFRAME run has started since
      * the last POSITION step ended OK, no POSITION step is part-way
      * through, and no REPROCESS step is still writing its carry
      * lines. Stamps are appended in run order, so one pass in file
      * order settles it. No run-control file means no stamped
      * sequence to prove or disprove; an unreadable one refuses.
           MOVE 'Y' TO WS-POSITION-CHECKED-FLAG
           MOVE 'Y' TO WS-POSITION-CURRENT-FLAG
           MOVE 'N' TO WS-REPROCESS-ACTIVE-FLAG
           OPEN INPUT RUN-CONTROL-FILE
           EVALUATE RUN-CONTROL-FILE-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-RC-EOF-FLAG
                   PERFORM 2182-APPLY-RUN-CONTROL-STAMP
                       UNTIL END-OF-RUN-CONTROL
                   CLOSE RUN-CONTROL-FILE
                   IF REPROCESS-IN-FLIGHT
                       MOVE 'N' TO WS-POSITION-CURRENT-FLAG
                   END-IF
               WHEN '35'
                   DISPLAY 'RUN CONTROL FILE DOES NOT EXIST -- '
                       'POSITION LEDGER TAKEN AS CURRENT'
               WHEN OTHER
                   DISPLAY 'ERROR 2181: CANNOT READ RUN CONTROL, '
                       'STAT: ' RUN-CONTROL-FILE-STATUS
                   MOVE 'N' TO WS-POSITION-CURRENT-FLAG
           END-EVALUATE
           IF NOT POSITION-IS-CURRENT
               DISPLAY 'ERROR 2180: POSITION LEDGER IS NOT CURRENT '
                   '-- SUCCESSIONS REFUSED UNTIL THE POSITION STEP '
                   'HAS RUN'
           END-IF.

       2182-APPLY-RUN-CONTROL-STAMP.
           READ RUN-CONTROL-FILE
               AT END MOVE 'Y' TO WS-RC-EOF-FLAG
               NOT AT END
                   IF RC-STEP = 'MAINFRAME' AND RC-EVENT = 'STARTED'
                       MOVE 'N' TO WS-POSITION-CURRENT-FLAG
                   END-IF
                   IF RC-STEP = 'POSITION'
                       IF RC-EVENT = 'ENDED' AND RC-OUTCOME = 'OK'
                           MOVE 'Y' TO WS-POSITION-CURRENT-FLAG
                       END-IF
                       IF RC-EVENT = 'STARTED'
                           OR (RC-EVENT = 'ENDED'
                               AND RC-OUTCOME NOT = 'OK')
                           MOVE 'N' TO WS-POSITION-CURRENT-FLAG
                       END-IF
                   END-IF
                   IF RC-STEP = 'REPROCESS'
                       IF RC-EVENT = 'STARTED'
                           MOVE 'Y' TO WS-REPROCESS-ACTIVE-FLAG
                       END-IF
                       IF RC-EVENT = 'ENDED'
                           MOVE 'N' TO WS-REPROCESS-ACTIVE-FLAG
                       END-IF
                   END-IF
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever, and an
      * unprovable sequence must refuse, not guess.
           IF RUN-CONTROL-FILE-STATUS NOT = '00'
               AND RUN-CONTROL-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 2183: RUN CONTROL READ FAILED, STAT: '
                   RUN-CONTROL-FILE-STATUS
               MOVE 'Y' TO WS-RC-EOF-FLAG
               MOVE 'N' TO WS-POSITION-CURRENT-FLAG
           END-IF.

       2186-LOAD-POSITION-HWM.
      * No mark yet means the ledger has absorbed nothing and every
      * carried line counts. A mark that cannot be read fails the
      * migration files, as an unreadable ledger does.
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
                       DISPLAY 'ERROR 2187: POSITION HIGH-WATER MARK '
                           'IS NOT NUMERIC'
                       MOVE 'Y' TO WS-SUCCESSION-FAILED-FLAG
                   END-IF
                   CLOSE POSITION-HWM-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR 2187: CANNOT READ POSITION HIGH-'
                       'WATER MARK, STAT: ' POSITION-HWM-FILE-STATUS
                   MOVE 'Y' TO WS-SUCCESSION-FAILED-FLAG
           END-EVALUATE.

       2200-REPORT-REJECTED.
           ADD 1 TO WS-REJECTED-COUNTER
           MOVE SPACES TO MAINT-REPORT-RECORD
           MOVE MNT-ACTION TO RPT-ACTION
           MOVE MNT-DID TO RPT-DID
           MOVE SPACES TO RPT-REASON
           IF MNT-ACTION = 'S'
               STRING 'SUCCEEDED BY ' MNT-SUCCESSOR-DID (1:18)
                   DELIMITED BY SIZE
                   INTO RPT-REASON
           END-IF
           WRITE MAINT-REPORT-RECORD.

      * ---------------------------------------------------------------
           IF HISTORY-FILE-OPENED
               CLOSE DID-HISTORY-FILE
           END-IF
           IF SUCCESSION-FILES-OPEN
               CLOSE POSITION-LEDGER-FILE
               CLOSE SUCCESSION-POSTING-FILE
           END-IF
           DISPLAY 'DID MASTER MAINTENANCE COMPLETE. READ: '
               WS-READ-COUNTER
           DISPLAY 'MAINT TRANSACTIONS APPLIED: ' WS-APPLIED-COUNTER
           DISPLAY 'MAINT TRANSACTIONS REJECTED: ' WS-REJECTED-COUNTER
           DISPLAY 'DID SUCCESSIONS APPLIED: ' WS-SUCCESSION-COUNTER
           DISPLAY 'SUCCESSION POSTINGS GENERATED: '
               WS-MIGRATION-COUNTER
           IF WS-MIGRATION-COUNTER > ZEROES
               DISPLAY 'SUPPLY TO THE NEXT PARTITION MERGE: '
                   WS-SUCCESSION-POSTING-PATH
           END-IF.
