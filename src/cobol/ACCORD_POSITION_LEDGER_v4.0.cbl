      *
      * PER-DID NET POSITION LEDGER, BUILT FROM THE DLT ARCHIVE. THE
      * ARCHIVE AND THE SUB-LEDGERS RECORD INDIVIDUAL SVTs; THIS RUN
      * ANSWERS 'WHAT DOES DID X NET OUT TO TODAY'. THE RUN MODE IS
      * ARGUMENT 1:
      *   INCREMENTAL (OR NONE) -- THE NIGHTLY RUN. ONLY POSTINGS
      *     ARCHIVED SINCE THE LAST RUN ARE APPLIED TO THE EXISTING
      *     POSITION FILE. 'SINCE' IS THE ARCHIVE'S DIGEST CHAIN
      *     SEQUENCE, WHICH EVERY ARCHIVE WRITE TAKES IN WRITE ORDER
      *     AND WHICH ROLLOVER CARRIES INTO THE GENERATIONS UNCHANGED.
      *     THE HIGH-WATER MARK (DLT_POSITION_HWM.DAT) HOLDS THE LAST
      *     SEQUENCE APPLIED AND THE NEWEST GENERATION SEEN; THE
      *     CURRENT ARCHIVE AND ANY GENERATION CLOSED SINCE ARE SCANNED
      *     FOR LATER SEQUENCES, WHICH ARE SORTED AND APPLIED IN
      *     SEQUENCE ORDER. EACH POSITION RECORD CARRIES THE LAST
      *     SEQUENCE APPLIED TO IT, SO A RESTART AFTER AN ABEND SKIPS
      *     WHAT THE FAILED ATTEMPT ALREADY APPLIED -- EVERY POSTING
      *     LANDS EXACTLY ONCE. THE MARK ADVANCES ONLY AFTER A CLEAN
      *     RUN. WITH NO MARK YET, THE RUN REBUILDS IN FULL.
      *     ONCE THE MARK HAS ADVANCED, DLT_REPOST_MOVEMENTS.DAT IS
      *     EMPTIED: THE REPOSTS ACCORD-SUSPENSE-REPROCESS-V4 CARRIED
      *     THERE FOR THE NEXT MAINFRAME RUN ARE NOW IN THE LEDGER.
      *   REBUILD -- THE POSITION FILE IS REBUILT WHOLE FROM THE
      *     ARCHIVE, EVERY CLOSED GENERATION AND EVERY PURGED-PERIOD
      *     SUMMARY, AND THE HIGH-WATER MARK IS RE-ESTABLISHED. THE
      *     RECOVERY RUN.
      *   VERIFY -- THE SCHEDULED PROOF. THE SAME FULL REBUILD, INTO
      *     DLT_POSITION_VERIFY.TMP AND LEAVING OUT POSTINGS BEYOND THE
      *     HIGH-WATER MARK, IS COMPARED POSITION BY POSITION WITH THE
      *     INCREMENTALLY MAINTAINED FILE; EVERY DID AND CLASS THAT
      *     DIFFERS IS LISTED ON DLT_POSITION_VERIFY.LOG. THE ARCHIVE
      *     STAYS THE ONE SOURCE OF TRUTH. STAMPED AS STEP POSVERIFY,
      *     AFTER THE NIGHT'S POSITION STEP.
      *
      * POSTING RULES:
      *   MINT     ('O'/'C')  ADDS DLT-FINAL-WEIGHT TO THE DID.
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
      * Closed generations cut by ACCORD-ARCHIVE-ROLLOVER-V4 -- a
      * position is the DID's whole history, so every generation in
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
      * Roll-up summaries left behind by ACCORD-RETENTION-PURGE-V4 --
      * a purged period's postings are gone, but their netted effect
               ASSIGN TO DYNAMIC WS-GEN-SUMMARY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS GEN-SUMMARY-FILE-STATUS.
      * The ledger the run builds or maintains -- the live
      * DLT_POSITION_LEDGER.DAT, or the verify run's scratch rebuild.
           SELECT POSITION-LEDGER-FILE
               ASSIGN TO DYNAMIC WS-POSITION-LEDGER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-LEDGER-KEY
               STATUS IS POSITION-FILE-STATUS.
      * The live ledger as the verify run reads it, alongside the
      * scratch rebuild.
           SELECT LIVE-POSITION-FILE
               ASSIGN TO 'DLT_POSITION_LEDGER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIV-LEDGER-KEY
               STATUS IS LIVE-POSITION-FILE-STATUS.
           SELECT POSITION-HWM-FILE
               ASSIGN TO 'DLT_POSITION_HWM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS POSITION-HWM-FILE-STATUS.
      * Reposted movements carried for the balance gates until this
      * step absorbs them -- emptied here, written by
      * ACCORD-SUSPENSE-REPROCESS-V4.
           SELECT REPOST-CARRY-FILE
               ASSIGN TO 'DLT_REPOST_MOVEMENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS REPOST-CARRY-FILE-STATUS.
           SELECT POSITION-APPLY-SORT-FILE
               ASSIGN TO 'ACCORD_POSITION_APPLY.TMP'.
           SELECT POSITION-VERIFY-REPORT-FILE
               ASSIGN TO 'DLT_POSITION_VERIFY.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS VERIFY-REPORT-FILE-STATUS.
           SELECT POSITION-SORT-FILE
               ASSIGN TO 'ACCORD_POSITION_SORT.TMP'.
           SELECT POSITION-REPORT-FILE
               10 DLT-COUNTERPARTY-DID  PIC X(30).
               10 DLT-TRANSFER-SIDE     PIC X(01).
               10 DLT-ASSET-CLASS       PIC X(02).
      * Digest chain link -- see the archive record in
      * ACCORD-TRANSACTION-LOG-MAINFRAME-V4. The sequence is the
      * incremental run's high-water mark; records from before the
      * chain carry spaces and are only ever applied by a full build.
               10 DLT-CHAIN-SEQ         PIC 9(12).
               10 DLT-CHAIN-DIGEST      PIC 9(15).
               10 FILLER                PIC X(07).

       FD  GENERATION-REGISTRY-FILE
           RECORD CONTAINS 80 CHARACTERS
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
           05  POS-XFER-IN-WEIGHT       PIC S9(14)
                                        SIGN IS LEADING SEPARATE.
           05  POS-POSTING-COUNT        PIC 9(08).
      * Highest archive chain sequence applied to this position. The
      * incremental run applies in sequence order and skips anything
      * at or below it, which is what makes a restart safe.
           05  POS-LAST-CHAIN-SEQ       PIC 9(12).
           05  FILLER                   PIC X(15).

       FD  LIVE-POSITION-FILE
           RECORD CONTAINS 142 CHARACTERS
           DATA RECORD IS LIVE-POSITION-RECORD.
       01  LIVE-POSITION-RECORD.
           05  LIV-LEDGER-KEY.
               10  LIV-DID              PIC X(30).
               10  LIV-ASSET-CLASS      PIC X(02).
           05  LIV-NET-WEIGHT           PIC S9(14)
                                        SIGN IS LEADING SEPARATE.
           05  LIV-MINT-WEIGHT          PIC S9(14)
                                        SIGN IS LEADING SEPARATE.
           05  LIV-BURN-WEIGHT          PIC S9(14)
                                        SIGN IS LEADING SEPARATE.
           05  LIV-XFER-OUT-WEIGHT      PIC S9(14)
                                        SIGN IS LEADING SEPARATE.
           05  LIV-XFER-IN-WEIGHT       PIC S9(14)
                                        SIGN IS LEADING SEPARATE.
           05  LIV-POSTING-COUNT        PIC 9(08).
           05  LIV-LAST-CHAIN-SEQ       PIC 9(12).
           05  FILLER                   PIC X(15).

       FD  POSITION-HWM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS POSITION-HWM-RECORD.
       01  POSITION-HWM-RECORD.
      * Last archive chain sequence applied, and the newest registry
      * period seen -- a generation closed after it may hold postings
      * above the mark that left the current archive at rollover.
           05  HWM-CHAIN-SEQ            PIC 9(12).
           05  HWM-GEN-PERIOD           PIC 9(06).
      * 'I' incremental or 'R' rebuild -- the run that set the mark.
           05  HWM-RUN-MODE             PIC X(01).
           05  HWM-UPDATED-DATE         PIC 9(08).
           05  FILLER                   PIC X(53).

      * Layout in ACCORD-TRANSACTION-LOG-MAINFRAME-V4 -- only ever
      * emptied here.
       FD  REPOST-CARRY-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REPOST-CARRY-RECORD.
       01  REPOST-CARRY-RECORD          PIC X(60).

       SD  POSITION-APPLY-SORT-FILE
           RECORD CONTAINS 263 CHARACTERS
           DATA RECORD IS POSITION-APPLY-SORT-RECORD.
       01  POSITION-APPLY-SORT-RECORD.
           05  APL-CHAIN-SEQ            PIC 9(12).
           05  APL-ARCHIVE-RECORD       PIC X(251).

       FD  POSITION-VERIFY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS POSITION-VERIFY-REPORT-RECORD.
       01  POSITION-VERIFY-REPORT-RECORD PIC X(132).

       SD  POSITION-SORT-FILE
           RECORD CONTAINS 129 CHARACTERS
       01  WS-POSTING-SIGN              PIC S9(01) VALUE +1.
       01  WS-CURRENT-DATE              PIC 9(08) VALUE ZEROES.

      * Run mode (argument 1) and the high-water mark it works from.
       01  WS-RUN-MODE-ARG              PIC X(12) VALUE SPACES.
       01  WS-RUN-MODE                  PIC X(01) VALUE 'I'.
           88  INCREMENTAL-MODE         VALUE 'I'.
           88  REBUILD-MODE             VALUE 'R'.
           88  VERIFY-MODE              VALUE 'V'.
       01  WS-MODE-REFUSED-FLAG         PIC X(01) VALUE 'N'.
           88  RUN-MODE-REFUSED         VALUE 'Y'.
       01  WS-POSITION-LEDGER-PATH      PIC X(64)
               VALUE 'DLT_POSITION_LEDGER.DAT'.
       01  POSITION-HWM-FILE-STATUS     PIC X(02).
       01  REPOST-CARRY-FILE-STATUS     PIC X(02).
       01  WS-HWM-FOUND-FLAG            PIC X(01) VALUE 'N'.
           88  HWM-IS-ESTABLISHED       VALUE 'Y'.
       01  WS-HWM-CHAIN-SEQ             PIC 9(12) VALUE ZEROES.
       01  WS-HWM-GEN-PERIOD            PIC 9(06) VALUE ZEROES.
      * The mark this run will leave: raised past every sequence it
      * applies and every registry period it sees.
       01  WS-NEW-HWM-CHAIN-SEQ         PIC 9(12) VALUE ZEROES.
       01  WS-NEW-HWM-GEN-PERIOD        PIC 9(06) VALUE ZEROES.
      * Set when any source could not be read through -- the mark
      * then stays put, so nothing above it is ever skipped.
       01  WS-SOURCE-SHORT-FLAG         PIC X(01) VALUE 'N'.
           88  SOURCE-READ-SHORT        VALUE 'Y'.
       01  WS-APPLY-SORT-EOF-FLAG       PIC X(01) VALUE 'N'.
           88  END-OF-APPLY-SORT        VALUE 'Y'.
       01  WS-NEW-POSTING-COUNTER       PIC 9(08) VALUE ZEROES.
       01  WS-ALREADY-APPLIED-COUNTER   PIC 9(08) VALUE ZEROES.
       01  WS-BEYOND-HWM-COUNTER        PIC 9(08) VALUE ZEROES.

      * Verify run working storage. Each side's key goes to
      * HIGH-VALUES at end of file so the match loop drains the other.
       01  LIVE-POSITION-FILE-STATUS    PIC X(02).
       01  VERIFY-REPORT-FILE-STATUS    PIC X(02).
       01  WS-VERIFY-OPEN-FLAG          PIC X(01) VALUE 'N'.
           88  VERIFY-FILES-ARE-OPEN    VALUE 'Y'.
       01  WS-VFY-REBUILT-KEY           PIC X(32) VALUE SPACES.
       01  WS-VFY-LEDGER-KEY            PIC X(32) VALUE SPACES.
       01  WS-VFY-COMPARED-COUNTER      PIC 9(08) VALUE ZEROES.
       01  WS-VFY-DIFFERENCE-COUNTER    PIC 9(08) VALUE ZEROES.

      * Run-control working storage. The position build reads the
      * archive the mainframe run writes, so it requires that step
      * complete for the cycle.
           05  WS-RPT-TOTAL-DIDS        PIC 9(08).
           05  FILLER                   PIC X(98) VALUE SPACES.

      * Verify report print lines.
       01  WS-VERIFY-HEADER-1.
           05  FILLER                   PIC X(31)
               VALUE 'POSITION LEDGER VERIFY AS OF '.
           05  WS-VFH-DATE              PIC 9(08).
           05  FILLER                   PIC X(31)
               VALUE ' -- POSTINGS THROUGH CHAIN SEQ '.
           05  WS-VFH-CHAIN-SEQ         PIC 9(12).
           05  FILLER                   PIC X(50) VALUE SPACES.
       01  WS-VERIFY-HEADER-2.
           05  FILLER                   PIC X(30) VALUE 'DID'.
           05  FILLER                   PIC X(03) VALUE ' CL'.
           05  FILLER                   PIC X(21)
               VALUE ' DIFFERENCE'.
           05  FILLER                   PIC X(15)
               VALUE '    REBUILT NET'.
           05  FILLER                   PIC X(15)
               VALUE '     LEDGER NET'.
           05  FILLER                   PIC X(15)
               VALUE ' NET DIFFERS BY'.
           05  FILLER                   PIC X(09)
               VALUE '  REBUILT'.
           05  FILLER                   PIC X(09)
               VALUE '   LEDGER'.
           05  FILLER                   PIC X(15) VALUE SPACES.
       01  WS-VERIFY-DETAIL.
           05  WS-VFD-DID               PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-VFD-CLASS             PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-VFD-REASON            PIC X(20).
           05  WS-VFD-REBUILT-NET       PIC -(14)9.
           05  WS-VFD-LEDGER-NET        PIC -(14)9.
           05  WS-VFD-NET-DIFFERENCE    PIC -(14)9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-VFD-REBUILT-COUNT     PIC ZZZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-VFD-LEDGER-COUNT      PIC ZZZZZZZ9.
           05  FILLER                   PIC X(15) VALUE SPACES.
       01  WS-VERIFY-TOTAL-LINE.
           05  FILLER                   PIC X(21)
               VALUE 'POSITIONS COMPARED: '.
           05  WS-VFT-COMPARED          PIC 9(08).
           05  FILLER                   PIC X(25)
               VALUE '   POSITIONS DIFFERING: '.
           05  WS-VFT-DIFFERING         PIC 9(08).
           05  FILLER                   PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-POSITION-BUILD.
           PERFORM 0100-SELECT-RUN-MODE
           IF RUN-MODE-REFUSED
               DISPLAY 'POSITION BUILD NOT STARTED -- '
                   'LEDGER LEFT UNTOUCHED'
           ELSE
               PERFORM 0500-CHECK-RUN-CONTROL
           END-IF
           IF RUN-CONTROL-REFUSED
               DISPLAY 'POSITION BUILD REFUSED BY RUN CONTROL -- '
                   'LEDGER LEFT UNTOUCHED'
           END-IF
           IF NOT RUN-MODE-REFUSED AND NOT RUN-CONTROL-REFUSED
               IF INCREMENTAL-MODE
      * Postings above the mark are gathered from every source, then
      * applied in chain-sequence order -- see the banner comment.
                   PERFORM 1500-INITIALIZE-INCREMENTAL-RUN
                   IF NOT END-OF-ARCHIVE
                       SORT POSITION-APPLY-SORT-FILE
                           ON ASCENDING KEY APL-CHAIN-SEQ
                           INPUT PROCEDURE IS 2700-SELECT-NEW-POSTINGS
                           OUTPUT PROCEDURE IS 2800-APPLY-NEW-POSTINGS
                   END-IF
               ELSE
                   PERFORM 1000-INITIALIZE-POSITION-RUN
                   PERFORM 2000-APPLY-ARCHIVE-RECORD
                       UNTIL END-OF-ARCHIVE
                   PERFORM 2600-APPLY-CLOSED-GENERATIONS
               END-IF
               PERFORM 3000-TERMINATE-POSITION-RUN
               MOVE 'ENDED' TO WS-RC-EVENT
      * A clean run's last archive CLOSE left the status at '00';
      * anything else means the build opened short or read short.
               IF DLT-FILE-STATUS = '00' AND NOT SOURCE-READ-SHORT
                   MOVE 'OK' TO WS-RC-OUTCOME
               ELSE
                   MOVE 'ABORTED' TO WS-RC-OUTCOME
           END-IF
           STOP RUN.

      * ---------------------------------------------------------------
       0100-SELECT-RUN-MODE.
      * Argument 1 names the mode; none means the nightly incremental
      * run. The verify run stamps run control as its own step, after
      * the night's position step, and rebuilds into a scratch file.
           MOVE SPACES TO WS-RUN-MODE-ARG
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-RUN-MODE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-MODE-ARG
           END-ACCEPT
           EVALUATE WS-RUN-MODE-ARG
               WHEN SPACES
               WHEN 'INCREMENTAL'
                   MOVE 'I' TO WS-RUN-MODE
               WHEN 'REBUILD'
                   MOVE 'R' TO WS-RUN-MODE
               WHEN 'VERIFY'
                   MOVE 'V' TO WS-RUN-MODE
                   MOVE 'POSVERIFY' TO WS-RC-STEP-NAME
                   MOVE 'POSITION' TO WS-RC-PREREQ-1
                   MOVE 'DLT_POSITION_VERIFY.TMP'
                       TO WS-POSITION-LEDGER-PATH
               WHEN OTHER
                   DISPLAY 'ERROR 0101: RUN MODE ' WS-RUN-MODE-ARG
                       ' IS NOT INCREMENTAL, REBUILD OR VERIFY'
                   MOVE 'Y' TO WS-MODE-REFUSED-FLAG
           END-EVALUATE
           IF NOT RUN-MODE-REFUSED AND NOT REBUILD-MODE
               PERFORM 0200-LOAD-HIGH-WATER-MARK
           END-IF
           IF NOT RUN-MODE-REFUSED AND NOT HWM-IS-ESTABLISHED
               IF INCREMENTAL-MODE
                   DISPLAY 'NO POSITION HIGH-WATER MARK -- THIS RUN '
                       'REBUILDS THE LEDGER IN FULL AND SETS IT'
                   MOVE 'R' TO WS-RUN-MODE
               END-IF
               IF VERIFY-MODE
                   DISPLAY 'ERROR 0102: NO POSITION HIGH-WATER MARK '
                       '-- NOTHING TO VERIFY AGAINST (RUN REBUILD)'
                   MOVE 'Y' TO WS-MODE-REFUSED-FLAG
               END-IF
           END-IF
           IF INCREMENTAL-MODE
               MOVE WS-HWM-CHAIN-SEQ TO WS-NEW-HWM-CHAIN-SEQ
               MOVE WS-HWM-GEN-PERIOD TO WS-NEW-HWM-GEN-PERIOD
           END-IF.

       0200-LOAD-HIGH-WATER-MARK.
      * Absent (status 35) means no build has set a mark yet. Present
      * but unreadable fails closed: guessing a mark could apply a
      * night's postings twice or never. A REBUILD run sets it afresh.
           OPEN INPUT POSITION-HWM-FILE.
           EVALUATE POSITION-HWM-FILE-STATUS
               WHEN '00'
                   MOVE SPACES TO POSITION-HWM-RECORD
                   READ POSITION-HWM-FILE
                       AT END CONTINUE
                   END-READ
                   IF HWM-CHAIN-SEQ NUMERIC
                       AND HWM-GEN-PERIOD NUMERIC
                       MOVE HWM-CHAIN-SEQ TO WS-HWM-CHAIN-SEQ
                       MOVE HWM-GEN-PERIOD TO WS-HWM-GEN-PERIOD
                       MOVE 'Y' TO WS-HWM-FOUND-FLAG
                       DISPLAY 'POSITIONS APPLIED THROUGH CHAIN '
                           'SEQUENCE ' WS-HWM-CHAIN-SEQ
                           ' AND GENERATION ' WS-HWM-GEN-PERIOD
                           ' (RUN OF ' HWM-UPDATED-DATE ')'
                   ELSE
                       DISPLAY 'ERROR 0201: POSITION HIGH-WATER MARK '
                           'IS NOT NUMERIC -- RUN ABORTED (RUN '
                           'REBUILD TO SET IT AFRESH)'
                       MOVE 'Y' TO WS-MODE-REFUSED-FLAG
                   END-IF
                   CLOSE POSITION-HWM-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR 0202: CANNOT READ POSITION '
                       'HIGH-WATER MARK, STAT: '
                       POSITION-HWM-FILE-STATUS ' -- RUN ABORTED'
                   MOVE 'Y' TO WS-MODE-REFUSED-FLAG
           END-EVALUATE.

      * ---------------------------------------------------------------
       0500-CHECK-RUN-CONTROL.
      * Load the shared run-control file and refuse to start when the
                   DLT-FILE-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
      * Rebuilt whole by REBUILD and VERIFY -- see the banner comment.
               OPEN OUTPUT POSITION-LEDGER-FILE
               IF POSITION-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR 1003: FAILED TO RESTART POSITION '
               ADD 1 TO WS-ARCHIVE-READ-COUNTER
           END-IF.

       1500-INITIALIZE-INCREMENTAL-RUN.
           OPEN INPUT DLT-ARCHIVE-FILE.
           IF DLT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 1501: FAILED TO OPEN DLT ARCHIVE. STAT: '
                   DLT-FILE-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
      * Maintained in place -- never restarted by an incremental run.
               OPEN I-O POSITION-LEDGER-FILE
               IF POSITION-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR 1502: FAILED TO OPEN POSITION '
                       'LEDGER FOR UPDATE. STAT: ' POSITION-FILE-STATUS
                       ' -- RUN REBUILD IF THE LEDGER IS LOST'
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE '99' TO DLT-FILE-STATUS
               END-IF
           END-IF.

      * ---------------------------------------------------------------
       2000-APPLY-ARCHIVE-RECORD.
           IF NOT END-OF-ARCHIVE
      * own values, so applying them with the sign flipped undoes the
      * original exactly. The intent is screened first -- a record
      * the ledger cannot classify must not create or touch a
      * position, only be reported. A verify run leaves out postings
      * above the high-water mark -- the ledger it is checking has not
      * been given them yet.
           EVALUATE TRUE
               WHEN DLT-INTENT NOT = 'MINT' AND DLT-INTENT NOT = 'BURN'
                       AND DLT-INTENT NOT = 'TRANSFER'
                   ADD 1 TO WS-UNKNOWN-INTENT-COUNTER
                   DISPLAY 'ERROR 2021: UNRECOGNIZED INTENT IN '
                       'ARCHIVE: ' DLT-INTENT ' KEY: '
                       SVT-TRANSACTION-KEY
               WHEN VERIFY-MODE AND DLT-CHAIN-SEQ NUMERIC
                       AND DLT-CHAIN-SEQ > WS-HWM-CHAIN-SEQ
                   ADD 1 TO WS-BEYOND-HWM-COUNTER
               WHEN OTHER
                   IF DLT-RECORD-TYPE = 'R'
                       MOVE -1 TO WS-POSTING-SIGN
                   ELSE
                       MOVE +1 TO WS-POSTING-SIGN
                   END-IF
                   IF DLT-ASSET-CLASS = SPACES
                       MOVE WS-DEFAULT-ASSET-CLASS
                           TO WS-APPLY-ASSET-CLASS
                   ELSE
                       MOVE DLT-ASSET-CLASS TO WS-APPLY-ASSET-CLASS
                   END-IF
                   PERFORM 2100-FETCH-OR-START-POSITION
                   PERFORM 2040-APPLY-TO-POSITION
           END-EVALUATE.

       2040-APPLY-TO-POSITION.
      * An incremental restart re-presents everything above the mark,
      * including what the failed attempt already applied. Postings
      * arrive in sequence order, so the position's own stamp says
      * exactly which of them it has already taken.
           IF INCREMENTAL-MODE
               AND POS-LAST-CHAIN-SEQ NUMERIC
               AND DLT-CHAIN-SEQ NOT > POS-LAST-CHAIN-SEQ
               ADD 1 TO WS-ALREADY-APPLIED-COUNTER
           ELSE
               PERFORM 2200-APPLY-POSTING-EFFECT
               IF DLT-CHAIN-SEQ NUMERIC
                   IF POS-LAST-CHAIN-SEQ NOT NUMERIC
                       OR DLT-CHAIN-SEQ > POS-LAST-CHAIN-SEQ
                       MOVE DLT-CHAIN-SEQ TO POS-LAST-CHAIN-SEQ
                   END-IF
                   IF DLT-CHAIN-SEQ > WS-NEW-HWM-CHAIN-SEQ
                       MOVE DLT-CHAIN-SEQ TO WS-NEW-HWM-CHAIN-SEQ
                   END-IF
               END-IF
               PERFORM 2300-STORE-POSITION
           END-IF.

                   MOVE ZEROES TO POS-XFER-OUT-WEIGHT
                   MOVE ZEROES TO POS-XFER-IN-WEIGHT
                   MOVE ZEROES TO POS-POSTING-COUNT
                   MOVE ZEROES TO POS-LAST-CHAIN-SEQ
                   WRITE POSITION-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR 2101: POSITION WRITE FAILED '
               PERFORM VARYING WS-GEN-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-GEN-SCAN-IDX > WS-GEN-REGISTRY-COUNT
                   SET WS-GEN-IDX TO WS-GEN-SCAN-IDX
                   IF WS-GEN-REG-PERIOD (WS-GEN-IDX)
                       > WS-NEW-HWM-GEN-PERIOD
                       MOVE WS-GEN-REG-PERIOD (WS-GEN-IDX)
                           TO WS-NEW-HWM-GEN-PERIOD
                   END-IF
      * A purged generation's records are gone; its roll-up summary
      * carries their netted effect and is applied in their place.
                   IF WS-GEN-REG-PURGED (WS-GEN-IDX) = 'P'
               PERFORM 2620-LOAD-REGISTRY-RECORD
                   UNTIL END-OF-GEN-REGISTRY
               CLOSE GENERATION-REGISTRY-FILE
           END-IF
      * Present but unopenable is not 'nothing closed' -- generations
      * may be going unread, so the high-water mark must not move.
           IF GEN-REGISTRY-FILE-STATUS NOT = '00'
               AND GEN-REGISTRY-FILE-STATUS NOT = '10'
               AND GEN-REGISTRY-FILE-STATUS NOT = '35'
               DISPLAY 'ERROR 2611: CANNOT OPEN GENERATION REGISTRY, '
                   'STAT: ' GEN-REGISTRY-FILE-STATUS
               MOVE 'Y' TO WS-SOURCE-SHORT-FLAG
           END-IF.

       2620-LOAD-REGISTRY-RECORD.
               DISPLAY 'ERROR 2622: REGISTRY READ FAILED, STAT: '
                   GEN-REGISTRY-FILE-STATUS
               MOVE 'Y' TO WS-GEN-REG-EOF-FLAG
               MOVE 'Y' TO WS-SOURCE-SHORT-FLAG
           END-IF.

       2630-APPLY-ONE-GENERATION.
               DISPLAY 'ERROR 2631: CANNOT OPEN GENERATION '
                   WS-GEN-REG-PERIOD (WS-GEN-IDX) ' STATUS: '
                   GEN-FILE-STATUS
               MOVE 'Y' TO WS-SOURCE-SHORT-FLAG
           ELSE
               MOVE 'N' TO WS-GEN-EOF-FLAG
               PERFORM 2640-APPLY-GENERATION-RECORD
               DISPLAY 'ERROR 2641: GENERATION READ FAILED, STAT: '
                   GEN-FILE-STATUS
               MOVE 'Y' TO WS-GEN-EOF-FLAG
               MOVE 'Y' TO WS-SOURCE-SHORT-FLAG
           END-IF.

       2650-APPLY-ONE-SUMMARY.
                   'PERIOD ' WS-GEN-REG-PERIOD (WS-GEN-IDX)
                   ' STATUS: ' GEN-SUMMARY-FILE-STATUS
                   ' -- POSITIONS UNDERSTATE THAT PERIOD'
               MOVE 'Y' TO WS-SOURCE-SHORT-FLAG
           ELSE
               MOVE 'N' TO WS-SUMMARY-EOF-FLAG
               PERFORM 2660-APPLY-SUMMARY-RECORD
               DISPLAY 'ERROR 2661: SUMMARY READ FAILED, STAT: '
                   GEN-SUMMARY-FILE-STATUS
               MOVE 'Y' TO WS-SUMMARY-EOF-FLAG
               MOVE 'Y' TO WS-SOURCE-SHORT-FLAG
           END-IF.

       2670-APPLY-SUMMARY-EFFECT.
               PERFORM 2300-STORE-POSITION
           END-IF.

      * ---------------------------------------------------------------
       2700-SELECT-NEW-POSTINGS.
      * Sort input: every record above the mark in the current
      * archive, then in any generation registered after the mark was
      * set -- a month-end rollover between two runs carries that
      * month's late postings out of the current archive with it.
           PERFORM 1100-READ-ARCHIVE-RECORD
           PERFORM 2710-SELECT-ARCHIVE-RECORD
               UNTIL END-OF-ARCHIVE
           IF DLT-FILE-STATUS = '10'
               PERFORM 2610-LOAD-GENERATION-REGISTRY
               PERFORM VARYING WS-GEN-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-GEN-SCAN-IDX > WS-GEN-REGISTRY-COUNT
                   SET WS-GEN-IDX TO WS-GEN-SCAN-IDX
                   IF WS-GEN-REG-PERIOD (WS-GEN-IDX) > WS-HWM-GEN-PERIOD
                       PERFORM 2720-SELECT-NEW-GENERATION
                   END-IF
               END-PERFORM
           END-IF.

       2710-SELECT-ARCHIVE-RECORD.
           IF DLT-CHAIN-SEQ NUMERIC
               AND DLT-CHAIN-SEQ > WS-HWM-CHAIN-SEQ
               PERFORM 2730-RELEASE-NEW-POSTING
           END-IF
           PERFORM 1100-READ-ARCHIVE-RECORD.

       2720-SELECT-NEW-GENERATION.
           IF WS-GEN-REG-PERIOD (WS-GEN-IDX) > WS-NEW-HWM-GEN-PERIOD
               MOVE WS-GEN-REG-PERIOD (WS-GEN-IDX)
                   TO WS-NEW-HWM-GEN-PERIOD
           END-IF
           IF WS-GEN-REG-PURGED (WS-GEN-IDX) = 'P'
      * Closed and purged since the last run: whatever it held above
      * the mark is gone, and only a full rebuild, which applies the
      * period's summary, can account for it.
               DISPLAY 'ERROR 2721: GENERATION '
                   WS-GEN-REG-PERIOD (WS-GEN-IDX) ' WAS CLOSED AND '
                   'PURGED SINCE THE LAST POSITION RUN -- RUN REBUILD'
               MOVE 'Y' TO WS-SOURCE-SHORT-FLAG
           ELSE
               MOVE WS-GEN-REG-PATH (WS-GEN-IDX) TO WS-GEN-ARCHIVE-PATH
               OPEN INPUT DLT-GEN-ARCHIVE-FILE
               IF GEN-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR 2722: CANNOT OPEN GENERATION '
                       WS-GEN-REG-PERIOD (WS-GEN-IDX) ' STATUS: '
                       GEN-FILE-STATUS
                   MOVE 'Y' TO WS-SOURCE-SHORT-FLAG
               ELSE
                   MOVE 'N' TO WS-GEN-EOF-FLAG
                   PERFORM 2725-SELECT-GENERATION-RECORD
                       UNTIL END-OF-GENERATION
                   CLOSE DLT-GEN-ARCHIVE-FILE
               END-IF
           END-IF.

       2725-SELECT-GENERATION-RECORD.
           READ DLT-GEN-ARCHIVE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-GEN-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-READ-COUNTER
                   MOVE GEN-ARCHIVE-RECORD TO DLT-ARCHIVE-RECORD
                   IF DLT-CHAIN-SEQ NUMERIC
                       AND DLT-CHAIN-SEQ > WS-HWM-CHAIN-SEQ
                       PERFORM 2730-RELEASE-NEW-POSTING
                   END-IF
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF GEN-FILE-STATUS NOT = '00' AND GEN-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 2726: GENERATION READ FAILED, STAT: '
                   GEN-FILE-STATUS
               MOVE 'Y' TO WS-GEN-EOF-FLAG
               MOVE 'Y' TO WS-SOURCE-SHORT-FLAG
           END-IF.

       2730-RELEASE-NEW-POSTING.
           ADD 1 TO WS-NEW-POSTING-COUNTER
           MOVE DLT-CHAIN-SEQ TO APL-CHAIN-SEQ
           MOVE DLT-ARCHIVE-RECORD TO APL-ARCHIVE-RECORD
           RELEASE POSITION-APPLY-SORT-RECORD.

       2800-APPLY-NEW-POSTINGS.
      * Sort output: the new postings in chain-sequence order, each
      * staged back through the archive record area and the same
      * apply path the full build uses.
           MOVE 'N' TO WS-APPLY-SORT-EOF-FLAG
           PERFORM 2810-APPLY-ONE-NEW-POSTING
               UNTIL END-OF-APPLY-SORT.

       2810-APPLY-ONE-NEW-POSTING.
           RETURN POSITION-APPLY-SORT-FILE
               AT END MOVE 'Y' TO WS-APPLY-SORT-EOF-FLAG
               NOT AT END
                   MOVE APL-ARCHIVE-RECORD TO DLT-ARCHIVE-RECORD
                   PERFORM 2020-APPLY-ONE-RECORD
           END-RETURN.

      * ---------------------------------------------------------------
       3000-TERMINATE-POSITION-RUN.
           IF DLT-FILE-STATUS = '10' OR DLT-FILE-STATUS = '00'
               CLOSE DLT-ARCHIVE-FILE
               IF VERIFY-MODE
                   PERFORM 3200-VERIFY-AGAINST-LEDGER
               ELSE
                   PERFORM 3100-PRINT-BALANCE-REPORT
               END-IF
               CLOSE POSITION-LEDGER-FILE
               IF NOT VERIFY-MODE
                   PERFORM 3050-ADVANCE-HIGH-WATER-MARK
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN INCREMENTAL-MODE
                   DISPLAY 'POSITION LEDGER INCREMENTAL RUN COMPLETE. '
                       'ARCHIVE RECORDS READ: ' WS-ARCHIVE-READ-COUNTER
                   DISPLAY 'POSTINGS ABOVE THE HIGH-WATER MARK: '
                       WS-NEW-POSTING-COUNTER
                   DISPLAY 'ALREADY APPLIED BEFORE A RESTART, SKIPPED: '
                       WS-ALREADY-APPLIED-COUNTER
               WHEN VERIFY-MODE
                   DISPLAY 'POSITION LEDGER VERIFY COMPLETE. ARCHIVE '
                       'RECORDS READ: ' WS-ARCHIVE-READ-COUNTER
                   DISPLAY 'POSTINGS ABOVE THE HIGH-WATER MARK LEFT '
                       'OUT: ' WS-BEYOND-HWM-COUNTER
               WHEN OTHER
                   DISPLAY 'POSITION LEDGER BUILD COMPLETE. ARCHIVE '
                       'RECORDS APPLIED: ' WS-ARCHIVE-READ-COUNTER
           END-EVALUATE
           DISPLAY 'DIDs CARRYING A POSITION: '
               WS-POSITION-DID-COUNTER
           DISPLAY 'UNRECOGNIZED-INTENT RECORDS SKIPPED: '
           DISPLAY 'PURGED-PERIOD SUMMARY ROWS APPLIED: '
               WS-SUMMARY-APPLIED-COUNTER.

       3050-ADVANCE-HIGH-WATER-MARK.
      * Only a run that read every source through may move the mark.
      * A crash before this rewrite re-presents tonight's postings
      * next run and the position stamps skip them; a crash after it
      * never applies one twice.
           IF DLT-FILE-STATUS NOT = '00' OR SOURCE-READ-SHORT
               DISPLAY 'POSITION HIGH-WATER MARK HELD AT CHAIN '
                   'SEQUENCE ' WS-HWM-CHAIN-SEQ
                   ' -- NOT EVERY SOURCE WAS READ THROUGH'
           ELSE
               OPEN OUTPUT POSITION-HWM-FILE
               IF POSITION-HWM-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR 3051: CANNOT REWRITE POSITION '
                       'HIGH-WATER MARK, STAT: '
                       POSITION-HWM-FILE-STATUS
                       ' -- NEXT RUN RE-PRESENTS TONIGHT''S POSTINGS'
               ELSE
                   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   MOVE SPACES TO POSITION-HWM-RECORD
                   MOVE WS-NEW-HWM-CHAIN-SEQ TO HWM-CHAIN-SEQ
                   MOVE WS-NEW-HWM-GEN-PERIOD TO HWM-GEN-PERIOD
                   MOVE WS-RUN-MODE TO HWM-RUN-MODE
                   MOVE WS-CURRENT-DATE TO HWM-UPDATED-DATE
                   WRITE POSITION-HWM-RECORD
                   CLOSE POSITION-HWM-FILE
                   DISPLAY 'POSITION HIGH-WATER MARK ADVANCED TO '
                       'CHAIN SEQUENCE ' WS-NEW-HWM-CHAIN-SEQ
                       ' AND GENERATION ' WS-NEW-HWM-GEN-PERIOD
                   PERFORM 3060-EMPTY-REPOST-CARRY
               END-IF
           END-IF.

       3060-EMPTY-REPOST-CARRY.
      * Run control keeps the reprocess from running alongside this
      * step, so every carried line is at or below the new mark. The
      * readers pass over such lines anyway -- a carry file that
      * cannot be emptied is a console line, never a double count.
           OPEN OUTPUT REPOST-CARRY-FILE
           IF REPOST-CARRY-FILE-STATUS = '00'
               CLOSE REPOST-CARRY-FILE
           ELSE
               DISPLAY 'ERROR 3061: CANNOT EMPTY REPOST CARRY FILE, '
                   'STAT: ' REPOST-CARRY-FILE-STATUS
                   ' -- ITS LINES ARE BELOW THE MARK AND IGNORED'
           END-IF.

       3100-PRINT-BALANCE-REPORT.
      * Largest positions first -- the whole point of the report is
      * that the most exposed DID is the first line a reviewer sees.
                       WRITE POSITION-REPORT-RECORD
                   END-IF
           END-RETURN.

       3200-VERIFY-AGAINST-LEDGER.
      * The scratch rebuild is complete. Walk it and the live ledger
      * together in key order and list every DID and class where the
      * two disagree -- present on one side only, or any bucket or
      * the posting count different.
           CLOSE POSITION-LEDGER-FILE
           OPEN INPUT POSITION-LEDGER-FILE
           IF POSITION-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 3203: CANNOT REOPEN VERIFY REBUILD, '
                   'STAT: ' POSITION-FILE-STATUS
               MOVE 'Y' TO WS-SOURCE-SHORT-FLAG
           ELSE
               OPEN INPUT LIVE-POSITION-FILE
               IF LIVE-POSITION-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR 3201: CANNOT OPEN LIVE POSITION '
                       'LEDGER, STAT: ' LIVE-POSITION-FILE-STATUS
                   MOVE 'Y' TO WS-SOURCE-SHORT-FLAG
               ELSE
                   OPEN OUTPUT POSITION-VERIFY-REPORT-FILE
                   IF VERIFY-REPORT-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR 3202: FAILED TO OPEN POSITION '
                           'VERIFY REPORT. STAT: '
                           VERIFY-REPORT-FILE-STATUS
                       MOVE 'Y' TO WS-SOURCE-SHORT-FLAG
                   ELSE
                       ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                       MOVE WS-CURRENT-DATE TO WS-VFH-DATE
                       MOVE WS-HWM-CHAIN-SEQ TO WS-VFH-CHAIN-SEQ
                       MOVE WS-VERIFY-HEADER-1
                           TO POSITION-VERIFY-REPORT-RECORD
                       WRITE POSITION-VERIFY-REPORT-RECORD
                       MOVE WS-VERIFY-HEADER-2
                           TO POSITION-VERIFY-REPORT-RECORD
                       WRITE POSITION-VERIFY-REPORT-RECORD
                       PERFORM 3220-READ-REBUILT-POSITION
                       PERFORM 3230-READ-LEDGER-POSITION
                       PERFORM 3240-MATCH-ONE-POSITION
                           UNTIL WS-VFY-REBUILT-KEY = HIGH-VALUES
                             AND WS-VFY-LEDGER-KEY = HIGH-VALUES
                       MOVE SPACES TO POSITION-VERIFY-REPORT-RECORD
                       WRITE POSITION-VERIFY-REPORT-RECORD
                       MOVE WS-VFY-COMPARED-COUNTER TO WS-VFT-COMPARED
                       MOVE WS-VFY-DIFFERENCE-COUNTER
                           TO WS-VFT-DIFFERING
                       MOVE WS-VERIFY-TOTAL-LINE
                           TO POSITION-VERIFY-REPORT-RECORD
                       WRITE POSITION-VERIFY-REPORT-RECORD
                       CLOSE POSITION-VERIFY-REPORT-FILE
                   END-IF
                   CLOSE LIVE-POSITION-FILE
               END-IF
           END-IF
           DISPLAY 'POSITIONS COMPARED: ' WS-VFY-COMPARED-COUNTER
               ' DIFFERING: ' WS-VFY-DIFFERENCE-COUNTER
           IF WS-VFY-DIFFERENCE-COUNTER > ZEROES
               DISPLAY 'POSITION LEDGER DOES NOT AGREE WITH THE '
                   'ARCHIVE -- SEE DLT_POSITION_VERIFY.LOG'
           END-IF.

       3220-READ-REBUILT-POSITION.
           READ POSITION-LEDGER-FILE NEXT RECORD
               AT END MOVE HIGH-VALUES TO WS-VFY-REBUILT-KEY
               NOT AT END MOVE POS-LEDGER-KEY TO WS-VFY-REBUILT-KEY
           END-READ
           IF POSITION-FILE-STATUS NOT = '00'
               AND POSITION-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 3221: VERIFY REBUILD READ FAILED, STAT: '
                   POSITION-FILE-STATUS
               MOVE HIGH-VALUES TO WS-VFY-REBUILT-KEY
               MOVE 'Y' TO WS-SOURCE-SHORT-FLAG
           END-IF.

       3230-READ-LEDGER-POSITION.
           READ LIVE-POSITION-FILE NEXT RECORD
               AT END MOVE HIGH-VALUES TO WS-VFY-LEDGER-KEY
               NOT AT END MOVE LIV-LEDGER-KEY TO WS-VFY-LEDGER-KEY
           END-READ
           IF LIVE-POSITION-FILE-STATUS NOT = '00'
               AND LIVE-POSITION-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 3231: POSITION LEDGER READ FAILED, STAT: '
                   LIVE-POSITION-FILE-STATUS
               MOVE HIGH-VALUES TO WS-VFY-LEDGER-KEY
               MOVE 'Y' TO WS-SOURCE-SHORT-FLAG
           END-IF.

       3240-MATCH-ONE-POSITION.
           ADD 1 TO WS-VFY-COMPARED-COUNTER
           MOVE SPACES TO WS-VERIFY-DETAIL
           EVALUATE TRUE
               WHEN WS-VFY-REBUILT-KEY < WS-VFY-LEDGER-KEY
                   MOVE 'MISSING FROM LEDGER' TO WS-VFD-REASON
                   MOVE POS-DID TO WS-VFD-DID
                   MOVE POS-ASSET-CLASS TO WS-VFD-CLASS
                   MOVE POS-NET-WEIGHT TO WS-VFD-REBUILT-NET
                   MOVE ZEROES TO WS-VFD-LEDGER-NET
                   MOVE POS-NET-WEIGHT TO WS-VFD-NET-DIFFERENCE
                   MOVE POS-POSTING-COUNT TO WS-VFD-REBUILT-COUNT
                   MOVE ZEROES TO WS-VFD-LEDGER-COUNT
                   PERFORM 3250-WRITE-DIFFERENCE
                   PERFORM 3220-READ-REBUILT-POSITION
               WHEN WS-VFY-REBUILT-KEY > WS-VFY-LEDGER-KEY
                   MOVE 'NOT IN REBUILD' TO WS-VFD-REASON
                   MOVE LIV-DID TO WS-VFD-DID
                   MOVE LIV-ASSET-CLASS TO WS-VFD-CLASS
                   MOVE ZEROES TO WS-VFD-REBUILT-NET
                   MOVE LIV-NET-WEIGHT TO WS-VFD-LEDGER-NET
                   COMPUTE WS-VFD-NET-DIFFERENCE = 0 - LIV-NET-WEIGHT
                   MOVE ZEROES TO WS-VFD-REBUILT-COUNT
                   MOVE LIV-POSTING-COUNT TO WS-VFD-LEDGER-COUNT
                   PERFORM 3250-WRITE-DIFFERENCE
                   PERFORM 3230-READ-LEDGER-POSITION
               WHEN OTHER
                   IF POS-NET-WEIGHT NOT = LIV-NET-WEIGHT
                       OR POS-MINT-WEIGHT NOT = LIV-MINT-WEIGHT
                       OR POS-BURN-WEIGHT NOT = LIV-BURN-WEIGHT
                       OR POS-XFER-OUT-WEIGHT NOT = LIV-XFER-OUT-WEIGHT
                       OR POS-XFER-IN-WEIGHT NOT = LIV-XFER-IN-WEIGHT
                       OR POS-POSTING-COUNT NOT = LIV-POSTING-COUNT
                       MOVE 'AMOUNTS DIFFER' TO WS-VFD-REASON
                       MOVE POS-DID TO WS-VFD-DID
                       MOVE POS-ASSET-CLASS TO WS-VFD-CLASS
                       MOVE POS-NET-WEIGHT TO WS-VFD-REBUILT-NET
                       MOVE LIV-NET-WEIGHT TO WS-VFD-LEDGER-NET
                       COMPUTE WS-VFD-NET-DIFFERENCE
                           = POS-NET-WEIGHT - LIV-NET-WEIGHT
                       MOVE POS-POSTING-COUNT TO WS-VFD-REBUILT-COUNT
                       MOVE LIV-POSTING-COUNT TO WS-VFD-LEDGER-COUNT
                       PERFORM 3250-WRITE-DIFFERENCE
                   END-IF
                   PERFORM 3220-READ-REBUILT-POSITION
                   PERFORM 3230-READ-LEDGER-POSITION
           END-EVALUATE.

       3250-WRITE-DIFFERENCE.
           ADD 1 TO WS-VFY-DIFFERENCE-COUNTER
           MOVE WS-VERIFY-DETAIL TO POSITION-VERIFY-REPORT-RECORD
           WRITE POSITION-VERIFY-REPORT-RECORD.
