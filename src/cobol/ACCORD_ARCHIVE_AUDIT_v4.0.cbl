      *   - DLT-VERIFICATION-FLAG IS 'V';
      *   - EVERY 'R' AND 'C' RECORD'S DLT-ORIGINAL-KEY RESOLVES TO AN
      *     EXISTING 'O' RECORD;
      *   - NO ORIGINAL HAS A 'C' WITHOUT ITS 'R', OR VICE VERSA;
      *   - THE DIGEST CHAIN IS UNBROKEN: EVERY CHAINED RECORD, IN THE
      *     CURRENT ARCHIVE AND IN EVERY CLOSED GENERATION, TAKEN IN
      *     WRITE ORDER (DLT-CHAIN-SEQ, NOT KEY ORDER), RECOMPUTES ITS
      *     DIGEST FROM ITS OWN CONTENT AND THE LINK BEFORE IT, WITH
      *     NO SEQUENCE MISSING OR REPEATED, AND THE LAST LINK IS THE
      *     ONE DLT_ARCHIVE_CHAIN_HEAD.DAT RECORDS. PURGED PERIODS ARE
      *     BRIDGED BY THE LINK FILES ACCORD-RETENTION-PURGE-V4 KEEPS.
      *     THE FIRST BROKEN LINK IS NAMED IN THE SUMMARY.
      * PRODUCES A PASS/FAIL CERTIFICATION REPORT WITH COUNTS BY
      * RECORD TYPE AND ONE DETAIL LINE PER DEFECT, SUITABLE FOR
      * HANDING TO AUDIT UNMODIFIED.
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
           SELECT AUDIT-REPORT-FILE
               ASSIGN TO 'DLT_AUDIT_CERTIFICATION.LOG'
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
      * Shared night-batch run-control file. Every ACCORD step stamps
      * it at start and end and checks the stamped sequence before
           SELECT RUN-CONTROL-FILE ASSIGN TO 'DLT_RUN_CONTROL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS RUN-CONTROL-FILE-STATUS.
      * Head of the archive digest chain, kept by the archive writers.
           SELECT DLT-CHAIN-HEAD-FILE
               ASSIGN TO 'DLT_ARCHIVE_CHAIN_HEAD.DAT'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CHAIN-HEAD-RELATIVE-KEY
               STATUS IS CHAIN-HEAD-FILE-STATUS.
      * Links of a purged generation -- sequence, digest and key of
      * every record it held, kept by ACCORD-RETENTION-PURGE-V4 so
      * the chain still walks across a period whose records are gone.
           SELECT CHAIN-LINKS-FILE
               ASSIGN TO DYNAMIC WS-CHAIN-LINKS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS CHAIN-LINKS-FILE-STATUS.
           SELECT CHAIN-SORT-FILE
               ASSIGN TO 'DLT_AUDIT_CHAIN_SORT.TMP'.

       DATA DIVISION.
       FILE SECTION.
      * debit-side twin, not with a 'C' record of its own.
               10 DLT-COUNTERPARTY-DID  PIC X(30).
               10 DLT-TRANSFER-SIDE     PIC X(01).
               10 FILLER                PIC X(02).
               10 DLT-CHAIN-SEQ         PIC 9(12).
               10 DLT-CHAIN-DIGEST      PIC 9(15).
               10 FILLER                PIC X(07).

       FD  AUDIT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
       01  GEN-ARCHIVE-RECORD.
           05  GEN-TRANSACTION-KEY      PIC X(51).
           05  GEN-ARCHIVE-DATA.
               10 GEN-DATA-PREFIX       PIC X(64).
               10 GEN-TIMESTAMP         PIC 9(16).
               10 FILLER                PIC X(01).
               10 GEN-RECORD-TYPE       PIC X(01).
               10 GEN-ORIGINAL-KEY      PIC X(51).
               10 GEN-COUNTERPARTY-DID  PIC X(30).
               10 GEN-TRANSFER-SIDE     PIC X(01).
               10 FILLER                PIC X(02).
               10 GEN-CHAIN-SEQ         PIC 9(12).
               10 GEN-CHAIN-DIGEST      PIC 9(15).
               10 FILLER                PIC X(07).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
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

       FD  CHAIN-LINKS-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CHAIN-LINK-RECORD.
       01  CHAIN-LINK-RECORD.
           05  LNK-CHAIN-SEQ            PIC 9(12).
           05  LNK-CHAIN-DIGEST         PIC 9(15).
           05  LNK-TRANSACTION-KEY      PIC X(51).
           05  FILLER                   PIC X(02).

      * One entry per chained record, from wherever it now lives:
      * 'A' an archive or generation record, carried whole so its
      * digest can be recomputed; 'L' a purged record's surviving
      * link, whose digest can only be taken on trust.
       SD  CHAIN-SORT-FILE
           RECORD CONTAINS 257 CHARACTERS
           DATA RECORD IS CHAIN-SORT-RECORD.
       01  CHAIN-SORT-RECORD.
           05  CSR-CHAIN-SEQ            PIC 9(12).
           05  CSR-SOURCE               PIC X(01).
           05  CSR-CHAIN-DIGEST         PIC 9(15).
           05  CSR-IMAGE                PIC X(229).

       WORKING-STORAGE SECTION.
       01  DLT-FILE-STATUS              PIC X(02).
       01  AUDIT-REPORT-FILE-STATUS     PIC X(02).
       01  WS-GEN-SCAN-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-GENERATION-SCAN   VALUE 'Y'.

      * Digest chain verification working storage. The fold is an
      * exact copy of the archive writers' (see ACCORD-TRANSACTION-
      * LOG-MAINFRAME-V4 2160-2162) -- it must stay byte-identical or
      * every link will fail.
       01  CHAIN-HEAD-FILE-STATUS       PIC X(02).
       01  CHAIN-LINKS-FILE-STATUS      PIC X(02).
       01  WS-CHAIN-HEAD-RELATIVE-KEY   PIC 9(04) VALUE 1.
       01  WS-CHAIN-LINKS-PATH          PIC X(64) VALUE SPACES.
       01  WS-CHAIN-HEAD-FOUND-FLAG     PIC X(01) VALUE 'N'.
           88  CHAIN-HEAD-ON-FILE       VALUE 'Y'.
       01  WS-HEAD-CHAIN-SEQ            PIC 9(12) VALUE ZEROES.
       01  WS-HEAD-CHAIN-DIGEST         PIC 9(15) VALUE ZEROES.
       01  WS-HEAD-CHAIN-KEY            PIC X(51) VALUE SPACES.
       01  WS-CHAIN-SCAN-EOF-FLAG       PIC X(01) VALUE 'N'.
           88  END-OF-CHAIN-SCAN        VALUE 'Y'.
       01  WS-CHAIN-SORT-EOF-FLAG       PIC X(01) VALUE 'N'.
           88  END-OF-CHAIN-SORT        VALUE 'Y'.
       01  WS-WALK-LAST-SEQ             PIC 9(12) VALUE ZEROES.
       01  WS-WALK-LAST-DIGEST          PIC 9(15) VALUE ZEROES.
       01  WS-WALK-LAST-KEY             PIC X(51) VALUE SPACES.
       01  WS-FIRST-BREAK-SEQ           PIC 9(12) VALUE ZEROES.
       01  WS-FIRST-BREAK-KEY           PIC X(51) VALUE SPACES.
       01  WS-CHAINED-COUNTER           PIC 9(08) VALUE ZEROES.
       01  WS-TRUSTED-LINK-COUNTER      PIC 9(08) VALUE ZEROES.
       01  WS-UNCHAINED-COUNTER         PIC 9(08) VALUE ZEROES.
       01  WS-CHAIN-BREAK-COUNTER       PIC 9(08) VALUE ZEROES.
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

      * Certification report print lines.
       01  WS-AUDIT-HEADER-1.
           05  FILLER                   PIC X(42) VALUE
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RET-KEY               PIC X(51).
           05  FILLER                   PIC X(37) VALUE SPACES.
      * Chain lines name a link by its sequence as well as its key --
      * 'DEFECT: ' for a break, 'CHAIN:  ' for the summary lines.
       01  WS-AUDIT-CHAIN-LINE.
           05  WS-CHN-PREFIX            PIC X(08).
           05  WS-CHN-TEXT              PIC X(35).
           05  FILLER                   PIC X(05) VALUE ' SEQ '.
           05  WS-CHN-SEQ               PIC 9(12).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-CHN-KEY               PIC X(51).
           05  FILLER                   PIC X(20) VALUE SPACES.
       01  WS-AUDIT-VERDICT-LINE.
           05  FILLER                   PIC X(15)
               VALUE 'CERTIFICATION: '.
               PERFORM 2000-AUDIT-ARCHIVE-RECORD
                   UNTIL END-OF-ARCHIVE
               PERFORM 2500-RESOLVE-REFERENCES
               PERFORM 2700-VERIFY-DIGEST-CHAIN
               PERFORM 3000-TERMINATE-AUDIT
               MOVE 'ENDED' TO WS-RC-EVENT
      * The audit RUN succeeded if it opened its files and wrote the
               MOVE 'Y' TO WS-GEN-SCAN-EOF-FLAG
           END-IF.

      * ---------------------------------------------------------------
       2700-VERIFY-DIGEST-CHAIN.
      * Every chained record there is -- current archive, each active
      * generation, and the surviving links of each purged one --
      * sorted into write order and walked link by link. Rollover and
      * reorg move records between files and re-sequence them by key;
      * neither touches the chain fields, so the walk is unaffected
      * by where a record now sits or in what physical order.
           IF AUDIT-FILES-OPENED
               PERFORM 2705-LOAD-CHAIN-HEAD
               SORT CHAIN-SORT-FILE
                   ON ASCENDING KEY CSR-CHAIN-SEQ
                                    CSR-SOURCE
                   INPUT PROCEDURE IS 2710-GATHER-CHAIN-LINKS
                   OUTPUT PROCEDURE IS 2750-WALK-CHAIN-LINKS
           END-IF.

       2705-LOAD-CHAIN-HEAD.
      * No head file means no archive writer has ever sealed a record
      * -- only a defect if chained records turn up anyway (2780).
           MOVE 'N' TO WS-CHAIN-HEAD-FOUND-FLAG
           MOVE 1 TO WS-CHAIN-HEAD-RELATIVE-KEY
           OPEN INPUT DLT-CHAIN-HEAD-FILE
           IF CHAIN-HEAD-FILE-STATUS = '00'
               READ DLT-CHAIN-HEAD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CHN-LAST-SEQ NUMERIC
                           AND CHN-LAST-DIGEST NUMERIC
                           MOVE 'Y' TO WS-CHAIN-HEAD-FOUND-FLAG
                           MOVE CHN-LAST-SEQ TO WS-HEAD-CHAIN-SEQ
                           MOVE CHN-LAST-DIGEST TO WS-HEAD-CHAIN-DIGEST
                           MOVE CHN-LAST-KEY TO WS-HEAD-CHAIN-KEY
                       END-IF
               END-READ
               CLOSE DLT-CHAIN-HEAD-FILE
           ELSE
               IF CHAIN-HEAD-FILE-STATUS NOT = '35'
                   DISPLAY 'ERROR 2705: CANNOT OPEN CHAIN HEAD, STAT: '
                       CHAIN-HEAD-FILE-STATUS
               END-IF
           END-IF.

       2710-GATHER-CHAIN-LINKS.
      * The main pass has left the archive positioned wherever the
      * last reference probe put it -- restart from the lowest key.
           MOVE 'N' TO WS-CHAIN-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO SVT-TRANSACTION-KEY
           START DLT-ARCHIVE-FILE
               KEY IS NOT LESS THAN SVT-TRANSACTION-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CHAIN-SCAN-EOF-FLAG
           END-START
           PERFORM 2715-RELEASE-ARCHIVE-LINK
               UNTIL END-OF-CHAIN-SCAN
           PERFORM VARYING WS-GEN-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-SCAN-IDX > WS-GEN-REGISTRY-COUNT
               SET WS-GEN-IDX TO WS-GEN-SCAN-IDX
               IF WS-GEN-REG-PURGED (WS-GEN-IDX) = 'P'
                   PERFORM 2730-RELEASE-PURGED-LINKS
               ELSE
                   PERFORM 2720-RELEASE-GENERATION-LINKS
               END-IF
           END-PERFORM.

       2715-RELEASE-ARCHIVE-LINK.
           READ DLT-ARCHIVE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CHAIN-SCAN-EOF-FLAG
               NOT AT END
      * Records sealed before the chain existed carry spaces here.
                   IF DLT-CHAIN-SEQ NUMERIC
                       AND DLT-CHAIN-DIGEST NUMERIC
                       MOVE DLT-CHAIN-SEQ TO CSR-CHAIN-SEQ
                       MOVE 'A' TO CSR-SOURCE
                       MOVE DLT-CHAIN-DIGEST TO CSR-CHAIN-DIGEST
                       MOVE DLT-ARCHIVE-RECORD (1:229) TO CSR-IMAGE
                       RELEASE CHAIN-SORT-RECORD
                   ELSE
                       ADD 1 TO WS-UNCHAINED-COUNTER
                   END-IF
           END-READ
           IF DLT-FILE-STATUS NOT = '00' AND DLT-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 2715: ARCHIVE READ FAILED, STAT: '
                   DLT-FILE-STATUS
               MOVE 'Y' TO WS-CHAIN-SCAN-EOF-FLAG
           END-IF.

       2720-RELEASE-GENERATION-LINKS.
      * An unopenable generation is not skipped quietly: its links go
      * missing from the walk and surface as breaks there.
           MOVE WS-GEN-REG-PATH (WS-GEN-IDX) TO WS-GEN-ARCHIVE-PATH
           OPEN INPUT DLT-GEN-ARCHIVE-FILE
           IF GEN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 2721: CANNOT OPEN GENERATION '
                   WS-GEN-REG-PERIOD (WS-GEN-IDX) ' STATUS: '
                   GEN-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-CHAIN-SCAN-EOF-FLAG
               PERFORM 2725-RELEASE-GEN-LINK
                   UNTIL END-OF-CHAIN-SCAN
               CLOSE DLT-GEN-ARCHIVE-FILE
           END-IF.

       2725-RELEASE-GEN-LINK.
           READ DLT-GEN-ARCHIVE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CHAIN-SCAN-EOF-FLAG
               NOT AT END
                   IF GEN-CHAIN-SEQ NUMERIC
                       AND GEN-CHAIN-DIGEST NUMERIC
                       MOVE GEN-CHAIN-SEQ TO CSR-CHAIN-SEQ
                       MOVE 'A' TO CSR-SOURCE
                       MOVE GEN-CHAIN-DIGEST TO CSR-CHAIN-DIGEST
                       MOVE GEN-ARCHIVE-RECORD (1:229) TO CSR-IMAGE
                       RELEASE CHAIN-SORT-RECORD
                   ELSE
                       ADD 1 TO WS-UNCHAINED-COUNTER
                   END-IF
           END-READ
           IF GEN-FILE-STATUS NOT = '00' AND GEN-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 2726: GENERATION READ FAILED, STAT: '
                   GEN-FILE-STATUS
               MOVE 'Y' TO WS-CHAIN-SCAN-EOF-FLAG
           END-IF.

       2730-RELEASE-PURGED-LINKS.
      * A period purged before the chain existed has no link file --
      * nothing in it was ever chained, so there is nothing to bridge.
           MOVE SPACES TO WS-CHAIN-LINKS-PATH
           STRING 'DLT_GEN_CHAIN_LINKS_'
               WS-GEN-REG-PERIOD (WS-GEN-IDX) '.DAT'
               DELIMITED BY SIZE
               INTO WS-CHAIN-LINKS-PATH
           OPEN INPUT CHAIN-LINKS-FILE
           IF CHAIN-LINKS-FILE-STATUS = '00'
               MOVE 'N' TO WS-CHAIN-SCAN-EOF-FLAG
               PERFORM 2735-RELEASE-PURGED-LINK
                   UNTIL END-OF-CHAIN-SCAN
               CLOSE CHAIN-LINKS-FILE
           ELSE
               IF CHAIN-LINKS-FILE-STATUS NOT = '35'
                   DISPLAY 'ERROR 2731: CANNOT OPEN CHAIN LINKS FOR '
                       WS-GEN-REG-PERIOD (WS-GEN-IDX) ' STATUS: '
                       CHAIN-LINKS-FILE-STATUS
               END-IF
           END-IF.

       2735-RELEASE-PURGED-LINK.
           READ CHAIN-LINKS-FILE
               AT END MOVE 'Y' TO WS-CHAIN-SCAN-EOF-FLAG
               NOT AT END
                   IF LNK-CHAIN-SEQ NUMERIC
                       AND LNK-CHAIN-DIGEST NUMERIC
                       MOVE LNK-CHAIN-SEQ TO CSR-CHAIN-SEQ
                       MOVE 'L' TO CSR-SOURCE
                       MOVE LNK-CHAIN-DIGEST TO CSR-CHAIN-DIGEST
                       MOVE SPACES TO CSR-IMAGE
                       MOVE LNK-TRANSACTION-KEY TO CSR-IMAGE (1:51)
                       RELEASE CHAIN-SORT-RECORD
                   END-IF
           END-READ
           IF CHAIN-LINKS-FILE-STATUS NOT = '00'
               AND CHAIN-LINKS-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 2736: CHAIN LINKS READ FAILED, STAT: '
                   CHAIN-LINKS-FILE-STATUS
               MOVE 'Y' TO WS-CHAIN-SCAN-EOF-FLAG
           END-IF.

       2750-WALK-CHAIN-LINKS.
      * The walk starts from the genesis link: sequence zero, digest
      * zero. Each break is reported and the walk resynchronizes on
      * the breaking record's own link, so one altered record costs
      * one defect line, not one for every record written after it.
           MOVE ZEROES TO WS-WALK-LAST-SEQ
           MOVE ZEROES TO WS-WALK-LAST-DIGEST
           MOVE SPACES TO WS-WALK-LAST-KEY
           MOVE 'N' TO WS-CHAIN-SORT-EOF-FLAG
           PERFORM 2755-RETURN-CHAIN-LINK
               UNTIL END-OF-CHAIN-SORT
           PERFORM 2780-CHECK-CHAIN-TAIL.

       2755-RETURN-CHAIN-LINK.
           RETURN CHAIN-SORT-FILE
               AT END MOVE 'Y' TO WS-CHAIN-SORT-EOF-FLAG
               NOT AT END
                   PERFORM 2760-CHECK-ONE-LINK
           END-RETURN.

       2760-CHECK-ONE-LINK.
           EVALUATE TRUE
               WHEN CSR-CHAIN-SEQ NOT > WS-WALK-LAST-SEQ
      * A second record claiming a sequence already walked -- an
      * inserted record, or a copy of one. The walk keeps the first.
                   MOVE 'CHAIN SEQUENCE REPEATED' TO WS-CHN-TEXT
                   MOVE CSR-CHAIN-SEQ TO WS-CHN-SEQ
                   MOVE CSR-IMAGE (1:51) TO WS-CHN-KEY
                   PERFORM 2790-WRITE-CHAIN-DEFECT
               WHEN CSR-CHAIN-SEQ > WS-WALK-LAST-SEQ + 1
      * Links between the last one walked and this one are nowhere --
      * deleted records, or a generation that could not be read.
                   COMPUTE WS-CHN-SEQ = WS-WALK-LAST-SEQ + 1
                   MOVE 'CHAIN LINK MISSING FROM SEQUENCE'
                       TO WS-CHN-TEXT
                   MOVE WS-WALK-LAST-KEY TO WS-CHN-KEY
                   PERFORM 2790-WRITE-CHAIN-DEFECT
                   PERFORM 2770-ACCEPT-LINK
               WHEN OTHER
                   PERFORM 2765-VERIFY-LINK-DIGEST
                   PERFORM 2770-ACCEPT-LINK
           END-EVALUATE.

       2765-VERIFY-LINK-DIGEST.
      * A purged record's link cannot be recomputed -- its content is
      * gone -- so it is carried as given; the record after it then
      * proves or disproves it.
           IF CSR-SOURCE = 'L'
               ADD 1 TO WS-TRUSTED-LINK-COUNTER
           ELSE
               ADD 1 TO WS-CHAINED-COUNTER
               MOVE WS-WALK-LAST-DIGEST TO WS-CHAIN-DIGEST
               MOVE CSR-IMAGE TO WS-CHAIN-IMAGE
               PERFORM 2768-FOLD-CHAIN-IMAGE
               IF WS-CHAIN-DIGEST NOT = CSR-CHAIN-DIGEST
                   MOVE 'CHAIN DIGEST DOES NOT RECOMPUTE'
                       TO WS-CHN-TEXT
                   MOVE CSR-CHAIN-SEQ TO WS-CHN-SEQ
                   MOVE CSR-IMAGE (1:51) TO WS-CHN-KEY
                   PERFORM 2790-WRITE-CHAIN-DEFECT
               END-IF
           END-IF.

       2768-FOLD-CHAIN-IMAGE.
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

       2770-ACCEPT-LINK.
           MOVE CSR-CHAIN-SEQ TO WS-WALK-LAST-SEQ
           MOVE CSR-CHAIN-DIGEST TO WS-WALK-LAST-DIGEST
           MOVE CSR-IMAGE (1:51) TO WS-WALK-LAST-KEY.

       2780-CHECK-CHAIN-TAIL.
      * The last link walked must be the head the writers recorded --
      * short of it, records were removed from the end of the chain,
      * where no later link could notice; past it or at a different
      * digest, the archive holds writes the head never saw.
           IF CHAIN-HEAD-ON-FILE
               EVALUATE TRUE
                   WHEN WS-WALK-LAST-SEQ < WS-HEAD-CHAIN-SEQ
                       MOVE 'CHAIN ENDS SHORT OF RECORDED HEAD'
                           TO WS-CHN-TEXT
                       MOVE WS-HEAD-CHAIN-SEQ TO WS-CHN-SEQ
                       MOVE WS-HEAD-CHAIN-KEY TO WS-CHN-KEY
                       PERFORM 2790-WRITE-CHAIN-DEFECT
                   WHEN WS-WALK-LAST-SEQ > WS-HEAD-CHAIN-SEQ
                       MOVE 'CHAIN RUNS PAST RECORDED HEAD'
                           TO WS-CHN-TEXT
                       MOVE WS-WALK-LAST-SEQ TO WS-CHN-SEQ
                       MOVE WS-WALK-LAST-KEY TO WS-CHN-KEY
                       PERFORM 2790-WRITE-CHAIN-DEFECT
                   WHEN WS-WALK-LAST-DIGEST NOT = WS-HEAD-CHAIN-DIGEST
                       MOVE 'LAST LINK DIFFERS FROM CHAIN HEAD'
                           TO WS-CHN-TEXT
                       MOVE WS-WALK-LAST-SEQ TO WS-CHN-SEQ
                       MOVE WS-WALK-LAST-KEY TO WS-CHN-KEY
                       PERFORM 2790-WRITE-CHAIN-DEFECT
               END-EVALUATE
           ELSE
               IF WS-WALK-LAST-SEQ > ZEROES
                   MOVE 'CHAINED RECORDS BUT NO CHAIN HEAD'
                       TO WS-CHN-TEXT
                   MOVE WS-WALK-LAST-SEQ TO WS-CHN-SEQ
                   MOVE WS-WALK-LAST-KEY TO WS-CHN-KEY
                   PERFORM 2790-WRITE-CHAIN-DEFECT
               END-IF
           END-IF.

       2790-WRITE-CHAIN-DEFECT.
           ADD 1 TO WS-DEFECT-COUNTER
           ADD 1 TO WS-CHAIN-BREAK-COUNTER
           IF WS-CHAIN-BREAK-COUNTER = 1
               MOVE WS-CHN-SEQ TO WS-FIRST-BREAK-SEQ
               MOVE WS-CHN-KEY TO WS-FIRST-BREAK-KEY
           END-IF
           MOVE 'DEFECT: ' TO WS-CHN-PREFIX
           MOVE WS-AUDIT-CHAIN-LINE TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD.

      * ---------------------------------------------------------------
       2900-WRITE-DEFECT-LINE.
           ADD 1 TO WS-DEFECT-COUNTER
           MOVE SVT-TRANSACTION-KEY TO WS-DEF-KEY
           MOVE WS-BEYOND-RETENTION-COUNTER TO WS-CNT-VALUE
           MOVE WS-AUDIT-COUNT-LINE TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE 'CHAINED RECORDS VERIFIED:' TO WS-CNT-LABEL
           MOVE WS-CHAINED-COUNTER TO WS-CNT-VALUE
           MOVE WS-AUDIT-COUNT-LINE TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE 'PURGED LINKS TAKEN ON TRUST:' TO WS-CNT-LABEL
           MOVE WS-TRUSTED-LINK-COUNTER TO WS-CNT-VALUE
           MOVE WS-AUDIT-COUNT-LINE TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE 'UNCHAINED (PRE-CHAIN) RECORDS:' TO WS-CNT-LABEL
           MOVE WS-UNCHAINED-COUNTER TO WS-CNT-VALUE
           MOVE WS-AUDIT-COUNT-LINE TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE 'CHAIN BREAKS:' TO WS-CNT-LABEL
           MOVE WS-CHAIN-BREAK-COUNTER TO WS-CNT-VALUE
           MOVE WS-AUDIT-COUNT-LINE TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE 'CHAIN:  ' TO WS-CHN-PREFIX
           MOVE 'CHAIN HEAD ON FILE' TO WS-CHN-TEXT
           MOVE WS-HEAD-CHAIN-SEQ TO WS-CHN-SEQ
           MOVE WS-HEAD-CHAIN-KEY TO WS-CHN-KEY
           MOVE WS-AUDIT-CHAIN-LINE TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           IF WS-CHAIN-BREAK-COUNTER > ZEROES
               MOVE 'FIRST BROKEN LINK' TO WS-CHN-TEXT
               MOVE WS-FIRST-BREAK-SEQ TO WS-CHN-SEQ
               MOVE WS-FIRST-BREAK-KEY TO WS-CHN-KEY
               MOVE WS-AUDIT-CHAIN-LINE TO AUDIT-REPORT-RECORD
               WRITE AUDIT-REPORT-RECORD
           END-IF
           MOVE 'DEFECTS:' TO WS-CNT-LABEL
           MOVE WS-DEFECT-COUNTER TO WS-CNT-VALUE
           MOVE WS-AUDIT-COUNT-LINE TO AUDIT-REPORT-RECORD
