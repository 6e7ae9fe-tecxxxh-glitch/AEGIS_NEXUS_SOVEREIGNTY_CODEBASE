      * START WHILE THE RUN-CONTROL FILE SHOWS ANY OTHER STEP IN
      * FLIGHT -- REORGANIZING UNDER A LIVE WRITER IS THE ONE WAY TO
      * LOSE RECORDS WITH A CLEAN CERTIFICATE.
      *
      * THE REBUILD LEAVES RECORDS IN KEY ORDER, BUT THE ARCHIVE
      * DIGEST CHAIN RUNS IN WRITE ORDER (DLT-CHAIN-SEQ) AND LIVES
      * INSIDE EACH RECORD, SO IT SURVIVES ANY RE-SEQUENCING AS LONG
      * AS EVERY RECORD COMES BACK BYTE FOR BYTE. THE CERTIFICATE
      * PROVES THAT: CHAINED-RECORD COUNT, A SEQUENCE TOTAL AND A
      * DIGEST HASH TOTAL -- ALL ORDER-INDEPENDENT -- MUST TIE OUT
      * BEFORE AND AFTER. THE ARCHIVE AUDIT WALKS THE CHAIN ITSELF.
      *
      * THE ALTERNATE INDEXES -- ORIGINAL KEY, AND COUNTERPARTY DID
      * PLUS TIMESTAMP -- ARE REBUILT WITH THE PRIMARY: THE RELOAD
      * WRITES EVERY RECORD THROUGH ALL THREE KEYS. THIS IS ALSO HOW
      * AN ARCHIVE FROM BEFORE THE ALTERNATE KEYS FIRST GAINS THEM: A
      * FILE THAT WILL NOT OPEN UNDER THE FULL KEY SET IS UNLOADED
      * THROUGH A PRIMARY-KEY-ONLY VIEW OF IT INSTEAD, AND THE RELOAD
      * WRITES IT BACK WITH ALL THREE. THE FIRST REORG AFTER THE KEYS
      * ARE INTRODUCED RUNS BEFORE ANY OTHER STEP OPENS THE ARCHIVE.
      * THE CERTIFICATE THEN WALKS THE REBUILT FILE ALONG EACH
      * ALTERNATE INDEX IN TURN: EACH WALK MUST RETURN EVERY RECORD
      * RELOADED, WITH THE SAME TOTAL WEIGHT, IN ASCENDING ALTERNATE-
      * KEY ORDER -- AN INDEX THAT DROPS OR MISORDERS A RECORD FAILS
      * THE CERTIFICATION LIKE A LOST RECORD DOES.
      *
      * A CLOSED GENERATION IS RE-CUT THE SAME WAY: ARGUMENT 1 NAMES
      * ITS PERIOD (YYYYMM), WHICH MUST BE IN DLT_GENERATION_
      * REGISTRY.DAT AND NOT PURGED, AND THE RUN UNLOADS, REBUILDS
      * AND CERTIFIES THE REGISTERED GENERATION FILE IN PLACE OF THE
      * ARCHIVE. IT STAMPS RUN CONTROL AS STEP REORGGEN, SO A RE-CUT
      * DOES NOT COUNT AS THE NIGHT'S ARCHIVE REORG AND SEVERAL
      * GENERATIONS MAY BE RE-CUT IN ONE CYCLE ONLY UNDER OVERRIDE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The file reorganized: the archive, or the generation named by
      * argument 1 -- see 0400-RESOLVE-REORG-TARGET.
           SELECT DLT-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-REORG-TARGET-PATH
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
      * The same file seen through its primary key alone -- the only
      * way to open one built before the alternate keys. Used for the
      * unload only, and shares the archive's file status.
           SELECT DLT-LEGACY-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-REORG-TARGET-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LEG-TRANSACTION-KEY
               STATUS IS DLT-FILE-STATUS.
           SELECT GENERATION-REGISTRY-FILE
               ASSIGN TO 'DLT_GENERATION_REGISTRY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS GEN-REGISTRY-FILE-STATUS.
           SELECT ARCHIVE-UNLOAD-FILE
               ASSIGN TO 'DLT_ARCHIVE_UNLOAD.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               10 DLT-ORIGINAL-KEY      PIC X(51).
               10 DLT-COUNTERPARTY-DID  PIC X(30).
               10 DLT-TRANSFER-SIDE     PIC X(01).
               10 FILLER                PIC X(02).
      * Digest chain link -- see the archive record in ACCORD-
      * TRANSACTION-LOG-MAINFRAME-V4. Spaces on pre-chain records.
               10 DLT-CHAIN-SEQ         PIC 9(12).
               10 DLT-CHAIN-DIGEST      PIC 9(15).
               10 FILLER                PIC X(07).

       FD  DLT-LEGACY-ARCHIVE-FILE
           RECORD CONTAINS 251 CHARACTERS
           DATA RECORD IS LEGACY-ARCHIVE-RECORD.
       01  LEGACY-ARCHIVE-RECORD.
           05  LEG-TRANSACTION-KEY      PIC X(51).
           05  LEG-ARCHIVE-DATA         PIC X(200).

       FD  GENERATION-REGISTRY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GENERATION-REGISTRY-RECORD.
       01  GENERATION-REGISTRY-RECORD.
           05  GENREG-PERIOD            PIC 9(06).
      * Space = active; 'P' = purged by ACCORD-RETENTION-PURGE-V4,
      * in which case the path names the rolled-up summary file.
           05  GENREG-STATUS            PIC X(01).
           05  GENREG-PATH              PIC X(64).
           05  FILLER                   PIC X(09).

       FD  ARCHIVE-UNLOAD-FILE
           RECORD CONTAINS 251 CHARACTERS
           DATA RECORD IS ARCHIVE-UNLOAD-RECORD.
      * The unload is tallied from this image as it is written, so
      * the tallies do not depend on which view the record came in by.
       01  ARCHIVE-UNLOAD-RECORD.
           05  UNL-TRANSACTION-KEY      PIC X(51).
           05  UNL-ARCHIVE-DATA.
               10 UNL-ENERGY-SIG        PIC 9(04).
               10 UNL-INTENT            PIC X(20).
               10 UNL-FINAL-WEIGHT      PIC 9(10).
               10 UNL-REMAINDER         PIC X(102).
               10 UNL-CHAIN-SEQ         PIC 9(12).
               10 UNL-CHAIN-DIGEST      PIC 9(15).
               10 FILLER                PIC X(07).

       FD  REORG-CERT-FILE
           RECORD CONTAINS 132 CHARACTERS

       WORKING-STORAGE SECTION.
       01  DLT-FILE-STATUS              PIC X(02).
       01  GEN-REGISTRY-FILE-STATUS     PIC X(02).
       01  ARCHIVE-UNLOAD-FILE-STATUS   PIC X(02).
       01  REORG-CERT-FILE-STATUS       PIC X(02).
       01  WS-CURRENT-DATE              PIC 9(08) VALUE ZEROES.
           88  END-OF-ARCHIVE           VALUE 'Y'.
       01  WS-UNL-EOF-FLAG              PIC X(01) VALUE 'N'.
           88  END-OF-UNLOAD-FILE       VALUE 'Y'.
       01  WS-ALT-EOF-FLAG              PIC X(01) VALUE 'N'.
           88  END-OF-ALTERNATE-WALK    VALUE 'Y'.
       01  WS-CERT-OPEN-FLAG            PIC X(01) VALUE 'N'.
           88  CERT-FILE-OPENED         VALUE 'Y'.

      * What is reorganized. No argument: the archive. A period: the
      * registered generation for it.
       01  WS-REORG-TARGET-PATH         PIC X(64)
                               VALUE 'DLT_IMMUTABLE_ARCHIVE.LOG'.
       01  WS-RECUT-PERIOD              PIC X(06) VALUE SPACES.
       01  WS-RECUT-PERIOD-N REDEFINES WS-RECUT-PERIOD
                                        PIC 9(06).
       01  WS-RECUT-FLAG                PIC X(01) VALUE 'N'.
           88  GENERATION-RECUT         VALUE 'Y'.
       01  WS-RECUT-FOUND-FLAG          PIC X(01) VALUE 'N'.
           88  RECUT-PERIOD-REGISTERED  VALUE 'Y'.
       01  WS-REG-EOF-FLAG              PIC X(01) VALUE 'N'.
           88  END-OF-REGISTRY          VALUE 'Y'.
      * Set when the file would only open through its primary key.
       01  WS-LEGACY-UNLOAD-FLAG        PIC X(01) VALUE 'N'.
           88  LEGACY-KEY-UNLOAD        VALUE 'Y'.
       01  WS-FIRST-OPEN-STATUS         PIC X(02) VALUE SPACES.

      * Before/after figures for the certification.
       01  WS-UNLOAD-COUNTER            PIC 9(08) VALUE ZEROES.
       01  WS-UNLOAD-WEIGHT             PIC 9(16) VALUE ZEROES.
       01  WS-RELOAD-WEIGHT             PIC 9(16) VALUE ZEROES.
       01  WS-SEQUENCE-ERROR-COUNTER    PIC 9(08) VALUE ZEROES.
       01  WS-PREVIOUS-KEY              PIC X(51) VALUE LOW-VALUES.
      * Chain tie-out. The digest hash total is kept modulo 10**15
      * so it cannot overflow however large the archive grows.
       01  WS-UNLOAD-CHAINED-COUNTER    PIC 9(08) VALUE ZEROES.
       01  WS-UNLOAD-CHAIN-SEQ-TOTAL    PIC 9(16) VALUE ZEROES.
       01  WS-UNLOAD-CHAIN-HASH         PIC 9(15) VALUE ZEROES.
       01  WS-RELOAD-CHAINED-COUNTER    PIC 9(08) VALUE ZEROES.
       01  WS-RELOAD-CHAIN-SEQ-TOTAL    PIC 9(16) VALUE ZEROES.
       01  WS-RELOAD-CHAIN-HASH         PIC 9(15) VALUE ZEROES.
       01  WS-CHAIN-HASH-SUM            PIC 9(16) VALUE ZEROES.
       01  WS-CHAIN-HASH-QUOTIENT       PIC 9(02) VALUE ZEROES.
       01  WS-CHAIN-HASH-MODULUS        PIC 9(16)
                                        VALUE 1000000000000000.
      * Alternate-index walks over the rebuilt archive. The
      * counterparty key is split, so it is compared as the two
      * fields strung together.
       01  WS-ORIG-INDEX-COUNTER        PIC 9(08) VALUE ZEROES.
       01  WS-ORIG-INDEX-WEIGHT         PIC 9(16) VALUE ZEROES.
       01  WS-CPTY-INDEX-COUNTER        PIC 9(08) VALUE ZEROES.
       01  WS-CPTY-INDEX-WEIGHT         PIC 9(16) VALUE ZEROES.
       01  WS-ALT-SEQUENCE-ERROR-COUNTER PIC 9(08) VALUE ZEROES.
       01  WS-PREVIOUS-ORIG-KEY         PIC X(51) VALUE LOW-VALUES.
       01  WS-PREVIOUS-CPTY-KEY         PIC X(46) VALUE LOW-VALUES.
       01  WS-CURRENT-CPTY-KEY          PIC X(46) VALUE SPACES.
       01  WS-VERDICT                   PIC X(04) VALUE SPACES.
      * Set the moment the live archive is restarted empty -- from
      * then on a failure means recovery from the unload TMP; before
               'ARCHIVE REORGANIZATION CERTIFICATION OF '.
           05  WS-CRT-DATE              PIC 9(08).
           05  FILLER                   PIC X(84) VALUE SPACES.
       01  WS-CERT-TARGET-LINE.
           05  FILLER                   PIC X(18)
               VALUE 'FILE REORGANIZED: '.
           05  WS-CRT-TARGET            PIC X(64).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-CRT-UNLOAD-VIEW       PIC X(36).
           05  FILLER                   PIC X(13) VALUE SPACES.
       01  WS-CERT-COUNT-LINE.
           05  WS-CRT-LABEL             PIC X(38).
           05  WS-CRT-VALUE             PIC 9(16).

       PROCEDURE DIVISION.
       0000-MAIN-REORG-PROCESS.
           PERFORM 0400-RESOLVE-REORG-TARGET
           IF REORG-RUN-ABORTED
               DISPLAY 'ARCHIVE REORG NOT STARTED -- NOTHING TOUCHED'
           ELSE
               PERFORM 0500-CHECK-RUN-CONTROL
               IF RUN-CONTROL-REFUSED
                   DISPLAY 'ARCHIVE REORG REFUSED BY RUN CONTROL -- '
                       'ARCHIVE LEFT UNTOUCHED'
               ELSE
                   PERFORM 1000-INITIALIZE-REORG
                   IF NOT REORG-RUN-ABORTED
                       PERFORM 2000-UNLOAD-ARCHIVE
                   END-IF
                   IF NOT REORG-RUN-ABORTED
                       PERFORM 2300-VERIFY-UNLOAD-COMPLETE
                   END-IF
                   IF NOT REORG-RUN-ABORTED
                       AND WS-SEQUENCE-ERROR-COUNTER > ZEROES
                       PERFORM 2400-REFUSE-ON-SEQUENCE-ERRORS
                   END-IF
                   IF NOT REORG-RUN-ABORTED
                       PERFORM 2500-REBUILD-ARCHIVE
                   END-IF
                   IF NOT REORG-RUN-ABORTED
                       PERFORM 2600-WALK-ALTERNATE-INDEXES
                   END-IF
                   IF NOT REORG-RUN-ABORTED
                       PERFORM 3000-WRITE-CERTIFICATION
                   END-IF
                   PERFORM 3900-TERMINATE-REORG
                   MOVE 'ENDED' TO WS-RC-EVENT
                   IF REORG-RUN-ABORTED
                       MOVE 'ABORTED' TO WS-RC-OUTCOME
                   ELSE
                       MOVE 'OK' TO WS-RC-OUTCOME
                   END-IF
                   PERFORM 0550-STAMP-RUN-CONTROL
               END-IF
           END-IF
           STOP RUN.

      * ---------------------------------------------------------------
       0400-RESOLVE-REORG-TARGET.
      * No argument reorganizes the archive. A period re-cuts that
      * closed generation, found through the registry the way every
      * reader of the generations finds it.
           MOVE SPACES TO WS-RECUT-PERIOD
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-RECUT-PERIOD FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-RECUT-PERIOD
           END-ACCEPT
           IF WS-RECUT-PERIOD NOT = SPACES
               IF WS-RECUT-PERIOD-N NOT NUMERIC
                   DISPLAY 'ERROR 0401: GENERATION PERIOD (ARGUMENT 1) '
                       'MUST BE YYYYMM: ' WS-RECUT-PERIOD
                   MOVE 'Y' TO WS-ABORT-FLAG
               ELSE
                   MOVE 'Y' TO WS-RECUT-FLAG
                   MOVE 'REORGGEN' TO WS-RC-STEP-NAME
                   PERFORM 0410-FIND-REGISTERED-GENERATION
               END-IF
           END-IF.

       0410-FIND-REGISTERED-GENERATION.
           OPEN INPUT GENERATION-REGISTRY-FILE.
           IF GEN-REGISTRY-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 0411: CANNOT READ GENERATION REGISTRY, '
                   'STAT: ' GEN-REGISTRY-FILE-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               PERFORM 0420-SCAN-REGISTRY-RECORD
                   UNTIL END-OF-REGISTRY
               CLOSE GENERATION-REGISTRY-FILE
               IF NOT REORG-RUN-ABORTED
                   AND NOT RECUT-PERIOD-REGISTERED
                   DISPLAY 'ERROR 0412: PERIOD ' WS-RECUT-PERIOD
                       ' IS NOT A REGISTERED GENERATION'
                   MOVE 'Y' TO WS-ABORT-FLAG
               END-IF
           END-IF.

       0420-SCAN-REGISTRY-RECORD.
           READ GENERATION-REGISTRY-FILE
               AT END MOVE 'Y' TO WS-REG-EOF-FLAG
               NOT AT END
                   IF GENREG-PERIOD = WS-RECUT-PERIOD-N
                       MOVE 'Y' TO WS-RECUT-FOUND-FLAG
      * A purged period's path names its summary, not a generation.
                       IF GENREG-STATUS = 'P'
                           DISPLAY 'ERROR 0413: PERIOD '
                               WS-RECUT-PERIOD ' IS PURGED -- NO '
                               'GENERATION LEFT TO RE-CUT'
                           MOVE 'Y' TO WS-ABORT-FLAG
                       ELSE
                           MOVE GENREG-PATH TO WS-REORG-TARGET-PATH
                       END-IF
                   END-IF
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF GEN-REGISTRY-FILE-STATUS NOT = '00'
               AND GEN-REGISTRY-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 0421: REGISTRY READ FAILED, STAT: '
                   GEN-REGISTRY-FILE-STATUS
               MOVE 'Y' TO WS-REG-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

       0500-CHECK-RUN-CONTROL.
      * The reorg's in-flight check covers EVERY other step: the
      * archive must be held by nobody while it is rebuilt. It also
      * ---------------------------------------------------------------
       1000-INITIALIZE-REORG.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           DISPLAY 'FILE TO REORGANIZE: ' WS-REORG-TARGET-PATH
           OPEN INPUT DLT-ARCHIVE-FILE.
      * A file built before the alternate keys does not match the
      * full key set; the primary-key view still opens it, and the
      * rebuild gives it the alternate keys. A missing file is not
      * retried -- there is nothing to open either way.
           IF DLT-FILE-STATUS NOT = '00' AND DLT-FILE-STATUS NOT = '35'
               MOVE DLT-FILE-STATUS TO WS-FIRST-OPEN-STATUS
               OPEN INPUT DLT-LEGACY-ARCHIVE-FILE
               IF DLT-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-LEGACY-UNLOAD-FLAG
                   DISPLAY 'FILE WILL NOT OPEN UNDER THE ALTERNATE '
                       'KEYS (STAT: ' WS-FIRST-OPEN-STATUS
                       ') -- UNLOADING BY PRIMARY KEY; THE REBUILD '
                       'ADDS THEM'
               ELSE
                   MOVE WS-FIRST-OPEN-STATUS TO DLT-FILE-STATUS
               END-IF
           END-IF
           IF DLT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 1001: FAILED TO OPEN DLT ARCHIVE. STAT: '
                   DLT-FILE-STATUS
               IF ARCHIVE-UNLOAD-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR 1002: FAILED TO CREATE UNLOAD '
                       'FILE. STAT: ' ARCHIVE-UNLOAD-FILE-STATUS
                   PERFORM 1060-CLOSE-UNLOAD-SOURCE
                   MOVE 'Y' TO WS-ABORT-FLAG
               ELSE
                   PERFORM 1050-OPEN-CERTIFICATE-FILE
           ELSE
               DISPLAY 'ERROR 1051: CANNOT OPEN REORG CERTIFICATE. '
                   'STAT: ' REORG-CERT-FILE-STATUS
               PERFORM 1060-CLOSE-UNLOAD-SOURCE
               CLOSE ARCHIVE-UNLOAD-FILE
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

       1060-CLOSE-UNLOAD-SOURCE.
           IF LEGACY-KEY-UNLOAD
               CLOSE DLT-LEGACY-ARCHIVE-FILE
           ELSE
               CLOSE DLT-ARCHIVE-FILE
           END-IF.

      * ---------------------------------------------------------------
       2000-UNLOAD-ARCHIVE.
           MOVE LOW-VALUES TO WS-PREVIOUS-KEY
           PERFORM 2100-UNLOAD-ONE-RECORD
               UNTIL END-OF-ARCHIVE
           PERFORM 1060-CLOSE-UNLOAD-SOURCE
           CLOSE ARCHIVE-UNLOAD-FILE
           DISPLAY 'ARCHIVE UNLOADED: ' WS-UNLOAD-COUNTER ' RECORDS'.

       2100-UNLOAD-ONE-RECORD.
      * Whichever view the file was opened through, the record goes
      * straight to the unload image and is tallied from there.
           IF LEGACY-KEY-UNLOAD
               READ DLT-LEGACY-ARCHIVE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE LEGACY-ARCHIVE-RECORD
                           TO ARCHIVE-UNLOAD-RECORD
                       PERFORM 2110-UNLOAD-STAGED-RECORD
               END-READ
           ELSE
               READ DLT-ARCHIVE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE DLT-ARCHIVE-RECORD TO ARCHIVE-UNLOAD-RECORD
                       PERFORM 2110-UNLOAD-STAGED-RECORD
               END-READ
           END-IF
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever, and a
      * partial unload must never become the rebuild source.
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

       2110-UNLOAD-STAGED-RECORD.
           ADD 1 TO WS-UNLOAD-COUNTER
           ADD UNL-FINAL-WEIGHT TO WS-UNLOAD-WEIGHT
           IF UNL-CHAIN-SEQ NUMERIC
               AND UNL-CHAIN-DIGEST NUMERIC
               ADD 1 TO WS-UNLOAD-CHAINED-COUNTER
               ADD UNL-CHAIN-SEQ TO WS-UNLOAD-CHAIN-SEQ-TOTAL
               COMPUTE WS-CHAIN-HASH-SUM
                   = WS-UNLOAD-CHAIN-HASH + UNL-CHAIN-DIGEST
               DIVIDE WS-CHAIN-HASH-SUM
                   BY WS-CHAIN-HASH-MODULUS
                   GIVING WS-CHAIN-HASH-QUOTIENT
                   REMAINDER WS-UNLOAD-CHAIN-HASH
           END-IF
      * Strict ascent: the indexed read should hand keys back in
      * order, and a violation means index corruption worth failing
      * the certification over, not papering past.
           IF UNL-TRANSACTION-KEY NOT > WS-PREVIOUS-KEY
               ADD 1 TO WS-SEQUENCE-ERROR-COUNTER
               DISPLAY 'ERROR 2101: KEY SEQUENCE VIOLATION '
                   'AT RECORD ' WS-UNLOAD-COUNTER ': '
                   UNL-TRANSACTION-KEY
           END-IF
           MOVE UNL-TRANSACTION-KEY TO WS-PREVIOUS-KEY
           WRITE ARCHIVE-UNLOAD-RECORD
           IF ARCHIVE-UNLOAD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 2102: UNLOAD WRITE FAILED, '
                   'STAT: ' ARCHIVE-UNLOAD-FILE-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

       2300-VERIFY-UNLOAD-COMPLETE.
      * Re-read and re-count the unload BEFORE the archive is
      * truncated -- from the truncation on, the unload file is the
                               'FOR KEY: ' SVT-TRANSACTION-KEY
                           MOVE 'Y' TO WS-ABORT-FLAG
                   END-WRITE
      * '02' is a good write whose alternate-key value is already on
      * file -- every 'O' record shares the blank original key.
                   IF DLT-FILE-STATUS NOT = '00'
                       AND DLT-FILE-STATUS NOT = '02'
                       AND DLT-FILE-STATUS NOT = '22'
                       DISPLAY 'ERROR 2512: RELOAD WRITE FAILED, '
                           'STAT: ' DLT-FILE-STATUS
                       MOVE 'Y' TO WS-ABORT-FLAG
                   ELSE
                       IF DLT-FILE-STATUS = '00'
                           OR DLT-FILE-STATUS = '02'
                           ADD 1 TO WS-RELOAD-COUNTER
                           ADD DLT-FINAL-WEIGHT TO WS-RELOAD-WEIGHT
                           PERFORM 2520-ADD-RELOAD-CHAIN-TOTALS
                       END-IF
                   END-IF
           END-READ
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

       2520-ADD-RELOAD-CHAIN-TOTALS.
      * Taken from the record as written to the rebuilt archive, the
      * same fields 2100 totalled as they came out of the old one.
           IF DLT-CHAIN-SEQ NUMERIC
               AND DLT-CHAIN-DIGEST NUMERIC
               ADD 1 TO WS-RELOAD-CHAINED-COUNTER
               ADD DLT-CHAIN-SEQ TO WS-RELOAD-CHAIN-SEQ-TOTAL
               COMPUTE WS-CHAIN-HASH-SUM
                   = WS-RELOAD-CHAIN-HASH + DLT-CHAIN-DIGEST
               DIVIDE WS-CHAIN-HASH-SUM BY WS-CHAIN-HASH-MODULUS
                   GIVING WS-CHAIN-HASH-QUOTIENT
                   REMAINDER WS-RELOAD-CHAIN-HASH
           END-IF.

      * ---------------------------------------------------------------
       2600-WALK-ALTERNATE-INDEXES.
      * Read back through the rebuilt file's alternate indexes, one
      * full walk per index, for the certificate. A walk that cannot
      * run leaves its counts short, and the certification fails on
      * them.
           OPEN INPUT DLT-ARCHIVE-FILE
           IF DLT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 2601: CANNOT REOPEN REBUILT ARCHIVE, '
                   'STAT: ' DLT-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-ALT-EOF-FLAG
               MOVE LOW-VALUES TO DLT-ORIGINAL-KEY
               START DLT-ARCHIVE-FILE
                   KEY IS >= DLT-ORIGINAL-KEY
                   INVALID KEY MOVE 'Y' TO WS-ALT-EOF-FLAG
               END-START
               PERFORM 2610-WALK-ONE-BY-ORIGINAL-KEY
                   UNTIL END-OF-ALTERNATE-WALK
               MOVE 'N' TO WS-ALT-EOF-FLAG
               MOVE LOW-VALUES TO DLT-COUNTERPARTY-DID
               MOVE ZEROES TO DLT-TIMESTAMP
               START DLT-ARCHIVE-FILE
                   KEY IS >= DLT-COUNTERPARTY-KEY
                   INVALID KEY MOVE 'Y' TO WS-ALT-EOF-FLAG
               END-START
               PERFORM 2620-WALK-ONE-BY-COUNTERPARTY
                   UNTIL END-OF-ALTERNATE-WALK
               CLOSE DLT-ARCHIVE-FILE
               DISPLAY 'ALTERNATE INDEXES WALKED: '
                   WS-ORIG-INDEX-COUNTER ' BY ORIGINAL KEY, '
                   WS-CPTY-INDEX-COUNTER ' BY COUNTERPARTY'
           END-IF.

       2610-WALK-ONE-BY-ORIGINAL-KEY.
           READ DLT-ARCHIVE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-ALT-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ORIG-INDEX-COUNTER
                   ADD DLT-FINAL-WEIGHT TO WS-ORIG-INDEX-WEIGHT
      * Duplicates are allowed, so ascending means never lower.
                   IF DLT-ORIGINAL-KEY < WS-PREVIOUS-ORIG-KEY
                       ADD 1 TO WS-ALT-SEQUENCE-ERROR-COUNTER
                       DISPLAY 'ERROR 2611: ORIGINAL-KEY INDEX OUT OF '
                           'SEQUENCE AT: ' SVT-TRANSACTION-KEY
                   END-IF
                   MOVE DLT-ORIGINAL-KEY TO WS-PREVIOUS-ORIG-KEY
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF DLT-FILE-STATUS NOT = '00' AND DLT-FILE-STATUS NOT = '02'
               AND DLT-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 2612: ORIGINAL-KEY INDEX READ FAILED, '
                   'STAT: ' DLT-FILE-STATUS
               MOVE 'Y' TO WS-ALT-EOF-FLAG
           END-IF.

       2620-WALK-ONE-BY-COUNTERPARTY.
           READ DLT-ARCHIVE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-ALT-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CPTY-INDEX-COUNTER
                   ADD DLT-FINAL-WEIGHT TO WS-CPTY-INDEX-WEIGHT
                   MOVE DLT-COUNTERPARTY-DID
                       TO WS-CURRENT-CPTY-KEY (1:30)
                   MOVE DLT-TIMESTAMP TO WS-CURRENT-CPTY-KEY (31:16)
                   IF WS-CURRENT-CPTY-KEY < WS-PREVIOUS-CPTY-KEY
                       ADD 1 TO WS-ALT-SEQUENCE-ERROR-COUNTER
                       DISPLAY 'ERROR 2621: COUNTERPARTY INDEX OUT OF '
                           'SEQUENCE AT: ' SVT-TRANSACTION-KEY
                   END-IF
                   MOVE WS-CURRENT-CPTY-KEY TO WS-PREVIOUS-CPTY-KEY
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF DLT-FILE-STATUS NOT = '00' AND DLT-FILE-STATUS NOT = '02'
               AND DLT-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 2622: COUNTERPARTY INDEX READ FAILED, '
                   'STAT: ' DLT-FILE-STATUS
               MOVE 'Y' TO WS-ALT-EOF-FLAG
           END-IF.

      * ---------------------------------------------------------------
       3000-WRITE-CERTIFICATION.
           MOVE WS-CURRENT-DATE TO WS-CRT-DATE
           WRITE REORG-CERT-RECORD
           MOVE WS-CERT-HEADER TO REORG-CERT-RECORD
           WRITE REORG-CERT-RECORD
           MOVE WS-REORG-TARGET-PATH TO WS-CRT-TARGET
           IF LEGACY-KEY-UNLOAD
               MOVE '(UNLOADED BY PRIMARY KEY ONLY)'
                   TO WS-CRT-UNLOAD-VIEW
           ELSE
               MOVE SPACES TO WS-CRT-UNLOAD-VIEW
           END-IF
           MOVE WS-CERT-TARGET-LINE TO REORG-CERT-RECORD
           WRITE REORG-CERT-RECORD
           MOVE SPACES TO WS-CERT-COUNT-LINE
           MOVE 'RECORDS UNLOADED:                     '
               TO WS-CRT-LABEL
           MOVE WS-SEQUENCE-ERROR-COUNTER TO WS-CRT-VALUE
           MOVE WS-CERT-COUNT-LINE TO REORG-CERT-RECORD
           WRITE REORG-CERT-RECORD
           MOVE 'CHAINED RECORDS UNLOADED:             '
               TO WS-CRT-LABEL
           MOVE WS-UNLOAD-CHAINED-COUNTER TO WS-CRT-VALUE
           MOVE WS-CERT-COUNT-LINE TO REORG-CERT-RECORD
           WRITE REORG-CERT-RECORD
           MOVE 'CHAINED RECORDS RELOADED:             '
               TO WS-CRT-LABEL
           MOVE WS-RELOAD-CHAINED-COUNTER TO WS-CRT-VALUE
           MOVE WS-CERT-COUNT-LINE TO REORG-CERT-RECORD
           WRITE REORG-CERT-RECORD
           MOVE 'CHAIN SEQUENCE TOTAL UNLOADED:        '
               TO WS-CRT-LABEL
           MOVE WS-UNLOAD-CHAIN-SEQ-TOTAL TO WS-CRT-VALUE
           MOVE WS-CERT-COUNT-LINE TO REORG-CERT-RECORD
           WRITE REORG-CERT-RECORD
           MOVE 'CHAIN SEQUENCE TOTAL RELOADED:        '
               TO WS-CRT-LABEL
           MOVE WS-RELOAD-CHAIN-SEQ-TOTAL TO WS-CRT-VALUE
           MOVE WS-CERT-COUNT-LINE TO REORG-CERT-RECORD
           WRITE REORG-CERT-RECORD
           MOVE 'CHAIN DIGEST HASH UNLOADED:           '
               TO WS-CRT-LABEL
           MOVE WS-UNLOAD-CHAIN-HASH TO WS-CRT-VALUE
           MOVE WS-CERT-COUNT-LINE TO REORG-CERT-RECORD
           WRITE REORG-CERT-RECORD
           MOVE 'CHAIN DIGEST HASH RELOADED:           '
               TO WS-CRT-LABEL
           MOVE WS-RELOAD-CHAIN-HASH TO WS-CRT-VALUE
           MOVE WS-CERT-COUNT-LINE TO REORG-CERT-RECORD
           WRITE REORG-CERT-RECORD
           MOVE 'RECORDS VIA ORIGINAL-KEY INDEX:       '
               TO WS-CRT-LABEL
           MOVE WS-ORIG-INDEX-COUNTER TO WS-CRT-VALUE
           MOVE WS-CERT-COUNT-LINE TO REORG-CERT-RECORD
           WRITE REORG-CERT-RECORD
           MOVE 'WEIGHT VIA ORIGINAL-KEY INDEX:        '
               TO WS-CRT-LABEL
           MOVE WS-ORIG-INDEX-WEIGHT TO WS-CRT-VALUE
           MOVE WS-CERT-COUNT-LINE TO REORG-CERT-RECORD
           WRITE REORG-CERT-RECORD
           MOVE 'RECORDS VIA COUNTERPARTY INDEX:       '
               TO WS-CRT-LABEL
           MOVE WS-CPTY-INDEX-COUNTER TO WS-CRT-VALUE
           MOVE WS-CERT-COUNT-LINE TO REORG-CERT-RECORD
           WRITE REORG-CERT-RECORD
           MOVE 'WEIGHT VIA COUNTERPARTY INDEX:        '
               TO WS-CRT-LABEL
           MOVE WS-CPTY-INDEX-WEIGHT TO WS-CRT-VALUE
           MOVE WS-CERT-COUNT-LINE TO REORG-CERT-RECORD
           WRITE REORG-CERT-RECORD
           MOVE 'ALTERNATE INDEX SEQUENCE VIOLATIONS:  '
               TO WS-CRT-LABEL
           MOVE WS-ALT-SEQUENCE-ERROR-COUNTER TO WS-CRT-VALUE
           MOVE WS-CERT-COUNT-LINE TO REORG-CERT-RECORD
           WRITE REORG-CERT-RECORD
           IF WS-UNLOAD-COUNTER = WS-RELOAD-COUNTER
               AND WS-UNLOAD-WEIGHT = WS-RELOAD-WEIGHT
               AND WS-SEQUENCE-ERROR-COUNTER = ZEROES
               AND WS-UNLOAD-CHAINED-COUNTER
                   = WS-RELOAD-CHAINED-COUNTER
               AND WS-UNLOAD-CHAIN-SEQ-TOTAL
                   = WS-RELOAD-CHAIN-SEQ-TOTAL
               AND WS-UNLOAD-CHAIN-HASH = WS-RELOAD-CHAIN-HASH
               AND WS-ORIG-INDEX-COUNTER = WS-RELOAD-COUNTER
               AND WS-ORIG-INDEX-WEIGHT = WS-RELOAD-WEIGHT
               AND WS-CPTY-INDEX-COUNTER = WS-RELOAD-COUNTER
               AND WS-CPTY-INDEX-WEIGHT = WS-RELOAD-WEIGHT
               AND WS-ALT-SEQUENCE-ERROR-COUNTER = ZEROES
               MOVE 'PASS' TO WS-VERDICT
           ELSE
               MOVE 'FAIL' TO WS-VERDICT
