       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCORD-GL-JOURNAL-V4.
       AUTHOR. TƕēMafɪa ǦoʇhɪcǶɪppɪē.
       INSTALLATION. BONE ARCHIVE CENTRAL FACILITY.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. TODAY.
      *
      * NIGHTLY GENERAL-LEDGER JOURNAL INTERFACE. SUMMARIZES THE
      * NEW LINES IN THE THREE SUB-LEDGERS -- DLT_SUBLEDGER_
      * TRANSFER.LOG, DLT_SUBLEDGER_MINT.LOG AND DLT_SUBLEDGER_
      * BURN.LOG -- BY INTENT, ASSET CLASS, RECORD TYPE (O/C/R) AND
      * TRANSFER SIDE, AND WRITES ONE BALANCED JOURNAL
      * (DLT_GL_JOURNAL.DAT) IN A FIXED LAYOUT FOR THE LEDGER SYSTEM
      * TO LOAD, IN PLACE OF FINANCE RE-KEYING THE CONTROL REPORT.
      *
      * EVERY SUMMARY BUCKET BECOMES TWO JOURNAL LINES FOR THE SAME
      * AMOUNT: A DEBIT TO ONE ACCOUNT AND A CREDIT TO ANOTHER, BOTH
      * TAKEN FROM THE ACCOUNT MAP (DLT_GL_ACCOUNT_MAP.DAT) THAT
      * FINANCE MAINTAINS. AMOUNTS ARE ALWAYS POSITIVE -- A REVERSAL
      * ('R') IS ITS OWN COMBINATION, AND FINANCE MAPS IT TO THE
      * ACCOUNTS THAT BACK THE ORIGINAL OUT. A TRAILER RECORD CARRIES
      * THE LINE COUNT AND THE DEBIT AND CREDIT TOTALS FOR CONTROL.
      *
      * A COMBINATION WITH NO MAPPING STOPS THE JOURNAL: NOTHING IS
      * WRITTEN, THE COMBINATION IS LISTED ON THE JOURNAL REPORT
      * (DLT_GL_JOURNAL_REPORT.LOG), AND THE CURSOR STAYS PUT SO THE
      * NEXT RUN -- ONCE THE MAP IS FIXED -- JOURNALS THE SAME LINES.
      * THERE IS NO SUSPENSE ACCOUNT; AN UNMAPPED POSTING IS A MAP
      * DEFECT, NOT SOMETHING TO PARK WHERE NOBODY LOOKS.
      *
      * THE SUB-LEDGERS ARE LIFE-TO-DATE AND APPEND-ONLY, SO THE RUN
      * KEEPS ITS OWN JOURNALED-THROUGH CURSOR
      * (DLT_GL_JOURNAL_CURSOR.DAT), ONE RECORD POSITION PER
      * SUB-LEDGER, ON THE SAME TERMS AS THE SETTLEMENT CURSOR IN
      * ACCORD-NETTING-SETTLEMENT-V4: LINES AT OR BEFORE THE CURSOR
      * ARE COUNTED PAST, AND THE CURSOR ADVANCES ONLY AFTER A CLEAN,
      * BALANCED JOURNAL IS ON DISK. THE TWO CURSORS ARE INDEPENDENT
      * -- SETTLEMENT AND THE LEDGER EACH SEE EVERY LINE ONCE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DLT-TRANSFER-SUBLEDGER-FILE
               ASSIGN TO 'DLT_SUBLEDGER_TRANSFER.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS TRANSFER-SUBLEDGER-FILE-STATUS.
           SELECT DLT-MINT-SUBLEDGER-FILE
               ASSIGN TO 'DLT_SUBLEDGER_MINT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS MINT-SUBLEDGER-FILE-STATUS.
           SELECT DLT-BURN-SUBLEDGER-FILE
               ASSIGN TO 'DLT_SUBLEDGER_BURN.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS BURN-SUBLEDGER-FILE-STATUS.
      * Hand-maintained by finance, one record per combination.
           SELECT GL-ACCOUNT-MAP-FILE
               ASSIGN TO 'DLT_GL_ACCOUNT_MAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS ACCOUNT-MAP-FILE-STATUS.
      * The load file for the ledger system -- detail lines plus one
      * trailer. Rewritten whole every run.
           SELECT GL-JOURNAL-FILE
               ASSIGN TO 'DLT_GL_JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS JOURNAL-FILE-STATUS.
           SELECT GL-JOURNAL-REPORT-FILE
               ASSIGN TO 'DLT_GL_JOURNAL_REPORT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS JOURNAL-REPORT-FILE-STATUS.
      * Journaled-through cursor: how many records of each sub-ledger
      * past runs have already journaled. Rewritten whole at the end
      * of a clean run, after the journal is durable.
           SELECT GL-JOURNAL-CURSOR-FILE
               ASSIGN TO 'DLT_GL_JOURNAL_CURSOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS CURSOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DLT-TRANSFER-SUBLEDGER-FILE
           RECORD CONTAINS 251 CHARACTERS
           DATA RECORD IS TRANSFER-SUBLEDGER-RECORD.
       01  TRANSFER-SUBLEDGER-RECORD.
           05  TSL-TRANSACTION-KEY      PIC X(51).
           05  TSL-ARCHIVE-DATA.
               10 TSL-DID               PIC X(30).
               10 TSL-ENERGY-SIG        PIC 9(04).
               10 TSL-INTENT            PIC X(20).
               10 TSL-FINAL-WEIGHT      PIC 9(10).
               10 TSL-TIMESTAMP         PIC 9(16).
               10 TSL-VERIFICATION-FLAG PIC X(01).
               10 TSL-RECORD-TYPE       PIC X(01).
               10 TSL-ORIGINAL-KEY      PIC X(51).
               10 TSL-COUNTERPARTY-DID  PIC X(30).
               10 TSL-TRANSFER-SIDE     PIC X(01).
               10 TSL-ASSET-CLASS       PIC X(02).
               10 FILLER                PIC X(34).

       FD  DLT-MINT-SUBLEDGER-FILE
           RECORD CONTAINS 251 CHARACTERS
           DATA RECORD IS MINT-SUBLEDGER-RECORD.
       01  MINT-SUBLEDGER-RECORD.
           05  MSL-TRANSACTION-KEY      PIC X(51).
           05  MSL-ARCHIVE-DATA.
               10 MSL-DID               PIC X(30).
               10 MSL-ENERGY-SIG        PIC 9(04).
               10 MSL-INTENT            PIC X(20).
               10 MSL-FINAL-WEIGHT      PIC 9(10).
               10 MSL-TIMESTAMP         PIC 9(16).
               10 MSL-VERIFICATION-FLAG PIC X(01).
               10 MSL-RECORD-TYPE       PIC X(01).
               10 MSL-ORIGINAL-KEY      PIC X(51).
               10 MSL-COUNTERPARTY-DID  PIC X(30).
               10 MSL-TRANSFER-SIDE     PIC X(01).
               10 MSL-ASSET-CLASS       PIC X(02).
               10 FILLER                PIC X(34).

       FD  DLT-BURN-SUBLEDGER-FILE
           RECORD CONTAINS 251 CHARACTERS
           DATA RECORD IS BURN-SUBLEDGER-RECORD.
       01  BURN-SUBLEDGER-RECORD.
           05  BSL-TRANSACTION-KEY      PIC X(51).
           05  BSL-ARCHIVE-DATA.
               10 BSL-DID               PIC X(30).
               10 BSL-ENERGY-SIG        PIC 9(04).
               10 BSL-INTENT            PIC X(20).
               10 BSL-FINAL-WEIGHT      PIC 9(10).
               10 BSL-TIMESTAMP         PIC 9(16).
               10 BSL-VERIFICATION-FLAG PIC X(01).
               10 BSL-RECORD-TYPE       PIC X(01).
               10 BSL-ORIGINAL-KEY      PIC X(51).
               10 BSL-COUNTERPARTY-DID  PIC X(30).
               10 BSL-TRANSFER-SIDE     PIC X(01).
               10 BSL-ASSET-CLASS       PIC X(02).
               10 FILLER                PIC X(34).

       FD  GL-ACCOUNT-MAP-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GL-ACCOUNT-MAP-RECORD.
       01  GL-ACCOUNT-MAP-RECORD.
      * One record per intent / class / record type / side. The side
      * is 'D' or 'C' on TRANSFER and blank on MINT and BURN, exactly
      * as the sub-ledger carries it; a blank class is not allowed --
      * legacy blank-class lines journal in the default class.
           05  MAP-INTENT               PIC X(20).
           05  MAP-ASSET-CLASS          PIC X(02).
           05  MAP-RECORD-TYPE          PIC X(01).
           05  MAP-TRANSFER-SIDE        PIC X(01).
           05  MAP-DEBIT-ACCOUNT        PIC X(12).
           05  MAP-CREDIT-ACCOUNT       PIC X(12).
           05  MAP-DESCRIPTION          PIC X(30).
           05  FILLER                   PIC X(02).

       FD  GL-JOURNAL-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS GL-JOURNAL-RECORD.
       01  GL-JOURNAL-RECORD.
           05  JNL-RECORD-CODE          PIC X(01).
               88  JNL-DETAIL-RECORD    VALUE 'D'.
               88  JNL-TRAILER-RECORD   VALUE 'T'.
           05  JNL-JOURNAL-DATE         PIC 9(08).
           05  JNL-LINE-NUMBER          PIC 9(06).
           05  JNL-ACCOUNT              PIC X(12).
           05  JNL-DEBIT-CREDIT         PIC X(01).
           05  JNL-AMOUNT               PIC 9(16).
      * The bucket the line came from -- the audit trail back to the
      * sub-ledgers.
           05  JNL-INTENT               PIC X(20).
           05  JNL-ASSET-CLASS          PIC X(02).
           05  JNL-RECORD-TYPE          PIC X(01).
           05  JNL-TRANSFER-SIDE        PIC X(01).
           05  JNL-POSTING-COUNT        PIC 9(08).
           05  JNL-DESCRIPTION          PIC X(30).
           05  FILLER                   PIC X(14).
      * The ledger system must refuse a journal whose last record is
      * not this trailer, or whose totals do not agree with the
      * detail lines it loaded.
       01  GL-JOURNAL-TRAILER REDEFINES GL-JOURNAL-RECORD.
           05  JTR-RECORD-CODE          PIC X(01).
           05  JTR-JOURNAL-DATE         PIC 9(08).
           05  JTR-LINE-COUNT           PIC 9(06).
           05  JTR-DEBIT-TOTAL          PIC 9(16).
           05  JTR-CREDIT-TOTAL         PIC 9(16).
           05  JTR-POSTING-COUNT        PIC 9(08).
           05  JTR-TRANSFER-THROUGH     PIC 9(10).
           05  JTR-MINT-THROUGH         PIC 9(10).
           05  JTR-BURN-THROUGH         PIC 9(10).
           05  JTR-BALANCE-STATUS       PIC X(01).
           05  FILLER                   PIC X(34).

       FD  GL-JOURNAL-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS GL-JOURNAL-REPORT-RECORD.
       01  GL-JOURNAL-REPORT-RECORD     PIC X(132).

       FD  GL-JOURNAL-CURSOR-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS GL-JOURNAL-CURSOR-RECORD.
       01  GL-JOURNAL-CURSOR-RECORD.
           05  CUR-TRANSFER-THROUGH     PIC 9(10).
           05  CUR-MINT-THROUGH         PIC 9(10).
           05  CUR-BURN-THROUGH         PIC 9(10).
           05  CUR-LAST-RUN-DATE        PIC 9(08).
           05  FILLER                   PIC X(12).

       WORKING-STORAGE SECTION.
       01  TRANSFER-SUBLEDGER-FILE-STATUS PIC X(02).
       01  MINT-SUBLEDGER-FILE-STATUS   PIC X(02).
       01  BURN-SUBLEDGER-FILE-STATUS   PIC X(02).
       01  ACCOUNT-MAP-FILE-STATUS      PIC X(02).
       01  JOURNAL-FILE-STATUS          PIC X(02).
       01  JOURNAL-REPORT-FILE-STATUS   PIC X(02).
       01  CURSOR-FILE-STATUS           PIC X(02).
       01  WS-TRANSFER-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-TRANSFER-LEDGER   VALUE 'Y'.
       01  WS-MINT-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-MINT-LEDGER       VALUE 'Y'.
       01  WS-BURN-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-BURN-LEDGER       VALUE 'Y'.
       01  WS-MAP-EOF-FLAG              PIC X(01) VALUE 'N'.
           88  END-OF-ACCOUNT-MAP       VALUE 'Y'.
       01  WS-ABORT-FLAG                PIC X(01) VALUE 'N'.
           88  JOURNAL-RUN-ABORTED      VALUE 'Y'.
       01  WS-FILES-OPEN-FLAG           PIC X(01) VALUE 'N'.
           88  JOURNAL-FILES-OPENED     VALUE 'Y'.
      * A sub-ledger that has never been written (status 35 on open)
      * is simply empty; these say which ones need a CLOSE.
       01  WS-TRANSFER-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  TRANSFER-LEDGER-OPEN     VALUE 'Y'.
       01  WS-MINT-OPEN-FLAG            PIC X(01) VALUE 'N'.
           88  MINT-LEDGER-OPEN         VALUE 'Y'.
       01  WS-BURN-OPEN-FLAG            PIC X(01) VALUE 'N'.
           88  BURN-LEDGER-OPEN         VALUE 'Y'.
       01  WS-CURRENT-DATE              PIC 9(08) VALUE ZEROES.

      * Zero on the very first run -- the whole life-to-date book is
      * journaled once, and every later run starts where this stops.
       01  WS-TRANSFER-THROUGH          PIC 9(10) VALUE ZEROES.
       01  WS-MINT-THROUGH              PIC 9(10) VALUE ZEROES.
       01  WS-BURN-THROUGH              PIC 9(10) VALUE ZEROES.
       01  WS-TRANSFER-READ-COUNTER     PIC 9(10) VALUE ZEROES.
       01  WS-MINT-READ-COUNTER         PIC 9(10) VALUE ZEROES.
       01  WS-BURN-READ-COUNTER         PIC 9(10) VALUE ZEROES.
       01  WS-SKIPPED-JOURNALED-COUNTER PIC 9(10) VALUE ZEROES.

      * The sub-ledger line being summarized, whichever file it came
      * from -- the three layouts are identical. Moved in at summary
      * time, never on the read: all three files are primed at
      * start-up, and the last priming read would win.
       01  WS-JOURNAL-POSTING.
           05  JPS-TRANSACTION-KEY      PIC X(51).
           05  JPS-ARCHIVE-DATA.
               10 JPS-DID               PIC X(30).
               10 JPS-ENERGY-SIG        PIC 9(04).
               10 JPS-INTENT            PIC X(20).
               10 JPS-FINAL-WEIGHT      PIC 9(10).
               10 JPS-TIMESTAMP         PIC 9(16).
               10 JPS-VERIFICATION-FLAG PIC X(01).
               10 JPS-RECORD-TYPE       PIC X(01).
               10 JPS-ORIGINAL-KEY      PIC X(51).
               10 JPS-COUNTERPARTY-DID  PIC X(30).
               10 JPS-TRANSFER-SIDE     PIC X(01).
               10 JPS-ASSET-CLASS       PIC X(02).
               10 FILLER                PIC X(34).
       01  WS-EXPECTED-INTENT           PIC X(20) VALUE SPACES.
       01  WS-DEFAULT-ASSET-CLASS       PIC X(02) VALUE 'EL'.
       01  WS-LINE-ASSET-CLASS          PIC X(02) VALUE SPACES.

      * Account map, loaded whole at start-up. A combination mapped
      * twice is ambiguous and aborts the run -- picking either one
      * would post somewhere finance did not decide on.
       01  WS-MAP-LIMIT                 PIC 9(04) VALUE 300.
       01  WS-MAP-COUNT                 PIC 9(04) VALUE ZEROES.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY             OCCURS 300 TIMES
                                        INDEXED BY WS-MAP-IDX.
               10  WS-MAP-INTENT        PIC X(20).
               10  WS-MAP-ASSET-CLASS   PIC X(02).
               10  WS-MAP-RECORD-TYPE   PIC X(01).
               10  WS-MAP-TRANSFER-SIDE PIC X(01).
               10  WS-MAP-DEBIT-ACCOUNT PIC X(12).
               10  WS-MAP-CREDIT-ACCOUNT PIC X(12).
               10  WS-MAP-DESCRIPTION   PIC X(30).
       01  WS-MAP-SCAN-IDX              PIC 9(04) VALUE ZEROES.
       01  WS-MATCHED-MAP-IDX           PIC 9(04) VALUE ZEROES.
       01  WS-MAP-REJECT-COUNTER        PIC 9(08) VALUE ZEROES.
       01  WS-FIND-INTENT               PIC X(20) VALUE SPACES.
       01  WS-FIND-ASSET-CLASS          PIC X(02) VALUE SPACES.
       01  WS-FIND-RECORD-TYPE          PIC X(01) VALUE SPACE.
       01  WS-FIND-TRANSFER-SIDE        PIC X(01) VALUE SPACE.

      * Summary buckets, one per intent / class / record type / side
      * seen tonight. The table must hold every combination or the
      * journal would not cover the night, so overflow aborts.
       01  WS-BUCKET-LIMIT              PIC 9(04) VALUE 200.
       01  WS-BUCKET-COUNT              PIC 9(04) VALUE ZEROES.
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-ENTRY          OCCURS 200 TIMES
                                        INDEXED BY WS-BUCKET-IDX.
               10  WS-BKT-INTENT        PIC X(20).
               10  WS-BKT-ASSET-CLASS   PIC X(02).
               10  WS-BKT-RECORD-TYPE   PIC X(01).
               10  WS-BKT-TRANSFER-SIDE PIC X(01).
               10  WS-BKT-POSTING-COUNT PIC 9(08).
               10  WS-BKT-WEIGHT        PIC 9(16).
      * Zero until 3100 resolves the bucket against the map.
               10  WS-BKT-MAP-IDX       PIC 9(04).
       01  WS-BUCKET-SCAN-IDX           PIC 9(04) VALUE ZEROES.
       01  WS-MATCHED-BUCKET-IDX        PIC 9(04) VALUE ZEROES.
       01  WS-UNMAPPED-COUNTER          PIC 9(04) VALUE ZEROES.

      * Journal control totals and run counters.
       01  WS-POSTING-COUNTER           PIC 9(08) VALUE ZEROES.
       01  WS-POSTING-WEIGHT            PIC 9(16) VALUE ZEROES.
       01  WS-MISROUTED-COUNTER         PIC 9(08) VALUE ZEROES.
       01  WS-JOURNAL-LINE-COUNTER      PIC 9(06) VALUE ZEROES.
       01  WS-JOURNAL-DEBIT-TOTAL       PIC 9(16) VALUE ZEROES.
       01  WS-JOURNAL-CREDIT-TOTAL      PIC 9(16) VALUE ZEROES.
       01  WS-JOURNAL-BALANCED-FLAG     PIC X(01) VALUE 'N'.
           88  JOURNAL-IN-BALANCE       VALUE 'Y'.
      * Set by any journal write that fails. The totals count only
      * lines actually written, and an incomplete journal is never
      * marked balanced nor lets the cursor move.
       01  WS-JOURNAL-WRITE-FLAG        PIC X(01) VALUE 'N'.
           88  JOURNAL-INCOMPLETE       VALUE 'Y'.

      * Journal report print lines.
       01  WS-RPT-HEADER-1.
           05  FILLER                   PIC X(34) VALUE
               'GENERAL-LEDGER JOURNAL REPORT FOR '.
           05  WS-HDR-DATE              PIC 9(08).
           05  FILLER                   PIC X(90) VALUE SPACES.
       01  WS-RPT-HEADER-2.
           05  FILLER                   PIC X(50) VALUE
               'INTENT               CL T S    COUNT           WEI'.
           05  FILLER                   PIC X(50) VALUE
               'GHT DEBIT ACCT   CREDIT ACCT  STATUS              '.
           05  FILLER                   PIC X(32) VALUE SPACES.
       01  WS-RPT-BUCKET-LINE.
           05  WS-RBL-INTENT            PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RBL-CLASS             PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RBL-RECORD-TYPE       PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RBL-SIDE              PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RBL-COUNT             PIC Z(07)9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RBL-WEIGHT            PIC Z(15)9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RBL-DEBIT-ACCOUNT     PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RBL-CREDIT-ACCOUNT    PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RBL-STATUS            PIC X(16).
           05  FILLER                   PIC X(36) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  WS-RTL-LABEL             PIC X(38).
           05  WS-RTL-VALUE             PIC Z(15)9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RTL-TAG               PIC X(16).
           05  FILLER                   PIC X(61) VALUE SPACES.
       01  WS-RPT-COUNT-LINE.
           05  WS-RCL-LABEL             PIC X(38).
           05  WS-RCL-VALUE             PIC 9(10).
           05  FILLER                   PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-JOURNAL-PROCESS.
           PERFORM 1000-INITIALIZE-JOURNAL
           PERFORM 2100-SUMMARIZE-TRANSFER-LINE
               UNTIL END-OF-TRANSFER-LEDGER
           PERFORM 2200-SUMMARIZE-MINT-LINE
               UNTIL END-OF-MINT-LEDGER
           PERFORM 2300-SUMMARIZE-BURN-LINE
               UNTIL END-OF-BURN-LEDGER
           PERFORM 3000-TERMINATE-JOURNAL
           STOP RUN.

      * ---------------------------------------------------------------
       1000-INITIALIZE-JOURNAL.
      * The journal is opened OUTPUT before anything else so a run
      * that aborts leaves an empty file behind -- no trailer, so the
      * ledger system refuses it -- never last night's journal,
      * which it would happily load a second time.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT GL-JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 1001: FAILED TO OPEN GL JOURNAL. '
                   'STAT: ' JOURNAL-FILE-STATUS
               PERFORM 1090-STOP-ALL-READING
           ELSE
               OPEN OUTPUT GL-JOURNAL-REPORT-FILE
               IF JOURNAL-REPORT-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR 1002: FAILED TO OPEN GL JOURNAL '
                       'REPORT. STAT: ' JOURNAL-REPORT-FILE-STATUS
                   CLOSE GL-JOURNAL-FILE
                   PERFORM 1090-STOP-ALL-READING
               ELSE
                   MOVE 'Y' TO WS-FILES-OPEN-FLAG
                   PERFORM 1050-LOAD-JOURNAL-CURSOR
                   IF NOT JOURNAL-RUN-ABORTED
                       PERFORM 1060-LOAD-ACCOUNT-MAP
                   END-IF
                   IF NOT JOURNAL-RUN-ABORTED
                       PERFORM 1070-OPEN-SUBLEDGER-FILES
                   END-IF
               END-IF
           END-IF.

       1050-LOAD-JOURNAL-CURSOR.
      * Absent (status 35) means the very first run. Present but
      * unreadable fails closed: guessing zero would journal the
      * whole book a second time.
           OPEN INPUT GL-JOURNAL-CURSOR-FILE.
           EVALUATE CURSOR-FILE-STATUS
               WHEN '00'
                   READ GL-JOURNAL-CURSOR-FILE
                       AT END CONTINUE
                   END-READ
                   IF CUR-TRANSFER-THROUGH NUMERIC
                       AND CUR-MINT-THROUGH NUMERIC
                       AND CUR-BURN-THROUGH NUMERIC
                       MOVE CUR-TRANSFER-THROUGH
                           TO WS-TRANSFER-THROUGH
                       MOVE CUR-MINT-THROUGH TO WS-MINT-THROUGH
                       MOVE CUR-BURN-THROUGH TO WS-BURN-THROUGH
                       DISPLAY 'JOURNALED THROUGH TRANSFER '
                           WS-TRANSFER-THROUGH ' MINT '
                           WS-MINT-THROUGH ' BURN '
                           WS-BURN-THROUGH ' (RUN OF '
                           CUR-LAST-RUN-DATE ')'
                   ELSE
                       DISPLAY 'ERROR 1051: GL JOURNAL CURSOR IS '
                           'NOT NUMERIC -- RUN ABORTED'
                       PERFORM 1090-STOP-ALL-READING
                   END-IF
                   CLOSE GL-JOURNAL-CURSOR-FILE
               WHEN '35'
                   DISPLAY 'NO GL JOURNAL CURSOR -- FIRST RUN '
                       'JOURNALS THE WHOLE BOOK'
               WHEN OTHER
                   DISPLAY 'ERROR 1052: CANNOT READ GL JOURNAL '
                       'CURSOR, STAT: ' CURSOR-FILE-STATUS
                       ' -- RUN ABORTED'
                   PERFORM 1090-STOP-ALL-READING
           END-EVALUATE.

       1060-LOAD-ACCOUNT-MAP.
      * An absent map is not an abort of its own: every combination
      * tonight then comes up unmapped, the journal stops, and the
      * report lists exactly what finance has to map.
           OPEN INPUT GL-ACCOUNT-MAP-FILE.
           EVALUATE ACCOUNT-MAP-FILE-STATUS
               WHEN '00'
                   PERFORM 1065-LOAD-MAP-RECORD
                       UNTIL END-OF-ACCOUNT-MAP
                   CLOSE GL-ACCOUNT-MAP-FILE
                   DISPLAY 'GL ACCOUNT MAP ENTRIES LOADED: '
                       WS-MAP-COUNT
               WHEN '35'
                   DISPLAY 'ERROR 1061: GL ACCOUNT MAP NOT SUPPLIED '
                       '-- EVERY COMBINATION IS UNMAPPED'
               WHEN OTHER
                   DISPLAY 'ERROR 1062: GL ACCOUNT MAP UNREADABLE, '
                       'STAT: ' ACCOUNT-MAP-FILE-STATUS
                       ' -- RUN ABORTED'
                   PERFORM 1090-STOP-ALL-READING
           END-EVALUATE.

       1065-LOAD-MAP-RECORD.
           READ GL-ACCOUNT-MAP-FILE
               AT END MOVE 'Y' TO WS-MAP-EOF-FLAG
               NOT AT END
                   PERFORM 1067-EDIT-MAP-RECORD
           END-READ
           IF ACCOUNT-MAP-FILE-STATUS NOT = '00'
               AND ACCOUNT-MAP-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 1066: GL ACCOUNT MAP READ FAILED, '
                   'STAT: ' ACCOUNT-MAP-FILE-STATUS
               MOVE 'Y' TO WS-MAP-EOF-FLAG
               PERFORM 1090-STOP-ALL-READING
           END-IF.

       1067-EDIT-MAP-RECORD.
      * A malformed record is rejected whole with a console line. It
      * does not abort by itself -- the combination it meant to map
      * simply stays unmapped, and stops the journal only if tonight
      * actually has postings in it.
           IF (MAP-INTENT NOT = 'TRANSFER'
                   AND MAP-INTENT NOT = 'MINT'
                   AND MAP-INTENT NOT = 'BURN')
               OR MAP-ASSET-CLASS = SPACES
               OR (MAP-RECORD-TYPE NOT = 'O'
                   AND MAP-RECORD-TYPE NOT = 'C'
                   AND MAP-RECORD-TYPE NOT = 'R')
               OR (MAP-TRANSFER-SIDE NOT = 'D'
                   AND MAP-TRANSFER-SIDE NOT = 'C'
                   AND MAP-TRANSFER-SIDE NOT = SPACE)
               OR MAP-DEBIT-ACCOUNT = SPACES
               OR MAP-CREDIT-ACCOUNT = SPACES
               OR MAP-DEBIT-ACCOUNT = MAP-CREDIT-ACCOUNT
               ADD 1 TO WS-MAP-REJECT-COUNTER
               DISPLAY 'ERROR 1067: MALFORMED GL ACCOUNT MAP RECORD '
                   'IGNORED: ' MAP-INTENT ' ' MAP-ASSET-CLASS ' '
                   MAP-RECORD-TYPE ' ' MAP-TRANSFER-SIDE
           ELSE
               MOVE MAP-INTENT TO WS-FIND-INTENT
               MOVE MAP-ASSET-CLASS TO WS-FIND-ASSET-CLASS
               MOVE MAP-RECORD-TYPE TO WS-FIND-RECORD-TYPE
               MOVE MAP-TRANSFER-SIDE TO WS-FIND-TRANSFER-SIDE
               PERFORM 1068-FIND-MAP-ENTRY
               IF WS-MATCHED-MAP-IDX NOT = ZEROES
                   DISPLAY 'ERROR 1068: GL ACCOUNT MAP HAS '
                       'COMBINATION TWICE: ' MAP-INTENT ' '
                       MAP-ASSET-CLASS ' ' MAP-RECORD-TYPE ' '
                       MAP-TRANSFER-SIDE ' -- RUN ABORTED'
                   MOVE 'Y' TO WS-MAP-EOF-FLAG
                   PERFORM 1090-STOP-ALL-READING
               ELSE
                   IF WS-MAP-COUNT >= WS-MAP-LIMIT
                       DISPLAY 'ERROR 1069: GL ACCOUNT MAP TABLE '
                           'FULL AT ' WS-MAP-LIMIT ' -- RUN ABORTED'
                       MOVE 'Y' TO WS-MAP-EOF-FLAG
                       PERFORM 1090-STOP-ALL-READING
                   ELSE
                       ADD 1 TO WS-MAP-COUNT
                       SET WS-MAP-IDX TO WS-MAP-COUNT
                       MOVE MAP-INTENT TO WS-MAP-INTENT (WS-MAP-IDX)
                       MOVE MAP-ASSET-CLASS
                           TO WS-MAP-ASSET-CLASS (WS-MAP-IDX)
                       MOVE MAP-RECORD-TYPE
                           TO WS-MAP-RECORD-TYPE (WS-MAP-IDX)
                       MOVE MAP-TRANSFER-SIDE
                           TO WS-MAP-TRANSFER-SIDE (WS-MAP-IDX)
                       MOVE MAP-DEBIT-ACCOUNT
                           TO WS-MAP-DEBIT-ACCOUNT (WS-MAP-IDX)
                       MOVE MAP-CREDIT-ACCOUNT
                           TO WS-MAP-CREDIT-ACCOUNT (WS-MAP-IDX)
                       MOVE MAP-DESCRIPTION
                           TO WS-MAP-DESCRIPTION (WS-MAP-IDX)
                   END-IF
               END-IF
           END-IF.

       1068-FIND-MAP-ENTRY.
      * Looks up the combination in the WS-FIND- fields.
           MOVE ZEROES TO WS-MATCHED-MAP-IDX
           IF WS-MAP-COUNT > ZEROES
               PERFORM VARYING WS-MAP-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-MAP-SCAN-IDX > WS-MAP-COUNT
                   SET WS-MAP-IDX TO WS-MAP-SCAN-IDX
                   IF WS-MAP-INTENT (WS-MAP-IDX) = WS-FIND-INTENT
                       AND WS-MAP-ASSET-CLASS (WS-MAP-IDX)
                           = WS-FIND-ASSET-CLASS
                       AND WS-MAP-RECORD-TYPE (WS-MAP-IDX)
                           = WS-FIND-RECORD-TYPE
                       AND WS-MAP-TRANSFER-SIDE (WS-MAP-IDX)
                           = WS-FIND-TRANSFER-SIDE
                       MOVE WS-MAP-SCAN-IDX TO WS-MATCHED-MAP-IDX
                   END-IF
               END-PERFORM
           END-IF.

       1070-OPEN-SUBLEDGER-FILES.
      * Status 35 is a sub-ledger the archive has never written to --
      * empty, not an error. If the cursor says lines were journaled
      * from it, 3000 catches the shrinkage.
           OPEN INPUT DLT-TRANSFER-SUBLEDGER-FILE
           EVALUATE TRANSFER-SUBLEDGER-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-TRANSFER-OPEN-FLAG
                   PERFORM 1100-READ-TRANSFER-LINE
               WHEN '35'
                   MOVE 'Y' TO WS-TRANSFER-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'ERROR 1071: FAILED TO OPEN TRANSFER '
                       'SUB-LEDGER. STAT: '
                       TRANSFER-SUBLEDGER-FILE-STATUS
                   PERFORM 1090-STOP-ALL-READING
           END-EVALUATE
           OPEN INPUT DLT-MINT-SUBLEDGER-FILE
           EVALUATE MINT-SUBLEDGER-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-MINT-OPEN-FLAG
                   PERFORM 1110-READ-MINT-LINE
               WHEN '35'
                   MOVE 'Y' TO WS-MINT-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'ERROR 1072: FAILED TO OPEN MINT '
                       'SUB-LEDGER. STAT: '
                       MINT-SUBLEDGER-FILE-STATUS
                   PERFORM 1090-STOP-ALL-READING
           END-EVALUATE
           OPEN INPUT DLT-BURN-SUBLEDGER-FILE
           EVALUATE BURN-SUBLEDGER-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-BURN-OPEN-FLAG
                   PERFORM 1120-READ-BURN-LINE
               WHEN '35'
                   MOVE 'Y' TO WS-BURN-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'ERROR 1073: FAILED TO OPEN BURN '
                       'SUB-LEDGER. STAT: '
                       BURN-SUBLEDGER-FILE-STATUS
                   PERFORM 1090-STOP-ALL-READING
           END-EVALUATE.

       1090-STOP-ALL-READING.
           MOVE 'Y' TO WS-ABORT-FLAG
           MOVE 'Y' TO WS-TRANSFER-EOF-FLAG
           MOVE 'Y' TO WS-MINT-EOF-FLAG
           MOVE 'Y' TO WS-BURN-EOF-FLAG.

      * A hard read error fires neither AT END nor a good status --
      * without the guards below the loop would re-issue the failing
      * read forever, and a partially read night must never be
      * journaled.
       1100-READ-TRANSFER-LINE.
           READ DLT-TRANSFER-SUBLEDGER-FILE
               AT END MOVE 'Y' TO WS-TRANSFER-EOF-FLAG
           END-READ
           IF TRANSFER-SUBLEDGER-FILE-STATUS NOT = '00'
               AND TRANSFER-SUBLEDGER-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 1101: TRANSFER SUB-LEDGER READ FAILED, '
                   'STAT: ' TRANSFER-SUBLEDGER-FILE-STATUS
               PERFORM 1090-STOP-ALL-READING
           END-IF
           IF NOT END-OF-TRANSFER-LEDGER
               ADD 1 TO WS-TRANSFER-READ-COUNTER
           END-IF.

       1110-READ-MINT-LINE.
           READ DLT-MINT-SUBLEDGER-FILE
               AT END MOVE 'Y' TO WS-MINT-EOF-FLAG
           END-READ
           IF MINT-SUBLEDGER-FILE-STATUS NOT = '00'
               AND MINT-SUBLEDGER-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 1111: MINT SUB-LEDGER READ FAILED, '
                   'STAT: ' MINT-SUBLEDGER-FILE-STATUS
               PERFORM 1090-STOP-ALL-READING
           END-IF
           IF NOT END-OF-MINT-LEDGER
               ADD 1 TO WS-MINT-READ-COUNTER
           END-IF.

       1120-READ-BURN-LINE.
           READ DLT-BURN-SUBLEDGER-FILE
               AT END MOVE 'Y' TO WS-BURN-EOF-FLAG
           END-READ
           IF BURN-SUBLEDGER-FILE-STATUS NOT = '00'
               AND BURN-SUBLEDGER-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 1121: BURN SUB-LEDGER READ FAILED, '
                   'STAT: ' BURN-SUBLEDGER-FILE-STATUS
               PERFORM 1090-STOP-ALL-READING
           END-IF
           IF NOT END-OF-BURN-LEDGER
               ADD 1 TO WS-BURN-READ-COUNTER
           END-IF.

      * ---------------------------------------------------------------
      * Lines at or before a sub-ledger's cursor were journaled by an
      * earlier run -- counted past, never journaled again.
       2100-SUMMARIZE-TRANSFER-LINE.
           IF NOT END-OF-TRANSFER-LEDGER
               IF WS-TRANSFER-READ-COUNTER <= WS-TRANSFER-THROUGH
                   ADD 1 TO WS-SKIPPED-JOURNALED-COUNTER
               ELSE
                   MOVE TRANSFER-SUBLEDGER-RECORD TO WS-JOURNAL-POSTING
                   MOVE 'TRANSFER' TO WS-EXPECTED-INTENT
                   PERFORM 2500-ACCUMULATE-POSTING
               END-IF
               PERFORM 1100-READ-TRANSFER-LINE
           END-IF.

       2200-SUMMARIZE-MINT-LINE.
           IF NOT END-OF-MINT-LEDGER
               IF WS-MINT-READ-COUNTER <= WS-MINT-THROUGH
                   ADD 1 TO WS-SKIPPED-JOURNALED-COUNTER
               ELSE
                   MOVE MINT-SUBLEDGER-RECORD TO WS-JOURNAL-POSTING
                   MOVE 'MINT' TO WS-EXPECTED-INTENT
                   PERFORM 2500-ACCUMULATE-POSTING
               END-IF
               PERFORM 1110-READ-MINT-LINE
           END-IF.

       2300-SUMMARIZE-BURN-LINE.
           IF NOT END-OF-BURN-LEDGER
               IF WS-BURN-READ-COUNTER <= WS-BURN-THROUGH
                   ADD 1 TO WS-SKIPPED-JOURNALED-COUNTER
               ELSE
                   MOVE BURN-SUBLEDGER-RECORD TO WS-JOURNAL-POSTING
                   MOVE 'BURN' TO WS-EXPECTED-INTENT
                   PERFORM 2500-ACCUMULATE-POSTING
               END-IF
               PERFORM 1120-READ-BURN-LINE
           END-IF.

       2500-ACCUMULATE-POSTING.
      * The bucket is keyed on the line's own intent, so a line the
      * archive routed into the wrong sub-ledger still journals where
      * it belongs; it is counted and named so the routing defect is
      * seen, but it is not dropped from the ledger.
           IF JPS-INTENT NOT = WS-EXPECTED-INTENT
               ADD 1 TO WS-MISROUTED-COUNTER
               DISPLAY 'ERROR 2501: ' JPS-INTENT ' RECORD IN '
                   WS-EXPECTED-INTENT ' SUB-LEDGER, KEY: '
                   JPS-TRANSACTION-KEY
           END-IF
           IF JPS-ASSET-CLASS = SPACES
               MOVE WS-DEFAULT-ASSET-CLASS TO WS-LINE-ASSET-CLASS
           ELSE
               MOVE JPS-ASSET-CLASS TO WS-LINE-ASSET-CLASS
           END-IF
           PERFORM 2510-FIND-OR-START-BUCKET
           IF NOT JOURNAL-RUN-ABORTED
               SET WS-BUCKET-IDX TO WS-MATCHED-BUCKET-IDX
               ADD 1 TO WS-BKT-POSTING-COUNT (WS-BUCKET-IDX)
               ADD JPS-FINAL-WEIGHT TO WS-BKT-WEIGHT (WS-BUCKET-IDX)
               ADD 1 TO WS-POSTING-COUNTER
               ADD JPS-FINAL-WEIGHT TO WS-POSTING-WEIGHT
           END-IF.

       2510-FIND-OR-START-BUCKET.
           MOVE ZEROES TO WS-MATCHED-BUCKET-IDX
           IF WS-BUCKET-COUNT > ZEROES
               PERFORM VARYING WS-BUCKET-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-BUCKET-SCAN-IDX > WS-BUCKET-COUNT
                   SET WS-BUCKET-IDX TO WS-BUCKET-SCAN-IDX
                   IF WS-BKT-INTENT (WS-BUCKET-IDX) = JPS-INTENT
                       AND WS-BKT-ASSET-CLASS (WS-BUCKET-IDX)
                           = WS-LINE-ASSET-CLASS
                       AND WS-BKT-RECORD-TYPE (WS-BUCKET-IDX)
                           = JPS-RECORD-TYPE
                       AND WS-BKT-TRANSFER-SIDE (WS-BUCKET-IDX)
                           = JPS-TRANSFER-SIDE
                       MOVE WS-BUCKET-SCAN-IDX
                           TO WS-MATCHED-BUCKET-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MATCHED-BUCKET-IDX = ZEROES
               IF WS-BUCKET-COUNT >= WS-BUCKET-LIMIT
                   DISPLAY 'ERROR 2511: JOURNAL BUCKET TABLE FULL AT '
                       WS-BUCKET-LIMIT ' -- JOURNAL RUN ABORTED'
                   PERFORM 1090-STOP-ALL-READING
               ELSE
                   ADD 1 TO WS-BUCKET-COUNT
                   SET WS-BUCKET-IDX TO WS-BUCKET-COUNT
                   MOVE JPS-INTENT TO WS-BKT-INTENT (WS-BUCKET-IDX)
                   MOVE WS-LINE-ASSET-CLASS
                       TO WS-BKT-ASSET-CLASS (WS-BUCKET-IDX)
                   MOVE JPS-RECORD-TYPE
                       TO WS-BKT-RECORD-TYPE (WS-BUCKET-IDX)
                   MOVE JPS-TRANSFER-SIDE
                       TO WS-BKT-TRANSFER-SIDE (WS-BUCKET-IDX)
                   MOVE ZEROES
                       TO WS-BKT-POSTING-COUNT (WS-BUCKET-IDX)
                   MOVE ZEROES TO WS-BKT-WEIGHT (WS-BUCKET-IDX)
                   MOVE ZEROES TO WS-BKT-MAP-IDX (WS-BUCKET-IDX)
                   MOVE WS-BUCKET-COUNT TO WS-MATCHED-BUCKET-IDX
               END-IF
           END-IF.

      * ---------------------------------------------------------------
       3000-TERMINATE-JOURNAL.
      * A sub-ledger shorter than its cursor means the append-only
      * file shrank underneath us -- nothing about tonight's journal
      * can be trusted, and the cursor must not move.
           IF JOURNAL-FILES-OPENED
               AND NOT JOURNAL-RUN-ABORTED
               IF WS-TRANSFER-READ-COUNTER < WS-TRANSFER-THROUGH
                   DISPLAY 'ERROR 3001: TRANSFER SUB-LEDGER HOLDS '
                       WS-TRANSFER-READ-COUNTER ' RECORDS BUT THE '
                       'CURSOR SAYS ' WS-TRANSFER-THROUGH
                       ' WERE JOURNALED -- RUN ABORTED'
                   MOVE 'Y' TO WS-ABORT-FLAG
               END-IF
               IF WS-MINT-READ-COUNTER < WS-MINT-THROUGH
                   DISPLAY 'ERROR 3002: MINT SUB-LEDGER HOLDS '
                       WS-MINT-READ-COUNTER ' RECORDS BUT THE '
                       'CURSOR SAYS ' WS-MINT-THROUGH
                       ' WERE JOURNALED -- RUN ABORTED'
                   MOVE 'Y' TO WS-ABORT-FLAG
               END-IF
               IF WS-BURN-READ-COUNTER < WS-BURN-THROUGH
                   DISPLAY 'ERROR 3003: BURN SUB-LEDGER HOLDS '
                       WS-BURN-READ-COUNTER ' RECORDS BUT THE '
                       'CURSOR SAYS ' WS-BURN-THROUGH
                       ' WERE JOURNALED -- RUN ABORTED'
                   MOVE 'Y' TO WS-ABORT-FLAG
               END-IF
           END-IF
           IF JOURNAL-FILES-OPENED
               IF JOURNAL-RUN-ABORTED
                   DISPLAY 'GL JOURNAL RUN ABORTED -- JOURNAL FILE '
                       'IS EMPTY AND THE CURSOR HAS NOT MOVED'
               ELSE
                   PERFORM 3100-RESOLVE-ACCOUNTS
                   PERFORM 3150-WRITE-BUCKET-REPORT
                   IF WS-UNMAPPED-COUNTER > ZEROES
                       DISPLAY 'ERROR 3101: ' WS-UNMAPPED-COUNTER
                           ' COMBINATION(S) HAVE NO GL ACCOUNT '
                           'MAPPING -- JOURNAL STOPPED, SEE '
                           'DLT_GL_JOURNAL_REPORT.LOG'
                   ELSE
                       PERFORM 3200-WRITE-JOURNAL-LINES
                       PERFORM 3300-WRITE-JOURNAL-TRAILER
                       IF JOURNAL-IN-BALANCE
                           AND NOT JOURNAL-INCOMPLETE
                           PERFORM 3400-ADVANCE-JOURNAL-CURSOR
                       END-IF
                   END-IF
                   PERFORM 3500-WRITE-REPORT-TOTALS
               END-IF
               CLOSE GL-JOURNAL-FILE
               CLOSE GL-JOURNAL-REPORT-FILE
           END-IF
           IF TRANSFER-LEDGER-OPEN
               CLOSE DLT-TRANSFER-SUBLEDGER-FILE
           END-IF
           IF MINT-LEDGER-OPEN
               CLOSE DLT-MINT-SUBLEDGER-FILE
           END-IF
           IF BURN-LEDGER-OPEN
               CLOSE DLT-BURN-SUBLEDGER-FILE
           END-IF
           DISPLAY 'GL JOURNAL COMPLETE. POSTINGS SUMMARIZED: '
               WS-POSTING-COUNTER
           DISPLAY 'LINES ALREADY JOURNALED (SKIPPED): '
               WS-SKIPPED-JOURNALED-COUNTER
           DISPLAY 'COMBINATIONS: ' WS-BUCKET-COUNT
               '  UNMAPPED: ' WS-UNMAPPED-COUNTER
           DISPLAY 'JOURNAL LINES WRITTEN: ' WS-JOURNAL-LINE-COUNTER.

       3100-RESOLVE-ACCOUNTS.
      * Every bucket is looked up before a single journal line is
      * written, so the report names every missing mapping at once
      * rather than one per night.
           PERFORM VARYING WS-BUCKET-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-SCAN-IDX > WS-BUCKET-COUNT
               SET WS-BUCKET-IDX TO WS-BUCKET-SCAN-IDX
               MOVE WS-BKT-INTENT (WS-BUCKET-IDX) TO WS-FIND-INTENT
               MOVE WS-BKT-ASSET-CLASS (WS-BUCKET-IDX)
                   TO WS-FIND-ASSET-CLASS
               MOVE WS-BKT-RECORD-TYPE (WS-BUCKET-IDX)
                   TO WS-FIND-RECORD-TYPE
               MOVE WS-BKT-TRANSFER-SIDE (WS-BUCKET-IDX)
                   TO WS-FIND-TRANSFER-SIDE
               PERFORM 1068-FIND-MAP-ENTRY
               MOVE WS-MATCHED-MAP-IDX
                   TO WS-BKT-MAP-IDX (WS-BUCKET-IDX)
               IF WS-MATCHED-MAP-IDX = ZEROES
                   ADD 1 TO WS-UNMAPPED-COUNTER
               END-IF
           END-PERFORM.

       3150-WRITE-BUCKET-REPORT.
           MOVE WS-CURRENT-DATE TO WS-HDR-DATE
           MOVE WS-RPT-HEADER-1 TO GL-JOURNAL-REPORT-RECORD
           WRITE GL-JOURNAL-REPORT-RECORD
           MOVE WS-RPT-HEADER-2 TO GL-JOURNAL-REPORT-RECORD
           WRITE GL-JOURNAL-REPORT-RECORD
           PERFORM VARYING WS-BUCKET-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-SCAN-IDX > WS-BUCKET-COUNT
               SET WS-BUCKET-IDX TO WS-BUCKET-SCAN-IDX
               MOVE WS-BKT-INTENT (WS-BUCKET-IDX) TO WS-RBL-INTENT
               MOVE WS-BKT-ASSET-CLASS (WS-BUCKET-IDX)
                   TO WS-RBL-CLASS
               MOVE WS-BKT-RECORD-TYPE (WS-BUCKET-IDX)
                   TO WS-RBL-RECORD-TYPE
               MOVE WS-BKT-TRANSFER-SIDE (WS-BUCKET-IDX)
                   TO WS-RBL-SIDE
               MOVE WS-BKT-POSTING-COUNT (WS-BUCKET-IDX)
                   TO WS-RBL-COUNT
               MOVE WS-BKT-WEIGHT (WS-BUCKET-IDX) TO WS-RBL-WEIGHT
               IF WS-BKT-MAP-IDX (WS-BUCKET-IDX) = ZEROES
                   MOVE SPACES TO WS-RBL-DEBIT-ACCOUNT
                   MOVE SPACES TO WS-RBL-CREDIT-ACCOUNT
                   MOVE 'UNMAPPED' TO WS-RBL-STATUS
               ELSE
                   SET WS-MAP-IDX TO WS-BKT-MAP-IDX (WS-BUCKET-IDX)
                   MOVE WS-MAP-DEBIT-ACCOUNT (WS-MAP-IDX)
                       TO WS-RBL-DEBIT-ACCOUNT
                   MOVE WS-MAP-CREDIT-ACCOUNT (WS-MAP-IDX)
                       TO WS-RBL-CREDIT-ACCOUNT
                   MOVE SPACES TO WS-RBL-STATUS
               END-IF
               MOVE WS-RPT-BUCKET-LINE TO GL-JOURNAL-REPORT-RECORD
               WRITE GL-JOURNAL-REPORT-RECORD
           END-PERFORM.

       3200-WRITE-JOURNAL-LINES.
      * Two lines per bucket, debit then credit, same amount -- the
      * journal balances by construction and 3300 proves it from
      * the totals actually written.
           PERFORM VARYING WS-BUCKET-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-SCAN-IDX > WS-BUCKET-COUNT
                      OR JOURNAL-INCOMPLETE
               SET WS-BUCKET-IDX TO WS-BUCKET-SCAN-IDX
               SET WS-MAP-IDX TO WS-BKT-MAP-IDX (WS-BUCKET-IDX)
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'D' TO JNL-RECORD-CODE
               MOVE WS-CURRENT-DATE TO JNL-JOURNAL-DATE
               MOVE WS-BKT-WEIGHT (WS-BUCKET-IDX) TO JNL-AMOUNT
               MOVE WS-BKT-INTENT (WS-BUCKET-IDX) TO JNL-INTENT
               MOVE WS-BKT-ASSET-CLASS (WS-BUCKET-IDX)
                   TO JNL-ASSET-CLASS
               MOVE WS-BKT-RECORD-TYPE (WS-BUCKET-IDX)
                   TO JNL-RECORD-TYPE
               MOVE WS-BKT-TRANSFER-SIDE (WS-BUCKET-IDX)
                   TO JNL-TRANSFER-SIDE
               MOVE WS-BKT-POSTING-COUNT (WS-BUCKET-IDX)
                   TO JNL-POSTING-COUNT
               MOVE WS-MAP-DESCRIPTION (WS-MAP-IDX)
                   TO JNL-DESCRIPTION
               ADD 1 TO WS-JOURNAL-LINE-COUNTER
               MOVE WS-JOURNAL-LINE-COUNTER TO JNL-LINE-NUMBER
               MOVE WS-MAP-DEBIT-ACCOUNT (WS-MAP-IDX) TO JNL-ACCOUNT
               MOVE 'D' TO JNL-DEBIT-CREDIT
               WRITE GL-JOURNAL-RECORD
               IF JOURNAL-FILE-STATUS = '00'
                   ADD JNL-AMOUNT TO WS-JOURNAL-DEBIT-TOTAL
                   ADD 1 TO WS-JOURNAL-LINE-COUNTER
                   MOVE WS-JOURNAL-LINE-COUNTER TO JNL-LINE-NUMBER
                   MOVE WS-MAP-CREDIT-ACCOUNT (WS-MAP-IDX)
                       TO JNL-ACCOUNT
                   MOVE 'C' TO JNL-DEBIT-CREDIT
                   WRITE GL-JOURNAL-RECORD
               END-IF
               IF JOURNAL-FILE-STATUS = '00'
                   ADD JNL-AMOUNT TO WS-JOURNAL-CREDIT-TOTAL
               ELSE
                   DISPLAY 'ERROR 3201: GL JOURNAL WRITE FAILED, '
                       'STAT: ' JOURNAL-FILE-STATUS ' AT LINE '
                       WS-JOURNAL-LINE-COUNTER ' -- JOURNAL INCOMPLETE'
                   MOVE 'Y' TO WS-JOURNAL-WRITE-FLAG
                   SUBTRACT 1 FROM WS-JOURNAL-LINE-COUNTER
               END-IF
           END-PERFORM.

       3300-WRITE-JOURNAL-TRAILER.
      * Debits must equal credits, and both must equal the weight
      * summarized off the sub-ledgers. A trailer marked 'U' tells the
      * ledger system not to load, and the cursor stays put. A
      * journal cut short by a failed write is marked 'U' whatever
      * its totals say.
           IF WS-JOURNAL-DEBIT-TOTAL = WS-JOURNAL-CREDIT-TOTAL
               AND WS-JOURNAL-DEBIT-TOTAL = WS-POSTING-WEIGHT
               AND NOT JOURNAL-INCOMPLETE
               MOVE 'Y' TO WS-JOURNAL-BALANCED-FLAG
           ELSE
               DISPLAY 'ERROR 3301: GL JOURNAL OUT OF BALANCE -- '
                   'DEBITS ' WS-JOURNAL-DEBIT-TOTAL ' CREDITS '
                   WS-JOURNAL-CREDIT-TOTAL ' SUMMARIZED '
                   WS-POSTING-WEIGHT
           END-IF
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'T' TO JTR-RECORD-CODE
           MOVE WS-CURRENT-DATE TO JTR-JOURNAL-DATE
           MOVE WS-JOURNAL-LINE-COUNTER TO JTR-LINE-COUNT
           MOVE WS-JOURNAL-DEBIT-TOTAL TO JTR-DEBIT-TOTAL
           MOVE WS-JOURNAL-CREDIT-TOTAL TO JTR-CREDIT-TOTAL
           MOVE WS-POSTING-COUNTER TO JTR-POSTING-COUNT
           MOVE WS-TRANSFER-READ-COUNTER TO JTR-TRANSFER-THROUGH
           MOVE WS-MINT-READ-COUNTER TO JTR-MINT-THROUGH
           MOVE WS-BURN-READ-COUNTER TO JTR-BURN-THROUGH
           IF JOURNAL-IN-BALANCE
               MOVE 'B' TO JTR-BALANCE-STATUS
           ELSE
               MOVE 'U' TO JTR-BALANCE-STATUS
           END-IF
           WRITE GL-JOURNAL-RECORD
           IF JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 3302: GL JOURNAL TRAILER WRITE FAILED, '
                   'STAT: ' JOURNAL-FILE-STATUS ' -- JOURNAL INCOMPLETE'
               MOVE 'Y' TO WS-JOURNAL-WRITE-FLAG
               MOVE 'N' TO WS-JOURNAL-BALANCED-FLAG
           END-IF.

       3400-ADVANCE-JOURNAL-CURSOR.
      * The night's journal is durable -- move the cursor to the end
      * of what was summarized. A crash before this rewrite just
      * reproduces the identical journal next run; a crash after it
      * never journals a line twice.
           OPEN OUTPUT GL-JOURNAL-CURSOR-FILE
           IF CURSOR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 3401: CANNOT REWRITE GL JOURNAL '
                   'CURSOR, STAT: ' CURSOR-FILE-STATUS
                   ' -- NEXT RUN WILL RE-PRODUCE TONIGHT''S FILE'
           ELSE
               MOVE SPACES TO GL-JOURNAL-CURSOR-RECORD
               MOVE WS-TRANSFER-READ-COUNTER TO CUR-TRANSFER-THROUGH
               MOVE WS-MINT-READ-COUNTER TO CUR-MINT-THROUGH
               MOVE WS-BURN-READ-COUNTER TO CUR-BURN-THROUGH
               MOVE WS-CURRENT-DATE TO CUR-LAST-RUN-DATE
               WRITE GL-JOURNAL-CURSOR-RECORD
               IF CURSOR-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR 3402: GL JOURNAL CURSOR WRITE '
                       'FAILED, STAT: ' CURSOR-FILE-STATUS
                       ' -- NEXT RUN WILL RE-PRODUCE TONIGHT''S FILE'
               ELSE
                   DISPLAY 'GL JOURNAL CURSOR ADVANCED TO TRANSFER '
                       WS-TRANSFER-READ-COUNTER ' MINT '
                       WS-MINT-READ-COUNTER ' BURN '
                       WS-BURN-READ-COUNTER
               END-IF
               CLOSE GL-JOURNAL-CURSOR-FILE
           END-IF.

       3500-WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           MOVE 'WEIGHT SUMMARIZED FROM SUB-LEDGERS:   '
               TO WS-RTL-LABEL
           MOVE WS-POSTING-WEIGHT TO WS-RTL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO GL-JOURNAL-REPORT-RECORD
           WRITE GL-JOURNAL-REPORT-RECORD
           MOVE 'JOURNAL DEBIT TOTAL:                  '
               TO WS-RTL-LABEL
           MOVE WS-JOURNAL-DEBIT-TOTAL TO WS-RTL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO GL-JOURNAL-REPORT-RECORD
           WRITE GL-JOURNAL-REPORT-RECORD
           MOVE 'JOURNAL CREDIT TOTAL:                 '
               TO WS-RTL-LABEL
           MOVE WS-JOURNAL-CREDIT-TOTAL TO WS-RTL-VALUE
           EVALUATE TRUE
               WHEN WS-UNMAPPED-COUNTER > ZEROES
                   MOVE 'JOURNAL STOPPED' TO WS-RTL-TAG
               WHEN JOURNAL-INCOMPLETE
                   MOVE 'INCOMPLETE' TO WS-RTL-TAG
               WHEN JOURNAL-IN-BALANCE
                   MOVE 'IN-BALANCE' TO WS-RTL-TAG
               WHEN OTHER
                   MOVE 'OUT-OF-BALANCE' TO WS-RTL-TAG
           END-EVALUATE
           MOVE WS-RPT-TOTAL-LINE TO GL-JOURNAL-REPORT-RECORD
           WRITE GL-JOURNAL-REPORT-RECORD
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE 'POSTINGS SUMMARIZED:                  '
               TO WS-RCL-LABEL
           MOVE WS-POSTING-COUNTER TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO GL-JOURNAL-REPORT-RECORD
           WRITE GL-JOURNAL-REPORT-RECORD
           MOVE 'JOURNAL LINES WRITTEN:                '
               TO WS-RCL-LABEL
           MOVE WS-JOURNAL-LINE-COUNTER TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO GL-JOURNAL-REPORT-RECORD
           WRITE GL-JOURNAL-REPORT-RECORD
           MOVE 'UNMAPPED COMBINATIONS:                '
               TO WS-RCL-LABEL
           MOVE WS-UNMAPPED-COUNTER TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO GL-JOURNAL-REPORT-RECORD
           WRITE GL-JOURNAL-REPORT-RECORD
           MOVE 'LINES ALREADY JOURNALED (SKIPPED):    '
               TO WS-RCL-LABEL
           MOVE WS-SKIPPED-JOURNALED-COUNTER TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO GL-JOURNAL-REPORT-RECORD
           WRITE GL-JOURNAL-REPORT-RECORD
           IF WS-MAP-REJECT-COUNTER > ZEROES
               MOVE 'MALFORMED ACCOUNT MAP RECORDS:        '
                   TO WS-RCL-LABEL
               MOVE WS-MAP-REJECT-COUNTER TO WS-RCL-VALUE
               MOVE WS-RPT-COUNT-LINE TO GL-JOURNAL-REPORT-RECORD
               WRITE GL-JOURNAL-REPORT-RECORD
           END-IF
           IF WS-MISROUTED-COUNTER > ZEROES
               MOVE 'LINES IN THE WRONG SUB-LEDGER:        '
                   TO WS-RCL-LABEL
               MOVE WS-MISROUTED-COUNTER TO WS-RCL-VALUE
               MOVE WS-RPT-COUNT-LINE TO GL-JOURNAL-REPORT-RECORD
               WRITE GL-JOURNAL-REPORT-RECORD
           END-IF.
