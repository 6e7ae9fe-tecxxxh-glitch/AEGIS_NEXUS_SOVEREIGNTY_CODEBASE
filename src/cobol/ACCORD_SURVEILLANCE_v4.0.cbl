       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCORD-SURVEILLANCE-V4.
       AUTHOR. TƕēMafɪa ǦoʇhɪcǶɪppɪē.
       INSTALLATION. BONE ARCHIVE CENTRAL FACILITY.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. TODAY.
      *
      * LARGE-VALUE AND STRUCTURING SURVEILLANCE OVER THE ARCHIVE. THE
      * ENERGY-SIG ALERT BAND CATCHES ANOMALOUS SVTs AND THE VOLUME
      * TREND CATCHES INTENT-LEVEL DRIFT; NEITHER LOOKS AT WHAT ONE DID
      * IS MOVING. THIS RUN READS EVERY TRANSFER DEBIT LEG AND EVERY
      * BURN ('O' OR 'C' POSTINGS) DATED IN THE SURVEILLANCE WINDOW --
      * THE LAST N WHOLE DAYS BEFORE TODAY -- FROM THE CURRENT ARCHIVE
      * AND EVERY ACTIVE GENERATION THAT CAN HOLD THEM, AND RAISES A
      * CASE FOR:
      *   L  A SINGLE POSTING AT OR OVER THE LARGE-VALUE THRESHOLD;
      *   A  A DID'S POSTINGS ON ONE DAY TOTALLING AT OR OVER THE DAILY
      *      AGGREGATE THRESHOLD;
      *   S  A DID'S NEAR-THRESHOLD POSTINGS ON ONE DAY NUMBERING AT
      *      LEAST THE CLUSTER COUNT -- ONE LARGE MOVEMENT SPLIT UP;
      *   M  THE SAME SPREAD ACROSS UP TO THE CLUSTER SPAN IN DAYS;
      *   P  THE SAME BETWEEN ONE DID AND ONE COUNTERPARTY (TRANSFERS
      *      ONLY), WITHIN THE CLUSTER SPAN.
      * A NEAR-THRESHOLD POSTING IS ONE BELOW THE LARGE-VALUE
      * THRESHOLD BUT AT OR OVER THE NEAR PERCENTAGE OF IT. CLUSTERS
      * ARE TAKEN OLDEST FIRST AND DO NOT OVERLAP -- EACH OTHER OR A
      * CASE OF THE SAME TYPE ALREADY ON FILE: A POSTING AT OR BEFORE
      * THE LAST MEMBER OF SUCH A CASE IS NOT SCANNED AGAIN, SO A
      * WINDOW STARTING PART-WAY THROUGH A CASE CANNOT RE-RAISE IT
      * UNDER ANOTHER ANCHOR.
      *
      * THRESHOLDS ARE PER ASSET CLASS (DLT_SURVEILLANCE_THRESHOLDS.
      * DAT); A POSTING IN A CLASS WITH NO THRESHOLDS IS NOT SURVEILLED
      * AND THE REPORT SAYS SO. A BLANK CLASS IS THE DEFAULT CLASS.
      * THE BALANCE MIGRATION DID MAINTENANCE POSTS WHEN ONE DID
      * SUCCEEDS ANOTHER IS NOT SURVEILLED -- IT IS KNOWN BY THE
      * SUCCESSION LINK ON DID_MASTER_HISTORY.DAT.
      *
      * CASES PERSIST IN DLT_SURVEILLANCE_CASES.DAT, KEYED ON CASE
      * TYPE, DID, CLASS, COUNTERPARTY AND ANCHOR. A CASE ALREADY ON
      * FILE -- OPEN OR REVIEWED -- IS NEVER RAISED AGAIN, SO
      * OVERLAPPING WINDOWS ARE SAFE. COMPLIANCE RECORDS ITS REVIEWS ON
      * DLT_SURVEILLANCE_REVIEWS.DAT, APPLIED AT THE START OF EACH RUN.
      *
      * A DID RAISING AT LEAST THE CLASS'S SUSPENSION COUNT OF NEW
      * CASES IN ONE RUN IS RECOMMENDED FOR SUSPENSION: THE REPORT
      * LISTS IT AND, FOR A DID STILL ACTIVE, A CHANGE CARD SUSPENDING
      * IT IS WRITTEN IN ACCORD-DID-MASTER-MAINT-V4'S INPUT LAYOUT TO
      * DLT_SURVEILLANCE_SUSPENSIONS.DAT. NOTHING IS SUSPENDED HERE --
      * COMPLIANCE DECIDES WHICH CARDS GO INTO DID_MASTER_MAINT.DAT.
      *
      * ARGUMENT 1: WINDOW IN DAYS (DEFAULT 7, MAX 60).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DLT-ARCHIVE-FILE ASSIGN TO 'DLT_IMMUTABLE_ARCHIVE.LOG'
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
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS GEN-REGISTRY-FILE-STATUS.
           SELECT DLT-GEN-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-GEN-ARCHIVE-PATH
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
      * Hand-maintained by compliance, one record per asset class.
           SELECT THRESHOLD-FILE
               ASSIGN TO 'DLT_SURVEILLANCE_THRESHOLDS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS THRESHOLD-FILE-STATUS.
      * Every case ever raised, with its review disposition.
           SELECT SURVEILLANCE-CASE-FILE
               ASSIGN TO 'DLT_SURVEILLANCE_CASES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-KEY
               STATUS IS CASE-FILE-STATUS.
      * Review dispositions keyed by compliance -- optional.
           SELECT CASE-REVIEW-FILE
               ASSIGN TO 'DLT_SURVEILLANCE_REVIEWS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS REVIEW-FILE-STATUS.
      * Read only, to build a suspension card from the standing
      * record -- optional; without it the recommendations are
      * listed but no cards are written.
           SELECT DID-MASTER-FILE ASSIGN TO 'DID_MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIDM-DID
               STATUS IS DID-MASTER-FILE-STATUS.
      * Succession links written by ACCORD-DID-MASTER-MAINT-V4 --
      * optional; no history file means no DID has been succeeded and
      * there are no balance migrations to pass over.
           SELECT DID-HISTORY-FILE
               ASSIGN TO 'DID_MASTER_HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS DID-HISTORY-FILE-STATUS.
           SELECT SURVEILLANCE-SORT-FILE
               ASSIGN TO 'ACCORD_SURVEILLANCE_SORT.TMP'.
           SELECT SUSPENSION-CARD-FILE
               ASSIGN TO 'DLT_SURVEILLANCE_SUSPENSIONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS SUSPENSION-FILE-STATUS.
           SELECT SURVEILLANCE-REPORT-FILE
               ASSIGN TO 'DLT_SURVEILLANCE_REPORT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DLT-ARCHIVE-FILE
           RECORD CONTAINS 251 CHARACTERS
           DATA RECORD IS DLT-ARCHIVE-RECORD.
       01  DLT-ARCHIVE-RECORD.
           05  SVT-TRANSACTION-KEY      PIC X(51).
           05  SVT-ARCHIVE-DATA.
               10 DLT-DID               PIC X(30).
               10 DLT-ENERGY-SIG        PIC 9(04).
               10 DLT-INTENT            PIC X(20).
               10 DLT-FINAL-WEIGHT      PIC 9(10).
               10 DLT-TIMESTAMP         PIC 9(16).
               10 DLT-VERIFICATION-FLAG PIC X(01).
               10 DLT-RECORD-TYPE       PIC X(01).
               10 DLT-ORIGINAL-KEY      PIC X(51).
               10 DLT-COUNTERPARTY-DID  PIC X(30).
               10 DLT-TRANSFER-SIDE     PIC X(01).
               10 DLT-ASSET-CLASS       PIC X(02).
               10 FILLER                PIC X(34).

       FD  GENERATION-REGISTRY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GENERATION-REGISTRY-RECORD.
       01  GENERATION-REGISTRY-RECORD.
           05  GENREG-PERIOD            PIC 9(06).
      * Space = active; 'P' = purged by ACCORD-RETENTION-PURGE-V4.
           05  GENREG-STATUS            PIC X(01).
           05  GENREG-PATH              PIC X(64).
           05  FILLER                   PIC X(09).

       FD  DLT-GEN-ARCHIVE-FILE
           RECORD CONTAINS 251 CHARACTERS
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

       FD  THRESHOLD-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS THRESHOLD-RECORD.
       01  THRESHOLD-RECORD.
           05  THR-ASSET-CLASS          PIC X(02).
      * Weight of a single posting that is large in itself.
           05  THR-LARGE-VALUE          PIC X(10).
      * Total weight one DID may move in a day before it is a case.
           05  THR-DAILY-AGGREGATE      PIC X(12).
      * Floor of the near-threshold band, as a percentage (01-99) of
      * the large-value threshold.
           05  THR-NEAR-PERCENT         PIC X(03).
      * Near-threshold postings that make a cluster (at least 2).
           05  THR-CLUSTER-COUNT        PIC X(03).
      * Days a multi-day or pair cluster may span (at least 1).
           05  THR-CLUSTER-DAYS         PIC X(02).
      * New cases in one run that make a suspension recommendation;
      * 000 = never recommend.
           05  THR-SUSPEND-CASES        PIC X(03).
           05  FILLER                   PIC X(45).
       01  THRESHOLD-RECORD-N REDEFINES THRESHOLD-RECORD.
           05  FILLER                   PIC X(02).
           05  THR-LARGE-VALUE-N        PIC 9(10).
           05  THR-DAILY-AGGREGATE-N    PIC 9(12).
           05  THR-NEAR-PERCENT-N       PIC 9(03).
           05  THR-CLUSTER-COUNT-N      PIC 9(03).
           05  THR-CLUSTER-DAYS-N       PIC 9(02).
           05  THR-SUSPEND-CASES-N      PIC 9(03).
           05  FILLER                   PIC X(45).

       FD  SURVEILLANCE-CASE-FILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS SURVEILLANCE-CASE-RECORD.
       01  SURVEILLANCE-CASE-RECORD.
           05  CASE-KEY.
      * 'L' large value, 'A' daily aggregate, 'S' same-day cluster,
      * 'M' multi-day cluster, 'P' DID-to-counterparty cluster.
               10  CASE-TYPE            PIC X(01).
               10  CASE-DID             PIC X(30).
               10  CASE-ASSET-CLASS     PIC X(02).
      * 'P' cases always, 'L' cases where the posting has one.
               10  CASE-COUNTERPARTY-DID PIC X(30).
      * 'L': the posting's timestamp. 'A' and 'S': the day, as
      * YYYYMMDD followed by zeroes. 'M' and 'P': the first member's
      * timestamp.
               10  CASE-ANCHOR          PIC 9(16).
           05  CASE-RAISED-DATE         PIC 9(08).
      * 'O' open, 'R' reviewed and cleared, 'E' reviewed and
      * escalated.
           05  CASE-STATUS              PIC X(01).
               88  CASE-IS-OPEN         VALUE 'O'.
           05  CASE-LAST-DATE           PIC 9(08).
           05  CASE-POSTING-COUNT       PIC 9(06).
           05  CASE-TOTAL-WEIGHT        PIC 9(14).
           05  CASE-THRESHOLD           PIC 9(12).
           05  CASE-REVIEW-DATE         PIC 9(08).
           05  CASE-REVIEWER            PIC X(08).
      * Timestamp of the case's last member posting. Cases raised
      * before it was kept hold zeroes or spaces here; CASE-LAST-DATE
      * stands in for them.
           05  CASE-LAST-MEMBER-TS      PIC 9(16).

       FD  CASE-REVIEW-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CASE-REVIEW-RECORD.
       01  CASE-REVIEW-RECORD.
      * The case key exactly as it stands on the case file.
           05  REV-CASE-KEY             PIC X(79).
      * 'R' reviewed and cleared, 'E' reviewed and escalated.
           05  REV-DISPOSITION          PIC X(01).
           05  REV-REVIEW-DATE          PIC X(08).
           05  REV-REVIEWER             PIC X(08).
           05  FILLER                   PIC X(04).
       01  CASE-REVIEW-RECORD-N REDEFINES CASE-REVIEW-RECORD.
           05  FILLER                   PIC X(80).
           05  REV-REVIEW-DATE-N        PIC 9(08).
           05  FILLER                   PIC X(12).

       FD  DID-MASTER-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS DID-MASTER-RECORD.
       01  DID-MASTER-RECORD.
           05  DIDM-DID                 PIC X(30).
           05  DIDM-STATUS              PIC X(01).
           05  DIDM-REGISTRATION-DATE   PIC 9(08).
           05  DIDM-DEACTIVATION-DATE   PIC 9(08).
           05  DIDM-ALLOWED-INTENTS     PIC X(60).
           05  DIDM-OVERDRAFT-LIMIT     PIC X(10).
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

       SD  SURVEILLANCE-SORT-FILE
           RECORD CONTAINS 161 CHARACTERS
           DATA RECORD IS SURVEILLANCE-SORT-RECORD.
       01  SURVEILLANCE-SORT-RECORD.
           05  SUR-DID                  PIC X(30).
      * Blank class already resolved to the default class.
           05  SUR-ASSET-CLASS          PIC X(02).
           05  SUR-TIMESTAMP            PIC 9(16).
           05  SUR-TRANSACTION-KEY      PIC X(51).
      * Position of the posting's date in the window, 1 = first day.
           05  SUR-DAY-INDEX            PIC 9(02).
           05  SUR-INTENT               PIC X(20).
           05  SUR-COUNTERPARTY-DID     PIC X(30).
           05  SUR-FINAL-WEIGHT         PIC 9(10).

      * Same layout as ACCORD-DID-MASTER-MAINT-V4's DID_MASTER_MAINT
      * input: a 'C' card replaces the whole record, so everything but
      * the status and deactivation date is carried from the standing
      * record.
       FD  SUSPENSION-CARD-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS MAINT-RECORD.
       01  MAINT-RECORD.
           05  MNT-ACTION               PIC X(01).
           05  MNT-DID                  PIC X(30).
           05  MNT-STATUS               PIC X(01).
           05  MNT-REGISTRATION-DATE    PIC 9(08).
           05  MNT-DEACTIVATION-DATE    PIC 9(08).
           05  MNT-ALLOWED-INTENTS      PIC X(60).
           05  MNT-OVERDRAFT-LIMIT      PIC X(10).
           05  FILLER                   PIC X(02).

       FD  SURVEILLANCE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS SURVEILLANCE-REPORT-RECORD.
       01  SURVEILLANCE-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       01  DLT-FILE-STATUS              PIC X(02).
       01  GEN-REGISTRY-FILE-STATUS     PIC X(02).
       01  GEN-FILE-STATUS              PIC X(02).
       01  THRESHOLD-FILE-STATUS        PIC X(02).
       01  CASE-FILE-STATUS             PIC X(02).
       01  REVIEW-FILE-STATUS           PIC X(02).
       01  DID-MASTER-FILE-STATUS       PIC X(02).
       01  DID-HISTORY-FILE-STATUS      PIC X(02).
       01  SUSPENSION-FILE-STATUS       PIC X(02).
       01  REPORT-FILE-STATUS           PIC X(02).
       01  WS-GEN-ARCHIVE-PATH          PIC X(64).

       01  WS-CURRENT-DATE              PIC 9(08) VALUE ZEROES.
       01  WS-RECORD-DATE               PIC 9(08) VALUE ZEROES.
       01  WS-ABORT-FLAG                PIC X(01) VALUE 'N'.
           88  SURVEILLANCE-ABORTED     VALUE 'Y'.

       01  WS-EOF-FLAG                  PIC X(01) VALUE 'N'.
           88  END-OF-ARCHIVE           VALUE 'Y'.
       01  WS-GEN-EOF-FLAG              PIC X(01) VALUE 'N'.
           88  END-OF-GENERATION        VALUE 'Y'.
       01  WS-GEN-REG-EOF-FLAG          PIC X(01) VALUE 'N'.
           88  END-OF-GEN-REGISTRY      VALUE 'Y'.
       01  WS-THRESHOLD-EOF-FLAG        PIC X(01) VALUE 'N'.
           88  END-OF-THRESHOLDS        VALUE 'Y'.
       01  WS-REVIEW-EOF-FLAG           PIC X(01) VALUE 'N'.
           88  END-OF-REVIEWS           VALUE 'Y'.
       01  WS-SORT-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-SORTED-POSTINGS   VALUE 'Y'.

       01  WS-FILES-OPEN-FLAG           PIC X(01) VALUE 'N'.
           88  SURVEILLANCE-FILES-OPENED VALUE 'Y'.
       01  WS-MASTER-OPEN-FLAG          PIC X(01) VALUE 'N'.
           88  DID-MASTER-AVAILABLE     VALUE 'Y'.

      * Window parameter, overridable from the command line.
      * Arguments arrive left-justified ('7' is '7' plus spaces), so
      * the value is right-justified and zero-filled before the
      * numeric screen sees it.
       01  WS-ARG-VALUE                 PIC X(08).
       01  WS-ARG-LENGTH                PIC 9(02) VALUE ZEROES.
       01  WS-ARG-CHAR-IDX              PIC 9(02) VALUE ZEROES.
       01  WS-ARG-JUSTIFIED             PIC X(08) JUSTIFIED RIGHT.
       01  WS-ARG-VALUE-N REDEFINES WS-ARG-JUSTIFIED
                                        PIC 9(08).
       01  WS-WINDOW-LIMIT              PIC 9(02) VALUE 60.
       01  WS-WINDOW-DAYS               PIC 9(02) VALUE 7.

      * The window's dates, oldest first, built by backing up from
      * today one calendar day at a time -- a posting's position in
      * this table is its day number for all the cluster arithmetic.
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-DATE           PIC 9(08) OCCURS 60 TIMES
                                        INDEXED BY WS-WIN-IDX.
       01  WS-WINDOW-START-DATE         PIC 9(08) VALUE ZEROES.
       01  WS-WINDOW-END-DATE           PIC 9(08) VALUE ZEROES.
       01  WS-WINDOW-START-PERIOD       PIC 9(06) VALUE ZEROES.
       01  WS-WIN-SLOT                  PIC 9(02) VALUE ZEROES.
       01  WS-WIN-DATE                  PIC 9(08) VALUE ZEROES.
       01  WS-WIN-DATE-R REDEFINES WS-WIN-DATE.
           05  WS-WIN-YEAR              PIC 9(04).
           05  WS-WIN-MONTH             PIC 9(02).
           05  WS-WIN-DAY               PIC 9(02).
       01  WS-WIN-MONTH-DAY-TABLE       PIC X(24) VALUE
           '312831303130313130313031'.
       01  WS-WIN-MONTH-DAY-R REDEFINES WS-WIN-MONTH-DAY-TABLE.
           05  WS-WIN-MONTH-DAY         PIC 9(02) OCCURS 12 TIMES.
       01  WS-WIN-PRIOR-MONTH           PIC 9(02) VALUE ZEROES.
       01  WS-WIN-PRIOR-DD              PIC 9(02) VALUE ZEROES.
       01  WS-WIN-LEAP-Q                PIC 9(04) VALUE ZEROES.
       01  WS-WIN-LEAP-R                PIC 9(04) VALUE ZEROES.
       01  WS-DAY-INDEX                 PIC 9(02) VALUE ZEROES.

       01  WS-GEN-REGISTRY-LIMIT        PIC 9(04) VALUE 120.
       01  WS-GEN-REGISTRY-COUNT        PIC 9(04) VALUE ZEROES.
       01  WS-GEN-REGISTRY-TABLE.
           05  WS-GEN-REGISTRY-ENTRY    OCCURS 120 TIMES
                                        INDEXED BY WS-GEN-IDX.
               10  WS-GEN-REG-PERIOD    PIC 9(06).
               10  WS-GEN-REG-PATH      PIC X(64).
               10  WS-GEN-REG-PURGED    PIC X(01).
       01  WS-GEN-SCAN-IDX              PIC 9(04) VALUE ZEROES.

      * Succession links with the date each was applied -- the
      * balance migration between the pair is posted that day.
       01  WS-HIST-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-DID-HISTORY       VALUE 'Y'.
       01  WS-LINK-LIMIT                PIC 9(04) VALUE 500.
       01  WS-LINK-COUNT                PIC 9(04) VALUE ZEROES.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY            OCCURS 500 TIMES.
               10  WS-LINK-PREDECESSOR  PIC X(30).
               10  WS-LINK-SUCCESSOR    PIC X(30).
               10  WS-LINK-APPLIED-DATE PIC 9(08).
       01  WS-LINK-SCAN-IDX             PIC 9(04) VALUE ZEROES.
       01  WS-MIGRATION-LEG-FLAG        PIC X(01) VALUE 'N'.
           88  MIGRATION-LEG            VALUE 'Y'.

      * Thresholds, one entry per asset class. The same class twice
      * is ambiguous and aborts the run.
       01  WS-DEFAULT-ASSET-CLASS       PIC X(02) VALUE 'EL'.
       01  WS-THR-LIMIT                 PIC 9(04) VALUE 50.
       01  WS-THR-COUNT                 PIC 9(04) VALUE ZEROES.
       01  WS-THR-TABLE.
           05  WS-THR-ENTRY             OCCURS 50 TIMES
                                        INDEXED BY WS-THR-IDX.
               10  WS-THR-ASSET-CLASS   PIC X(02).
               10  WS-THR-LARGE-VALUE   PIC 9(10).
               10  WS-THR-DAILY-AGGREGATE PIC 9(12).
      * Large value times the near percentage, worked out at load.
               10  WS-THR-NEAR-FLOOR    PIC 9(10).
               10  WS-THR-CLUSTER-COUNT PIC 9(03).
               10  WS-THR-CLUSTER-DAYS  PIC 9(02).
               10  WS-THR-SUSPEND-CASES PIC 9(03).
       01  WS-THR-SCAN-IDX              PIC 9(04) VALUE ZEROES.
       01  WS-THR-MATCH-IDX             PIC 9(04) VALUE ZEROES.
       01  WS-THR-REJECT-COUNTER        PIC 9(08) VALUE ZEROES.
       01  WS-LINE-ASSET-CLASS          PIC X(02) VALUE SPACES.

      * Classes met in the window with no thresholds -- their
      * postings are counted, not surveilled.
       01  WS-UNTHR-LIMIT               PIC 9(04) VALUE 20.
       01  WS-UNTHR-COUNT               PIC 9(04) VALUE ZEROES.
       01  WS-UNTHR-TABLE.
           05  WS-UNTHR-ENTRY           OCCURS 20 TIMES.
               10  WS-UNTHR-ASSET-CLASS PIC X(02).
               10  WS-UNTHR-POSTINGS    PIC 9(08).
       01  WS-UNTHR-SCAN-IDX            PIC 9(04) VALUE ZEROES.
       01  WS-UNTHR-MATCH-IDX           PIC 9(04) VALUE ZEROES.
       01  WS-UNTHRESHOLDED-COUNTER     PIC 9(08) VALUE ZEROES.

      * One DID's postings in one class, time order, as the sort
      * hands them back. A DID past the limit aborts the run -- a
      * partly surveilled DID would read as a clean one; narrow the
      * window instead.
       01  WS-PST-LIMIT                 PIC 9(04) VALUE 2000.
       01  WS-PST-COUNT                 PIC 9(04) VALUE ZEROES.
       01  WS-PST-TABLE.
           05  WS-PST-ENTRY             OCCURS 2000 TIMES.
               10  WS-PST-TIMESTAMP     PIC 9(16).
               10  WS-PST-DAY-INDEX     PIC 9(02).
               10  WS-PST-INTENT        PIC X(20).
               10  WS-PST-COUNTERPARTY  PIC X(30).
               10  WS-PST-WEIGHT        PIC 9(10).
               10  WS-PST-NEAR-FLAG     PIC X(01).
               10  WS-PST-PAIR-DONE     PIC X(01).
       01  WS-PST-IDX                   PIC 9(04) VALUE ZEROES.
       01  WS-PAIR-IDX                  PIC 9(04) VALUE ZEROES.
       01  WS-GRP-DID                   PIC X(30) VALUE SPACES.
       01  WS-GRP-ASSET-CLASS           PIC X(02) VALUE SPACES.
       01  WS-GRP-NEW-CASES             PIC 9(06) VALUE ZEROES.
       01  WS-GRP-OVERFLOW-FLAG         PIC X(01) VALUE 'N'.
           88  GROUP-OVERFLOWED         VALUE 'Y'.

      * Daily pass.
       01  WS-CURRENT-DAY-INDEX         PIC 9(02) VALUE ZEROES.
       01  WS-DAY-LAST-TS               PIC 9(16) VALUE ZEROES.
       01  WS-DAY-NEAR-LAST-TS          PIC 9(16) VALUE ZEROES.
       01  WS-DAY-POSTINGS              PIC 9(06) VALUE ZEROES.
       01  WS-DAY-WEIGHT                PIC 9(14) VALUE ZEROES.
       01  WS-DAY-NEAR-COUNT            PIC 9(06) VALUE ZEROES.
       01  WS-DAY-NEAR-WEIGHT           PIC 9(14) VALUE ZEROES.

      * Cluster scan: WS-SCAN-CASE-TYPE 'M' scans the DID's near
      * postings, 'P' only those to WS-SCAN-COUNTERPARTY.
       01  WS-SCAN-CASE-TYPE            PIC X(01) VALUE SPACE.
       01  WS-SCAN-COUNTERPARTY         PIC X(30) VALUE SPACES.
       01  WS-ANCHOR-IDX                PIC 9(04) VALUE ZEROES.
       01  WS-CLUSTER-END-DAY           PIC 9(03) VALUE ZEROES.
       01  WS-CLUSTER-COUNT             PIC 9(06) VALUE ZEROES.
       01  WS-CLUSTER-WEIGHT            PIC 9(14) VALUE ZEROES.
       01  WS-CLUSTER-LAST-IDX          PIC 9(04) VALUE ZEROES.
       01  WS-MEMBER-FLAG               PIC X(01) VALUE 'N'.
           88  CLUSTER-MEMBER           VALUE 'Y'.
      * Last member of the latest on-file case of the scan's type for
      * this DID, class and counterparty -- zeroes when there is none.
       01  WS-SCAN-COVERED-TS           PIC 9(16) VALUE ZEROES.
       01  WS-CASE-COVERED-TS           PIC 9(16) VALUE ZEROES.
       01  WS-COVER-EOF-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-COVERING-CASES    VALUE 'Y'.

      * The case being raised. DID and class come from the group.
       01  WS-CASE-TYPE                 PIC X(01) VALUE SPACE.
       01  WS-CASE-COUNTERPARTY         PIC X(30) VALUE SPACES.
       01  WS-CASE-ANCHOR               PIC 9(16) VALUE ZEROES.
       01  WS-CASE-LAST-DATE            PIC 9(08) VALUE ZEROES.
       01  WS-CASE-LAST-MEMBER-TS       PIC 9(16) VALUE ZEROES.
       01  WS-CASE-COUNT                PIC 9(06) VALUE ZEROES.
       01  WS-CASE-WEIGHT               PIC 9(14) VALUE ZEROES.
       01  WS-CASE-THRESHOLD            PIC 9(12) VALUE ZEROES.

      * Suspension recommendations, in DID order as the sort delivers
      * them. Past the limit a DID is named on the console instead.
       01  WS-SUSP-LIMIT                PIC 9(04) VALUE 200.
       01  WS-SUSP-COUNT                PIC 9(04) VALUE ZEROES.
       01  WS-SUSP-TABLE.
           05  WS-SUSP-ENTRY            OCCURS 200 TIMES.
               10  WS-SUSP-DID          PIC X(30).
               10  WS-SUSP-NEW-CASES    PIC 9(06).
       01  WS-SUSP-IDX                  PIC 9(04) VALUE ZEROES.
       01  WS-SUSP-DISPOSITION          PIC X(30) VALUE SPACES.

      * Run counters.
       01  WS-RECORDS-READ-COUNTER      PIC 9(10) VALUE ZEROES.
       01  WS-SURVEILLED-COUNTER        PIC 9(10) VALUE ZEROES.
       01  WS-MIGRATION-SKIP-COUNTER    PIC 9(08) VALUE ZEROES.
       01  WS-GROUP-COUNTER             PIC 9(08) VALUE ZEROES.
       01  WS-CASE-L-COUNTER            PIC 9(08) VALUE ZEROES.
       01  WS-CASE-A-COUNTER            PIC 9(08) VALUE ZEROES.
       01  WS-CASE-S-COUNTER            PIC 9(08) VALUE ZEROES.
       01  WS-CASE-M-COUNTER            PIC 9(08) VALUE ZEROES.
       01  WS-CASE-P-COUNTER            PIC 9(08) VALUE ZEROES.
       01  WS-NEW-CASE-COUNTER          PIC 9(08) VALUE ZEROES.
       01  WS-ON-FILE-OPEN-COUNTER      PIC 9(08) VALUE ZEROES.
       01  WS-ON-FILE-REVIEWED-COUNTER  PIC 9(08) VALUE ZEROES.
       01  WS-REVIEW-APPLIED-COUNTER    PIC 9(08) VALUE ZEROES.
       01  WS-REVIEW-REJECTED-COUNTER   PIC 9(08) VALUE ZEROES.
       01  WS-SUSP-UNLISTED-COUNTER     PIC 9(08) VALUE ZEROES.
       01  WS-SUSP-CARD-COUNTER         PIC 9(08) VALUE ZEROES.
       01  WS-REVIEW-REASON             PIC X(30) VALUE SPACES.

      * Surveillance report print lines.
       01  WS-RPT-HEADER-1.
           05  FILLER                   PIC X(33) VALUE
               'SURVEILLANCE OF POSTINGS DATED   '.
           05  WS-HDR-START-DATE        PIC 9(08).
           05  FILLER                   PIC X(09) VALUE ' THROUGH '.
           05  WS-HDR-END-DATE          PIC 9(08).
           05  FILLER                   PIC X(13) VALUE
               ' PRODUCED ON '.
           05  WS-HDR-DATE              PIC 9(08).
           05  FILLER                   PIC X(53) VALUE SPACES.
       01  WS-RPT-SECTION-LINE.
           05  WS-RSL-TEXT              PIC X(60).
           05  FILLER                   PIC X(72) VALUE SPACES.
       01  WS-RPT-CASE-HEADER.
           05  FILLER                   PIC X(50) VALUE
               'T DID                            CL COUNTERPARTY  '.
           05  FILLER                   PIC X(50) VALUE
               '                 ANCHOR           LAST DAY  COUNT '.
           05  FILLER                   PIC X(32) VALUE
               '        WEIGHT    THRESHOLD     '.
       01  WS-RPT-CASE-LINE.
           05  WS-RCS-TYPE              PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RCS-DID               PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RCS-CLASS             PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RCS-COUNTERPARTY      PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RCS-ANCHOR            PIC 9(16).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RCS-LAST-DATE         PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RCS-COUNT             PIC Z(05)9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RCS-WEIGHT            PIC Z(13)9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RCS-THRESHOLD         PIC Z(11)9.
           05  FILLER                   PIC X(05) VALUE SPACES.
       01  WS-RPT-REVIEW-LINE.
           05  WS-RRV-DISPOSITION       PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RRV-CASE-KEY          PIC X(79).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RRV-REASON            PIC X(30).
           05  FILLER                   PIC X(13) VALUE SPACES.
       01  WS-RPT-SUSPENSION-LINE.
           05  WS-RSP-DID               PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RSP-NEW-CASES         PIC Z(05)9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RSP-DISPOSITION       PIC X(30).
           05  FILLER                   PIC X(64) VALUE SPACES.
       01  WS-RPT-CLASS-LINE.
           05  FILLER                   PIC X(30) VALUE
               'NO THRESHOLDS FOR ASSET CLASS '.
           05  WS-RCL-CLASS             PIC X(02).
           05  FILLER                   PIC X(03) VALUE ' --'.
           05  WS-RCL-POSTINGS          PIC Z(07)9.
           05  FILLER                   PIC X(24) VALUE
               ' POSTINGS NOT SURVEILLED'.
           05  FILLER                   PIC X(65) VALUE SPACES.
       01  WS-RPT-COUNT-LINE.
           05  WS-RCT-LABEL             PIC X(38).
           05  WS-RCT-VALUE             PIC Z(09)9.
           05  FILLER                   PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-SURVEILLANCE.
           PERFORM 1000-INITIALIZE-SURVEILLANCE
           IF NOT SURVEILLANCE-ABORTED
      * The SORT gathers the window's surveilled postings from the
      * current archive and the generations that can hold them, then
      * hands them back by DID and class in time order.
               SORT SURVEILLANCE-SORT-FILE
                   ON ASCENDING KEY SUR-DID
                                    SUR-ASSET-CLASS
                                    SUR-TIMESTAMP
                                    SUR-TRANSACTION-KEY
                   INPUT PROCEDURE IS 2000-GATHER-WINDOW-POSTINGS
                   OUTPUT PROCEDURE IS 2500-SURVEIL-ALL-GROUPS
           END-IF
           PERFORM 3000-TERMINATE-SURVEILLANCE
           STOP RUN.

      * ---------------------------------------------------------------
       1000-INITIALIZE-SURVEILLANCE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1010-ACCEPT-WINDOW-DAYS
           PERFORM 1020-BUILD-WINDOW-DATES
           PERFORM 1030-OPEN-SURVEILLANCE-FILES
           IF NOT SURVEILLANCE-ABORTED
               PERFORM 1040-LOAD-THRESHOLDS
           END-IF
           IF NOT SURVEILLANCE-ABORTED
               PERFORM 1050-APPLY-CASE-REVIEWS
               PERFORM 1075-LOAD-GENERATION-REGISTRY
           END-IF
           IF NOT SURVEILLANCE-ABORTED
               PERFORM 1080-LOAD-SUCCESSION-LINKS
           END-IF.

       1010-ACCEPT-WINDOW-DAYS.
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               PERFORM 1015-JUSTIFY-ARG-VALUE
               IF WS-ARG-VALUE-N NUMERIC
                   AND WS-ARG-VALUE-N > ZEROES
                   AND WS-ARG-VALUE-N <= WS-WINDOW-LIMIT
                   MOVE WS-ARG-VALUE-N TO WS-WINDOW-DAYS
               ELSE
                   DISPLAY 'ERROR 1011: DAYS ARGUMENT IGNORED -- '
                       'USING DEFAULT ' WS-WINDOW-DAYS
               END-IF
           END-IF.

       1015-JUSTIFY-ARG-VALUE.
      * Right-justify the token and zero-fill the left so '7' screens
      * as 00000007.
           MOVE ZEROES TO WS-ARG-LENGTH
           PERFORM VARYING WS-ARG-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-ARG-CHAR-IDX > 8
               IF WS-ARG-VALUE (WS-ARG-CHAR-IDX:1) NOT = SPACE
                   MOVE WS-ARG-CHAR-IDX TO WS-ARG-LENGTH
               END-IF
           END-PERFORM
           MOVE WS-ARG-VALUE (1:WS-ARG-LENGTH) TO WS-ARG-JUSTIFIED
           INSPECT WS-ARG-JUSTIFIED
               REPLACING LEADING SPACES BY ZEROES.

       1020-BUILD-WINDOW-DATES.
      * Today is still being written, so the window ends yesterday.
      * The table is filled from its last slot back to its first.
           MOVE ZEROES TO WS-WINDOW-TABLE
           MOVE WS-CURRENT-DATE TO WS-WIN-DATE
           PERFORM VARYING WS-WIN-SLOT FROM WS-WINDOW-DAYS BY -1
                   UNTIL WS-WIN-SLOT < 1
               PERFORM 1025-BACK-UP-ONE-DAY
               MOVE WS-WIN-DATE TO WS-WINDOW-DATE (WS-WIN-SLOT)
           END-PERFORM
           MOVE WS-WINDOW-DATE (1) TO WS-WINDOW-START-DATE
           MOVE WS-WINDOW-DATE (WS-WINDOW-DAYS) TO WS-WINDOW-END-DATE
           COMPUTE WS-WINDOW-START-PERIOD = WS-WINDOW-START-DATE / 100.

       1025-BACK-UP-ONE-DAY.
           IF WS-WIN-DAY > 1
               SUBTRACT 1 FROM WS-WIN-DATE
           ELSE
               IF WS-WIN-MONTH = 1
                   COMPUTE WS-WIN-DATE
                       = (WS-WIN-YEAR - 1) * 10000 + 1231
               ELSE
                   COMPUTE WS-WIN-PRIOR-MONTH = WS-WIN-MONTH - 1
                   MOVE WS-WIN-MONTH-DAY (WS-WIN-PRIOR-MONTH)
                       TO WS-WIN-PRIOR-DD
                   IF WS-WIN-PRIOR-MONTH = 2
                       PERFORM 1028-CHECK-LEAP-YEAR
                   END-IF
                   COMPUTE WS-WIN-DATE
                       = WS-WIN-YEAR * 10000
                       + WS-WIN-PRIOR-MONTH * 100 + WS-WIN-PRIOR-DD
               END-IF
           END-IF.

       1028-CHECK-LEAP-YEAR.
      * Divisible by four, except centuries, except every fourth
      * century -- ordinary verbs, no intrinsics, per house custom.
           DIVIDE WS-WIN-YEAR BY 4 GIVING WS-WIN-LEAP-Q
               REMAINDER WS-WIN-LEAP-R
           IF WS-WIN-LEAP-R = ZEROES
               MOVE 29 TO WS-WIN-PRIOR-DD
               DIVIDE WS-WIN-YEAR BY 100 GIVING WS-WIN-LEAP-Q
                   REMAINDER WS-WIN-LEAP-R
               IF WS-WIN-LEAP-R = ZEROES
                   MOVE 28 TO WS-WIN-PRIOR-DD
                   DIVIDE WS-WIN-YEAR BY 400
                       GIVING WS-WIN-LEAP-Q
                       REMAINDER WS-WIN-LEAP-R
                   IF WS-WIN-LEAP-R = ZEROES
                       MOVE 29 TO WS-WIN-PRIOR-DD
                   END-IF
               END-IF
           END-IF.

       1030-OPEN-SURVEILLANCE-FILES.
           OPEN INPUT DLT-ARCHIVE-FILE.
           IF DLT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 1031: FAILED TO OPEN DLT ARCHIVE. STAT: '
                   DLT-FILE-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               PERFORM 1033-OPEN-CASE-FILE
               IF NOT SURVEILLANCE-ABORTED
                   PERFORM 1036-OPEN-REPORT-FILES
               END-IF
               IF NOT SURVEILLANCE-ABORTED
                   PERFORM 1038-OPEN-DID-MASTER
               END-IF
           END-IF.

       1033-OPEN-CASE-FILE.
      * Cases persist across runs; create cold on the very first run,
      * same idiom as the statement's carry-forward file.
           OPEN I-O SURVEILLANCE-CASE-FILE.
           IF CASE-FILE-STATUS = '35'
               OPEN OUTPUT SURVEILLANCE-CASE-FILE
               CLOSE SURVEILLANCE-CASE-FILE
               OPEN I-O SURVEILLANCE-CASE-FILE
           END-IF
           IF CASE-FILE-STATUS NOT = '00'
      * Without the case file every reviewed case would be raised
      * again -- stop instead.
               DISPLAY 'ERROR 1033: FAILED TO OPEN CASE FILE. STAT: '
                   CASE-FILE-STATUS
               CLOSE DLT-ARCHIVE-FILE
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

       1036-OPEN-REPORT-FILES.
      * The card file is opened OUTPUT up front, so a re-run replaces
      * it and a run that stops leaves it empty rather than holding
      * an earlier run's cards.
           OPEN OUTPUT SURVEILLANCE-REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 1036: FAILED TO OPEN SURVEILLANCE '
                   'REPORT. STAT: ' REPORT-FILE-STATUS
               CLOSE DLT-ARCHIVE-FILE
               CLOSE SURVEILLANCE-CASE-FILE
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               OPEN OUTPUT SUSPENSION-CARD-FILE
               IF SUSPENSION-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR 1037: FAILED TO OPEN SUSPENSION '
                       'CARD FILE. STAT: ' SUSPENSION-FILE-STATUS
                   CLOSE DLT-ARCHIVE-FILE
                   CLOSE SURVEILLANCE-CASE-FILE
                   CLOSE SURVEILLANCE-REPORT-FILE
                   MOVE 'Y' TO WS-ABORT-FLAG
               ELSE
                   MOVE 'Y' TO WS-FILES-OPEN-FLAG
                   MOVE WS-WINDOW-START-DATE TO WS-HDR-START-DATE
                   MOVE WS-WINDOW-END-DATE TO WS-HDR-END-DATE
                   MOVE WS-CURRENT-DATE TO WS-HDR-DATE
                   MOVE WS-RPT-HEADER-1 TO SURVEILLANCE-REPORT-RECORD
                   WRITE SURVEILLANCE-REPORT-RECORD
               END-IF
           END-IF.

       1038-OPEN-DID-MASTER.
      * Card-building companion only -- absence skips the cards with
      * a console line, never the surveillance.
           OPEN INPUT DID-MASTER-FILE.
           IF DID-MASTER-FILE-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN-FLAG
           ELSE
               DISPLAY 'DID MASTER NOT AVAILABLE, STAT: '
                   DID-MASTER-FILE-STATUS
                   ' -- SUSPENSIONS LISTED WITHOUT CARDS'
           END-IF.

       1040-LOAD-THRESHOLDS.
      * With no thresholds there is nothing to surveil against.
           OPEN INPUT THRESHOLD-FILE.
           EVALUATE THRESHOLD-FILE-STATUS
               WHEN '00'
                   PERFORM 1042-LOAD-THRESHOLD-RECORD
                       UNTIL END-OF-THRESHOLDS
                   CLOSE THRESHOLD-FILE
                   DISPLAY 'SURVEILLANCE THRESHOLD CLASSES LOADED: '
                       WS-THR-COUNT
               WHEN '35'
                   DISPLAY 'ERROR 1041: SURVEILLANCE THRESHOLDS NOT '
                       'SUPPLIED -- RUN ABORTED'
                   MOVE 'Y' TO WS-ABORT-FLAG
               WHEN OTHER
                   DISPLAY 'ERROR 1042: SURVEILLANCE THRESHOLDS '
                       'UNREADABLE, STAT: ' THRESHOLD-FILE-STATUS
                       ' -- RUN ABORTED'
                   MOVE 'Y' TO WS-ABORT-FLAG
           END-EVALUATE.

       1042-LOAD-THRESHOLD-RECORD.
           READ THRESHOLD-FILE
               AT END MOVE 'Y' TO WS-THRESHOLD-EOF-FLAG
               NOT AT END
                   PERFORM 1044-EDIT-THRESHOLD-RECORD
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF THRESHOLD-FILE-STATUS NOT = '00'
               AND THRESHOLD-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 1043: THRESHOLD READ FAILED, STAT: '
                   THRESHOLD-FILE-STATUS
               MOVE 'Y' TO WS-THRESHOLD-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

       1044-EDIT-THRESHOLD-RECORD.
      * A malformed record is rejected whole with a console line; its
      * class then shows on the report as having no thresholds.
           IF THR-ASSET-CLASS = SPACES
               OR THR-LARGE-VALUE NOT NUMERIC
               OR THR-DAILY-AGGREGATE NOT NUMERIC
               OR THR-NEAR-PERCENT NOT NUMERIC
               OR THR-CLUSTER-COUNT NOT NUMERIC
               OR THR-CLUSTER-DAYS NOT NUMERIC
               OR THR-SUSPEND-CASES NOT NUMERIC
               ADD 1 TO WS-THR-REJECT-COUNTER
               DISPLAY 'ERROR 1044: MALFORMED THRESHOLD RECORD '
                   'IGNORED: ' THRESHOLD-RECORD (1:35)
           ELSE
               IF THR-LARGE-VALUE-N = ZEROES
                   OR THR-DAILY-AGGREGATE-N = ZEROES
                   OR THR-NEAR-PERCENT-N < 1
                   OR THR-NEAR-PERCENT-N > 99
                   OR THR-CLUSTER-COUNT-N < 2
                   OR THR-CLUSTER-DAYS-N < 1
                   ADD 1 TO WS-THR-REJECT-COUNTER
                   DISPLAY 'ERROR 1044: MALFORMED THRESHOLD RECORD '
                       'IGNORED: ' THRESHOLD-RECORD (1:35)
               ELSE
                   PERFORM 1046-STORE-THRESHOLD
               END-IF
           END-IF.

       1046-STORE-THRESHOLD.
           MOVE ZEROES TO WS-THR-MATCH-IDX
           PERFORM VARYING WS-THR-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-THR-SCAN-IDX > WS-THR-COUNT
               IF WS-THR-ASSET-CLASS (WS-THR-SCAN-IDX)
                       = THR-ASSET-CLASS
                   MOVE WS-THR-SCAN-IDX TO WS-THR-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-THR-MATCH-IDX NOT = ZEROES
               DISPLAY 'ERROR 1045: THRESHOLDS GIVEN TWICE FOR CLASS '
                   THR-ASSET-CLASS ' -- RUN ABORTED'
               MOVE 'Y' TO WS-THRESHOLD-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               IF WS-THR-COUNT >= WS-THR-LIMIT
                   DISPLAY 'ERROR 1046: THRESHOLD TABLE FULL AT '
                       WS-THR-LIMIT ' -- RUN ABORTED'
                   MOVE 'Y' TO WS-THRESHOLD-EOF-FLAG
                   MOVE 'Y' TO WS-ABORT-FLAG
               ELSE
                   ADD 1 TO WS-THR-COUNT
                   SET WS-THR-IDX TO WS-THR-COUNT
                   MOVE THR-ASSET-CLASS
                       TO WS-THR-ASSET-CLASS (WS-THR-IDX)
                   MOVE THR-LARGE-VALUE-N
                       TO WS-THR-LARGE-VALUE (WS-THR-IDX)
                   MOVE THR-DAILY-AGGREGATE-N
                       TO WS-THR-DAILY-AGGREGATE (WS-THR-IDX)
                   COMPUTE WS-THR-NEAR-FLOOR (WS-THR-IDX)
                       = THR-LARGE-VALUE-N * THR-NEAR-PERCENT-N / 100
                   MOVE THR-CLUSTER-COUNT-N
                       TO WS-THR-CLUSTER-COUNT (WS-THR-IDX)
                   MOVE THR-CLUSTER-DAYS-N
                       TO WS-THR-CLUSTER-DAYS (WS-THR-IDX)
                   MOVE THR-SUSPEND-CASES-N
                       TO WS-THR-SUSPEND-CASES (WS-THR-IDX)
               END-IF
           END-IF.

       1050-APPLY-CASE-REVIEWS.
      * No review file just means nothing was reviewed since the last
      * run.
           OPEN INPUT CASE-REVIEW-FILE.
           IF REVIEW-FILE-STATUS = '00'
               MOVE SPACES TO WS-RPT-SECTION-LINE
               MOVE 'CASE REVIEWS' TO WS-RSL-TEXT
               MOVE WS-RPT-SECTION-LINE TO SURVEILLANCE-REPORT-RECORD
               WRITE SURVEILLANCE-REPORT-RECORD
               PERFORM 1052-APPLY-ONE-REVIEW
                   UNTIL END-OF-REVIEWS
               CLOSE CASE-REVIEW-FILE
           END-IF.

       1052-APPLY-ONE-REVIEW.
           READ CASE-REVIEW-FILE
               AT END MOVE 'Y' TO WS-REVIEW-EOF-FLAG
               NOT AT END
                   PERFORM 1054-EDIT-ONE-REVIEW
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF REVIEW-FILE-STATUS NOT = '00'
               AND REVIEW-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 1051: CASE REVIEW READ FAILED, STAT: '
                   REVIEW-FILE-STATUS
               MOVE 'Y' TO WS-REVIEW-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

       1054-EDIT-ONE-REVIEW.
      * A review closes an open case for good. A card for a case not
      * on file, or already reviewed, is rejected and left for
      * compliance to correct.
           MOVE SPACES TO WS-REVIEW-REASON
           IF (REV-DISPOSITION NOT = 'R' AND REV-DISPOSITION NOT = 'E')
               MOVE 'DISPOSITION NOT R OR E' TO WS-REVIEW-REASON
           END-IF
           IF REV-REVIEW-DATE NOT NUMERIC
               MOVE 'REVIEW DATE NOT NUMERIC' TO WS-REVIEW-REASON
           END-IF
           IF REV-REVIEWER = SPACES
               MOVE 'REVIEWER NOT GIVEN' TO WS-REVIEW-REASON
           END-IF
           IF WS-REVIEW-REASON = SPACES
               MOVE REV-CASE-KEY TO CASE-KEY
               READ SURVEILLANCE-CASE-FILE
                   INVALID KEY
                       MOVE 'CASE NOT ON FILE' TO WS-REVIEW-REASON
                   NOT INVALID KEY
                       IF NOT CASE-IS-OPEN
                           MOVE 'CASE ALREADY REVIEWED'
                               TO WS-REVIEW-REASON
                       END-IF
               END-READ
               IF CASE-FILE-STATUS NOT = '00'
                   AND CASE-FILE-STATUS NOT = '23'
                   DISPLAY 'ERROR 1055: CASE FILE READ FAILED, STAT: '
                       CASE-FILE-STATUS
                   MOVE 'CASE FILE READ FAILED' TO WS-REVIEW-REASON
                   MOVE 'Y' TO WS-REVIEW-EOF-FLAG
                   MOVE 'Y' TO WS-ABORT-FLAG
               END-IF
           END-IF
           IF WS-REVIEW-REASON = SPACES
               MOVE REV-DISPOSITION TO CASE-STATUS
               MOVE REV-REVIEW-DATE-N TO CASE-REVIEW-DATE
               MOVE REV-REVIEWER TO CASE-REVIEWER
               REWRITE SURVEILLANCE-CASE-RECORD
                   INVALID KEY
                       MOVE 'CASE REWRITE FAILED' TO WS-REVIEW-REASON
               END-REWRITE
           END-IF
           MOVE SPACES TO WS-RPT-REVIEW-LINE
           MOVE REV-CASE-KEY TO WS-RRV-CASE-KEY
           IF WS-REVIEW-REASON = SPACES
               ADD 1 TO WS-REVIEW-APPLIED-COUNTER
               MOVE 'APPLIED' TO WS-RRV-DISPOSITION
           ELSE
               ADD 1 TO WS-REVIEW-REJECTED-COUNTER
               MOVE 'REJECTED' TO WS-RRV-DISPOSITION
               MOVE WS-REVIEW-REASON TO WS-RRV-REASON
           END-IF
           MOVE WS-RPT-REVIEW-LINE TO SURVEILLANCE-REPORT-RECORD
           WRITE SURVEILLANCE-REPORT-RECORD.

       1075-LOAD-GENERATION-REGISTRY.
      * No registry just means no period has ever been closed -- every
      * posting is still in the current archive.
           MOVE ZEROES TO WS-GEN-REGISTRY-COUNT
           OPEN INPUT GENERATION-REGISTRY-FILE.
           IF GEN-REGISTRY-FILE-STATUS = '00'
               PERFORM 1076-LOAD-REGISTRY-RECORD
                   UNTIL END-OF-GEN-REGISTRY
               CLOSE GENERATION-REGISTRY-FILE
           END-IF.

       1076-LOAD-REGISTRY-RECORD.
           READ GENERATION-REGISTRY-FILE
               AT END MOVE 'Y' TO WS-GEN-REG-EOF-FLAG
               NOT AT END
                   IF WS-GEN-REGISTRY-COUNT >= WS-GEN-REGISTRY-LIMIT
      * An unscanned generation could hold window postings -- a
      * surveillance with a hole in it reads as a clean one.
                       DISPLAY 'ERROR 1077: GENERATION REGISTRY '
                           'TABLE FULL AT ' WS-GEN-REGISTRY-LIMIT
                           ' -- RUN ABORTED'
                       MOVE 'Y' TO WS-GEN-REG-EOF-FLAG
                       MOVE 'Y' TO WS-ABORT-FLAG
                   ELSE
                       ADD 1 TO WS-GEN-REGISTRY-COUNT
                       SET WS-GEN-IDX TO WS-GEN-REGISTRY-COUNT
                       MOVE GENREG-PERIOD
                           TO WS-GEN-REG-PERIOD (WS-GEN-IDX)
                       MOVE GENREG-PATH
                           TO WS-GEN-REG-PATH (WS-GEN-IDX)
                       MOVE GENREG-STATUS
                           TO WS-GEN-REG-PURGED (WS-GEN-IDX)
                   END-IF
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF GEN-REGISTRY-FILE-STATUS NOT = '00'
               AND GEN-REGISTRY-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 1078: REGISTRY READ FAILED, STAT: '
                   GEN-REGISTRY-FILE-STATUS
               MOVE 'Y' TO WS-GEN-REG-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

       1080-LOAD-SUCCESSION-LINKS.
           MOVE ZEROES TO WS-LINK-COUNT
           OPEN INPUT DID-HISTORY-FILE.
           IF DID-HISTORY-FILE-STATUS = '00'
               PERFORM 1082-LOAD-ONE-LINK
                   UNTIL END-OF-DID-HISTORY
               CLOSE DID-HISTORY-FILE
           END-IF.

       1082-LOAD-ONE-LINK.
           READ DID-HISTORY-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
               NOT AT END
                   IF HIST-IMAGE-TYPE = 'L'
                       IF WS-LINK-COUNT >= WS-LINK-LIMIT
      * A link past the limit would surveil its balance migration as
      * a customer movement and raise a false case -- stop the run.
                           DISPLAY 'ERROR 1081: SUCCESSION LINK TABLE '
                               'FULL AT ' WS-LINK-LIMIT
                               ' -- RUN ABORTED'
                           MOVE 'Y' TO WS-HIST-EOF-FLAG
                           MOVE 'Y' TO WS-ABORT-FLAG
                       ELSE
                           ADD 1 TO WS-LINK-COUNT
                           MOVE HIST-LINK-PREDECESSOR
                               TO WS-LINK-PREDECESSOR (WS-LINK-COUNT)
                           MOVE HIST-LINK-SUCCESSOR
                               TO WS-LINK-SUCCESSOR (WS-LINK-COUNT)
                           MOVE HIST-APPLIED-DATE
                               TO WS-LINK-APPLIED-DATE (WS-LINK-COUNT)
                       END-IF
                   END-IF
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF DID-HISTORY-FILE-STATUS NOT = '00'
               AND DID-HISTORY-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 1082: DID HISTORY READ FAILED, STAT: '
                   DID-HISTORY-FILE-STATUS
               MOVE 'Y' TO WS-HIST-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

      * ---------------------------------------------------------------
       2000-GATHER-WINDOW-POSTINGS.
           PERFORM 2100-SCAN-CURRENT-ARCHIVE
      * A generation holds one closed period, so only those from the
      * window's first month on can hold window postings. A purged
      * generation's postings are gone.
           PERFORM VARYING WS-GEN-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-SCAN-IDX > WS-GEN-REGISTRY-COUNT
               SET WS-GEN-IDX TO WS-GEN-SCAN-IDX
               IF WS-GEN-REG-PURGED (WS-GEN-IDX) NOT = 'P'
                   AND WS-GEN-REG-PERIOD (WS-GEN-IDX)
                       >= WS-WINDOW-START-PERIOD
                   PERFORM 2200-SCAN-ONE-GENERATION
               END-IF
           END-PERFORM.

       2100-SCAN-CURRENT-ARCHIVE.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM 2110-READ-ARCHIVE-RECORD
           PERFORM 2120-RELEASE-ARCHIVE-RECORD
               UNTIL END-OF-ARCHIVE.

       2110-READ-ARCHIVE-RECORD.
           READ DLT-ARCHIVE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF DLT-FILE-STATUS NOT = '00' AND DLT-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 2111: ARCHIVE READ FAILED, STAT: '
                   DLT-FILE-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

       2120-RELEASE-ARCHIVE-RECORD.
           IF NOT END-OF-ARCHIVE
               PERFORM 2130-SELECT-IF-SURVEILLED
               PERFORM 2110-READ-ARCHIVE-RECORD
           END-IF.

       2130-SELECT-IF-SURVEILLED.
      * Value leaving a DID: the debit leg of a transfer (a one-sided
      * pre-pairing transfer is its own debit) and a burn. Reversals
      * and succession migrations move nothing of the DID's choosing;
      * a migration is archived as an ordinary TRANSFER, so it is
      * recognised by its succession link and passed over.
           ADD 1 TO WS-RECORDS-READ-COUNTER
           MOVE DLT-TIMESTAMP (1:8) TO WS-RECORD-DATE
           PERFORM 2132-CHECK-MIGRATION-LEG
           IF MIGRATION-LEG
               ADD 1 TO WS-MIGRATION-SKIP-COUNTER
           END-IF
           IF ((DLT-INTENT = 'TRANSFER' AND DLT-TRANSFER-SIDE NOT = 'C')
               OR DLT-INTENT = 'BURN')
               AND (DLT-RECORD-TYPE = 'O' OR DLT-RECORD-TYPE = 'C')
               AND NOT MIGRATION-LEG
               AND WS-RECORD-DATE >= WS-WINDOW-START-DATE
               AND WS-RECORD-DATE <= WS-WINDOW-END-DATE
               SET WS-WIN-IDX TO 1
               SEARCH WS-WINDOW-DATE
                   AT END
                       MOVE ZEROES TO WS-DAY-INDEX
                   WHEN WS-WINDOW-DATE (WS-WIN-IDX) = WS-RECORD-DATE
                       SET WS-DAY-INDEX TO WS-WIN-IDX
               END-SEARCH
               IF DLT-ASSET-CLASS = SPACES
                   MOVE WS-DEFAULT-ASSET-CLASS TO WS-LINE-ASSET-CLASS
               ELSE
                   MOVE DLT-ASSET-CLASS TO WS-LINE-ASSET-CLASS
               END-IF
               PERFORM 2135-FIND-CLASS-THRESHOLD
               IF WS-DAY-INDEX > ZEROES
                   IF WS-THR-MATCH-IDX = ZEROES
                       PERFORM 2140-NOTE-UNTHRESHOLDED-CLASS
                   ELSE
                       ADD 1 TO WS-SURVEILLED-COUNTER
                       MOVE DLT-DID TO SUR-DID
                       MOVE WS-LINE-ASSET-CLASS TO SUR-ASSET-CLASS
                       MOVE DLT-TIMESTAMP TO SUR-TIMESTAMP
                       MOVE SVT-TRANSACTION-KEY TO SUR-TRANSACTION-KEY
                       MOVE WS-DAY-INDEX TO SUR-DAY-INDEX
                       MOVE DLT-INTENT TO SUR-INTENT
                       MOVE DLT-COUNTERPARTY-DID
                           TO SUR-COUNTERPARTY-DID
                       MOVE DLT-FINAL-WEIGHT TO SUR-FINAL-WEIGHT
                       RELEASE SURVEILLANCE-SORT-RECORD
                   END-IF
               END-IF
           END-IF.

       2132-CHECK-MIGRATION-LEG.
      * A TRANSFER leg between the two DIDs of a succession link, in
      * either direction, dated on or after the day the link was
      * applied, is the balance migration DID maintenance posted --
      * the predecessor is retired from that day, so no customer
      * transfer can pass between the pair afterwards.
           MOVE 'N' TO WS-MIGRATION-LEG-FLAG
           IF DLT-INTENT = 'TRANSFER'
               PERFORM VARYING WS-LINK-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-LINK-SCAN-IDX > WS-LINK-COUNT
                          OR MIGRATION-LEG
                   IF ((DLT-DID = WS-LINK-PREDECESSOR (WS-LINK-SCAN-IDX)
                        AND DLT-COUNTERPARTY-DID
                            = WS-LINK-SUCCESSOR (WS-LINK-SCAN-IDX))
                    OR (DLT-DID = WS-LINK-SUCCESSOR (WS-LINK-SCAN-IDX)
                        AND DLT-COUNTERPARTY-DID
                            = WS-LINK-PREDECESSOR (WS-LINK-SCAN-IDX)))
                       AND WS-RECORD-DATE
                           >= WS-LINK-APPLIED-DATE (WS-LINK-SCAN-IDX)
                       MOVE 'Y' TO WS-MIGRATION-LEG-FLAG
                   END-IF
               END-PERFORM
           END-IF.

       2135-FIND-CLASS-THRESHOLD.
      * WS-LINE-ASSET-CLASS in, WS-THR-MATCH-IDX out (zero = none).
           MOVE ZEROES TO WS-THR-MATCH-IDX
           PERFORM VARYING WS-THR-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-THR-SCAN-IDX > WS-THR-COUNT
                      OR WS-THR-MATCH-IDX > ZEROES
               IF WS-THR-ASSET-CLASS (WS-THR-SCAN-IDX)
                       = WS-LINE-ASSET-CLASS
                   MOVE WS-THR-SCAN-IDX TO WS-THR-MATCH-IDX
               END-IF
           END-PERFORM.

       2140-NOTE-UNTHRESHOLDED-CLASS.
           ADD 1 TO WS-UNTHRESHOLDED-COUNTER
           MOVE ZEROES TO WS-UNTHR-MATCH-IDX
           PERFORM VARYING WS-UNTHR-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-UNTHR-SCAN-IDX > WS-UNTHR-COUNT
                      OR WS-UNTHR-MATCH-IDX > ZEROES
               IF WS-UNTHR-ASSET-CLASS (WS-UNTHR-SCAN-IDX)
                       = WS-LINE-ASSET-CLASS
                   MOVE WS-UNTHR-SCAN-IDX TO WS-UNTHR-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-UNTHR-MATCH-IDX > ZEROES
               ADD 1 TO WS-UNTHR-POSTINGS (WS-UNTHR-MATCH-IDX)
           ELSE
      * Past the limit the postings still count in the total; the
      * class just is not listed by name.
               IF WS-UNTHR-COUNT < WS-UNTHR-LIMIT
                   ADD 1 TO WS-UNTHR-COUNT
                   MOVE WS-LINE-ASSET-CLASS
                       TO WS-UNTHR-ASSET-CLASS (WS-UNTHR-COUNT)
                   MOVE 1 TO WS-UNTHR-POSTINGS (WS-UNTHR-COUNT)
               END-IF
           END-IF.

       2200-SCAN-ONE-GENERATION.
           MOVE WS-GEN-REG-PATH (WS-GEN-IDX) TO WS-GEN-ARCHIVE-PATH
           OPEN INPUT DLT-GEN-ARCHIVE-FILE.
           IF GEN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 2201: CANNOT OPEN GENERATION '
                   WS-GEN-REG-PERIOD (WS-GEN-IDX) ' STATUS: '
                   GEN-FILE-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               MOVE 'N' TO WS-GEN-EOF-FLAG
               PERFORM 2210-RELEASE-GENERATION-RECORD
                   UNTIL END-OF-GENERATION
               CLOSE DLT-GEN-ARCHIVE-FILE
           END-IF.

       2210-RELEASE-GENERATION-RECORD.
      * Generation records share the archive layout byte for byte, so
      * the record is staged through the archive record area and the
      * same selection serves both scans.
           READ DLT-GEN-ARCHIVE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-GEN-EOF-FLAG
               NOT AT END
                   MOVE GEN-ARCHIVE-RECORD TO DLT-ARCHIVE-RECORD
                   PERFORM 2130-SELECT-IF-SURVEILLED
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF GEN-FILE-STATUS NOT = '00' AND GEN-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 2211: GENERATION READ FAILED, STAT: '
                   GEN-FILE-STATUS
               MOVE 'Y' TO WS-GEN-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

      * ---------------------------------------------------------------
       2500-SURVEIL-ALL-GROUPS.
      * A gather pass that aborted saw only part of the window -- the
      * sort is drained (an output procedure must consume its file)
      * and no case is raised from it.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           IF SURVEILLANCE-ABORTED
               PERFORM 2510-RETURN-SORTED-POSTING
                   UNTIL END-OF-SORTED-POSTINGS
           ELSE
               MOVE SPACES TO WS-RPT-SECTION-LINE
               MOVE 'NEW CASES RAISED' TO WS-RSL-TEXT
               MOVE WS-RPT-SECTION-LINE TO SURVEILLANCE-REPORT-RECORD
               WRITE SURVEILLANCE-REPORT-RECORD
               MOVE WS-RPT-CASE-HEADER TO SURVEILLANCE-REPORT-RECORD
               WRITE SURVEILLANCE-REPORT-RECORD
               PERFORM 2510-RETURN-SORTED-POSTING
               PERFORM 2530-SURVEIL-ONE-GROUP
                   UNTIL END-OF-SORTED-POSTINGS
           END-IF.

       2510-RETURN-SORTED-POSTING.
           RETURN SURVEILLANCE-SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

       2530-SURVEIL-ONE-GROUP.
      * One DID in one asset class.
           ADD 1 TO WS-GROUP-COUNTER
           MOVE SUR-DID TO WS-GRP-DID
           MOVE SUR-ASSET-CLASS TO WS-GRP-ASSET-CLASS
           MOVE SUR-ASSET-CLASS TO WS-LINE-ASSET-CLASS
           PERFORM 2135-FIND-CLASS-THRESHOLD
           SET WS-THR-IDX TO WS-THR-MATCH-IDX
           MOVE ZEROES TO WS-PST-COUNT
           MOVE ZEROES TO WS-GRP-NEW-CASES
           MOVE 'N' TO WS-GRP-OVERFLOW-FLAG
           PERFORM 2535-LOAD-ONE-POSTING
               UNTIL END-OF-SORTED-POSTINGS
                   OR SUR-DID NOT = WS-GRP-DID
                   OR SUR-ASSET-CLASS NOT = WS-GRP-ASSET-CLASS
           IF GROUP-OVERFLOWED
               DISPLAY 'ERROR 2536: DID ' WS-GRP-DID ' CLASS '
                   WS-GRP-ASSET-CLASS ' HAS MORE THAN ' WS-PST-LIMIT
                   ' POSTINGS IN THE WINDOW -- RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF
           IF SURVEILLANCE-ABORTED
               PERFORM 2510-RETURN-SORTED-POSTING
                   UNTIL END-OF-SORTED-POSTINGS
           ELSE
               PERFORM 2540-CHECK-LARGE-VALUES
               PERFORM 2550-CHECK-DAILY-ACTIVITY
               IF WS-THR-CLUSTER-DAYS (WS-THR-IDX) > 1
                   MOVE 'M' TO WS-SCAN-CASE-TYPE
                   MOVE SPACES TO WS-SCAN-COUNTERPARTY
                   PERFORM 2600-SCAN-CLUSTERS
               END-IF
               PERFORM 2570-SCAN-PAIR-CLUSTERS
               PERFORM 2580-NOTE-SUSPENSION
           END-IF.

       2535-LOAD-ONE-POSTING.
           IF WS-PST-COUNT >= WS-PST-LIMIT
               MOVE 'Y' TO WS-GRP-OVERFLOW-FLAG
           ELSE
               ADD 1 TO WS-PST-COUNT
               MOVE SUR-TIMESTAMP TO WS-PST-TIMESTAMP (WS-PST-COUNT)
               MOVE SUR-DAY-INDEX TO WS-PST-DAY-INDEX (WS-PST-COUNT)
               MOVE SUR-INTENT TO WS-PST-INTENT (WS-PST-COUNT)
               MOVE SUR-COUNTERPARTY-DID
                   TO WS-PST-COUNTERPARTY (WS-PST-COUNT)
               MOVE SUR-FINAL-WEIGHT TO WS-PST-WEIGHT (WS-PST-COUNT)
               MOVE 'N' TO WS-PST-PAIR-DONE (WS-PST-COUNT)
               IF SUR-FINAL-WEIGHT >= WS-THR-NEAR-FLOOR (WS-THR-IDX)
                   AND SUR-FINAL-WEIGHT
                       < WS-THR-LARGE-VALUE (WS-THR-IDX)
                   MOVE 'Y' TO WS-PST-NEAR-FLAG (WS-PST-COUNT)
               ELSE
                   MOVE 'N' TO WS-PST-NEAR-FLAG (WS-PST-COUNT)
               END-IF
           END-IF
           PERFORM 2510-RETURN-SORTED-POSTING.

       2540-CHECK-LARGE-VALUES.
           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
                   UNTIL WS-PST-IDX > WS-PST-COUNT
               IF WS-PST-WEIGHT (WS-PST-IDX)
                       >= WS-THR-LARGE-VALUE (WS-THR-IDX)
                   MOVE 'L' TO WS-CASE-TYPE
                   MOVE WS-PST-COUNTERPARTY (WS-PST-IDX)
                       TO WS-CASE-COUNTERPARTY
                   MOVE WS-PST-TIMESTAMP (WS-PST-IDX)
                       TO WS-CASE-ANCHOR
                   MOVE WS-PST-TIMESTAMP (WS-PST-IDX) (1:8)
                       TO WS-CASE-LAST-DATE
                   MOVE WS-PST-TIMESTAMP (WS-PST-IDX)
                       TO WS-CASE-LAST-MEMBER-TS
                   MOVE 1 TO WS-CASE-COUNT
                   MOVE WS-PST-WEIGHT (WS-PST-IDX) TO WS-CASE-WEIGHT
                   MOVE WS-THR-LARGE-VALUE (WS-THR-IDX)
                       TO WS-CASE-THRESHOLD
                   PERFORM 2700-RAISE-CASE
               END-IF
           END-PERFORM.

       2550-CHECK-DAILY-ACTIVITY.
      * The postings are in time order, so each day's run together.
           MOVE ZEROES TO WS-DAY-POSTINGS
           MOVE ZEROES TO WS-DAY-WEIGHT
           MOVE ZEROES TO WS-DAY-NEAR-COUNT
           MOVE ZEROES TO WS-DAY-NEAR-WEIGHT
           MOVE ZEROES TO WS-DAY-NEAR-LAST-TS
           MOVE WS-PST-DAY-INDEX (1) TO WS-CURRENT-DAY-INDEX
           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
                   UNTIL WS-PST-IDX > WS-PST-COUNT
               IF WS-PST-DAY-INDEX (WS-PST-IDX)
                       NOT = WS-CURRENT-DAY-INDEX
                   PERFORM 2555-CLOSE-ONE-DAY
                   MOVE WS-PST-DAY-INDEX (WS-PST-IDX)
                       TO WS-CURRENT-DAY-INDEX
               END-IF
               ADD 1 TO WS-DAY-POSTINGS
               ADD WS-PST-WEIGHT (WS-PST-IDX) TO WS-DAY-WEIGHT
               MOVE WS-PST-TIMESTAMP (WS-PST-IDX) TO WS-DAY-LAST-TS
               IF WS-PST-NEAR-FLAG (WS-PST-IDX) = 'Y'
                   ADD 1 TO WS-DAY-NEAR-COUNT
                   ADD WS-PST-WEIGHT (WS-PST-IDX) TO WS-DAY-NEAR-WEIGHT
                   MOVE WS-PST-TIMESTAMP (WS-PST-IDX)
                       TO WS-DAY-NEAR-LAST-TS
               END-IF
           END-PERFORM
           PERFORM 2555-CLOSE-ONE-DAY.

       2555-CLOSE-ONE-DAY.
           MOVE SPACES TO WS-CASE-COUNTERPARTY
           COMPUTE WS-CASE-ANCHOR
               = WS-WINDOW-DATE (WS-CURRENT-DAY-INDEX) * 100000000
           MOVE WS-WINDOW-DATE (WS-CURRENT-DAY-INDEX)
               TO WS-CASE-LAST-DATE
           IF WS-DAY-WEIGHT >= WS-THR-DAILY-AGGREGATE (WS-THR-IDX)
               MOVE 'A' TO WS-CASE-TYPE
               MOVE WS-DAY-LAST-TS TO WS-CASE-LAST-MEMBER-TS
               MOVE WS-DAY-POSTINGS TO WS-CASE-COUNT
               MOVE WS-DAY-WEIGHT TO WS-CASE-WEIGHT
               MOVE WS-THR-DAILY-AGGREGATE (WS-THR-IDX)
                   TO WS-CASE-THRESHOLD
               PERFORM 2700-RAISE-CASE
           END-IF
           IF WS-DAY-NEAR-COUNT >= WS-THR-CLUSTER-COUNT (WS-THR-IDX)
               MOVE 'S' TO WS-CASE-TYPE
               MOVE WS-DAY-NEAR-LAST-TS TO WS-CASE-LAST-MEMBER-TS
               MOVE WS-DAY-NEAR-COUNT TO WS-CASE-COUNT
               MOVE WS-DAY-NEAR-WEIGHT TO WS-CASE-WEIGHT
               MOVE WS-THR-LARGE-VALUE (WS-THR-IDX)
                   TO WS-CASE-THRESHOLD
               PERFORM 2700-RAISE-CASE
           END-IF
           MOVE ZEROES TO WS-DAY-POSTINGS
           MOVE ZEROES TO WS-DAY-WEIGHT
           MOVE ZEROES TO WS-DAY-NEAR-COUNT
           MOVE ZEROES TO WS-DAY-NEAR-WEIGHT
           MOVE ZEROES TO WS-DAY-NEAR-LAST-TS.

       2570-SCAN-PAIR-CLUSTERS.
      * Each counterparty the DID sent near-threshold transfers to is
      * scanned once, the first time one of its postings comes up.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PST-COUNT
               IF WS-PST-PAIR-DONE (WS-PAIR-IDX) = 'N'
                   AND WS-PST-NEAR-FLAG (WS-PAIR-IDX) = 'Y'
                   AND WS-PST-INTENT (WS-PAIR-IDX) = 'TRANSFER'
                   AND WS-PST-COUNTERPARTY (WS-PAIR-IDX) NOT = SPACES
                   PERFORM 2575-SCAN-ONE-PAIR
               END-IF
           END-PERFORM.

       2575-SCAN-ONE-PAIR.
           MOVE WS-PST-COUNTERPARTY (WS-PAIR-IDX)
               TO WS-SCAN-COUNTERPARTY
           PERFORM VARYING WS-PST-IDX FROM WS-PAIR-IDX BY 1
                   UNTIL WS-PST-IDX > WS-PST-COUNT
               IF WS-PST-COUNTERPARTY (WS-PST-IDX)
                       = WS-SCAN-COUNTERPARTY
                   MOVE 'Y' TO WS-PST-PAIR-DONE (WS-PST-IDX)
               END-IF
           END-PERFORM
           MOVE 'P' TO WS-SCAN-CASE-TYPE
           PERFORM 2600-SCAN-CLUSTERS.

       2580-NOTE-SUSPENSION.
      * The sort delivers a DID's classes together, so a DID already
      * recommended for an earlier class is the last entry.
           IF WS-THR-SUSPEND-CASES (WS-THR-IDX) > ZEROES
               AND WS-GRP-NEW-CASES
                   >= WS-THR-SUSPEND-CASES (WS-THR-IDX)
               IF WS-SUSP-COUNT > ZEROES
                   AND WS-SUSP-DID (WS-SUSP-COUNT) = WS-GRP-DID
                   ADD WS-GRP-NEW-CASES
                       TO WS-SUSP-NEW-CASES (WS-SUSP-COUNT)
               ELSE
                   IF WS-SUSP-COUNT >= WS-SUSP-LIMIT
      * The DID's cases are on file and on the report either way;
      * only its suspension card is missing.
                       ADD 1 TO WS-SUSP-UNLISTED-COUNTER
                       DISPLAY 'ERROR 2581: SUSPENSION LIST FULL AT '
                           WS-SUSP-LIMIT ' -- RECOMMEND BY HAND: '
                           WS-GRP-DID
                   ELSE
                       ADD 1 TO WS-SUSP-COUNT
                       MOVE WS-GRP-DID TO WS-SUSP-DID (WS-SUSP-COUNT)
                       MOVE WS-GRP-NEW-CASES
                           TO WS-SUSP-NEW-CASES (WS-SUSP-COUNT)
                   END-IF
               END-IF
           END-IF.

       2600-SCAN-CLUSTERS.
      * Oldest-first, non-overlapping: each member posting in turn
      * anchors a span of the class's cluster days; enough members in
      * the span make a case and the scan resumes after its last
      * member, otherwise it moves on to the next posting. A DID-level
      * span wholly inside one day is the same-day case already
      * raised by the daily pass, so it is not raised twice.
      * Postings a case already on file covers are left out first, so
      * each anchor falls after the last case's last member whatever
      * day the window happens to start on.
           PERFORM 2605-FIND-COVERED-POSTINGS
           IF NOT SURVEILLANCE-ABORTED
               MOVE 1 TO WS-ANCHOR-IDX
               PERFORM 2610-TRY-ONE-ANCHOR
                   UNTIL WS-ANCHOR-IDX > WS-PST-COUNT
           END-IF.

       2605-FIND-COVERED-POSTINGS.
      * The case key leads with type, DID, class and counterparty, so
      * one START at that prefix and a walk while it holds finds every
      * case on file for this scan.
           MOVE ZEROES TO WS-SCAN-COVERED-TS
           MOVE 'N' TO WS-COVER-EOF-FLAG
           MOVE WS-SCAN-CASE-TYPE TO CASE-TYPE
           MOVE WS-GRP-DID TO CASE-DID
           MOVE WS-GRP-ASSET-CLASS TO CASE-ASSET-CLASS
           MOVE WS-SCAN-COUNTERPARTY TO CASE-COUNTERPARTY-DID
           MOVE ZEROES TO CASE-ANCHOR
           START SURVEILLANCE-CASE-FILE
               KEY IS >= CASE-KEY
               INVALID KEY MOVE 'Y' TO WS-COVER-EOF-FLAG
           END-START
           IF CASE-FILE-STATUS NOT = '00'
               AND CASE-FILE-STATUS NOT = '23'
               DISPLAY 'ERROR 2606: CASE FILE START FAILED, STAT: '
                   CASE-FILE-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
               MOVE 'Y' TO WS-COVER-EOF-FLAG
           END-IF
           PERFORM 2607-READ-COVERING-CASE
               UNTIL END-OF-COVERING-CASES.

       2607-READ-COVERING-CASE.
           READ SURVEILLANCE-CASE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-COVER-EOF-FLAG
               NOT AT END
                   IF CASE-TYPE = WS-SCAN-CASE-TYPE
                       AND CASE-DID = WS-GRP-DID
                       AND CASE-ASSET-CLASS = WS-GRP-ASSET-CLASS
                       AND CASE-COUNTERPARTY-DID
                           = WS-SCAN-COUNTERPARTY
      * A case from before the last member was kept is taken to run
      * to the end of its last day.
                       IF CASE-LAST-MEMBER-TS IS NUMERIC
                           AND CASE-LAST-MEMBER-TS > ZEROES
                           MOVE CASE-LAST-MEMBER-TS
                               TO WS-CASE-COVERED-TS
                       ELSE
                           COMPUTE WS-CASE-COVERED-TS
                               = CASE-LAST-DATE * 100000000
                               + 99999999
                       END-IF
                       IF WS-CASE-COVERED-TS > WS-SCAN-COVERED-TS
                           MOVE WS-CASE-COVERED-TS
                               TO WS-SCAN-COVERED-TS
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-COVER-EOF-FLAG
                   END-IF
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF CASE-FILE-STATUS NOT = '00'
               AND CASE-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 2607: CASE FILE READ FAILED, STAT: '
                   CASE-FILE-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
               MOVE 'Y' TO WS-COVER-EOF-FLAG
           END-IF.

       2610-TRY-ONE-ANCHOR.
           MOVE WS-ANCHOR-IDX TO WS-PST-IDX
           PERFORM 2620-CHECK-CLUSTER-MEMBER
           IF NOT CLUSTER-MEMBER
               ADD 1 TO WS-ANCHOR-IDX
           ELSE
               COMPUTE WS-CLUSTER-END-DAY
                   = WS-PST-DAY-INDEX (WS-ANCHOR-IDX)
                   + WS-THR-CLUSTER-DAYS (WS-THR-IDX) - 1
               MOVE ZEROES TO WS-CLUSTER-COUNT
               MOVE ZEROES TO WS-CLUSTER-WEIGHT
               MOVE WS-ANCHOR-IDX TO WS-CLUSTER-LAST-IDX
               PERFORM VARYING WS-PST-IDX FROM WS-ANCHOR-IDX BY 1
                       UNTIL WS-PST-IDX > WS-PST-COUNT
                   IF WS-PST-DAY-INDEX (WS-PST-IDX)
                           <= WS-CLUSTER-END-DAY
                       PERFORM 2620-CHECK-CLUSTER-MEMBER
                       IF CLUSTER-MEMBER
                           ADD 1 TO WS-CLUSTER-COUNT
                           ADD WS-PST-WEIGHT (WS-PST-IDX)
                               TO WS-CLUSTER-WEIGHT
                           MOVE WS-PST-IDX TO WS-CLUSTER-LAST-IDX
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-CLUSTER-COUNT
                       >= WS-THR-CLUSTER-COUNT (WS-THR-IDX)
                   IF WS-SCAN-CASE-TYPE = 'P'
                       OR WS-PST-DAY-INDEX (WS-CLUSTER-LAST-IDX)
                          > WS-PST-DAY-INDEX (WS-ANCHOR-IDX)
                       MOVE WS-SCAN-CASE-TYPE TO WS-CASE-TYPE
                       MOVE WS-SCAN-COUNTERPARTY
                           TO WS-CASE-COUNTERPARTY
                       MOVE WS-PST-TIMESTAMP (WS-ANCHOR-IDX)
                           TO WS-CASE-ANCHOR
                       MOVE WS-PST-TIMESTAMP (WS-CLUSTER-LAST-IDX)
                           TO WS-CASE-LAST-MEMBER-TS
                       MOVE WS-WINDOW-DATE
                           (WS-PST-DAY-INDEX (WS-CLUSTER-LAST-IDX))
                           TO WS-CASE-LAST-DATE
                       MOVE WS-CLUSTER-COUNT TO WS-CASE-COUNT
                       MOVE WS-CLUSTER-WEIGHT TO WS-CASE-WEIGHT
                       MOVE WS-THR-LARGE-VALUE (WS-THR-IDX)
                           TO WS-CASE-THRESHOLD
                       PERFORM 2700-RAISE-CASE
                   END-IF
                   COMPUTE WS-ANCHOR-IDX = WS-CLUSTER-LAST-IDX + 1
               ELSE
                   ADD 1 TO WS-ANCHOR-IDX
               END-IF
           END-IF.

       2620-CHECK-CLUSTER-MEMBER.
      * WS-PST-IDX in. A near-threshold posting no case on file
      * covers, and for a pair scan a transfer to the pair's
      * counterparty.
           MOVE 'N' TO WS-MEMBER-FLAG
           IF WS-PST-NEAR-FLAG (WS-PST-IDX) = 'Y'
               AND WS-PST-TIMESTAMP (WS-PST-IDX) > WS-SCAN-COVERED-TS
               IF WS-SCAN-CASE-TYPE NOT = 'P'
                   MOVE 'Y' TO WS-MEMBER-FLAG
               ELSE
                   IF WS-PST-INTENT (WS-PST-IDX) = 'TRANSFER'
                       AND WS-PST-COUNTERPARTY (WS-PST-IDX)
                           = WS-SCAN-COUNTERPARTY
                       MOVE 'Y' TO WS-MEMBER-FLAG
                   END-IF
               END-IF
           END-IF.

       2700-RAISE-CASE.
      * A case already on file -- still open or long since reviewed --
      * is not raised again.
           MOVE WS-CASE-TYPE TO CASE-TYPE
           MOVE WS-GRP-DID TO CASE-DID
           MOVE WS-GRP-ASSET-CLASS TO CASE-ASSET-CLASS
           MOVE WS-CASE-COUNTERPARTY TO CASE-COUNTERPARTY-DID
           MOVE WS-CASE-ANCHOR TO CASE-ANCHOR
           READ SURVEILLANCE-CASE-FILE
               INVALID KEY
                   PERFORM 2710-WRITE-NEW-CASE
               NOT INVALID KEY
                   IF CASE-IS-OPEN
                       ADD 1 TO WS-ON-FILE-OPEN-COUNTER
                   ELSE
                       ADD 1 TO WS-ON-FILE-REVIEWED-COUNTER
                   END-IF
           END-READ
           IF CASE-FILE-STATUS NOT = '00'
               AND CASE-FILE-STATUS NOT = '23'
               DISPLAY 'ERROR 2701: CASE FILE READ FAILED, STAT: '
                   CASE-FILE-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

       2710-WRITE-NEW-CASE.
           MOVE WS-CURRENT-DATE TO CASE-RAISED-DATE
           MOVE 'O' TO CASE-STATUS
           MOVE WS-CASE-LAST-DATE TO CASE-LAST-DATE
           MOVE WS-CASE-COUNT TO CASE-POSTING-COUNT
           MOVE WS-CASE-WEIGHT TO CASE-TOTAL-WEIGHT
           MOVE WS-CASE-THRESHOLD TO CASE-THRESHOLD
           MOVE ZEROES TO CASE-REVIEW-DATE
           MOVE SPACES TO CASE-REVIEWER
           MOVE WS-CASE-LAST-MEMBER-TS TO CASE-LAST-MEMBER-TS
           WRITE SURVEILLANCE-CASE-RECORD
               INVALID KEY
                   DISPLAY 'ERROR 2711: CASE WRITE FAILED FOR: '
                       CASE-KEY
                   MOVE 'Y' TO WS-ABORT-FLAG
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-CASE-COUNTER
                   ADD 1 TO WS-GRP-NEW-CASES
                   EVALUATE WS-CASE-TYPE
                       WHEN 'L' ADD 1 TO WS-CASE-L-COUNTER
                       WHEN 'A' ADD 1 TO WS-CASE-A-COUNTER
                       WHEN 'S' ADD 1 TO WS-CASE-S-COUNTER
                       WHEN 'M' ADD 1 TO WS-CASE-M-COUNTER
                       WHEN 'P' ADD 1 TO WS-CASE-P-COUNTER
                   END-EVALUATE
                   MOVE SPACES TO WS-RPT-CASE-LINE
                   MOVE WS-CASE-TYPE TO WS-RCS-TYPE
                   MOVE WS-GRP-DID TO WS-RCS-DID
                   MOVE WS-GRP-ASSET-CLASS TO WS-RCS-CLASS
                   MOVE WS-CASE-COUNTERPARTY TO WS-RCS-COUNTERPARTY
                   MOVE WS-CASE-ANCHOR TO WS-RCS-ANCHOR
                   MOVE WS-CASE-LAST-DATE TO WS-RCS-LAST-DATE
                   MOVE WS-CASE-COUNT TO WS-RCS-COUNT
                   MOVE WS-CASE-WEIGHT TO WS-RCS-WEIGHT
                   MOVE WS-CASE-THRESHOLD TO WS-RCS-THRESHOLD
                   MOVE WS-RPT-CASE-LINE
                       TO SURVEILLANCE-REPORT-RECORD
                   WRITE SURVEILLANCE-REPORT-RECORD
           END-WRITE.

      * ---------------------------------------------------------------
       3000-TERMINATE-SURVEILLANCE.
           IF SURVEILLANCE-FILES-OPENED
               IF WS-UNTHRESHOLDED-COUNTER > ZEROES
                   PERFORM 3100-WRITE-UNTHRESHOLDED
                   DISPLAY 'ERROR 3101: ' WS-UNTHRESHOLDED-COUNTER
                       ' POSTING(S) IN CLASSES WITHOUT THRESHOLDS '
                       'WERE NOT SURVEILLED'
               END-IF
               PERFORM 3200-WRITE-SUSPENSIONS
               PERFORM 3300-WRITE-TOTALS
               CLOSE DLT-ARCHIVE-FILE
               CLOSE SURVEILLANCE-CASE-FILE
               CLOSE SURVEILLANCE-REPORT-FILE
               CLOSE SUSPENSION-CARD-FILE
               IF DID-MASTER-AVAILABLE
                   CLOSE DID-MASTER-FILE
               END-IF
           END-IF
           IF SURVEILLANCE-ABORTED
               DISPLAY 'SURVEILLANCE ENDED WITH ERRORS -- REVIEW '
                   'CONSOLE LOG; THE WINDOW WAS NOT FULLY SURVEILLED'
           END-IF
           DISPLAY 'SURVEILLANCE COMPLETE FOR ' WS-WINDOW-START-DATE
               ' THROUGH ' WS-WINDOW-END-DATE
           DISPLAY 'ARCHIVE RECORDS READ: ' WS-RECORDS-READ-COUNTER
           DISPLAY 'POSTINGS SURVEILLED: ' WS-SURVEILLED-COUNTER
           DISPLAY 'POSTINGS WITHOUT THRESHOLDS: '
               WS-UNTHRESHOLDED-COUNTER
           DISPLAY 'CASE REVIEWS APPLIED: ' WS-REVIEW-APPLIED-COUNTER
           DISPLAY 'CASE REVIEWS REJECTED: '
               WS-REVIEW-REJECTED-COUNTER
           DISPLAY 'NEW CASES RAISED: ' WS-NEW-CASE-COUNTER
           DISPLAY 'CASES ALREADY OPEN: ' WS-ON-FILE-OPEN-COUNTER
           DISPLAY 'CASES ALREADY REVIEWED: '
               WS-ON-FILE-REVIEWED-COUNTER
           DISPLAY 'SUSPENSIONS RECOMMENDED: ' WS-SUSP-COUNT
           DISPLAY 'SUSPENSION CARDS WRITTEN: ' WS-SUSP-CARD-COUNTER.

       3100-WRITE-UNTHRESHOLDED.
           PERFORM VARYING WS-UNTHR-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-UNTHR-SCAN-IDX > WS-UNTHR-COUNT
               MOVE WS-UNTHR-ASSET-CLASS (WS-UNTHR-SCAN-IDX)
                   TO WS-RCL-CLASS
               MOVE WS-UNTHR-POSTINGS (WS-UNTHR-SCAN-IDX)
                   TO WS-RCL-POSTINGS
               MOVE WS-RPT-CLASS-LINE TO SURVEILLANCE-REPORT-RECORD
               WRITE SURVEILLANCE-REPORT-RECORD
           END-PERFORM.

       3200-WRITE-SUSPENSIONS.
           MOVE SPACES TO WS-RPT-SECTION-LINE
           MOVE 'SUSPENSIONS RECOMMENDED' TO WS-RSL-TEXT
           MOVE WS-RPT-SECTION-LINE TO SURVEILLANCE-REPORT-RECORD
           WRITE SURVEILLANCE-REPORT-RECORD
           PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                   UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
               PERFORM 3210-RECOMMEND-ONE-DID
           END-PERFORM.

       3210-RECOMMEND-ONE-DID.
      * A card only for a DID still active -- one already suspended or
      * retired needs nothing from compliance, and a DID missing from
      * the registry needs a person, not a card. An aborted run's list
      * is partial, so it writes no cards at all.
           MOVE SPACES TO WS-SUSP-DISPOSITION
           EVALUATE TRUE
               WHEN SURVEILLANCE-ABORTED
                   MOVE 'RUN ABORTED -- NO CARD' TO WS-SUSP-DISPOSITION
               WHEN NOT DID-MASTER-AVAILABLE
                   MOVE 'NO DID MASTER -- NO CARD'
                       TO WS-SUSP-DISPOSITION
               WHEN OTHER
                   MOVE WS-SUSP-DID (WS-SUSP-IDX) TO DIDM-DID
                   READ DID-MASTER-FILE
                       INVALID KEY
                           MOVE 'NOT REGISTERED -- NO CARD'
                               TO WS-SUSP-DISPOSITION
                       NOT INVALID KEY
                           IF DIDM-STATUS NOT = 'A'
                               MOVE 'NOT ACTIVE -- NO CARD'
                                   TO WS-SUSP-DISPOSITION
                           ELSE
                               PERFORM 3220-WRITE-SUSPENSION-CARD
                           END-IF
                   END-READ
           END-EVALUATE
           MOVE SPACES TO WS-RPT-SUSPENSION-LINE
           MOVE WS-SUSP-DID (WS-SUSP-IDX) TO WS-RSP-DID
           MOVE WS-SUSP-NEW-CASES (WS-SUSP-IDX) TO WS-RSP-NEW-CASES
           MOVE WS-SUSP-DISPOSITION TO WS-RSP-DISPOSITION
           MOVE WS-RPT-SUSPENSION-LINE TO SURVEILLANCE-REPORT-RECORD
           WRITE SURVEILLANCE-REPORT-RECORD.

       3220-WRITE-SUSPENSION-CARD.
           MOVE SPACES TO MAINT-RECORD
           MOVE 'C' TO MNT-ACTION
           MOVE DIDM-DID TO MNT-DID
           MOVE 'S' TO MNT-STATUS
           MOVE DIDM-REGISTRATION-DATE TO MNT-REGISTRATION-DATE
           MOVE WS-CURRENT-DATE TO MNT-DEACTIVATION-DATE
           MOVE DIDM-ALLOWED-INTENTS TO MNT-ALLOWED-INTENTS
           MOVE DIDM-OVERDRAFT-LIMIT TO MNT-OVERDRAFT-LIMIT
           WRITE MAINT-RECORD
           IF SUSPENSION-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 3221: SUSPENSION CARD WRITE FAILED, '
                   'STAT: ' SUSPENSION-FILE-STATUS
               MOVE 'CARD WRITE FAILED' TO WS-SUSP-DISPOSITION
           ELSE
               ADD 1 TO WS-SUSP-CARD-COUNTER
               MOVE 'SUSPENSION CARD WRITTEN' TO WS-SUSP-DISPOSITION
           END-IF.

       3300-WRITE-TOTALS.
           MOVE SPACES TO WS-RPT-SECTION-LINE
           MOVE 'TOTALS' TO WS-RSL-TEXT
           MOVE WS-RPT-SECTION-LINE TO SURVEILLANCE-REPORT-RECORD
           WRITE SURVEILLANCE-REPORT-RECORD
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE 'POSTINGS SURVEILLED:' TO WS-RCT-LABEL
           MOVE WS-SURVEILLED-COUNTER TO WS-RCT-VALUE
           PERFORM 3310-WRITE-COUNT-LINE
           MOVE 'DID / CLASS GROUPS:' TO WS-RCT-LABEL
           MOVE WS-GROUP-COUNTER TO WS-RCT-VALUE
           PERFORM 3310-WRITE-COUNT-LINE
           MOVE 'POSTINGS WITHOUT THRESHOLDS:' TO WS-RCT-LABEL
           MOVE WS-UNTHRESHOLDED-COUNTER TO WS-RCT-VALUE
           PERFORM 3310-WRITE-COUNT-LINE
           MOVE 'SUCCESSION MIGRATION LEGS SKIPPED:' TO WS-RCT-LABEL
           MOVE WS-MIGRATION-SKIP-COUNTER TO WS-RCT-VALUE
           PERFORM 3310-WRITE-COUNT-LINE
           MOVE 'NEW LARGE-VALUE CASES (L):' TO WS-RCT-LABEL
           MOVE WS-CASE-L-COUNTER TO WS-RCT-VALUE
           PERFORM 3310-WRITE-COUNT-LINE
           MOVE 'NEW DAILY AGGREGATE CASES (A):' TO WS-RCT-LABEL
           MOVE WS-CASE-A-COUNTER TO WS-RCT-VALUE
           PERFORM 3310-WRITE-COUNT-LINE
           MOVE 'NEW SAME-DAY CLUSTER CASES (S):' TO WS-RCT-LABEL
           MOVE WS-CASE-S-COUNTER TO WS-RCT-VALUE
           PERFORM 3310-WRITE-COUNT-LINE
           MOVE 'NEW MULTI-DAY CLUSTER CASES (M):' TO WS-RCT-LABEL
           MOVE WS-CASE-M-COUNTER TO WS-RCT-VALUE
           PERFORM 3310-WRITE-COUNT-LINE
           MOVE 'NEW COUNTERPARTY CLUSTER CASES (P):'
               TO WS-RCT-LABEL
           MOVE WS-CASE-P-COUNTER TO WS-RCT-VALUE
           PERFORM 3310-WRITE-COUNT-LINE
           MOVE 'CASES ALREADY OPEN, NOT RAISED:' TO WS-RCT-LABEL
           MOVE WS-ON-FILE-OPEN-COUNTER TO WS-RCT-VALUE
           PERFORM 3310-WRITE-COUNT-LINE
           MOVE 'CASES ALREADY REVIEWED, NOT RAISED:'
               TO WS-RCT-LABEL
           MOVE WS-ON-FILE-REVIEWED-COUNTER TO WS-RCT-VALUE
           PERFORM 3310-WRITE-COUNT-LINE
           MOVE 'CASE REVIEWS APPLIED:' TO WS-RCT-LABEL
           MOVE WS-REVIEW-APPLIED-COUNTER TO WS-RCT-VALUE
           PERFORM 3310-WRITE-COUNT-LINE
           MOVE 'CASE REVIEWS REJECTED:' TO WS-RCT-LABEL
           MOVE WS-REVIEW-REJECTED-COUNTER TO WS-RCT-VALUE
           PERFORM 3310-WRITE-COUNT-LINE
           MOVE 'SUSPENSIONS RECOMMENDED:' TO WS-RCT-LABEL
           MOVE WS-SUSP-COUNT TO WS-RCT-VALUE
           PERFORM 3310-WRITE-COUNT-LINE
           MOVE 'SUSPENSIONS NOT LISTED (LIST FULL):'
               TO WS-RCT-LABEL
           MOVE WS-SUSP-UNLISTED-COUNTER TO WS-RCT-VALUE
           PERFORM 3310-WRITE-COUNT-LINE
           MOVE 'SUSPENSION CARDS WRITTEN:' TO WS-RCT-LABEL
           MOVE WS-SUSP-CARD-COUNTER TO WS-RCT-VALUE
           PERFORM 3310-WRITE-COUNT-LINE.

       3310-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE TO SURVEILLANCE-REPORT-RECORD
           WRITE SURVEILLANCE-REPORT-RECORD.
