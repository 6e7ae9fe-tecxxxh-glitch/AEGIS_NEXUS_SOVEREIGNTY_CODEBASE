       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCORD-FEE-BILLING-V4.
       AUTHOR. TƕēMafɪa ǦoʇhɪcǶɪppɪē.
       INSTALLATION. BONE ARCHIVE CENTRAL FACILITY.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. TODAY.
      *
      * MONTHLY FEE BILLING. PRICES EVERY ORIGINAL ('O') AND CORRECTED
      * ('C') ARCHIVE POSTING IN THE BILLING PERIOD (YYYYMM, ARGUMENT
      * 1) AGAINST THE MAINTAINED FEE SCHEDULE, CREDITS BACK THE FEE
      * ON EVERY POSTING SINCE REVERSED BY AN 'R', AND WRITES ONE FEE
      * INVOICE PER DID TO DLT_FEE_INVOICE_<PERIOD>.DAT -- THE FILE
      * ACCORD-MONTHLY-STATEMENT-V4 PRINTS EACH DID'S FEE SECTION
      * FROM. RUN IT AHEAD OF THE STATEMENT CYCLE FOR THE SAME PERIOD.
      *
      * THE FEE SCHEDULE (DLT_FEE_SCHEDULE.DAT) IS EFFECTIVE-DATED THE
      * SAME WAY AS DLT_RUNTIME_PARAMS.DAT: ONE RECORD PER INTENT,
      * ASSET CLASS AND TRANSFER SIDE CARRYING A FLAT PER-POSTING FEE
      * AND A BASIS-POINT FEE ON WEIGHT, AND THE RECORD WITH THE
      * LATEST EFFECTIVE DATE ON OR BEFORE THE POSTING'S OWN DATE
      * PRICES IT. A RECORD NAMING A DID IS AN OVERRIDE FOR THAT DID
      * ALONE AND WINS OVER THE CLASS-LEVEL RATE WHILE IT IS IN FORCE.
      *
      * A POSTING THE SCHEDULE CANNOT PRICE STOPS THE INVOICE, ON THE
      * SAME TERMS AS AN UNMAPPED COMBINATION STOPS THE GL JOURNAL:
      * NOTHING IS INVOICED, THE UNPRICED POSTINGS ARE LISTED ON THE
      * BILLING REPORT (DLT_FEE_BILLING_REPORT.LOG), AND THE RUN IS
      * REPEATED ONCE THE SCHEDULE IS FIXED.
      *
      * A REVERSAL CARRIES THE REVERSED POSTING'S OWN TIMESTAMP, SO IT
      * CAN ARRIVE LONG AFTER THE PERIOD THAT BILLED THE ORIGINAL. THE
      * CREDIT LEDGER (DLT_FEE_CREDIT_LEDGER.DAT) REMEMBERS WHICH
      * PERIOD CREDITED EACH REVERSAL: A REVERSAL OF A POSTING DATED IN
      * OR BEFORE THE BILLING PERIOD THAT NO OTHER PERIOD HAS CREDITED
      * IS CREDITED ON THIS INVOICE, PRICED AT THE RATE THAT BILLED THE
      * ORIGINAL. A POSTING DATED BEFORE ANY RATE WAS IN FORCE WAS
      * NEVER BILLED, SO ITS REVERSAL HAS NOTHING TO CREDIT.
      *
      * A SUCCEEDED DID IS BILLED UNDER THE LAST DID IN ITS CHAIN, THE
      * SAME GROUPING THE STATEMENT USES, SO EACH INVOICE LANDS ON THE
      * STATEMENT THAT STATES THE ACTIVITY.
      *
      * CONTROL: THE POSTINGS PRICED AND THE FEES PRICED ON THE WAY IN
      * ARE TIED TO THE POSTINGS AND FEES ACTUALLY INVOICED ON THE WAY
      * OUT, PER INTENT AND CLASS ON THE REPORT AND IN TOTAL ON THE
      * INVOICE FILE'S CONTROL TRAILER.
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
      * Succession links ('L' images) written by
      * ACCORD-DID-MASTER-MAINT-V4 -- optional; no history file means
      * no DID has been succeeded and every DID is billed alone.
           SELECT DID-HISTORY-FILE
               ASSIGN TO 'DID_MASTER_HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS DID-HISTORY-FILE-STATUS.
      * Hand-maintained by finance, effective-dated.
           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO 'DLT_FEE_SCHEDULE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FEE-SCHEDULE-FILE-STATUS.
      * One record per reversal ever credited, keyed on the 'R' key.
           SELECT FEE-CREDIT-LEDGER-FILE
               ASSIGN TO 'DLT_FEE_CREDIT_LEDGER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRL-REVERSAL-KEY
               STATUS IS CREDIT-LEDGER-FILE-STATUS.
           SELECT FEE-SORT-FILE
               ASSIGN TO 'ACCORD_FEE_SORT.TMP'.
      * One invoice file per billing period, named for the period.
           SELECT FEE-INVOICE-FILE
               ASSIGN TO DYNAMIC WS-FEE-INVOICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FEE-INVOICE-FILE-STATUS.
           SELECT FEE-REPORT-FILE
               ASSIGN TO 'DLT_FEE_BILLING_REPORT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FEE-REPORT-FILE-STATUS.

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
      * For an 'R' the reversed entry's key -- DID, timestamp, weight
      * prefix and, in its last byte, the reversed entry's own record
      * type.
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
      * Space = active; 'P' = purged by ACCORD-RETENTION-PURGE-V4,
      * in which case the path column names the period's rolled-up
      * summary file, not a generation.
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

       FD  FEE-SCHEDULE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FEE-SCHEDULE-RECORD.
       01  FEE-SCHEDULE-RECORD.
           05  FEE-EFFECTIVE-DATE       PIC X(08).
      * Spaces = the class-level rate every DID pays; a DID here makes
      * the record an override for that DID alone.
           05  FEE-DID                  PIC X(30).
           05  FEE-INTENT               PIC X(20).
           05  FEE-ASSET-CLASS          PIC X(02).
      * 'D' or 'C' on TRANSFER, blank on MINT and BURN -- the same
      * convention as the GL account map.
           05  FEE-TRANSFER-SIDE        PIC X(01).
      * Flat fee per posting, two implied decimals.
           05  FEE-PER-POSTING          PIC X(07).
      * Basis points on weight, two implied decimals (00250 = 2.50).
           05  FEE-BASIS-POINTS         PIC X(05).
           05  FILLER                   PIC X(07).
       01  FEE-SCHEDULE-RECORD-N REDEFINES FEE-SCHEDULE-RECORD.
           05  FEE-EFFECTIVE-DATE-N     PIC 9(08).
           05  FILLER                   PIC X(53).
           05  FEE-PER-POSTING-N        PIC 9(05)V99.
           05  FEE-BASIS-POINTS-N       PIC 9(03)V99.
           05  FILLER                   PIC X(07).

       FD  FEE-CREDIT-LEDGER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS FEE-CREDIT-LEDGER-RECORD.
       01  FEE-CREDIT-LEDGER-RECORD.
           05  CRL-REVERSAL-KEY         PIC X(51).
      * The billing period whose invoice carries the credit -- a
      * re-run of that period credits it again, any other skips it.
           05  CRL-CREDITED-PERIOD      PIC 9(06).
           05  CRL-BILLED-DID           PIC X(30).
           05  CRL-CREDIT-AMOUNT        PIC 9(09)V99.
           05  FILLER                   PIC X(02).

       SD  FEE-SORT-FILE
           RECORD CONTAINS 145 CHARACTERS
           DATA RECORD IS FEE-SORT-RECORD.
       01  FEE-SORT-RECORD.
      * The DID the fee is billed to -- the posting's own DID, or for
      * a succeeded DID the last successor in its chain.
           05  FSR-DID                  PIC X(30).
           05  FSR-INTENT               PIC X(20).
      * Blank class already resolved to the default class, and a
      * pre-pairing one-sided TRANSFER already resolved to 'D'.
           05  FSR-ASSET-CLASS          PIC X(02).
           05  FSR-TRANSFER-SIDE        PIC X(01).
      * 'B' billed posting, 'R' reversal credited back -- sorted so a
      * combination's billing line precedes its credit line.
           05  FSR-LINE-TYPE            PIC X(01).
           05  FSR-TRANSACTION-KEY      PIC X(51).
           05  FSR-FINAL-WEIGHT         PIC 9(10).
           05  FSR-POSTING-FEE          PIC 9(05)V99.
           05  FSR-BPS-FEE              PIC 9(09)V99.
           05  FSR-FEE-AMOUNT           PIC 9(09)V99.
      * 'R' rows only: 'Y' the credit ledger already holds the key
      * (re-run of the crediting period), 'N' a first credit.
           05  FSR-LEDGER-FLAG          PIC X(01).

       FD  FEE-INVOICE-FILE
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS FEE-INVOICE-RECORD.
      * Per DID: one 'H' header, one 'D' line per intent / class /
      * side for billed postings and another for credited reversals,
      * then one 'T' total. One 'Z' control trailer closes the file.
      * Amounts are always positive; a 'D' line of type 'R' is a
      * credit.
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
       01  FEE-INVOICE-HEADER REDEFINES FEE-INVOICE-RECORD.
           05  IHD-RECORD-CODE          PIC X(01).
           05  IHD-PERIOD               PIC 9(06).
           05  IHD-DID                  PIC X(30).
           05  IHD-PRODUCED-DATE        PIC 9(08).
           05  FILLER                   PIC X(83).
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
      * Whatever loads the invoices must refuse a file whose last
      * record is not this trailer, or whose status is not 'B'.
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

       FD  FEE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS FEE-REPORT-RECORD.
       01  FEE-REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  DLT-FILE-STATUS              PIC X(02).
       01  GEN-REGISTRY-FILE-STATUS     PIC X(02).
       01  GEN-FILE-STATUS              PIC X(02).
       01  DID-HISTORY-FILE-STATUS      PIC X(02).
       01  FEE-SCHEDULE-FILE-STATUS     PIC X(02).
       01  CREDIT-LEDGER-FILE-STATUS    PIC X(02).
       01  FEE-INVOICE-FILE-STATUS      PIC X(02).
       01  FEE-REPORT-FILE-STATUS       PIC X(02).
       01  WS-GEN-ARCHIVE-PATH          PIC X(64).
       01  WS-FEE-INVOICE-PATH          PIC X(64).

       01  WS-BILLING-PERIOD            PIC X(06).
       01  WS-BILLING-PERIOD-N REDEFINES WS-BILLING-PERIOD
                                        PIC 9(06).
       01  WS-CURRENT-DATE              PIC 9(08) VALUE ZEROES.
       01  WS-CURRENT-PERIOD            PIC 9(06) VALUE ZEROES.
       01  WS-RECORD-PERIOD             PIC 9(06) VALUE ZEROES.
       01  WS-RECORD-DATE               PIC 9(08) VALUE ZEROES.
       01  WS-ABORT-FLAG                PIC X(01) VALUE 'N'.
           88  FEE-RUN-ABORTED          VALUE 'Y'.

       01  WS-EOF-FLAG                  PIC X(01) VALUE 'N'.
           88  END-OF-ARCHIVE           VALUE 'Y'.
       01  WS-GEN-EOF-FLAG              PIC X(01) VALUE 'N'.
           88  END-OF-GENERATION        VALUE 'Y'.
       01  WS-GEN-REG-EOF-FLAG          PIC X(01) VALUE 'N'.
           88  END-OF-GEN-REGISTRY      VALUE 'Y'.
       01  WS-SCHEDULE-EOF-FLAG         PIC X(01) VALUE 'N'.
           88  END-OF-FEE-SCHEDULE      VALUE 'Y'.
       01  WS-SORT-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-SORTED-FEES       VALUE 'Y'.

       01  WS-FILES-OPEN-FLAG           PIC X(01) VALUE 'N'.
           88  FEE-FILES-OPENED         VALUE 'Y'.
       01  WS-INVOICE-OPEN-FLAG         PIC X(01) VALUE 'N'.
           88  FEE-INVOICE-OPENED       VALUE 'Y'.

       01  WS-GEN-REGISTRY-LIMIT        PIC 9(04) VALUE 120.
      * Newest purged period on the registry -- a billing period at or
      * before it has had its postings destroyed.
       01  WS-NEWEST-PURGED-PERIOD      PIC 9(06) VALUE ZEROES.
       01  WS-GEN-REGISTRY-COUNT        PIC 9(04) VALUE ZEROES.
       01  WS-GEN-REGISTRY-TABLE.
           05  WS-GEN-REGISTRY-ENTRY    OCCURS 120 TIMES
                                        INDEXED BY WS-GEN-IDX.
               10  WS-GEN-REG-PERIOD    PIC 9(06).
               10  WS-GEN-REG-PATH      PIC X(64).
               10  WS-GEN-REG-PURGED    PIC X(01).
       01  WS-GEN-SCAN-IDX              PIC 9(04) VALUE ZEROES.

      * Succession links, each with the last DID of its chain
      * resolved once at load -- a predecessor's postings are billed
      * to that root DID. The date the link was applied marks where
      * the balance migration between the pair was posted.
       01  WS-HIST-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-DID-HISTORY       VALUE 'Y'.
       01  WS-LINK-LIMIT                PIC 9(04) VALUE 500.
       01  WS-LINK-COUNT                PIC 9(04) VALUE ZEROES.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY            OCCURS 500 TIMES.
               10  WS-LINK-PREDECESSOR  PIC X(30).
               10  WS-LINK-SUCCESSOR    PIC X(30).
               10  WS-LINK-ROOT         PIC X(30).
               10  WS-LINK-APPLIED-DATE PIC 9(08).
       01  WS-LINK-SCAN-IDX             PIC 9(04) VALUE ZEROES.
       01  WS-LINK-MATCH-IDX            PIC 9(04) VALUE ZEROES.
       01  WS-LINK-ROOT-IDX             PIC 9(04) VALUE ZEROES.
       01  WS-ROOT-DID                  PIC X(30) VALUE SPACES.
       01  WS-ROOT-HOPS                 PIC 9(04) VALUE ZEROES.
       01  WS-ROOT-DONE-FLAG            PIC X(01) VALUE 'N'.
           88  ROOT-DID-RESOLVED        VALUE 'Y'.
       01  WS-MIGRATION-LEG-FLAG        PIC X(01) VALUE 'N'.
           88  MIGRATION-LEG            VALUE 'Y'.

      * Fee schedule, loaded whole at start-up. The same rate key
      * twice on the same effective date is ambiguous and aborts the
      * run -- billing either figure would charge a rate finance did
      * not decide on.
       01  WS-DEFAULT-ASSET-CLASS       PIC X(02) VALUE 'EL'.
       01  WS-FEE-LIMIT                 PIC 9(04) VALUE 300.
       01  WS-FEE-COUNT                 PIC 9(04) VALUE ZEROES.
       01  WS-FEE-TABLE.
           05  WS-FEE-ENTRY             OCCURS 300 TIMES
                                        INDEXED BY WS-FEE-IDX.
               10  WS-FEE-EFFECTIVE-DATE PIC 9(08).
               10  WS-FEE-DID           PIC X(30).
               10  WS-FEE-INTENT        PIC X(20).
               10  WS-FEE-ASSET-CLASS   PIC X(02).
               10  WS-FEE-TRANSFER-SIDE PIC X(01).
               10  WS-FEE-PER-POSTING   PIC 9(05)V99.
               10  WS-FEE-BASIS-POINTS  PIC 9(03)V99.
       01  WS-FEE-SCAN-IDX              PIC 9(04) VALUE ZEROES.
       01  WS-FEE-REJECT-COUNTER        PIC 9(08) VALUE ZEROES.
      * Rate lookup: the WS-FIND- fields in, WS-MATCHED-FEE-IDX out
      * (zero = no rate in force).
       01  WS-FIND-DID                  PIC X(30) VALUE SPACES.
       01  WS-FIND-INTENT               PIC X(20) VALUE SPACES.
       01  WS-FIND-ASSET-CLASS          PIC X(02) VALUE SPACES.
       01  WS-FIND-TRANSFER-SIDE        PIC X(01) VALUE SPACE.
       01  WS-FIND-DATE                 PIC 9(08) VALUE ZEROES.
       01  WS-MATCHED-FEE-IDX           PIC 9(04) VALUE ZEROES.
       01  WS-OVERRIDE-FEE-IDX          PIC 9(04) VALUE ZEROES.
       01  WS-CLASS-FEE-IDX             PIC 9(04) VALUE ZEROES.
       01  WS-OVERRIDE-EFFECTIVE        PIC 9(08) VALUE ZEROES.
       01  WS-CLASS-EFFECTIVE           PIC 9(08) VALUE ZEROES.

      * The posting being priced, attributes resolved the way the
      * schedule is keyed.
       01  WS-LINE-ASSET-CLASS          PIC X(02) VALUE SPACES.
       01  WS-LINE-TRANSFER-SIDE        PIC X(01) VALUE SPACE.
       01  WS-CALC-POSTING-FEE          PIC 9(05)V99 VALUE ZEROES.
       01  WS-CALC-BPS-FEE              PIC 9(09)V99 VALUE ZEROES.
       01  WS-CALC-AMOUNT               PIC 9(09)V99 VALUE ZEROES.
       01  WS-LEDGER-FLAG               PIC X(01) VALUE 'N'.
       01  WS-CREDIT-DUE-FLAG           PIC X(01) VALUE 'N'.
           88  CREDIT-IS-DUE            VALUE 'Y'.

      * Postings the schedule could not price, one entry per DID and
      * rate key -- any entry at all stops the invoice.
       01  WS-UNPRICED-LIMIT            PIC 9(04) VALUE 100.
       01  WS-UNPRICED-COUNT            PIC 9(04) VALUE ZEROES.
       01  WS-UNPRICED-TABLE.
           05  WS-UNPRICED-ENTRY        OCCURS 100 TIMES.
               10  WS-UNP-DID           PIC X(30).
               10  WS-UNP-INTENT        PIC X(20).
               10  WS-UNP-ASSET-CLASS   PIC X(02).
               10  WS-UNP-TRANSFER-SIDE PIC X(01).
               10  WS-UNP-POSTING-COUNT PIC 9(08).
       01  WS-UNPRICED-SCAN-IDX         PIC 9(04) VALUE ZEROES.
       01  WS-UNPRICED-MATCH-IDX        PIC 9(04) VALUE ZEROES.
       01  WS-UNPRICED-COUNTER          PIC 9(08) VALUE ZEROES.

      * Control tally, built as postings are priced on the way in:
      * one entry per intent / class / side / line type. The invoice
      * written on the way out must tie back to it.
       01  WS-CTL-LIMIT                 PIC 9(04) VALUE 100.
       01  WS-CTL-COUNT                 PIC 9(04) VALUE ZEROES.
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY             OCCURS 100 TIMES
                                        INDEXED BY WS-CTL-IDX.
               10  WS-CTL-INTENT        PIC X(20).
               10  WS-CTL-ASSET-CLASS   PIC X(02).
               10  WS-CTL-TRANSFER-SIDE PIC X(01).
               10  WS-CTL-LINE-TYPE     PIC X(01).
               10  WS-CTL-POSTING-COUNT PIC 9(08).
               10  WS-CTL-WEIGHT        PIC 9(16).
               10  WS-CTL-POSTING-FEES  PIC 9(11)V99.
               10  WS-CTL-BPS-FEES      PIC 9(11)V99.
               10  WS-CTL-AMOUNT        PIC 9(11)V99.
       01  WS-CTL-SCAN-IDX              PIC 9(04) VALUE ZEROES.
       01  WS-CTL-MATCH-IDX             PIC 9(04) VALUE ZEROES.
       01  WS-PRICED-LINE-TYPE          PIC X(01) VALUE SPACE.

      * Control totals: priced on the way in, invoiced on the way out.
       01  WS-IN-BILLED-COUNT           PIC 9(08) VALUE ZEROES.
       01  WS-IN-BILLED-AMOUNT          PIC 9(13)V99 VALUE ZEROES.
       01  WS-IN-CREDITED-COUNT         PIC 9(08) VALUE ZEROES.
       01  WS-IN-CREDITED-AMOUNT        PIC 9(13)V99 VALUE ZEROES.
       01  WS-OUT-BILLED-COUNT          PIC 9(08) VALUE ZEROES.
       01  WS-OUT-BILLED-AMOUNT         PIC 9(13)V99 VALUE ZEROES.
       01  WS-OUT-CREDITED-COUNT        PIC 9(08) VALUE ZEROES.
       01  WS-OUT-CREDITED-AMOUNT       PIC 9(13)V99 VALUE ZEROES.
       01  WS-OUT-NET-AMOUNT            PIC S9(13)V99 VALUE ZEROES.
       01  WS-INVOICE-BALANCED-FLAG     PIC X(01) VALUE 'N'.
           88  INVOICE-IN-BALANCE       VALUE 'Y'.

      * Per-invoice working storage, refreshed per DID and per line.
       01  WS-INVOICE-DID               PIC X(30) VALUE SPACES.
       01  WS-DID-BILLED-COUNT          PIC 9(08) VALUE ZEROES.
       01  WS-DID-BILLED-AMOUNT         PIC 9(11)V99 VALUE ZEROES.
       01  WS-DID-CREDITED-COUNT        PIC 9(08) VALUE ZEROES.
       01  WS-DID-CREDITED-AMOUNT       PIC 9(11)V99 VALUE ZEROES.
       01  WS-DID-NET-AMOUNT            PIC S9(11)V99 VALUE ZEROES.
       01  WS-GRP-INTENT                PIC X(20) VALUE SPACES.
       01  WS-GRP-ASSET-CLASS           PIC X(02) VALUE SPACES.
       01  WS-GRP-TRANSFER-SIDE         PIC X(01) VALUE SPACE.
       01  WS-GRP-LINE-TYPE             PIC X(01) VALUE SPACE.
       01  WS-GRP-POSTING-COUNT         PIC 9(08) VALUE ZEROES.
       01  WS-GRP-WEIGHT                PIC 9(14) VALUE ZEROES.
       01  WS-GRP-POSTING-FEES          PIC 9(11)V99 VALUE ZEROES.
       01  WS-GRP-BPS-FEES              PIC 9(11)V99 VALUE ZEROES.
       01  WS-GRP-AMOUNT                PIC 9(11)V99 VALUE ZEROES.

      * Run counters.
       01  WS-RECORDS-READ-COUNTER      PIC 9(10) VALUE ZEROES.
       01  WS-NOT-BILLABLE-COUNTER      PIC 9(10) VALUE ZEROES.
       01  WS-MIGRATION-SKIP-COUNTER    PIC 9(08) VALUE ZEROES.
       01  WS-NO-RATE-CREDIT-COUNTER    PIC 9(08) VALUE ZEROES.
       01  WS-ALREADY-CREDITED-COUNTER  PIC 9(08) VALUE ZEROES.
       01  WS-INVOICE-COUNTER           PIC 9(08) VALUE ZEROES.
       01  WS-INVOICE-RECORD-COUNTER    PIC 9(08) VALUE ZEROES.

      * Billing report print lines.
       01  WS-RPT-HEADER-1.
           05  FILLER                   PIC X(30) VALUE
               'FEE BILLING REPORT FOR PERIOD '.
           05  WS-HDR-PERIOD            PIC 9(06).
           05  FILLER                   PIC X(13) VALUE
               ' PRODUCED ON '.
           05  WS-HDR-DATE              PIC 9(08).
           05  FILLER                   PIC X(75) VALUE SPACES.
       01  WS-RPT-SECTION-LINE.
           05  WS-RSL-TEXT              PIC X(60).
           05  FILLER                   PIC X(72) VALUE SPACES.
       01  WS-RPT-UNPRICED-HEADER.
           05  FILLER                   PIC X(50) VALUE
               'DID                            INTENT            '.
           05  FILLER                   PIC X(50) VALUE
               '   CL S    COUNT                                  '.
           05  FILLER                   PIC X(32) VALUE SPACES.
       01  WS-RPT-UNPRICED-LINE.
           05  WS-RUL-DID               PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RUL-INTENT            PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RUL-CLASS             PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RUL-SIDE              PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RUL-COUNT             PIC Z(07)9.
           05  FILLER                   PIC X(67) VALUE SPACES.
       01  WS-RPT-INVOICE-HEADER.
           05  FILLER                   PIC X(50) VALUE
               'DID                              BILLED    BILLED '.
           05  FILLER                   PIC X(50) VALUE
               'AMOUNT CREDITED   CREDITED AMOUNT        NET AMOUN'.
           05  FILLER                   PIC X(32) VALUE
               'T                               '.
       01  WS-RPT-INVOICE-LINE.
           05  WS-RIL-DID               PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RIL-BILLED-COUNT      PIC Z(07)9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RIL-BILLED-AMOUNT     PIC Z(10)9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RIL-CREDITED-COUNT    PIC Z(07)9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RIL-CREDITED-AMOUNT   PIC Z(10)9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RIL-NET-AMOUNT        PIC -(11)9.99.
           05  FILLER                   PIC X(27) VALUE SPACES.
       01  WS-RPT-CONTROL-HEADER.
           05  FILLER                   PIC X(50) VALUE
               'INTENT               CL S T    COUNT           WEI'.
           05  FILLER                   PIC X(50) VALUE
               'GHT   POSTING FEES   BASIS-PT FEES         AMOUNT '.
           05  FILLER                   PIC X(32) VALUE SPACES.
       01  WS-RPT-CONTROL-LINE.
           05  WS-RCT-INTENT            PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RCT-CLASS             PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RCT-SIDE              PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RCT-LINE-TYPE         PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RCT-COUNT             PIC Z(07)9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RCT-WEIGHT            PIC Z(15)9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RCT-POSTING-FEES      PIC Z(10)9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RCT-BPS-FEES          PIC Z(10)9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RCT-AMOUNT            PIC Z(10)9.99.
           05  FILLER                   PIC X(31) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  WS-RTL-LABEL             PIC X(38).
           05  WS-RTL-VALUE             PIC -(13)9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RTL-TAG               PIC X(16).
           05  FILLER                   PIC X(60) VALUE SPACES.
       01  WS-RPT-COUNT-LINE.
           05  WS-RCL-LABEL             PIC X(38).
           05  WS-RCL-VALUE             PIC 9(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RCL-TAG               PIC X(16).
           05  FILLER                   PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-FEE-BILLING.
           PERFORM 1000-INITIALIZE-FEE-RUN
           IF NOT FEE-RUN-ABORTED
      * The SORT prices the period's postings and the reversals due a
      * credit on the way in, then hands them back grouped by DID and
      * rate key for the invoice lines.
               SORT FEE-SORT-FILE
                   ON ASCENDING KEY FSR-DID
                                    FSR-INTENT
                                    FSR-ASSET-CLASS
                                    FSR-TRANSFER-SIDE
                                    FSR-LINE-TYPE
                                    FSR-TRANSACTION-KEY
                   INPUT PROCEDURE IS 2000-PRICE-PERIOD-POSTINGS
                   OUTPUT PROCEDURE IS 2500-WRITE-FEE-INVOICES
           END-IF
           PERFORM 3000-TERMINATE-FEE-RUN
           STOP RUN.

      * ---------------------------------------------------------------
       1000-INITIALIZE-FEE-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CURRENT-PERIOD = WS-CURRENT-DATE / 100
           PERFORM 1010-ACCEPT-BILLING-PERIOD
           IF NOT FEE-RUN-ABORTED
               PERFORM 1030-OPEN-FEE-FILES
           END-IF
           IF NOT FEE-RUN-ABORTED
               PERFORM 1020-LOAD-FEE-SCHEDULE
           END-IF
           IF NOT FEE-RUN-ABORTED
               PERFORM 1060-LOAD-SUCCESSION-LINKS
               PERFORM 1075-LOAD-GENERATION-REGISTRY
           END-IF
           IF NOT FEE-RUN-ABORTED
               PERFORM 1080-CHECK-RETENTION-HORIZON
           END-IF.

       1010-ACCEPT-BILLING-PERIOD.
      * Billing period (YYYYMM) is argument 1 and must be a prior
      * month -- billing the month still being written would leave
      * its later postings out, the same rule the statement enforces.
           MOVE SPACES TO WS-BILLING-PERIOD
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-BILLING-PERIOD FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-BILLING-PERIOD
           END-ACCEPT
           IF WS-BILLING-PERIOD-N NOT NUMERIC
               DISPLAY 'ERROR 1011: BILLING PERIOD (YYYYMM) MUST '
                   'BE SUPPLIED AS ARGUMENT 1'
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               IF WS-BILLING-PERIOD-N >= WS-CURRENT-PERIOD
                   DISPLAY 'ERROR 1012: BILLING PERIOD '
                       WS-BILLING-PERIOD ' IS NOT A PRIOR MONTH'
                   MOVE 'Y' TO WS-ABORT-FLAG
               END-IF
               IF WS-BILLING-PERIOD (5:2) < '01'
                   OR WS-BILLING-PERIOD (5:2) > '12'
                   DISPLAY 'ERROR 1013: BILLING PERIOD '
                       WS-BILLING-PERIOD ' HAS NO SUCH MONTH'
                   MOVE 'Y' TO WS-ABORT-FLAG
               END-IF
           END-IF.

       1020-LOAD-FEE-SCHEDULE.
      * An absent schedule is not an abort of its own: every posting
      * then comes up unpriced, the invoice stops, and the report
      * lists exactly what finance has to rate.
           OPEN INPUT FEE-SCHEDULE-FILE.
           EVALUATE FEE-SCHEDULE-FILE-STATUS
               WHEN '00'
                   PERFORM 1025-LOAD-SCHEDULE-RECORD
                       UNTIL END-OF-FEE-SCHEDULE
                   CLOSE FEE-SCHEDULE-FILE
                   DISPLAY 'FEE SCHEDULE ENTRIES LOADED: '
                       WS-FEE-COUNT
               WHEN '35'
                   DISPLAY 'ERROR 1021: FEE SCHEDULE NOT SUPPLIED '
                       '-- EVERY POSTING IS UNPRICED'
               WHEN OTHER
                   DISPLAY 'ERROR 1022: FEE SCHEDULE UNREADABLE, '
                       'STAT: ' FEE-SCHEDULE-FILE-STATUS
                       ' -- RUN ABORTED'
                   MOVE 'Y' TO WS-ABORT-FLAG
           END-EVALUATE.

       1025-LOAD-SCHEDULE-RECORD.
           READ FEE-SCHEDULE-FILE
               AT END MOVE 'Y' TO WS-SCHEDULE-EOF-FLAG
               NOT AT END
                   PERFORM 1027-EDIT-SCHEDULE-RECORD
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF FEE-SCHEDULE-FILE-STATUS NOT = '00'
               AND FEE-SCHEDULE-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 1026: FEE SCHEDULE READ FAILED, '
                   'STAT: ' FEE-SCHEDULE-FILE-STATUS
               MOVE 'Y' TO WS-SCHEDULE-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

       1027-EDIT-SCHEDULE-RECORD.
      * A malformed record is rejected whole with a console line. It
      * does not abort by itself -- the rate it meant to set is simply
      * not in force, and stops the invoice only if the period
      * actually has postings it would have priced.
           IF FEE-EFFECTIVE-DATE NOT NUMERIC
               OR (FEE-INTENT NOT = 'TRANSFER'
                   AND FEE-INTENT NOT = 'MINT'
                   AND FEE-INTENT NOT = 'BURN')
               OR FEE-ASSET-CLASS = SPACES
               OR (FEE-INTENT = 'TRANSFER'
                   AND FEE-TRANSFER-SIDE NOT = 'D'
                   AND FEE-TRANSFER-SIDE NOT = 'C')
               OR (FEE-INTENT NOT = 'TRANSFER'
                   AND FEE-TRANSFER-SIDE NOT = SPACE)
               OR FEE-PER-POSTING NOT NUMERIC
               OR FEE-BASIS-POINTS NOT NUMERIC
               ADD 1 TO WS-FEE-REJECT-COUNTER
               DISPLAY 'ERROR 1027: MALFORMED FEE SCHEDULE RECORD '
                   'IGNORED: ' FEE-EFFECTIVE-DATE ' ' FEE-DID ' '
                   FEE-INTENT ' ' FEE-ASSET-CLASS ' '
                   FEE-TRANSFER-SIDE
           ELSE
               MOVE ZEROES TO WS-MATCHED-FEE-IDX
               PERFORM VARYING WS-FEE-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-FEE-SCAN-IDX > WS-FEE-COUNT
                   SET WS-FEE-IDX TO WS-FEE-SCAN-IDX
                   IF WS-FEE-EFFECTIVE-DATE (WS-FEE-IDX)
                           = FEE-EFFECTIVE-DATE-N
                       AND WS-FEE-DID (WS-FEE-IDX) = FEE-DID
                       AND WS-FEE-INTENT (WS-FEE-IDX) = FEE-INTENT
                       AND WS-FEE-ASSET-CLASS (WS-FEE-IDX)
                           = FEE-ASSET-CLASS
                       AND WS-FEE-TRANSFER-SIDE (WS-FEE-IDX)
                           = FEE-TRANSFER-SIDE
                       MOVE WS-FEE-SCAN-IDX TO WS-MATCHED-FEE-IDX
                   END-IF
               END-PERFORM
               IF WS-MATCHED-FEE-IDX NOT = ZEROES
                   DISPLAY 'ERROR 1028: FEE SCHEDULE HAS RATE TWICE: '
                       FEE-EFFECTIVE-DATE ' ' FEE-DID ' '
                       FEE-INTENT ' ' FEE-ASSET-CLASS ' '
                       FEE-TRANSFER-SIDE ' -- RUN ABORTED'
                   MOVE 'Y' TO WS-SCHEDULE-EOF-FLAG
                   MOVE 'Y' TO WS-ABORT-FLAG
               ELSE
                   IF WS-FEE-COUNT >= WS-FEE-LIMIT
                       DISPLAY 'ERROR 1029: FEE SCHEDULE TABLE FULL '
                           'AT ' WS-FEE-LIMIT ' -- RUN ABORTED'
                       MOVE 'Y' TO WS-SCHEDULE-EOF-FLAG
                       MOVE 'Y' TO WS-ABORT-FLAG
                   ELSE
                       ADD 1 TO WS-FEE-COUNT
                       SET WS-FEE-IDX TO WS-FEE-COUNT
                       MOVE FEE-EFFECTIVE-DATE-N
                           TO WS-FEE-EFFECTIVE-DATE (WS-FEE-IDX)
                       MOVE FEE-DID TO WS-FEE-DID (WS-FEE-IDX)
                       MOVE FEE-INTENT TO WS-FEE-INTENT (WS-FEE-IDX)
                       MOVE FEE-ASSET-CLASS
                           TO WS-FEE-ASSET-CLASS (WS-FEE-IDX)
                       MOVE FEE-TRANSFER-SIDE
                           TO WS-FEE-TRANSFER-SIDE (WS-FEE-IDX)
                       MOVE FEE-PER-POSTING-N
                           TO WS-FEE-PER-POSTING (WS-FEE-IDX)
                       MOVE FEE-BASIS-POINTS-N
                           TO WS-FEE-BASIS-POINTS (WS-FEE-IDX)
                   END-IF
               END-IF
           END-IF.

       1030-OPEN-FEE-FILES.
           OPEN INPUT DLT-ARCHIVE-FILE.
           IF DLT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 1031: FAILED TO OPEN DLT ARCHIVE. STAT: '
                   DLT-FILE-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               PERFORM 1040-OPEN-CREDIT-LEDGER
               IF NOT FEE-RUN-ABORTED
                   OPEN OUTPUT FEE-REPORT-FILE
                   IF FEE-REPORT-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR 1036: FAILED TO OPEN FEE '
                           'BILLING REPORT. STAT: '
                           FEE-REPORT-FILE-STATUS
                       CLOSE DLT-ARCHIVE-FILE
                       CLOSE FEE-CREDIT-LEDGER-FILE
                       MOVE 'Y' TO WS-ABORT-FLAG
                   ELSE
                       MOVE 'Y' TO WS-FILES-OPEN-FLAG
                       MOVE WS-BILLING-PERIOD-N TO WS-HDR-PERIOD
                       MOVE WS-CURRENT-DATE TO WS-HDR-DATE
                       MOVE WS-RPT-HEADER-1 TO FEE-REPORT-RECORD
                       WRITE FEE-REPORT-RECORD
                       PERFORM 1045-OPEN-INVOICE-FILE
                   END-IF
               END-IF
           END-IF.

       1045-OPEN-INVOICE-FILE.
      * Opened OUTPUT before any pricing, so a re-run rewrites the
      * period's file whole, and a run that stops leaves it empty --
      * the statement then reports the period as not yet billed
      * rather than printing an earlier run's figures.
           MOVE SPACES TO WS-FEE-INVOICE-PATH
           STRING 'DLT_FEE_INVOICE_' WS-BILLING-PERIOD '.DAT'
               DELIMITED BY SIZE
               INTO WS-FEE-INVOICE-PATH
           OPEN OUTPUT FEE-INVOICE-FILE
           IF FEE-INVOICE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 1046: CANNOT CREATE FEE INVOICE FILE '
                   WS-FEE-INVOICE-PATH ' STATUS: '
                   FEE-INVOICE-FILE-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               MOVE 'Y' TO WS-INVOICE-OPEN-FLAG
           END-IF.

       1040-OPEN-CREDIT-LEDGER.
      * Credits persist across periods; create cold on the very first
      * run, same idiom as the statement's carry-forward file.
           OPEN I-O FEE-CREDIT-LEDGER-FILE.
           IF CREDIT-LEDGER-FILE-STATUS = '35'
               OPEN OUTPUT FEE-CREDIT-LEDGER-FILE
               CLOSE FEE-CREDIT-LEDGER-FILE
               OPEN I-O FEE-CREDIT-LEDGER-FILE
           END-IF
           IF CREDIT-LEDGER-FILE-STATUS NOT = '00'
      * Without the ledger a reversal could be credited once per
      * period for ever -- stop instead.
               DISPLAY 'ERROR 1041: FAILED TO OPEN FEE CREDIT LEDGER. '
                   'STAT: ' CREDIT-LEDGER-FILE-STATUS
               CLOSE DLT-ARCHIVE-FILE
               MOVE 'Y' TO WS-ABORT-FLAG
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
      * A link past the limit would bill a predecessor apart from the
      * statement that states its activity -- stop the run.
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
                           MOVE HIST-APPLIED-DATE
                               TO WS-LINK-APPLIED-DATE (WS-LINK-COUNT)
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
                   IF GENREG-STATUS = 'P'
                       AND GENREG-PERIOD > WS-NEWEST-PURGED-PERIOD
                       MOVE GENREG-PERIOD TO WS-NEWEST-PURGED-PERIOD
                   END-IF
                   IF WS-GEN-REGISTRY-COUNT >= WS-GEN-REGISTRY-LIMIT
      * An unscanned generation could hold postings of the period, or
      * reversals due a credit -- an invoice without them is wrong.
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

       1080-CHECK-RETENTION-HORIZON.
      * A period at or inside the purge horizon has had its postings
      * destroyed -- there is nothing left to price. Refuse the run
      * and say why rather than invoice a destroyed month as a quiet
      * one.
           IF WS-NEWEST-PURGED-PERIOD > ZEROES
               AND WS-BILLING-PERIOD-N <= WS-NEWEST-PURGED-PERIOD
               DISPLAY 'ERROR 1081: BILLING PERIOD '
                   WS-BILLING-PERIOD ' IS BEYOND RETENTION -- '
                   'PURGED THROUGH ' WS-NEWEST-PURGED-PERIOD
                   '; NO INVOICES PRODUCED'
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

      * ---------------------------------------------------------------
       2000-PRICE-PERIOD-POSTINGS.
           PERFORM 2100-SCAN-CURRENT-ARCHIVE
      * Every active generation is scanned: the period's postings may
      * have rolled into one, and a reversal due a credit may sit in
      * any of them. A purged generation's postings are gone, and
      * anything billed from it was credited or not long since.
           PERFORM VARYING WS-GEN-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-SCAN-IDX > WS-GEN-REGISTRY-COUNT
               SET WS-GEN-IDX TO WS-GEN-SCAN-IDX
               IF WS-GEN-REG-PURGED (WS-GEN-IDX) NOT = 'P'
                   PERFORM 2200-SCAN-ONE-GENERATION
               END-IF
           END-PERFORM.

       2100-SCAN-CURRENT-ARCHIVE.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM 2110-READ-ARCHIVE-RECORD
           PERFORM 2120-PRICE-ARCHIVE-RECORD
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

       2120-PRICE-ARCHIVE-RECORD.
           IF NOT END-OF-ARCHIVE
               PERFORM 2130-PRICE-IF-BILLABLE
               PERFORM 2110-READ-ARCHIVE-RECORD
           END-IF.

       2130-PRICE-IF-BILLABLE.
      * 'O' and 'C' postings dated in the period are billed. An 'R'
      * dated in or before the period -- the reversed posting's own
      * date -- is credited if no other period has credited it.
      * Succession migrations are archived as ordinary TRANSFER legs,
      * so they are recognised by their succession link and passed
      * over whatever their record type. Anything else (later
      * postings) is not billed here.
           ADD 1 TO WS-RECORDS-READ-COUNTER
           MOVE DLT-TIMESTAMP (1:6) TO WS-RECORD-PERIOD
           MOVE DLT-TIMESTAMP (1:8) TO WS-RECORD-DATE
           PERFORM 2132-CHECK-MIGRATION-LEG
           MOVE DLT-DID TO WS-ROOT-DID
           PERFORM 2135-RESOLVE-ROOT-DID
           IF DLT-ASSET-CLASS = SPACES
               MOVE WS-DEFAULT-ASSET-CLASS TO WS-LINE-ASSET-CLASS
           ELSE
               MOVE DLT-ASSET-CLASS TO WS-LINE-ASSET-CLASS
           END-IF
           IF DLT-INTENT = 'TRANSFER'
               IF DLT-TRANSFER-SIDE = 'C'
                   MOVE 'C' TO WS-LINE-TRANSFER-SIDE
               ELSE
                   MOVE 'D' TO WS-LINE-TRANSFER-SIDE
               END-IF
           ELSE
               MOVE SPACE TO WS-LINE-TRANSFER-SIDE
           END-IF
           EVALUATE TRUE
               WHEN MIGRATION-LEG
                   ADD 1 TO WS-MIGRATION-SKIP-COUNTER
               WHEN (DLT-RECORD-TYPE = 'O' OR DLT-RECORD-TYPE = 'C')
                   AND WS-RECORD-PERIOD = WS-BILLING-PERIOD-N
                   PERFORM 2150-BILL-ONE-POSTING
               WHEN DLT-RECORD-TYPE = 'R'
                   AND WS-RECORD-PERIOD <= WS-BILLING-PERIOD-N
                   PERFORM 2160-CREDIT-ONE-REVERSAL
               WHEN OTHER
                   ADD 1 TO WS-NOT-BILLABLE-COUNTER
           END-EVALUATE.

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

       2135-RESOLVE-ROOT-DID.
      * WS-ROOT-DID in, the DID it is billed to out. A DID with no
      * link of its own is its own root.
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

       2140-FIND-FEE-RATE.
      * The latest rate in force on WS-FIND-DATE for the rate key. An
      * override for the billed DID wins over the class-level rate
      * for as long as it is in force, whatever the class-level rate
      * does meanwhile.
           MOVE ZEROES TO WS-MATCHED-FEE-IDX
           MOVE ZEROES TO WS-OVERRIDE-FEE-IDX
           MOVE ZEROES TO WS-CLASS-FEE-IDX
           MOVE ZEROES TO WS-OVERRIDE-EFFECTIVE
           MOVE ZEROES TO WS-CLASS-EFFECTIVE
           PERFORM VARYING WS-FEE-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-FEE-SCAN-IDX > WS-FEE-COUNT
               SET WS-FEE-IDX TO WS-FEE-SCAN-IDX
               IF WS-FEE-INTENT (WS-FEE-IDX) = WS-FIND-INTENT
                   AND WS-FEE-ASSET-CLASS (WS-FEE-IDX)
                       = WS-FIND-ASSET-CLASS
                   AND WS-FEE-TRANSFER-SIDE (WS-FEE-IDX)
                       = WS-FIND-TRANSFER-SIDE
                   AND WS-FEE-EFFECTIVE-DATE (WS-FEE-IDX)
                       <= WS-FIND-DATE
                   IF WS-FEE-DID (WS-FEE-IDX) = WS-FIND-DID
                       AND WS-FEE-EFFECTIVE-DATE (WS-FEE-IDX)
                           >= WS-OVERRIDE-EFFECTIVE
                       MOVE WS-FEE-SCAN-IDX TO WS-OVERRIDE-FEE-IDX
                       MOVE WS-FEE-EFFECTIVE-DATE (WS-FEE-IDX)
                           TO WS-OVERRIDE-EFFECTIVE
                   END-IF
                   IF WS-FEE-DID (WS-FEE-IDX) = SPACES
                       AND WS-FEE-EFFECTIVE-DATE (WS-FEE-IDX)
                           >= WS-CLASS-EFFECTIVE
                       MOVE WS-FEE-SCAN-IDX TO WS-CLASS-FEE-IDX
                       MOVE WS-FEE-EFFECTIVE-DATE (WS-FEE-IDX)
                           TO WS-CLASS-EFFECTIVE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OVERRIDE-FEE-IDX > ZEROES
               MOVE WS-OVERRIDE-FEE-IDX TO WS-MATCHED-FEE-IDX
           ELSE
               MOVE WS-CLASS-FEE-IDX TO WS-MATCHED-FEE-IDX
           END-IF.

       2145-PRICE-AT-MATCHED-RATE.
      * Flat fee plus basis points on weight, rounded to the cent.
           SET WS-FEE-IDX TO WS-MATCHED-FEE-IDX
           MOVE WS-FEE-PER-POSTING (WS-FEE-IDX) TO WS-CALC-POSTING-FEE
           COMPUTE WS-CALC-BPS-FEE ROUNDED
               = DLT-FINAL-WEIGHT * WS-FEE-BASIS-POINTS (WS-FEE-IDX)
                 / 10000
           COMPUTE WS-CALC-AMOUNT
               = WS-CALC-POSTING-FEE + WS-CALC-BPS-FEE.

       2150-BILL-ONE-POSTING.
           MOVE WS-ROOT-DID TO WS-FIND-DID
           MOVE DLT-INTENT TO WS-FIND-INTENT
           MOVE WS-LINE-ASSET-CLASS TO WS-FIND-ASSET-CLASS
           MOVE WS-LINE-TRANSFER-SIDE TO WS-FIND-TRANSFER-SIDE
           MOVE WS-RECORD-DATE TO WS-FIND-DATE
           PERFORM 2140-FIND-FEE-RATE
           IF WS-MATCHED-FEE-IDX = ZEROES
               PERFORM 2155-NOTE-UNPRICED-POSTING
           ELSE
               PERFORM 2145-PRICE-AT-MATCHED-RATE
               ADD 1 TO WS-IN-BILLED-COUNT
               ADD WS-CALC-AMOUNT TO WS-IN-BILLED-AMOUNT
               MOVE 'B' TO WS-PRICED-LINE-TYPE
               MOVE SPACE TO WS-LEDGER-FLAG
               PERFORM 2170-TALLY-AND-RELEASE
           END-IF.

       2155-NOTE-UNPRICED-POSTING.
           ADD 1 TO WS-UNPRICED-COUNTER
           MOVE ZEROES TO WS-UNPRICED-MATCH-IDX
           PERFORM VARYING WS-UNPRICED-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-UNPRICED-SCAN-IDX > WS-UNPRICED-COUNT
                      OR WS-UNPRICED-MATCH-IDX > ZEROES
               IF WS-UNP-DID (WS-UNPRICED-SCAN-IDX) = WS-FIND-DID
                   AND WS-UNP-INTENT (WS-UNPRICED-SCAN-IDX)
                       = WS-FIND-INTENT
                   AND WS-UNP-ASSET-CLASS (WS-UNPRICED-SCAN-IDX)
                       = WS-FIND-ASSET-CLASS
                   AND WS-UNP-TRANSFER-SIDE (WS-UNPRICED-SCAN-IDX)
                       = WS-FIND-TRANSFER-SIDE
                   MOVE WS-UNPRICED-SCAN-IDX TO WS-UNPRICED-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-UNPRICED-MATCH-IDX > ZEROES
               ADD 1 TO WS-UNP-POSTING-COUNT (WS-UNPRICED-MATCH-IDX)
           ELSE
      * Past the limit the posting still stops the invoice; it just
      * is not listed by name.
               IF WS-UNPRICED-COUNT < WS-UNPRICED-LIMIT
                   ADD 1 TO WS-UNPRICED-COUNT
                   MOVE WS-FIND-DID TO WS-UNP-DID (WS-UNPRICED-COUNT)
                   MOVE WS-FIND-INTENT
                       TO WS-UNP-INTENT (WS-UNPRICED-COUNT)
                   MOVE WS-FIND-ASSET-CLASS
                       TO WS-UNP-ASSET-CLASS (WS-UNPRICED-COUNT)
                   MOVE WS-FIND-TRANSFER-SIDE
                       TO WS-UNP-TRANSFER-SIDE (WS-UNPRICED-COUNT)
                   MOVE 1 TO WS-UNP-POSTING-COUNT (WS-UNPRICED-COUNT)
               END-IF
           END-IF.

       2160-CREDIT-ONE-REVERSAL.
      * Only a reversal of an 'O' or 'C' reverses a billed fee -- the
      * reversed entry's record type is the last byte of its key.
           IF DLT-ORIGINAL-KEY (51:1) NOT = 'O'
               AND DLT-ORIGINAL-KEY (51:1) NOT = 'C'
               ADD 1 TO WS-NOT-BILLABLE-COUNTER
           ELSE
               PERFORM 2165-CHECK-CREDIT-LEDGER
               IF CREDIT-IS-DUE
                   MOVE WS-ROOT-DID TO WS-FIND-DID
                   MOVE DLT-INTENT TO WS-FIND-INTENT
                   MOVE WS-LINE-ASSET-CLASS TO WS-FIND-ASSET-CLASS
                   MOVE WS-LINE-TRANSFER-SIDE TO WS-FIND-TRANSFER-SIDE
                   MOVE WS-RECORD-DATE TO WS-FIND-DATE
                   PERFORM 2140-FIND-FEE-RATE
                   IF WS-MATCHED-FEE-IDX = ZEROES
      * No rate was in force when the reversed posting was made, so
      * no fee was billed for it and there is nothing to give back.
                       ADD 1 TO WS-NO-RATE-CREDIT-COUNTER
                   ELSE
                       PERFORM 2145-PRICE-AT-MATCHED-RATE
                       ADD 1 TO WS-IN-CREDITED-COUNT
                       ADD WS-CALC-AMOUNT TO WS-IN-CREDITED-AMOUNT
                       MOVE 'R' TO WS-PRICED-LINE-TYPE
                       PERFORM 2170-TALLY-AND-RELEASE
                   END-IF
               END-IF
           END-IF.

       2165-CHECK-CREDIT-LEDGER.
      * Not on the ledger: a first credit. On it for this period: a
      * re-run, credited again so the rewritten invoice still carries
      * it. On it for any other period: already given back there.
           MOVE 'N' TO WS-CREDIT-DUE-FLAG
           MOVE SVT-TRANSACTION-KEY TO CRL-REVERSAL-KEY
           READ FEE-CREDIT-LEDGER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-CREDIT-DUE-FLAG
                   MOVE 'N' TO WS-LEDGER-FLAG
               NOT INVALID KEY
                   IF CRL-CREDITED-PERIOD = WS-BILLING-PERIOD-N
                       MOVE 'Y' TO WS-CREDIT-DUE-FLAG
                       MOVE 'Y' TO WS-LEDGER-FLAG
                   ELSE
                       ADD 1 TO WS-ALREADY-CREDITED-COUNTER
                   END-IF
           END-READ
           IF CREDIT-LEDGER-FILE-STATUS NOT = '00'
               AND CREDIT-LEDGER-FILE-STATUS NOT = '23'
               DISPLAY 'ERROR 2166: FEE CREDIT LEDGER READ FAILED, '
                   'STAT: ' CREDIT-LEDGER-FILE-STATUS
               MOVE 'N' TO WS-CREDIT-DUE-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

       2170-TALLY-AND-RELEASE.
           MOVE ZEROES TO WS-CTL-MATCH-IDX
           PERFORM VARYING WS-CTL-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-CTL-SCAN-IDX > WS-CTL-COUNT
                      OR WS-CTL-MATCH-IDX > ZEROES
               SET WS-CTL-IDX TO WS-CTL-SCAN-IDX
               IF WS-CTL-INTENT (WS-CTL-IDX) = WS-FIND-INTENT
                   AND WS-CTL-ASSET-CLASS (WS-CTL-IDX)
                       = WS-FIND-ASSET-CLASS
                   AND WS-CTL-TRANSFER-SIDE (WS-CTL-IDX)
                       = WS-FIND-TRANSFER-SIDE
                   AND WS-CTL-LINE-TYPE (WS-CTL-IDX)
                       = WS-PRICED-LINE-TYPE
                   MOVE WS-CTL-SCAN-IDX TO WS-CTL-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-CTL-MATCH-IDX = ZEROES
               IF WS-CTL-COUNT >= WS-CTL-LIMIT
      * A posting outside the tally could never be proven against the
      * invoice -- stop the run rather than ship an unproven one.
                   DISPLAY 'ERROR 2171: FEE CONTROL TABLE FULL AT '
                       WS-CTL-LIMIT ' -- RUN ABORTED'
                   MOVE 'Y' TO WS-ABORT-FLAG
               ELSE
                   ADD 1 TO WS-CTL-COUNT
                   MOVE WS-CTL-COUNT TO WS-CTL-MATCH-IDX
                   SET WS-CTL-IDX TO WS-CTL-COUNT
                   MOVE WS-FIND-INTENT TO WS-CTL-INTENT (WS-CTL-IDX)
                   MOVE WS-FIND-ASSET-CLASS
                       TO WS-CTL-ASSET-CLASS (WS-CTL-IDX)
                   MOVE WS-FIND-TRANSFER-SIDE
                       TO WS-CTL-TRANSFER-SIDE (WS-CTL-IDX)
                   MOVE WS-PRICED-LINE-TYPE
                       TO WS-CTL-LINE-TYPE (WS-CTL-IDX)
                   MOVE ZEROES TO WS-CTL-POSTING-COUNT (WS-CTL-IDX)
                   MOVE ZEROES TO WS-CTL-WEIGHT (WS-CTL-IDX)
                   MOVE ZEROES TO WS-CTL-POSTING-FEES (WS-CTL-IDX)
                   MOVE ZEROES TO WS-CTL-BPS-FEES (WS-CTL-IDX)
                   MOVE ZEROES TO WS-CTL-AMOUNT (WS-CTL-IDX)
               END-IF
           END-IF
           IF WS-CTL-MATCH-IDX > ZEROES
               SET WS-CTL-IDX TO WS-CTL-MATCH-IDX
               ADD 1 TO WS-CTL-POSTING-COUNT (WS-CTL-IDX)
               ADD DLT-FINAL-WEIGHT TO WS-CTL-WEIGHT (WS-CTL-IDX)
               ADD WS-CALC-POSTING-FEE
                   TO WS-CTL-POSTING-FEES (WS-CTL-IDX)
               ADD WS-CALC-BPS-FEE TO WS-CTL-BPS-FEES (WS-CTL-IDX)
               ADD WS-CALC-AMOUNT TO WS-CTL-AMOUNT (WS-CTL-IDX)
           END-IF
           MOVE SPACES TO FEE-SORT-RECORD
           MOVE WS-ROOT-DID TO FSR-DID
           MOVE WS-FIND-INTENT TO FSR-INTENT
           MOVE WS-FIND-ASSET-CLASS TO FSR-ASSET-CLASS
           MOVE WS-FIND-TRANSFER-SIDE TO FSR-TRANSFER-SIDE
           MOVE WS-PRICED-LINE-TYPE TO FSR-LINE-TYPE
           MOVE SVT-TRANSACTION-KEY TO FSR-TRANSACTION-KEY
           MOVE DLT-FINAL-WEIGHT TO FSR-FINAL-WEIGHT
           MOVE WS-CALC-POSTING-FEE TO FSR-POSTING-FEE
           MOVE WS-CALC-BPS-FEE TO FSR-BPS-FEE
           MOVE WS-CALC-AMOUNT TO FSR-FEE-AMOUNT
           MOVE WS-LEDGER-FLAG TO FSR-LEDGER-FLAG
           RELEASE FEE-SORT-RECORD.

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
               PERFORM 2210-PRICE-GENERATION-RECORD
                   UNTIL END-OF-GENERATION
               CLOSE DLT-GEN-ARCHIVE-FILE
           END-IF.

       2210-PRICE-GENERATION-RECORD.
      * Generation records share the archive layout byte for byte, so
      * the record is staged through the archive record area and the
      * same pricing path serves both scans.
           READ DLT-GEN-ARCHIVE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-GEN-EOF-FLAG
               NOT AT END
                   MOVE GEN-ARCHIVE-RECORD TO DLT-ARCHIVE-RECORD
                   PERFORM 2130-PRICE-IF-BILLABLE
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
       2500-WRITE-FEE-INVOICES.
      * A pricing pass that aborted saw only part of the book, and one
      * with unpriced postings would under-bill: either way the sort
      * is drained -- an output procedure must consume its file --
      * and the invoice file is left empty.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           IF FEE-RUN-ABORTED
               OR WS-UNPRICED-COUNTER > ZEROES
               PERFORM 2510-RETURN-SORTED-FEE
                   UNTIL END-OF-SORTED-FEES
           ELSE
               MOVE SPACES TO WS-RPT-SECTION-LINE
               MOVE 'INVOICES WRITTEN' TO WS-RSL-TEXT
               MOVE WS-RPT-SECTION-LINE TO FEE-REPORT-RECORD
               WRITE FEE-REPORT-RECORD
               MOVE WS-RPT-INVOICE-HEADER TO FEE-REPORT-RECORD
               WRITE FEE-REPORT-RECORD
               PERFORM 2510-RETURN-SORTED-FEE
               PERFORM 2530-INVOICE-FOR-ONE-DID
                   UNTIL END-OF-SORTED-FEES
               PERFORM 2590-WRITE-CONTROL-TRAILER
           END-IF.

       2510-RETURN-SORTED-FEE.
           RETURN FEE-SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

       2530-INVOICE-FOR-ONE-DID.
           MOVE FSR-DID TO WS-INVOICE-DID
           ADD 1 TO WS-INVOICE-COUNTER
           MOVE ZEROES TO WS-DID-BILLED-COUNT
           MOVE ZEROES TO WS-DID-BILLED-AMOUNT
           MOVE ZEROES TO WS-DID-CREDITED-COUNT
           MOVE ZEROES TO WS-DID-CREDITED-AMOUNT
           MOVE SPACES TO FEE-INVOICE-HEADER
           MOVE 'H' TO IHD-RECORD-CODE
           MOVE WS-BILLING-PERIOD-N TO IHD-PERIOD
           MOVE WS-INVOICE-DID TO IHD-DID
           MOVE WS-CURRENT-DATE TO IHD-PRODUCED-DATE
           PERFORM 2580-WRITE-INVOICE-RECORD
           PERFORM 2540-INVOICE-ONE-LINE
               UNTIL END-OF-SORTED-FEES
                   OR FSR-DID NOT = WS-INVOICE-DID
           COMPUTE WS-DID-NET-AMOUNT
               = WS-DID-BILLED-AMOUNT - WS-DID-CREDITED-AMOUNT
           MOVE SPACES TO FEE-INVOICE-TOTAL
           MOVE 'T' TO ITL-RECORD-CODE
           MOVE WS-BILLING-PERIOD-N TO ITL-PERIOD
           MOVE WS-INVOICE-DID TO ITL-DID
           MOVE WS-DID-BILLED-COUNT TO ITL-BILLED-COUNT
           MOVE WS-DID-CREDITED-COUNT TO ITL-CREDITED-COUNT
           MOVE WS-DID-BILLED-AMOUNT TO ITL-BILLED-AMOUNT
           MOVE WS-DID-CREDITED-AMOUNT TO ITL-CREDITED-AMOUNT
           MOVE WS-DID-NET-AMOUNT TO ITL-NET-AMOUNT
           PERFORM 2580-WRITE-INVOICE-RECORD
           MOVE WS-INVOICE-DID TO WS-RIL-DID
           MOVE WS-DID-BILLED-COUNT TO WS-RIL-BILLED-COUNT
           MOVE WS-DID-BILLED-AMOUNT TO WS-RIL-BILLED-AMOUNT
           MOVE WS-DID-CREDITED-COUNT TO WS-RIL-CREDITED-COUNT
           MOVE WS-DID-CREDITED-AMOUNT TO WS-RIL-CREDITED-AMOUNT
           MOVE WS-DID-NET-AMOUNT TO WS-RIL-NET-AMOUNT
           MOVE WS-RPT-INVOICE-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD.

       2540-INVOICE-ONE-LINE.
      * One 'D' line per rate key and line type, summed over the rows
      * the sort grouped together.
           MOVE FSR-INTENT TO WS-GRP-INTENT
           MOVE FSR-ASSET-CLASS TO WS-GRP-ASSET-CLASS
           MOVE FSR-TRANSFER-SIDE TO WS-GRP-TRANSFER-SIDE
           MOVE FSR-LINE-TYPE TO WS-GRP-LINE-TYPE
           MOVE ZEROES TO WS-GRP-POSTING-COUNT
           MOVE ZEROES TO WS-GRP-WEIGHT
           MOVE ZEROES TO WS-GRP-POSTING-FEES
           MOVE ZEROES TO WS-GRP-BPS-FEES
           MOVE ZEROES TO WS-GRP-AMOUNT
           PERFORM 2545-ACCUMULATE-ONE-ROW
               UNTIL END-OF-SORTED-FEES
                   OR FSR-DID NOT = WS-INVOICE-DID
                   OR FSR-INTENT NOT = WS-GRP-INTENT
                   OR FSR-ASSET-CLASS NOT = WS-GRP-ASSET-CLASS
                   OR FSR-TRANSFER-SIDE NOT = WS-GRP-TRANSFER-SIDE
                   OR FSR-LINE-TYPE NOT = WS-GRP-LINE-TYPE
           MOVE SPACES TO FEE-INVOICE-RECORD
           MOVE 'D' TO INV-RECORD-CODE
           MOVE WS-BILLING-PERIOD-N TO INV-PERIOD
           MOVE WS-INVOICE-DID TO INV-DID
           MOVE WS-GRP-INTENT TO INV-INTENT
           MOVE WS-GRP-ASSET-CLASS TO INV-ASSET-CLASS
           MOVE WS-GRP-TRANSFER-SIDE TO INV-TRANSFER-SIDE
           MOVE WS-GRP-LINE-TYPE TO INV-LINE-TYPE
           MOVE WS-GRP-POSTING-COUNT TO INV-POSTING-COUNT
           MOVE WS-GRP-WEIGHT TO INV-WEIGHT
           MOVE WS-GRP-POSTING-FEES TO INV-POSTING-FEES
           MOVE WS-GRP-BPS-FEES TO INV-BPS-FEES
           MOVE WS-GRP-AMOUNT TO INV-AMOUNT
           PERFORM 2580-WRITE-INVOICE-RECORD
           IF WS-GRP-LINE-TYPE = 'R'
               ADD WS-GRP-POSTING-COUNT TO WS-DID-CREDITED-COUNT
               ADD WS-GRP-AMOUNT TO WS-DID-CREDITED-AMOUNT
               ADD WS-GRP-POSTING-COUNT TO WS-OUT-CREDITED-COUNT
               ADD WS-GRP-AMOUNT TO WS-OUT-CREDITED-AMOUNT
           ELSE
               ADD WS-GRP-POSTING-COUNT TO WS-DID-BILLED-COUNT
               ADD WS-GRP-AMOUNT TO WS-DID-BILLED-AMOUNT
               ADD WS-GRP-POSTING-COUNT TO WS-OUT-BILLED-COUNT
               ADD WS-GRP-AMOUNT TO WS-OUT-BILLED-AMOUNT
           END-IF.

       2545-ACCUMULATE-ONE-ROW.
           ADD 1 TO WS-GRP-POSTING-COUNT
           ADD FSR-FINAL-WEIGHT TO WS-GRP-WEIGHT
           ADD FSR-POSTING-FEE TO WS-GRP-POSTING-FEES
           ADD FSR-BPS-FEE TO WS-GRP-BPS-FEES
           ADD FSR-FEE-AMOUNT TO WS-GRP-AMOUNT
           IF FSR-LINE-TYPE = 'R'
               PERFORM 2550-RECORD-CREDIT
           END-IF
           PERFORM 2510-RETURN-SORTED-FEE.

       2550-RECORD-CREDIT.
      * The credit is made durable as the invoice line carrying it is
      * built, so the next period's run skips it. A re-run of this
      * period rewrites the same record with the same figures.
           MOVE SPACES TO FEE-CREDIT-LEDGER-RECORD
           MOVE FSR-TRANSACTION-KEY TO CRL-REVERSAL-KEY
           MOVE WS-BILLING-PERIOD-N TO CRL-CREDITED-PERIOD
           MOVE FSR-DID TO CRL-BILLED-DID
           MOVE FSR-FEE-AMOUNT TO CRL-CREDIT-AMOUNT
           IF FSR-LEDGER-FLAG = 'N'
               WRITE FEE-CREDIT-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR 2551: FEE CREDIT LEDGER WRITE '
                           'FAILED FOR KEY: ' CRL-REVERSAL-KEY
                       MOVE 'Y' TO WS-ABORT-FLAG
               END-WRITE
           ELSE
               REWRITE FEE-CREDIT-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR 2552: FEE CREDIT LEDGER REWRITE '
                           'FAILED FOR KEY: ' CRL-REVERSAL-KEY
                       MOVE 'Y' TO WS-ABORT-FLAG
               END-REWRITE
           END-IF.

       2580-WRITE-INVOICE-RECORD.
           WRITE FEE-INVOICE-RECORD
           IF FEE-INVOICE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 2581: FEE INVOICE WRITE FAILED, STAT: '
                   FEE-INVOICE-FILE-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               ADD 1 TO WS-INVOICE-RECORD-COUNTER
           END-IF.

       2590-WRITE-CONTROL-TRAILER.
      * The fees and postings invoiced must equal the fees and
      * postings priced on the way in, and nothing may have failed on
      * the way out. A trailer marked 'U' tells whatever loads the
      * invoices -- and the operator -- not to release them.
           IF WS-OUT-BILLED-COUNT = WS-IN-BILLED-COUNT
               AND WS-OUT-BILLED-AMOUNT = WS-IN-BILLED-AMOUNT
               AND WS-OUT-CREDITED-COUNT = WS-IN-CREDITED-COUNT
               AND WS-OUT-CREDITED-AMOUNT = WS-IN-CREDITED-AMOUNT
               AND NOT FEE-RUN-ABORTED
               MOVE 'Y' TO WS-INVOICE-BALANCED-FLAG
           ELSE
               DISPLAY 'ERROR 2591: FEE INVOICE OUT OF BALANCE -- '
                   'BILLED ' WS-OUT-BILLED-COUNT ' PRICED '
                   WS-IN-BILLED-COUNT ' CREDITED '
                   WS-OUT-CREDITED-COUNT ' PRICED '
                   WS-IN-CREDITED-COUNT
           END-IF
           COMPUTE WS-OUT-NET-AMOUNT
               = WS-OUT-BILLED-AMOUNT - WS-OUT-CREDITED-AMOUNT
           MOVE SPACES TO FEE-INVOICE-CONTROL
           MOVE 'Z' TO ICT-RECORD-CODE
           MOVE WS-BILLING-PERIOD-N TO ICT-PERIOD
           MOVE WS-INVOICE-COUNTER TO ICT-INVOICE-COUNT
           MOVE WS-OUT-BILLED-COUNT TO ICT-BILLED-COUNT
           MOVE WS-OUT-CREDITED-COUNT TO ICT-CREDITED-COUNT
           MOVE WS-OUT-BILLED-AMOUNT TO ICT-BILLED-AMOUNT
           MOVE WS-OUT-CREDITED-AMOUNT TO ICT-CREDITED-AMOUNT
           MOVE WS-OUT-NET-AMOUNT TO ICT-NET-AMOUNT
           IF INVOICE-IN-BALANCE
               MOVE 'B' TO ICT-BALANCE-STATUS
           ELSE
               MOVE 'U' TO ICT-BALANCE-STATUS
           END-IF
           PERFORM 2580-WRITE-INVOICE-RECORD.

      * ---------------------------------------------------------------
       3000-TERMINATE-FEE-RUN.
           IF FEE-FILES-OPENED
               IF WS-UNPRICED-COUNTER > ZEROES
                   PERFORM 3100-WRITE-UNPRICED-LIST
                   DISPLAY 'ERROR 3101: ' WS-UNPRICED-COUNTER
                       ' POSTING(S) HAVE NO FEE RATE IN FORCE -- '
                       'INVOICES STOPPED, SEE '
                       'DLT_FEE_BILLING_REPORT.LOG'
               END-IF
               PERFORM 3200-WRITE-CONTROL-SECTION
               CLOSE DLT-ARCHIVE-FILE
               CLOSE FEE-CREDIT-LEDGER-FILE
               CLOSE FEE-REPORT-FILE
           END-IF
           IF FEE-INVOICE-OPENED
               CLOSE FEE-INVOICE-FILE
           END-IF
           IF FEE-RUN-ABORTED
               DISPLAY 'FEE BILLING ENDED WITH ERRORS -- REVIEW '
                   'CONSOLE LOG BEFORE RELEASING INVOICES'
           END-IF
           DISPLAY 'FEE BILLING COMPLETE FOR PERIOD: '
               WS-BILLING-PERIOD
           DISPLAY 'ARCHIVE RECORDS READ: ' WS-RECORDS-READ-COUNTER
           DISPLAY 'POSTINGS BILLED: ' WS-IN-BILLED-COUNT
           DISPLAY 'REVERSALS CREDITED: ' WS-IN-CREDITED-COUNT
           DISPLAY 'REVERSALS ALREADY CREDITED: '
               WS-ALREADY-CREDITED-COUNTER
           DISPLAY 'REVERSALS OF UNRATED POSTINGS: '
               WS-NO-RATE-CREDIT-COUNTER
           DISPLAY 'SUCCESSION MIGRATION LEGS SKIPPED: '
               WS-MIGRATION-SKIP-COUNTER
           DISPLAY 'UNPRICED POSTINGS: ' WS-UNPRICED-COUNTER
           DISPLAY 'INVOICES WRITTEN: ' WS-INVOICE-COUNTER.

       3100-WRITE-UNPRICED-LIST.
           MOVE SPACES TO WS-RPT-SECTION-LINE
           MOVE 'UNPRICED POSTINGS -- NO INVOICES WRITTEN'
               TO WS-RSL-TEXT
           MOVE WS-RPT-SECTION-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           MOVE WS-RPT-UNPRICED-HEADER TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           PERFORM VARYING WS-UNPRICED-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-UNPRICED-SCAN-IDX > WS-UNPRICED-COUNT
               MOVE WS-UNP-DID (WS-UNPRICED-SCAN-IDX) TO WS-RUL-DID
               MOVE WS-UNP-INTENT (WS-UNPRICED-SCAN-IDX)
                   TO WS-RUL-INTENT
               MOVE WS-UNP-ASSET-CLASS (WS-UNPRICED-SCAN-IDX)
                   TO WS-RUL-CLASS
               MOVE WS-UNP-TRANSFER-SIDE (WS-UNPRICED-SCAN-IDX)
                   TO WS-RUL-SIDE
               MOVE WS-UNP-POSTING-COUNT (WS-UNPRICED-SCAN-IDX)
                   TO WS-RUL-COUNT
               MOVE WS-RPT-UNPRICED-LINE TO FEE-REPORT-RECORD
               WRITE FEE-REPORT-RECORD
           END-PERFORM.

       3200-WRITE-CONTROL-SECTION.
      * The priced tally per rate key, then the tie of priced against
      * invoiced.
           MOVE SPACES TO WS-RPT-SECTION-LINE
           MOVE 'FEE CONTROL -- PRICED ON INPUT' TO WS-RSL-TEXT
           MOVE WS-RPT-SECTION-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           MOVE WS-RPT-CONTROL-HEADER TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           PERFORM VARYING WS-CTL-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-CTL-SCAN-IDX > WS-CTL-COUNT
               SET WS-CTL-IDX TO WS-CTL-SCAN-IDX
               MOVE WS-CTL-INTENT (WS-CTL-IDX) TO WS-RCT-INTENT
               MOVE WS-CTL-ASSET-CLASS (WS-CTL-IDX) TO WS-RCT-CLASS
               MOVE WS-CTL-TRANSFER-SIDE (WS-CTL-IDX) TO WS-RCT-SIDE
               MOVE WS-CTL-LINE-TYPE (WS-CTL-IDX)
                   TO WS-RCT-LINE-TYPE
               MOVE WS-CTL-POSTING-COUNT (WS-CTL-IDX) TO WS-RCT-COUNT
               MOVE WS-CTL-WEIGHT (WS-CTL-IDX) TO WS-RCT-WEIGHT
               MOVE WS-CTL-POSTING-FEES (WS-CTL-IDX)
                   TO WS-RCT-POSTING-FEES
               MOVE WS-CTL-BPS-FEES (WS-CTL-IDX) TO WS-RCT-BPS-FEES
               MOVE WS-CTL-AMOUNT (WS-CTL-IDX) TO WS-RCT-AMOUNT
               MOVE WS-RPT-CONTROL-LINE TO FEE-REPORT-RECORD
               WRITE FEE-REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE 'POSTINGS PRICED:                      '
               TO WS-RCL-LABEL
           MOVE WS-IN-BILLED-COUNT TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           MOVE 'POSTINGS INVOICED:                    '
               TO WS-RCL-LABEL
           MOVE WS-OUT-BILLED-COUNT TO WS-RCL-VALUE
           PERFORM 3210-SET-TIE-TAG
           MOVE WS-RTL-TAG TO WS-RCL-TAG
           MOVE WS-RPT-COUNT-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           MOVE SPACES TO WS-RCL-TAG
           MOVE 'REVERSALS PRICED FOR CREDIT:          '
               TO WS-RCL-LABEL
           MOVE WS-IN-CREDITED-COUNT TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           MOVE 'REVERSALS CREDITED:                   '
               TO WS-RCL-LABEL
           MOVE WS-OUT-CREDITED-COUNT TO WS-RCL-VALUE
           MOVE WS-RTL-TAG TO WS-RCL-TAG
           MOVE WS-RPT-COUNT-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           MOVE 'FEES PRICED:                          '
               TO WS-RTL-LABEL
           MOVE WS-IN-BILLED-AMOUNT TO WS-RTL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           MOVE 'FEES INVOICED:                        '
               TO WS-RTL-LABEL
           MOVE WS-OUT-BILLED-AMOUNT TO WS-RTL-VALUE
           PERFORM 3210-SET-TIE-TAG
           MOVE WS-RPT-TOTAL-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           MOVE SPACES TO WS-RTL-TAG
           MOVE 'CREDITS PRICED:                       '
               TO WS-RTL-LABEL
           MOVE WS-IN-CREDITED-AMOUNT TO WS-RTL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           MOVE 'CREDITS INVOICED:                     '
               TO WS-RTL-LABEL
           MOVE WS-OUT-CREDITED-AMOUNT TO WS-RTL-VALUE
           PERFORM 3210-SET-TIE-TAG
           MOVE WS-RPT-TOTAL-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           MOVE SPACES TO WS-RTL-TAG
           MOVE 'NET FEES DUE:                         '
               TO WS-RTL-LABEL
           MOVE WS-OUT-NET-AMOUNT TO WS-RTL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE 'INVOICES WRITTEN:                     '
               TO WS-RCL-LABEL
           MOVE WS-INVOICE-COUNTER TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           MOVE 'REVERSALS ALREADY CREDITED:           '
               TO WS-RCL-LABEL
           MOVE WS-ALREADY-CREDITED-COUNTER TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           MOVE 'REVERSALS OF UNRATED POSTINGS:        '
               TO WS-RCL-LABEL
           MOVE WS-NO-RATE-CREDIT-COUNTER TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           MOVE 'UNPRICED POSTINGS:                    '
               TO WS-RCL-LABEL
           MOVE WS-UNPRICED-COUNTER TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD.

       3210-SET-TIE-TAG.
           EVALUATE TRUE
               WHEN WS-UNPRICED-COUNTER > ZEROES
                   MOVE 'INVOICE STOPPED' TO WS-RTL-TAG
               WHEN NOT FEE-INVOICE-OPENED
                   MOVE 'NOT INVOICED' TO WS-RTL-TAG
               WHEN INVOICE-IN-BALANCE
                   MOVE 'TIE-OK' TO WS-RTL-TAG
               WHEN OTHER
                   MOVE 'TIE-DIFF' TO WS-RTL-TAG
           END-EVALUATE.
