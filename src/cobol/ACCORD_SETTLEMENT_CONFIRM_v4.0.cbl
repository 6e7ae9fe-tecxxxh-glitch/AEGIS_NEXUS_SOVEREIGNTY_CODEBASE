       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCORD-SETTLEMENT-CONFIRM-V4.
       AUTHOR. TƕēMafɪa ǦoʇhɪcǶɪppɪē.
       INSTALLATION. BONE ARCHIVE CENTRAL FACILITY.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. TODAY.
      *
      * SETTLEMENT CONFIRMATION MATCHING AND FAILED-SETTLEMENT AGING.
      * ACCORD-NETTING-SETTLEMENT-V4 TELLS TREASURY WHAT EACH DID PAIR
      * OWES (DLT_SETTLEMENT_OBLIGATION.DAT); TREASURY RETURNS WHAT IT
      * ACTUALLY PAID (SETTLEMENT_CONFIRMATION.DAT). THIS RUN MATCHES
      * THE TWO ON SETTLE DATE, PAYER DID, RECEIVER DID AND ASSET
      * CLASS AND MARKS EVERY OBLIGATION:
      *   'S' -- SETTLED: CONFIRMED WEIGHT COVERS THE OBLIGATION (A
      *          PAIR THAT NETTED FLAT IS SETTLED BY DEFINITION).
      *   'P' -- PARTIALLY SETTLED: SOME, BUT NOT ALL, WAS CONFIRMED.
      *   'F' -- FAILED: NOTHING WAS CONFIRMED.
      * SEVERAL CONFIRMATIONS FOR ONE OBLIGATION ARE SUMMED -- TREASURY
      * MAY PAY IN INSTALMENTS.
      *
      * WHATEVER IS STILL OWED AFTER THE MATCH CARRIES FORWARD ON THE
      * OPEN-OBLIGATIONS FILE (DLT_OPEN_OBLIGATIONS.DAT) UNDER ITS
      * ORIGINAL SETTLE DATE, SO A LATE CONFIRMATION FOR THAT DATE
      * STILL FINDS IT. OPEN ITEMS ARE RE-MATCHED AND RE-AGED EVERY
      * RUN; ONE THAT IS PAID OFF LEAVES THE FILE. AGE IS BANKER'S-
      * CALENDAR DAYS SINCE THE SETTLE DATE, THE SAME RECKONING AS THE
      * SUSPENSE AGING REPORT.
      *
      * THE FAILS REPORT (DLT_SETTLEMENT_FAILS.LOG) LISTS EVERY OPEN
      * ITEM, TAGS FOR ESCALATION ANY OPEN LONGER THAN THE ESCALATION
      * DAYS (ARGUMENT 1, DEFAULT 3), AND LISTS EVERY CONFIRMATION
      * THAT MATCHED NO OBLIGATION OR PAID MORE THAN WAS OWED -- SO
      * TREASURY'S MISTAKES SHOW UP AS WELL AS OURS.
      *
      * A CONFIRMATION IS APPLIED ONCE. EVERY TREASURY REFERENCE
      * APPLIED IS RECORDED ON DLT_CONSUMED_CONFIRMATIONS.DAT, AND A
      * CONFIRMATION WHOSE REFERENCE IS ALREADY THERE -- A FILE SENT
      * AGAIN, OR A RUN REPEATED OVER THE SAME FILE -- IS NOT APPLIED
      * BUT LISTED WITH THE UNMATCHED. SO IS ONE WHOSE REFERENCE IS
      * BLANK OR REPEATS AN EARLIER LINE OF THE SAME FILE.
      *
      * AN OBLIGATION IS TAKEN IN ONCE: ITS MARK IS WRITTEN BACK INTO
      * THE OBLIGATION FILE, AND A MARKED OBLIGATION IS PASSED OVER ON
      * A LATER RUN (ITS REMAINDER, IF ANY, IS ON THE OPEN FILE). BOTH
      * FILES ARE REWRITTEN WHOLE FROM .TMP WORK COPIES AT THE END OF A
      * CLEAN RUN ONLY -- AN ABORTED RUN CHANGES NOTHING ON DISK. THE
      * APPLIED REFERENCES ARE RECORDED JUST BEFORE THAT REWRITE, SO A
      * FAILURE PART-WAY CAN ONLY LEAVE A PAYMENT UNAPPLIED (AND THE
      * .TMP COPIES TO RECOVER IT FROM), NEVER APPLY ONE TWICE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Tonight's net obligations, as the netting run wrote them.
           SELECT SETTLEMENT-OBLIGATION-FILE
               ASSIGN TO 'DLT_SETTLEMENT_OBLIGATION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS OBLIGATION-FILE-STATUS.
      * Treasury's returned confirmations, one line per payment made.
           SELECT CONFIRMATION-FILE
               ASSIGN TO 'SETTLEMENT_CONFIRMATION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS CONFIRMATION-FILE-STATUS.
      * Unsettled and partially settled amounts carried from night to
      * night until treasury confirms them.
           SELECT OPEN-OBLIGATION-FILE
               ASSIGN TO 'DLT_OPEN_OBLIGATIONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS OPEN-OBLIGATION-FILE-STATUS.
      * Work copies staged during the run and copied back over the
      * live files in one pass at the end -- the live files are only
      * ever rewritten whole, never edited in place. If a copy-back
      * is interrupted, the .TMP file is the recovery copy.
           SELECT OPEN-OBLIGATION-WORK-FILE
               ASSIGN TO 'DLT_OPEN_OBLIGATIONS.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS OPEN-WORK-FILE-STATUS.
           SELECT OBLIGATION-WORK-FILE
               ASSIGN TO 'DLT_SETTLEMENT_OBLIGATION.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS OBLIGATION-WORK-FILE-STATUS.
           SELECT FAILS-REPORT-FILE
               ASSIGN TO 'DLT_SETTLEMENT_FAILS.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS FAILS-REPORT-FILE-STATUS.
      * Every treasury reference ever applied, kept for good.
           SELECT CONSUMED-CONFIRMATION-FILE
               ASSIGN TO 'DLT_CONSUMED_CONFIRMATIONS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CSM-TREASURY-REF
               STATUS IS CONSUMED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SETTLEMENT-OBLIGATION-FILE
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS SETTLEMENT-OBLIGATION-RECORD.
       01  SETTLEMENT-OBLIGATION-RECORD.
           05  OBL-SETTLE-DATE          PIC 9(08).
           05  OBL-PAYER-DID            PIC X(30).
           05  OBL-RECEIVER-DID         PIC X(30).
           05  OBL-ASSET-CLASS          PIC X(02).
           05  OBL-NET-WEIGHT           PIC 9(14).
           05  OBL-GROSS-LOW-TO-HIGH    PIC S9(14)
                                        SIGN IS LEADING SEPARATE.
           05  OBL-GROSS-HIGH-TO-LOW    PIC S9(14)
                                        SIGN IS LEADING SEPARATE.
      * Written here, blank from the netting run: 'S', 'P' or 'F', and
      * the weight treasury confirmed against the obligation.
           05  OBL-CONFIRM-STATUS       PIC X(01).
           05  OBL-CONFIRMED-WEIGHT     PIC 9(14).
      * Stamped by the netting run; carried through the rewrite as is.
           05  OBL-NETTED-THROUGH       PIC 9(10).
           05  FILLER                   PIC X(01).

       FD  CONFIRMATION-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CONFIRMATION-RECORD.
       01  CONFIRMATION-RECORD.
           05  CNF-SETTLE-DATE          PIC X(08).
           05  CNF-SETTLE-DATE-N REDEFINES CNF-SETTLE-DATE
                                        PIC 9(08).
           05  CNF-PAYER-DID            PIC X(30).
           05  CNF-RECEIVER-DID         PIC X(30).
      * Blank class means the default class, as on the sub-ledgers.
           05  CNF-ASSET-CLASS          PIC X(02).
           05  CNF-PAID-WEIGHT          PIC X(14).
           05  CNF-PAID-WEIGHT-N REDEFINES CNF-PAID-WEIGHT
                                        PIC 9(14).
      * Treasury's own payment reference -- carried to the report so
      * an unmatched line can be chased on their side.
           05  CNF-TREASURY-REF         PIC X(16).

       FD  OPEN-OBLIGATION-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS OPEN-OBLIGATION-RECORD.
       01  OPEN-OBLIGATION-RECORD.
           05  OPN-SETTLE-DATE          PIC 9(08).
           05  OPN-SETTLE-DATE-R REDEFINES OPN-SETTLE-DATE.
               10  OPN-SETTLE-YEAR      PIC 9(04).
               10  OPN-SETTLE-MONTH     PIC 9(02).
               10  OPN-SETTLE-DAY       PIC 9(02).
           05  OPN-PAYER-DID            PIC X(30).
           05  OPN-RECEIVER-DID         PIC X(30).
           05  OPN-ASSET-CLASS          PIC X(02).
      * What the netting run said was owed, what treasury has
      * confirmed against it to date, and the difference still owed.
           05  OPN-OBLIGATED-WEIGHT     PIC 9(14).
           05  OPN-CONFIRMED-WEIGHT     PIC 9(14).
           05  OPN-OUTSTANDING-WEIGHT   PIC 9(14).
      * 'P' partially settled or 'F' failed -- settled items leave.
           05  OPN-STATUS               PIC X(01).
           05  OPN-DAYS-OPEN            PIC 9(05).
           05  OPN-LAST-AGED-DATE       PIC 9(08).
           05  FILLER                   PIC X(24).

       FD  OPEN-OBLIGATION-WORK-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS OPEN-WORK-RECORD.
       01  OPEN-WORK-RECORD             PIC X(150).

       FD  OBLIGATION-WORK-FILE
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS OBLIGATION-WORK-RECORD.
       01  OBLIGATION-WORK-RECORD       PIC X(140).

       FD  FAILS-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS FAILS-REPORT-RECORD.
       01  FAILS-REPORT-RECORD          PIC X(132).

       FD  CONSUMED-CONFIRMATION-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CONSUMED-CONFIRMATION-RECORD.
       01  CONSUMED-CONFIRMATION-RECORD.
           05  CSM-TREASURY-REF         PIC X(16).
      * The confirmation as it was applied, and the run that took it.
           05  CSM-SETTLE-DATE          PIC 9(08).
           05  CSM-PAYER-DID            PIC X(30).
           05  CSM-PAID-WEIGHT          PIC 9(14).
           05  CSM-APPLIED-DATE         PIC 9(08).
           05  FILLER                   PIC X(04).

       WORKING-STORAGE SECTION.
       01  OBLIGATION-FILE-STATUS       PIC X(02).
       01  CONFIRMATION-FILE-STATUS     PIC X(02).
       01  OPEN-OBLIGATION-FILE-STATUS  PIC X(02).
       01  OPEN-WORK-FILE-STATUS        PIC X(02).
       01  OBLIGATION-WORK-FILE-STATUS  PIC X(02).
       01  FAILS-REPORT-FILE-STATUS     PIC X(02).
       01  CONSUMED-FILE-STATUS         PIC X(02).
       01  WS-CONSUMED-OPEN-FLAG        PIC X(01) VALUE 'N'.
           88  CONSUMED-FILE-OPENED     VALUE 'Y'.
       01  WS-CNF-EOF-FLAG              PIC X(01) VALUE 'N'.
           88  END-OF-CONFIRMATIONS     VALUE 'Y'.
       01  WS-OPN-EOF-FLAG              PIC X(01) VALUE 'N'.
           88  END-OF-OPEN-OBLIGATIONS  VALUE 'Y'.
       01  WS-OBL-EOF-FLAG              PIC X(01) VALUE 'N'.
           88  END-OF-OBLIGATIONS       VALUE 'Y'.
       01  WS-WORK-EOF-FLAG             PIC X(01) VALUE 'N'.
           88  END-OF-WORK-FILE         VALUE 'Y'.
      * Set on any initialization or I/O failure -- the copy-back at
      * termination is gated on this staying 'N'.
       01  WS-ABORT-FLAG                PIC X(01) VALUE 'N'.
           88  CONFIRM-RUN-ABORTED      VALUE 'Y'.
       01  WS-FILES-OPEN-FLAG           PIC X(01) VALUE 'N'.
           88  CONFIRM-FILES-OPENED     VALUE 'Y'.
       01  WS-OPEN-FILE-PRESENT-FLAG    PIC X(01) VALUE 'N'.
           88  OPEN-FILE-PRESENT        VALUE 'Y'.
       01  WS-OBL-FILE-PRESENT-FLAG     PIC X(01) VALUE 'N'.
           88  OBLIGATION-FILE-PRESENT  VALUE 'Y'.
       01  WS-DEFAULT-ASSET-CLASS       PIC X(02) VALUE 'EL'.

      * Escalation threshold, argument 1. Absent or non-numeric runs
      * with the default.
       01  WS-ESCALATION-ARG            PIC X(05) VALUE SPACES.
       01  WS-ESCALATION-ARG-N REDEFINES WS-ESCALATION-ARG
                                        PIC 9(05).
       01  WS-ESCALATION-DAYS           PIC 9(05) VALUE 3.

      * Aging arithmetic: banker's-calendar days (year * 360 + month
      * * 30 + day) between the settle date and today.
       01  WS-CURRENT-DATE              PIC 9(08) VALUE ZEROES.
       01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
           05  WS-CURR-YEAR             PIC 9(04).
           05  WS-CURR-MONTH            PIC 9(02).
           05  WS-CURR-DAY              PIC 9(02).
       01  WS-CURRENT-DAY-NUMBER        PIC 9(08) VALUE ZEROES.
       01  WS-SETTLE-DAY-NUMBER         PIC 9(08) VALUE ZEROES.
       01  WS-AGE-IN-DAYS               PIC S9(08) VALUE ZEROES.

      * Confirmation table, loaded whole before either pass -- the
      * obligations are the drivers and the confirmations the lookups.
      * A confirmation left out of the table would turn a paid
      * obligation into a fail, so overflow aborts the run.
       01  WS-CONFIRM-LIMIT             PIC 9(04) VALUE 2000.
       01  WS-CONFIRM-COUNT             PIC 9(04) VALUE ZEROES.
       01  WS-CONFIRM-TABLE.
           05  WS-CONFIRM-ENTRY         OCCURS 2000 TIMES.
               10  WS-CNF-SETTLE-DATE   PIC 9(08).
               10  WS-CNF-PAYER-DID     PIC X(30).
               10  WS-CNF-RECEIVER-DID  PIC X(30).
               10  WS-CNF-ASSET-CLASS   PIC X(02).
               10  WS-CNF-PAID-WEIGHT   PIC 9(14).
               10  WS-CNF-TREASURY-REF  PIC X(16).
      * 'Y' once the confirmation has been applied to an obligation.
      * Never applied: 'X' date or amount invalid, 'C' reference
      * applied by an earlier run, 'D' reference repeated in this
      * file, 'B' reference blank.
               10  WS-CNF-USED-FLAG     PIC X(01).
       01  WS-CNF-SCAN-IDX              PIC 9(04) VALUE ZEROES.
       01  WS-CNF-DUP-IDX               PIC 9(04) VALUE ZEROES.
       01  WS-CNF-INVALID-COUNTER       PIC 9(08) VALUE ZEROES.
       01  WS-CNF-REF-REJECT-COUNTER    PIC 9(08) VALUE ZEROES.
      * Where recording the applied references stopped, so a failed
      * recording can be taken back out.
       01  WS-CSM-STOP-IDX              PIC 9(04) VALUE ZEROES.
       01  WS-CSM-RECORDED-COUNTER      PIC 9(08) VALUE ZEROES.

      * The obligation being matched, whichever file it came from.
       01  WS-MATCH-SETTLE-DATE         PIC 9(08) VALUE ZEROES.
       01  WS-MATCH-PAYER-DID           PIC X(30) VALUE SPACES.
       01  WS-MATCH-RECEIVER-DID        PIC X(30) VALUE SPACES.
       01  WS-MATCH-ASSET-CLASS         PIC X(02) VALUE SPACES.
       01  WS-MATCH-OUTSTANDING         PIC 9(14) VALUE ZEROES.
       01  WS-MATCH-CONFIRMED           PIC 9(15) VALUE ZEROES.
       01  WS-MATCH-EXCESS              PIC 9(14) VALUE ZEROES.

      * Run counters.
       01  WS-OPEN-READ-COUNTER         PIC 9(08) VALUE ZEROES.
       01  WS-OPEN-CLEARED-COUNTER      PIC 9(08) VALUE ZEROES.
       01  WS-OBL-READ-COUNTER          PIC 9(08) VALUE ZEROES.
       01  WS-OBL-PRIOR-COUNTER         PIC 9(08) VALUE ZEROES.
       01  WS-OBL-SETTLED-COUNTER       PIC 9(08) VALUE ZEROES.
       01  WS-OBL-PARTIAL-COUNTER       PIC 9(08) VALUE ZEROES.
       01  WS-OBL-FAILED-COUNTER        PIC 9(08) VALUE ZEROES.
       01  WS-STILL-OPEN-COUNTER        PIC 9(08) VALUE ZEROES.
       01  WS-ESCALATED-COUNTER         PIC 9(08) VALUE ZEROES.
       01  WS-UNMATCHED-COUNTER         PIC 9(08) VALUE ZEROES.
       01  WS-OVERPAID-COUNTER          PIC 9(08) VALUE ZEROES.
       01  WS-STILL-OPEN-WEIGHT         PIC 9(16) VALUE ZEROES.
       01  WS-CONFIRMED-TOTAL-WEIGHT    PIC 9(16) VALUE ZEROES.

      * Fails report print lines.
       01  WS-RPT-HEADER-1.
           05  FILLER                   PIC X(36) VALUE
               'SETTLEMENT FAILS AND AGING REPORT   '.
           05  WS-HDR-DATE              PIC 9(08).
           05  FILLER                   PIC X(22) VALUE
               '   ESCALATE AFTER DAYS'.
           05  WS-HDR-ESCALATION        PIC ZZZZ9.
           05  FILLER                   PIC X(61) VALUE SPACES.
       01  WS-RPT-HEADER-2.
           05  FILLER                   PIC X(09) VALUE 'DATE'.
           05  FILLER                   PIC X(31) VALUE 'PAYER DID'.
           05  FILLER                   PIC X(31) VALUE 'RECEIVER DID'.
           05  FILLER                   PIC X(03) VALUE 'CL'.
           05  FILLER                   PIC X(15)
               VALUE '    OUTSTANDING'.
           05  FILLER                   PIC X(15)
               VALUE '      CONFIRMED'.
           05  FILLER                   PIC X(06) VALUE '   AGE'.
           05  FILLER                   PIC X(22) VALUE ' STATUS'.
       01  WS-RPT-OPEN-LINE.
           05  WS-ROL-SETTLE-DATE       PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-ROL-PAYER             PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-ROL-RECEIVER          PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-ROL-CLASS             PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-ROL-OUTSTANDING       PIC Z(13)9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-ROL-CONFIRMED         PIC Z(13)9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-ROL-AGE               PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-ROL-STATUS            PIC X(07).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-ROL-ESCALATE          PIC X(10).
           05  FILLER                   PIC X(04) VALUE SPACES.
       01  WS-RPT-SECTION-LINE.
           05  WS-RSL-TEXT              PIC X(60).
           05  FILLER                   PIC X(72) VALUE SPACES.
       01  WS-RPT-CONFIRM-LINE.
           05  WS-RCF-SETTLE-DATE       PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RCF-PAYER             PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RCF-RECEIVER          PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RCF-CLASS             PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RCF-WEIGHT            PIC X(14).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RCF-REF               PIC X(16).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RCF-TAG               PIC X(26).
       01  WS-RPT-COUNT-LINE.
           05  WS-RCL-LABEL             PIC X(38).
           05  WS-RCL-VALUE             PIC Z(15)9.
           05  FILLER                   PIC X(78) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONFIRM-PROCESS.
           PERFORM 1000-INITIALIZE-CONFIRM
           PERFORM 2000-AGE-OPEN-OBLIGATION
               UNTIL END-OF-OPEN-OBLIGATIONS
           PERFORM 2500-MATCH-NEW-OBLIGATION
               UNTIL END-OF-OBLIGATIONS
           PERFORM 3000-TERMINATE-CONFIRM
           STOP RUN.

      * ---------------------------------------------------------------
       1000-INITIALIZE-CONFIRM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CURRENT-DAY-NUMBER =
               WS-CURR-YEAR * 360 + WS-CURR-MONTH * 30 + WS-CURR-DAY
           MOVE 'Y' TO WS-OPN-EOF-FLAG
           MOVE 'Y' TO WS-OBL-EOF-FLAG
           PERFORM 1010-ACCEPT-ESCALATION-DAYS
           PERFORM 1040-OPEN-CONSUMED-FILE
           IF CONSUMED-FILE-OPENED
               PERFORM 1050-LOAD-CONFIRMATION-TABLE
           END-IF
           IF NOT CONFIRM-RUN-ABORTED
               PERFORM 1070-OPEN-CONFIRM-FILES
           ELSE
               PERFORM 1079-CLOSE-OPENED-FILES
           END-IF
           IF NOT CONFIRM-RUN-ABORTED
               MOVE 'Y' TO WS-FILES-OPEN-FLAG
               MOVE SPACES TO FAILS-REPORT-RECORD
               MOVE WS-CURRENT-DATE TO WS-HDR-DATE
               MOVE WS-ESCALATION-DAYS TO WS-HDR-ESCALATION
               MOVE WS-RPT-HEADER-1 TO FAILS-REPORT-RECORD
               WRITE FAILS-REPORT-RECORD
               MOVE WS-RPT-HEADER-2 TO FAILS-REPORT-RECORD
               WRITE FAILS-REPORT-RECORD
               IF OPEN-FILE-PRESENT
                   MOVE 'N' TO WS-OPN-EOF-FLAG
                   PERFORM 1100-READ-OPEN-OBLIGATION
               END-IF
               IF OBLIGATION-FILE-PRESENT
                   MOVE 'N' TO WS-OBL-EOF-FLAG
                   PERFORM 1200-READ-OBLIGATION
               END-IF
           END-IF.

       1010-ACCEPT-ESCALATION-DAYS.
      * Escalation threshold in days is argument 1. It is optional --
      * treasury policy is three business days, and the default holds
      * it -- but a value that is supplied and not numeric is a typo,
      * not a request for the default, so the run says so.
           MOVE SPACES TO WS-ESCALATION-ARG
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ESCALATION-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ESCALATION-ARG
           END-ACCEPT
           IF WS-ESCALATION-ARG NOT = SPACES
               IF WS-ESCALATION-ARG-N NUMERIC
                   MOVE WS-ESCALATION-ARG-N TO WS-ESCALATION-DAYS
               ELSE
                   DISPLAY 'ERROR 1011: ESCALATION DAYS MUST BE FIVE '
                       'DIGITS, GOT ' WS-ESCALATION-ARG
                   MOVE 'Y' TO WS-ABORT-FLAG
               END-IF
           END-IF
           DISPLAY 'OPEN OBLIGATIONS ESCALATE AFTER '
               WS-ESCALATION-DAYS ' DAYS'.

       1040-OPEN-CONSUMED-FILE.
      * Created cold on the very first run. Without it a confirmation
      * sent twice would be paid twice -- any other failure stops.
           OPEN I-O CONSUMED-CONFIRMATION-FILE
           IF CONSUMED-FILE-STATUS = '35'
               OPEN OUTPUT CONSUMED-CONFIRMATION-FILE
               CLOSE CONSUMED-CONFIRMATION-FILE
               OPEN I-O CONSUMED-CONFIRMATION-FILE
           END-IF
           IF CONSUMED-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 1041: FAILED TO OPEN CONSUMED '
                   'CONFIRMATIONS FILE. STAT: ' CONSUMED-FILE-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               MOVE 'Y' TO WS-CONSUMED-OPEN-FLAG
           END-IF.

       1050-LOAD-CONFIRMATION-TABLE.
      * No confirmation file is a night treasury paid nothing -- every
      * obligation ages as a fail, which is exactly what happened.
           OPEN INPUT CONFIRMATION-FILE.
           EVALUATE CONFIRMATION-FILE-STATUS
               WHEN '00'
                   PERFORM 1055-READ-CONFIRMATION
                       UNTIL END-OF-CONFIRMATIONS
                   CLOSE CONFIRMATION-FILE
                   DISPLAY 'CONFIRMATIONS LOADED: ' WS-CONFIRM-COUNT
               WHEN '35'
                   DISPLAY 'NO SETTLEMENT CONFIRMATION FILE -- NOTHING '
                       'CONFIRMED THIS RUN'
               WHEN OTHER
                   DISPLAY 'ERROR 1051: FAILED TO OPEN CONFIRMATION '
                       'FILE. STAT: ' CONFIRMATION-FILE-STATUS
                   MOVE 'Y' TO WS-ABORT-FLAG
           END-EVALUATE.

       1055-READ-CONFIRMATION.
           READ CONFIRMATION-FILE
               AT END MOVE 'Y' TO WS-CNF-EOF-FLAG
               NOT AT END
                   PERFORM 1058-STORE-CONFIRMATION
           END-READ
      * A hard read error fires neither phrase -- a half-loaded table
      * would report paid obligations as fails.
           IF CONFIRMATION-FILE-STATUS NOT = '00'
               AND CONFIRMATION-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 1056: CONFIRMATION READ FAILED, STAT: '
                   CONFIRMATION-FILE-STATUS
               MOVE 'Y' TO WS-CNF-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

       1058-STORE-CONFIRMATION.
      * A line whose date or amount is not numeric cannot be matched
      * to anything; it is reported with the unmatched, tagged
      * invalid, and never applied.
           IF WS-CONFIRM-COUNT >= WS-CONFIRM-LIMIT
               DISPLAY 'ERROR 1058: CONFIRMATION TABLE FULL AT '
                   WS-CONFIRM-LIMIT ' -- RUN ABORTED'
               MOVE 'Y' TO WS-CNF-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               ADD 1 TO WS-CONFIRM-COUNT
               MOVE CNF-PAYER-DID
                   TO WS-CNF-PAYER-DID (WS-CONFIRM-COUNT)
               MOVE CNF-RECEIVER-DID
                   TO WS-CNF-RECEIVER-DID (WS-CONFIRM-COUNT)
               IF CNF-ASSET-CLASS = SPACES
                   MOVE WS-DEFAULT-ASSET-CLASS
                       TO WS-CNF-ASSET-CLASS (WS-CONFIRM-COUNT)
               ELSE
                   MOVE CNF-ASSET-CLASS
                       TO WS-CNF-ASSET-CLASS (WS-CONFIRM-COUNT)
               END-IF
               MOVE CNF-TREASURY-REF
                   TO WS-CNF-TREASURY-REF (WS-CONFIRM-COUNT)
               IF CNF-SETTLE-DATE-N NUMERIC
                   AND CNF-PAID-WEIGHT-N NUMERIC
                   MOVE CNF-SETTLE-DATE-N
                       TO WS-CNF-SETTLE-DATE (WS-CONFIRM-COUNT)
                   MOVE CNF-PAID-WEIGHT-N
                       TO WS-CNF-PAID-WEIGHT (WS-CONFIRM-COUNT)
                   MOVE 'N' TO WS-CNF-USED-FLAG (WS-CONFIRM-COUNT)
                   PERFORM 1059-SCREEN-TREASURY-REF
               ELSE
                   ADD 1 TO WS-CNF-INVALID-COUNTER
                   MOVE ZEROES TO WS-CNF-SETTLE-DATE (WS-CONFIRM-COUNT)
                   MOVE ZEROES TO WS-CNF-PAID-WEIGHT (WS-CONFIRM-COUNT)
      * 'X' -- never matchable; listed as invalid at report time.
                   MOVE 'X' TO WS-CNF-USED-FLAG (WS-CONFIRM-COUNT)
               END-IF
           END-IF.

       1059-SCREEN-TREASURY-REF.
      * A valid line whose reference cannot be proved unapplied is
      * held back and listed with the unmatched, never applied.
           IF CNF-TREASURY-REF = SPACES
               MOVE 'B' TO WS-CNF-USED-FLAG (WS-CONFIRM-COUNT)
           ELSE
               PERFORM VARYING WS-CNF-DUP-IDX FROM 1 BY 1
                       UNTIL WS-CNF-DUP-IDX >= WS-CONFIRM-COUNT
                   IF WS-CNF-TREASURY-REF (WS-CNF-DUP-IDX)
                           = CNF-TREASURY-REF
                       MOVE 'D' TO WS-CNF-USED-FLAG (WS-CONFIRM-COUNT)
                   END-IF
               END-PERFORM
               IF WS-CNF-USED-FLAG (WS-CONFIRM-COUNT) = 'N'
                   MOVE CNF-TREASURY-REF TO CSM-TREASURY-REF
                   READ CONSUMED-CONFIRMATION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'C'
                               TO WS-CNF-USED-FLAG (WS-CONFIRM-COUNT)
                   END-READ
                   IF CONSUMED-FILE-STATUS NOT = '00'
                       AND CONSUMED-FILE-STATUS NOT = '23'
                       DISPLAY 'ERROR 1059: CONSUMED CONFIRMATIONS '
                           'READ FAILED, STAT: ' CONSUMED-FILE-STATUS
                       MOVE 'Y' TO WS-CNF-EOF-FLAG
                       MOVE 'Y' TO WS-ABORT-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-CNF-USED-FLAG (WS-CONFIRM-COUNT) NOT = 'N'
               ADD 1 TO WS-CNF-REF-REJECT-COUNTER
           END-IF.

       1070-OPEN-CONFIRM-FILES.
      * Neither input has to exist: no open file is the first run,
      * no obligation file is a night the netting did not run. Any
      * other open failure stops the run before anything is staged.
           OPEN INPUT OPEN-OBLIGATION-FILE.
           EVALUATE OPEN-OBLIGATION-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-OPEN-FILE-PRESENT-FLAG
               WHEN '35'
                   DISPLAY 'NO OPEN-OBLIGATIONS FILE -- NOTHING '
                       'CARRIED FORWARD'
               WHEN OTHER
                   DISPLAY 'ERROR 1071: FAILED TO OPEN OPEN-'
                       'OBLIGATIONS FILE. STAT: '
                       OPEN-OBLIGATION-FILE-STATUS
                   MOVE 'Y' TO WS-ABORT-FLAG
           END-EVALUATE
           OPEN INPUT SETTLEMENT-OBLIGATION-FILE.
           EVALUATE OBLIGATION-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-OBL-FILE-PRESENT-FLAG
               WHEN '35'
                   DISPLAY 'NO SETTLEMENT OBLIGATION FILE -- ONLY '
                       'CARRIED ITEMS ARE MATCHED'
               WHEN OTHER
                   DISPLAY 'ERROR 1072: FAILED TO OPEN OBLIGATION '
                       'FILE. STAT: ' OBLIGATION-FILE-STATUS
                   MOVE 'Y' TO WS-ABORT-FLAG
           END-EVALUATE
           OPEN OUTPUT OPEN-OBLIGATION-WORK-FILE
           IF OPEN-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 1073: FAILED TO OPEN OPEN-OBLIGATIONS '
                   'WORK FILE. STAT: ' OPEN-WORK-FILE-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF
           OPEN OUTPUT OBLIGATION-WORK-FILE
           IF OBLIGATION-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 1074: FAILED TO OPEN OBLIGATION WORK '
                   'FILE. STAT: ' OBLIGATION-WORK-FILE-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF
           OPEN OUTPUT FAILS-REPORT-FILE
           IF FAILS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 1075: FAILED TO OPEN FAILS REPORT. '
                   'STAT: ' FAILS-REPORT-FILE-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF
           IF CONFIRM-RUN-ABORTED
               PERFORM 1079-CLOSE-OPENED-FILES
           END-IF.

       1079-CLOSE-OPENED-FILES.
           IF OPEN-FILE-PRESENT
               CLOSE OPEN-OBLIGATION-FILE
           END-IF
           IF OBLIGATION-FILE-PRESENT
               CLOSE SETTLEMENT-OBLIGATION-FILE
           END-IF
           IF OPEN-WORK-FILE-STATUS = '00'
               CLOSE OPEN-OBLIGATION-WORK-FILE
           END-IF
           IF OBLIGATION-WORK-FILE-STATUS = '00'
               CLOSE OBLIGATION-WORK-FILE
           END-IF
           IF FAILS-REPORT-FILE-STATUS = '00'
               CLOSE FAILS-REPORT-FILE
           END-IF
           IF CONSUMED-FILE-OPENED
               CLOSE CONSUMED-CONFIRMATION-FILE
           END-IF
           MOVE 'N' TO WS-CONSUMED-OPEN-FLAG
           MOVE 'N' TO WS-OPEN-FILE-PRESENT-FLAG
           MOVE 'N' TO WS-OBL-FILE-PRESENT-FLAG.

       1100-READ-OPEN-OBLIGATION.
           READ OPEN-OBLIGATION-FILE
               AT END MOVE 'Y' TO WS-OPN-EOF-FLAG
           END-READ
           IF OPEN-OBLIGATION-FILE-STATUS NOT = '00'
               AND OPEN-OBLIGATION-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 1101: OPEN-OBLIGATIONS READ FAILED, '
                   'STAT: ' OPEN-OBLIGATION-FILE-STATUS
               MOVE 'Y' TO WS-OPN-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF
           IF NOT END-OF-OPEN-OBLIGATIONS
               ADD 1 TO WS-OPEN-READ-COUNTER
           END-IF.

       1200-READ-OBLIGATION.
           READ SETTLEMENT-OBLIGATION-FILE
               AT END MOVE 'Y' TO WS-OBL-EOF-FLAG
           END-READ
           IF OBLIGATION-FILE-STATUS NOT = '00'
               AND OBLIGATION-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 1201: OBLIGATION READ FAILED, STAT: '
                   OBLIGATION-FILE-STATUS
               MOVE 'Y' TO WS-OBL-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF
           IF NOT END-OF-OBLIGATIONS
               ADD 1 TO WS-OBL-READ-COUNTER
           END-IF.

      * ---------------------------------------------------------------
       2000-AGE-OPEN-OBLIGATION.
      * A carried item: apply any confirmation for its settle date,
      * then carry the remainder forward or let the item go.
           IF NOT END-OF-OPEN-OBLIGATIONS
               MOVE OPN-SETTLE-DATE TO WS-MATCH-SETTLE-DATE
               MOVE OPN-PAYER-DID TO WS-MATCH-PAYER-DID
               MOVE OPN-RECEIVER-DID TO WS-MATCH-RECEIVER-DID
               MOVE OPN-ASSET-CLASS TO WS-MATCH-ASSET-CLASS
               MOVE OPN-OUTSTANDING-WEIGHT TO WS-MATCH-OUTSTANDING
               PERFORM 2800-APPLY-CONFIRMATIONS
               IF WS-MATCH-CONFIRMED >= WS-MATCH-OUTSTANDING
                   ADD 1 TO WS-OPEN-CLEARED-COUNTER
                   DISPLAY 'OPEN OBLIGATION CLEARED: ' OPN-PAYER-DID
                       ' TO ' OPN-RECEIVER-DID ' OF ' OPN-SETTLE-DATE
               ELSE
                   IF WS-MATCH-CONFIRMED > ZEROES
                       ADD WS-MATCH-CONFIRMED TO OPN-CONFIRMED-WEIGHT
                       SUBTRACT WS-MATCH-CONFIRMED
                           FROM OPN-OUTSTANDING-WEIGHT
                       MOVE 'P' TO OPN-STATUS
                   END-IF
                   PERFORM 2300-CARRY-OPEN-ITEM
               END-IF
               PERFORM 1100-READ-OPEN-OBLIGATION
           END-IF.

       2300-CARRY-OPEN-ITEM.
      * Re-age the item to today, stage it for the rewritten open
      * file, and put it on the fails report.
           COMPUTE WS-SETTLE-DAY-NUMBER =
               OPN-SETTLE-YEAR * 360 + OPN-SETTLE-MONTH * 30
               + OPN-SETTLE-DAY
           COMPUTE WS-AGE-IN-DAYS =
               WS-CURRENT-DAY-NUMBER - WS-SETTLE-DAY-NUMBER
           IF WS-AGE-IN-DAYS < ZEROES
               MOVE ZEROES TO WS-AGE-IN-DAYS
           END-IF
           MOVE WS-AGE-IN-DAYS TO OPN-DAYS-OPEN
           MOVE WS-CURRENT-DATE TO OPN-LAST-AGED-DATE
           MOVE OPEN-OBLIGATION-RECORD TO OPEN-WORK-RECORD
           WRITE OPEN-WORK-RECORD
      * A staging write that fails means the rewritten open file would
      * lose this debt -- abort the copy-back rather than forget it.
           IF OPEN-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 2301: OPEN-OBLIGATIONS WORK WRITE '
                   'FAILED, STAT: ' OPEN-WORK-FILE-STATUS
               MOVE 'Y' TO WS-ABORT-FLAG
               MOVE 'Y' TO WS-OPN-EOF-FLAG
               MOVE 'Y' TO WS-OBL-EOF-FLAG
           END-IF
           ADD 1 TO WS-STILL-OPEN-COUNTER
           ADD OPN-OUTSTANDING-WEIGHT TO WS-STILL-OPEN-WEIGHT
           MOVE SPACES TO WS-RPT-OPEN-LINE
           MOVE OPN-SETTLE-DATE TO WS-ROL-SETTLE-DATE
           MOVE OPN-PAYER-DID TO WS-ROL-PAYER
           MOVE OPN-RECEIVER-DID TO WS-ROL-RECEIVER
           MOVE OPN-ASSET-CLASS TO WS-ROL-CLASS
           MOVE OPN-OUTSTANDING-WEIGHT TO WS-ROL-OUTSTANDING
           MOVE OPN-CONFIRMED-WEIGHT TO WS-ROL-CONFIRMED
           MOVE OPN-DAYS-OPEN TO WS-ROL-AGE
           IF OPN-STATUS = 'P'
               MOVE 'PARTIAL' TO WS-ROL-STATUS
           ELSE
               MOVE 'FAILED' TO WS-ROL-STATUS
           END-IF
           IF OPN-DAYS-OPEN > WS-ESCALATION-DAYS
               ADD 1 TO WS-ESCALATED-COUNTER
               MOVE 'ESCALATE' TO WS-ROL-ESCALATE
           END-IF
           MOVE WS-RPT-OPEN-LINE TO FAILS-REPORT-RECORD
           WRITE FAILS-REPORT-RECORD.

      * ---------------------------------------------------------------
       2500-MATCH-NEW-OBLIGATION.
      * An obligation already marked was taken in by an earlier run --
      * whatever it still owes is on the open file, matched there.
      * It is staged unchanged so the rewrite keeps it.
           IF NOT END-OF-OBLIGATIONS
               IF OBL-CONFIRM-STATUS NOT = SPACE
                   ADD 1 TO WS-OBL-PRIOR-COUNTER
               ELSE
                   PERFORM 2600-MARK-OBLIGATION
               END-IF
               MOVE SETTLEMENT-OBLIGATION-RECORD
                   TO OBLIGATION-WORK-RECORD
               WRITE OBLIGATION-WORK-RECORD
               IF OBLIGATION-WORK-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR 2501: OBLIGATION WORK WRITE FAILED, '
                       'STAT: ' OBLIGATION-WORK-FILE-STATUS
                   MOVE 'Y' TO WS-ABORT-FLAG
                   MOVE 'Y' TO WS-OBL-EOF-FLAG
               END-IF
               PERFORM 1200-READ-OBLIGATION
           END-IF.

       2600-MARK-OBLIGATION.
      * A pair that netted flat owes nothing and is settled as it
      * stands; it still takes up any confirmation treasury sent for
      * it, so a payment against a flat pair shows as overpaid.
           MOVE OBL-SETTLE-DATE TO WS-MATCH-SETTLE-DATE
           MOVE OBL-PAYER-DID TO WS-MATCH-PAYER-DID
           MOVE OBL-RECEIVER-DID TO WS-MATCH-RECEIVER-DID
           IF OBL-ASSET-CLASS = SPACES
               MOVE WS-DEFAULT-ASSET-CLASS TO WS-MATCH-ASSET-CLASS
           ELSE
               MOVE OBL-ASSET-CLASS TO WS-MATCH-ASSET-CLASS
           END-IF
           MOVE OBL-NET-WEIGHT TO WS-MATCH-OUTSTANDING
           PERFORM 2800-APPLY-CONFIRMATIONS
           IF WS-MATCH-CONFIRMED >= WS-MATCH-OUTSTANDING
               MOVE 'S' TO OBL-CONFIRM-STATUS
               MOVE WS-MATCH-OUTSTANDING TO OBL-CONFIRMED-WEIGHT
               ADD 1 TO WS-OBL-SETTLED-COUNTER
           ELSE
               MOVE WS-MATCH-CONFIRMED TO OBL-CONFIRMED-WEIGHT
               MOVE SPACES TO OPEN-OBLIGATION-RECORD
               MOVE OBL-SETTLE-DATE TO OPN-SETTLE-DATE
               MOVE OBL-PAYER-DID TO OPN-PAYER-DID
               MOVE OBL-RECEIVER-DID TO OPN-RECEIVER-DID
               MOVE WS-MATCH-ASSET-CLASS TO OPN-ASSET-CLASS
               MOVE OBL-NET-WEIGHT TO OPN-OBLIGATED-WEIGHT
               MOVE WS-MATCH-CONFIRMED TO OPN-CONFIRMED-WEIGHT
               COMPUTE OPN-OUTSTANDING-WEIGHT
                   = OBL-NET-WEIGHT - WS-MATCH-CONFIRMED
               IF WS-MATCH-CONFIRMED > ZEROES
                   MOVE 'P' TO OBL-CONFIRM-STATUS
                   MOVE 'P' TO OPN-STATUS
                   ADD 1 TO WS-OBL-PARTIAL-COUNTER
               ELSE
                   MOVE 'F' TO OBL-CONFIRM-STATUS
                   MOVE 'F' TO OPN-STATUS
                   ADD 1 TO WS-OBL-FAILED-COUNTER
               END-IF
               PERFORM 2300-CARRY-OPEN-ITEM
           END-IF.

       2800-APPLY-CONFIRMATIONS.
      * Sums every unused confirmation for the WS-MATCH- obligation
      * and marks each one used. Whatever is confirmed beyond what
      * is owed is treasury's overpayment and goes on the report.
           MOVE ZEROES TO WS-MATCH-CONFIRMED
           PERFORM VARYING WS-CNF-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-CNF-SCAN-IDX > WS-CONFIRM-COUNT
               IF WS-CNF-USED-FLAG (WS-CNF-SCAN-IDX) = 'N'
                   AND WS-CNF-SETTLE-DATE (WS-CNF-SCAN-IDX)
                       = WS-MATCH-SETTLE-DATE
                   AND WS-CNF-PAYER-DID (WS-CNF-SCAN-IDX)
                       = WS-MATCH-PAYER-DID
                   AND WS-CNF-RECEIVER-DID (WS-CNF-SCAN-IDX)
                       = WS-MATCH-RECEIVER-DID
                   AND WS-CNF-ASSET-CLASS (WS-CNF-SCAN-IDX)
                       = WS-MATCH-ASSET-CLASS
                   MOVE 'Y' TO WS-CNF-USED-FLAG (WS-CNF-SCAN-IDX)
                   ADD WS-CNF-PAID-WEIGHT (WS-CNF-SCAN-IDX)
                       TO WS-MATCH-CONFIRMED
                   ADD WS-CNF-PAID-WEIGHT (WS-CNF-SCAN-IDX)
                       TO WS-CONFIRMED-TOTAL-WEIGHT
               END-IF
           END-PERFORM
           IF WS-MATCH-CONFIRMED > WS-MATCH-OUTSTANDING
               ADD 1 TO WS-OVERPAID-COUNTER
               COMPUTE WS-MATCH-EXCESS
                   = WS-MATCH-CONFIRMED - WS-MATCH-OUTSTANDING
               MOVE SPACES TO WS-RPT-CONFIRM-LINE
               MOVE WS-MATCH-SETTLE-DATE TO WS-RCF-SETTLE-DATE
               MOVE WS-MATCH-PAYER-DID TO WS-RCF-PAYER
               MOVE WS-MATCH-RECEIVER-DID TO WS-RCF-RECEIVER
               MOVE WS-MATCH-ASSET-CLASS TO WS-RCF-CLASS
               MOVE WS-MATCH-EXCESS TO WS-RCF-WEIGHT
               MOVE 'OVERPAID BY THIS WEIGHT' TO WS-RCF-TAG
               MOVE WS-RPT-CONFIRM-LINE TO FAILS-REPORT-RECORD
               WRITE FAILS-REPORT-RECORD
           END-IF.

      * ---------------------------------------------------------------
       3000-TERMINATE-CONFIRM.
      * Both live files are rewritten only after a clean pass over
      * both -- an aborted run leaves them exactly as they were.
           IF CONFIRM-FILES-OPENED
               IF NOT CONFIRM-RUN-ABORTED
                   PERFORM 3100-WRITE-UNMATCHED-SECTION
                   PERFORM 3200-WRITE-REPORT-TOTALS
                   PERFORM 3250-RECORD-CONSUMED-REFS
               END-IF
               PERFORM 1079-CLOSE-OPENED-FILES
               IF CONFIRM-RUN-ABORTED
                   DISPLAY 'CONFIRMATION RUN ABORTED -- OBLIGATION '
                       'AND OPEN-OBLIGATIONS FILES LEFT AS IS'
               ELSE
                   PERFORM 3300-REWRITE-OPEN-OBLIGATIONS
      * Marking the obligations after a failed open-file rewrite
      * would pass over debts the open file no longer carries.
                   IF WS-OBL-READ-COUNTER > ZEROES
                       AND NOT CONFIRM-RUN-ABORTED
                       PERFORM 3400-REWRITE-OBLIGATIONS
                   END-IF
               END-IF
           END-IF
           DISPLAY 'SETTLEMENT CONFIRMATION COMPLETE. CONFIRMATIONS: '
               WS-CONFIRM-COUNT
           DISPLAY 'NEW OBLIGATIONS SETTLED:   ' WS-OBL-SETTLED-COUNTER
           DISPLAY 'NEW OBLIGATIONS PARTIAL:   ' WS-OBL-PARTIAL-COUNTER
           DISPLAY 'NEW OBLIGATIONS FAILED:    ' WS-OBL-FAILED-COUNTER
           DISPLAY 'CARRIED ITEMS CLEARED:     ' WS-OPEN-CLEARED-COUNTER
           DISPLAY 'ITEMS STILL OPEN:          ' WS-STILL-OPEN-COUNTER
           DISPLAY 'ITEMS ESCALATED:           ' WS-ESCALATED-COUNTER
           DISPLAY 'UNMATCHED CONFIRMATIONS:   ' WS-UNMATCHED-COUNTER
           DISPLAY 'REFERENCES RECORDED:       '
               WS-CSM-RECORDED-COUNTER.

       3100-WRITE-UNMATCHED-SECTION.
      * Confirmations no obligation took up: a payment for a pair,
      * date or class the netting never produced, or a line treasury
      * sent malformed. Either way it is treasury's to explain.
           MOVE SPACES TO WS-RPT-SECTION-LINE
           MOVE 'UNMATCHED CONFIRMATIONS' TO WS-RSL-TEXT
           MOVE WS-RPT-SECTION-LINE TO FAILS-REPORT-RECORD
           WRITE FAILS-REPORT-RECORD
           PERFORM VARYING WS-CNF-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-CNF-SCAN-IDX > WS-CONFIRM-COUNT
               IF WS-CNF-USED-FLAG (WS-CNF-SCAN-IDX) NOT = 'Y'
                   PERFORM 3110-WRITE-UNMATCHED-LINE
               END-IF
           END-PERFORM.

       3110-WRITE-UNMATCHED-LINE.
           ADD 1 TO WS-UNMATCHED-COUNTER
           MOVE SPACES TO WS-RPT-CONFIRM-LINE
           MOVE WS-CNF-PAYER-DID (WS-CNF-SCAN-IDX) TO WS-RCF-PAYER
           MOVE WS-CNF-RECEIVER-DID (WS-CNF-SCAN-IDX)
               TO WS-RCF-RECEIVER
           MOVE WS-CNF-ASSET-CLASS (WS-CNF-SCAN-IDX) TO WS-RCF-CLASS
           MOVE WS-CNF-TREASURY-REF (WS-CNF-SCAN-IDX) TO WS-RCF-REF
           IF WS-CNF-USED-FLAG (WS-CNF-SCAN-IDX) = 'X'
               MOVE 'INVALID DATE OR AMOUNT' TO WS-RCF-TAG
           ELSE
               MOVE WS-CNF-SETTLE-DATE (WS-CNF-SCAN-IDX)
                   TO WS-RCF-SETTLE-DATE
               MOVE WS-CNF-PAID-WEIGHT (WS-CNF-SCAN-IDX)
                   TO WS-RCF-WEIGHT
               EVALUATE WS-CNF-USED-FLAG (WS-CNF-SCAN-IDX)
                   WHEN 'C'
                       MOVE 'REF APPLIED BY EARLIER RUN' TO WS-RCF-TAG
                   WHEN 'D'
                       MOVE 'REF REPEATED IN THIS FILE' TO WS-RCF-TAG
                   WHEN 'B'
                       MOVE 'NO TREASURY REFERENCE' TO WS-RCF-TAG
                   WHEN OTHER
                       MOVE 'NO MATCHING OBLIGATION' TO WS-RCF-TAG
               END-EVALUATE
           END-IF
           MOVE WS-RPT-CONFIRM-LINE TO FAILS-REPORT-RECORD
           WRITE FAILS-REPORT-RECORD.

       3200-WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE 'NEW OBLIGATIONS TAKEN IN:             '
               TO WS-RCL-LABEL
           COMPUTE WS-RCL-VALUE
               = WS-OBL-READ-COUNTER - WS-OBL-PRIOR-COUNTER
           MOVE WS-RPT-COUNT-LINE TO FAILS-REPORT-RECORD
           WRITE FAILS-REPORT-RECORD
           MOVE 'NEW OBLIGATIONS SETTLED:              '
               TO WS-RCL-LABEL
           MOVE WS-OBL-SETTLED-COUNTER TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO FAILS-REPORT-RECORD
           WRITE FAILS-REPORT-RECORD
           MOVE 'NEW OBLIGATIONS PARTIALLY SETTLED:    '
               TO WS-RCL-LABEL
           MOVE WS-OBL-PARTIAL-COUNTER TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO FAILS-REPORT-RECORD
           WRITE FAILS-REPORT-RECORD
           MOVE 'NEW OBLIGATIONS FAILED:               '
               TO WS-RCL-LABEL
           MOVE WS-OBL-FAILED-COUNTER TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO FAILS-REPORT-RECORD
           WRITE FAILS-REPORT-RECORD
           MOVE 'CARRIED ITEMS READ:                   '
               TO WS-RCL-LABEL
           MOVE WS-OPEN-READ-COUNTER TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO FAILS-REPORT-RECORD
           WRITE FAILS-REPORT-RECORD
           MOVE 'CARRIED ITEMS CLEARED:                '
               TO WS-RCL-LABEL
           MOVE WS-OPEN-CLEARED-COUNTER TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO FAILS-REPORT-RECORD
           WRITE FAILS-REPORT-RECORD
           MOVE 'ITEMS STILL OPEN:                     '
               TO WS-RCL-LABEL
           MOVE WS-STILL-OPEN-COUNTER TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO FAILS-REPORT-RECORD
           WRITE FAILS-REPORT-RECORD
           MOVE 'WEIGHT STILL OPEN:                    '
               TO WS-RCL-LABEL
           MOVE WS-STILL-OPEN-WEIGHT TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO FAILS-REPORT-RECORD
           WRITE FAILS-REPORT-RECORD
           MOVE 'ITEMS ESCALATED:                      '
               TO WS-RCL-LABEL
           MOVE WS-ESCALATED-COUNTER TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO FAILS-REPORT-RECORD
           WRITE FAILS-REPORT-RECORD
           MOVE 'CONFIRMED WEIGHT APPLIED:             '
               TO WS-RCL-LABEL
           MOVE WS-CONFIRMED-TOTAL-WEIGHT TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO FAILS-REPORT-RECORD
           WRITE FAILS-REPORT-RECORD
           MOVE 'OBLIGATIONS OVERPAID BY TREASURY:     '
               TO WS-RCL-LABEL
           MOVE WS-OVERPAID-COUNTER TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO FAILS-REPORT-RECORD
           WRITE FAILS-REPORT-RECORD
           MOVE 'UNMATCHED CONFIRMATIONS:              '
               TO WS-RCL-LABEL
           MOVE WS-UNMATCHED-COUNTER TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO FAILS-REPORT-RECORD
           WRITE FAILS-REPORT-RECORD
           MOVE 'OF WHICH INVALID:                     '
               TO WS-RCL-LABEL
           MOVE WS-CNF-INVALID-COUNTER TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO FAILS-REPORT-RECORD
           WRITE FAILS-REPORT-RECORD
           MOVE 'OF WHICH REFERENCE NOT APPLICABLE:    '
               TO WS-RCL-LABEL
           MOVE WS-CNF-REF-REJECT-COUNTER TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO FAILS-REPORT-RECORD
           WRITE FAILS-REPORT-RECORD.

       3250-RECORD-CONSUMED-REFS.
      * Every reference applied this run goes on the consumed file
      * before either live file is rewritten. A write that fails
      * takes back out what this run recorded and aborts the
      * copy-back, so the next run applies the same file afresh.
           MOVE ZEROES TO WS-CSM-STOP-IDX
           PERFORM VARYING WS-CNF-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-CNF-SCAN-IDX > WS-CONFIRM-COUNT
                      OR CONFIRM-RUN-ABORTED
               IF WS-CNF-USED-FLAG (WS-CNF-SCAN-IDX) = 'Y'
                   PERFORM 3255-RECORD-ONE-REF
               END-IF
           END-PERFORM
           IF CONFIRM-RUN-ABORTED
               PERFORM VARYING WS-CNF-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-CNF-SCAN-IDX >= WS-CSM-STOP-IDX
                   IF WS-CNF-USED-FLAG (WS-CNF-SCAN-IDX) = 'Y'
                       PERFORM 3260-BACK-OUT-ONE-REF
                   END-IF
               END-PERFORM
               MOVE ZEROES TO WS-CSM-RECORDED-COUNTER
           END-IF.

       3255-RECORD-ONE-REF.
           MOVE SPACES TO CONSUMED-CONFIRMATION-RECORD
           MOVE WS-CNF-TREASURY-REF (WS-CNF-SCAN-IDX)
               TO CSM-TREASURY-REF
           MOVE WS-CNF-SETTLE-DATE (WS-CNF-SCAN-IDX) TO CSM-SETTLE-DATE
           MOVE WS-CNF-PAYER-DID (WS-CNF-SCAN-IDX) TO CSM-PAYER-DID
           MOVE WS-CNF-PAID-WEIGHT (WS-CNF-SCAN-IDX) TO CSM-PAID-WEIGHT
           MOVE WS-CURRENT-DATE TO CSM-APPLIED-DATE
           WRITE CONSUMED-CONFIRMATION-RECORD
           IF CONSUMED-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 3256: CONSUMED CONFIRMATION WRITE '
                   'FAILED, STAT: ' CONSUMED-FILE-STATUS ' FOR REF: '
                   CSM-TREASURY-REF
               MOVE WS-CNF-SCAN-IDX TO WS-CSM-STOP-IDX
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               ADD 1 TO WS-CSM-RECORDED-COUNTER
           END-IF.

       3260-BACK-OUT-ONE-REF.
           MOVE WS-CNF-TREASURY-REF (WS-CNF-SCAN-IDX)
               TO CSM-TREASURY-REF
           DELETE CONSUMED-CONFIRMATION-FILE RECORD
               INVALID KEY
                   DISPLAY 'ERROR 3261: CANNOT BACK OUT CONSUMED REF '
                       CSM-TREASURY-REF ', STAT: '
                       CONSUMED-FILE-STATUS
                       ' -- DELETE IT BY HAND BEFORE RERUNNING'
           END-DELETE.

       3300-REWRITE-OPEN-OBLIGATIONS.
      * The staged still-open items replace the live file whole --
      * written first, so a crash before the obligation file is
      * marked re-takes tonight's obligations but never loses a debt.
           OPEN INPUT OPEN-OBLIGATION-WORK-FILE
           IF OPEN-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 3301: CANNOT REOPEN OPEN-OBLIGATIONS '
                   'WORK FILE, STAT: ' OPEN-WORK-FILE-STATUS
                   ' -- OPEN FILE LEFT AS IS'
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               OPEN OUTPUT OPEN-OBLIGATION-FILE
               IF OPEN-OBLIGATION-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR 3302: CANNOT REWRITE OPEN-'
                       'OBLIGATIONS FILE, STAT: '
                       OPEN-OBLIGATION-FILE-STATUS
                       ' -- RECOVER FROM DLT_OPEN_OBLIGATIONS.TMP'
                   MOVE 'Y' TO WS-ABORT-FLAG
               ELSE
                   MOVE 'N' TO WS-WORK-EOF-FLAG
                   PERFORM 3310-COPY-OPEN-WORK-RECORD
                       UNTIL END-OF-WORK-FILE
                   CLOSE OPEN-OBLIGATION-FILE
               END-IF
               CLOSE OPEN-OBLIGATION-WORK-FILE
           END-IF.

       3310-COPY-OPEN-WORK-RECORD.
           READ OPEN-OBLIGATION-WORK-FILE
               AT END MOVE 'Y' TO WS-WORK-EOF-FLAG
               NOT AT END
                   MOVE OPEN-WORK-RECORD TO OPEN-OBLIGATION-RECORD
                   WRITE OPEN-OBLIGATION-RECORD
                   IF OPEN-OBLIGATION-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR 3311: OPEN-OBLIGATIONS REWRITE '
                           'FAILED, STAT: ' OPEN-OBLIGATION-FILE-STATUS
                           ' -- RECOVER FROM DLT_OPEN_OBLIGATIONS.TMP'
                       MOVE 'Y' TO WS-WORK-EOF-FLAG
                       MOVE 'Y' TO WS-ABORT-FLAG
                   END-IF
           END-READ
           IF OPEN-WORK-FILE-STATUS NOT = '00'
               AND OPEN-WORK-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 3312: OPEN-OBLIGATIONS WORK READ '
                   'FAILED, STAT: ' OPEN-WORK-FILE-STATUS
                   ' -- RECOVER FROM DLT_OPEN_OBLIGATIONS.TMP'
               MOVE 'Y' TO WS-WORK-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

       3400-REWRITE-OBLIGATIONS.
      * The marked obligations replace the netting run's file, so
      * every obligation carries the outcome it was taken in with.
           OPEN INPUT OBLIGATION-WORK-FILE
           IF OBLIGATION-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 3401: CANNOT REOPEN OBLIGATION WORK '
                   'FILE, STAT: ' OBLIGATION-WORK-FILE-STATUS
                   ' -- OBLIGATION FILE LEFT UNMARKED'
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               OPEN OUTPUT SETTLEMENT-OBLIGATION-FILE
               IF OBLIGATION-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR 3402: CANNOT REWRITE OBLIGATION '
                       'FILE, STAT: ' OBLIGATION-FILE-STATUS
                       ' -- RECOVER FROM DLT_SETTLEMENT_OBLIGATION.TMP'
                   MOVE 'Y' TO WS-ABORT-FLAG
               ELSE
                   MOVE 'N' TO WS-WORK-EOF-FLAG
                   PERFORM 3410-COPY-OBLIGATION-RECORD
                       UNTIL END-OF-WORK-FILE
                   CLOSE SETTLEMENT-OBLIGATION-FILE
               END-IF
               CLOSE OBLIGATION-WORK-FILE
           END-IF.

       3410-COPY-OBLIGATION-RECORD.
           READ OBLIGATION-WORK-FILE
               AT END MOVE 'Y' TO WS-WORK-EOF-FLAG
               NOT AT END
                   MOVE OBLIGATION-WORK-RECORD
                       TO SETTLEMENT-OBLIGATION-RECORD
                   WRITE SETTLEMENT-OBLIGATION-RECORD
                   IF OBLIGATION-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR 3411: OBLIGATION REWRITE FAILED, '
                           'STAT: ' OBLIGATION-FILE-STATUS
                           ' -- RECOVER FROM '
                           'DLT_SETTLEMENT_OBLIGATION.TMP'
                       MOVE 'Y' TO WS-WORK-EOF-FLAG
                   END-IF
           END-READ
           IF OBLIGATION-WORK-FILE-STATUS NOT = '00'
               AND OBLIGATION-WORK-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 3412: OBLIGATION WORK READ FAILED, '
                   'STAT: ' OBLIGATION-WORK-FILE-STATUS
                   ' -- RECOVER FROM DLT_SETTLEMENT_OBLIGATION.TMP'
               MOVE 'Y' TO WS-WORK-EOF-FLAG
           END-IF.
