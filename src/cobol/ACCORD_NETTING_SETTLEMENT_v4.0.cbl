      * ONE-SIDED RECORDS FROM BEFORE THE PAIRING CARRY NO
      * COUNTERPARTY AND CANNOT BE NETTED BILATERALLY -- THEY ARE
      * COUNTED AND REPORTED FOR HAND SETTLEMENT, NEVER GUESSED AT.
      *
      * THE BALANCE MIGRATION ACCORD-DID-MASTER-MAINT-V4 POSTS WHEN
      * ONE DID SUCCEEDS ANOTHER IS ARCHIVED AS AN ORDINARY TRANSFER,
      * BUT NO PAYMENT PASSES BETWEEN THE PAIR -- IT IS ONE HOLDER
      * CHANGING IDENTIFIER. ITS LEGS ARE KNOWN BY THE SUCCESSION LINK
      * ON DID_MASTER_HISTORY.DAT AND ARE COUNTED PAST, BOTH SIDES,
      * SO THEY RAISE NO OBLIGATION AND THE MIRROR STILL NETS TO ZERO.
      *
      * THE OBLIGATION FILE IS REWRITTEN EVERY RUN, BUT AN OBLIGATION
      * ACCORD-SETTLEMENT-CONFIRM-V4 HAS NOT YET TAKEN IN (CONFIRM
      * STATUS STILL BLANK) IS NEVER LOST WITH IT: BEFORE THE REWRITE
      * THE OLD FILE IS READ AND EVERY UNCONFIRMED OBLIGATION IS
      * STAGED ON DLT_SETTLEMENT_CARRY.TMP, THEN COPIED FORWARD AHEAD
      * OF TONIGHT'S UNDER ITS ORIGINAL SETTLE DATE, SO CONFIRM STILL
      * MATCHES IT. OBLIGATIONS CONFIRM HAS MARKED ARE DROPPED -- ANY
      * REMAINDER IS ON CONFIRM'S OPEN-OBLIGATIONS FILE. EACH
      * OBLIGATION IS STAMPED WITH THE CURSOR ITS RUN WAS TO ADVANCE
      * TO; ONE STAMPED BEYOND THE CURSOR ON DISK CAME FROM A RUN THAT
      * NEVER ADVANCED IT, WILL BE NETTED AGAIN TONIGHT, AND IS
      * DROPPED RATHER THAN CARRIED TWICE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'DLT_SETTLEMENT_OBLIGATION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS OBLIGATION-FILE-STATUS.
      * Unconfirmed obligations from the previous file, held while the
      * obligation file is rewritten -- the recovery copy if the
      * copy-forward is interrupted.
           SELECT OBLIGATION-CARRY-FILE
               ASSIGN TO 'DLT_SETTLEMENT_CARRY.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS OBLIGATION-CARRY-FILE-STATUS.
      * Succession links written by ACCORD-DID-MASTER-MAINT-V4 --
      * optional; no history file means no DID has been succeeded.
           SELECT DID-HISTORY-FILE
               ASSIGN TO 'DID_MASTER_HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS DID-HISTORY-FILE-STATUS.
           SELECT SETTLEMENT-REPORT-FILE
               ASSIGN TO 'DLT_SETTLEMENT_REPORT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
                                        SIGN IS LEADING SEPARATE.
           05  OBL-GROSS-HIGH-TO-LOW    PIC S9(14)
                                        SIGN IS LEADING SEPARATE.
      * Left blank here; ACCORD-SETTLEMENT-CONFIRM-V4 marks each
      * obligation settled, partial or failed once treasury confirms.
           05  OBL-CONFIRM-STATUS       PIC X(01).
           05  OBL-CONFIRMED-WEIGHT     PIC 9(14).
      * The settled-through cursor this obligation's run advanced to.
      * Blank on obligations written before the stamp.
           05  OBL-NETTED-THROUGH       PIC 9(10).
           05  FILLER                   PIC X(01).

       FD  OBLIGATION-CARRY-FILE
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS OBLIGATION-CARRY-RECORD.
       01  OBLIGATION-CARRY-RECORD      PIC X(140).

       FD  SETTLEMENT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS SETTLEMENT-REPORT-RECORD.
       01  SETTLEMENT-REPORT-RECORD     PIC X(132).

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

       FD  SETTLEMENT-CURSOR-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS SETTLEMENT-CURSOR-RECORD.
       WORKING-STORAGE SECTION.
       01  TRANSFER-SUBLEDGER-FILE-STATUS PIC X(02).
       01  OBLIGATION-FILE-STATUS       PIC X(02).
       01  OBLIGATION-CARRY-FILE-STATUS PIC X(02).
       01  WS-OBL-EOF-FLAG              PIC X(01) VALUE 'N'.
           88  END-OF-OLD-OBLIGATIONS   VALUE 'Y'.
       01  WS-CARRY-EOF-FLAG            PIC X(01) VALUE 'N'.
           88  END-OF-OBLIGATION-CARRY  VALUE 'Y'.
       01  WS-CARRY-STAGED-FLAG         PIC X(01) VALUE 'N'.
           88  OBLIGATIONS-STAGED       VALUE 'Y'.
       01  SETTLEMENT-REPORT-FILE-STATUS PIC X(02).
       01  DID-HISTORY-FILE-STATUS      PIC X(02).
       01  WS-EOF-FLAG                  PIC X(01) VALUE 'N'.
           88  END-OF-SUBLEDGER         VALUE 'Y'.
       01  WS-ABORT-FLAG                PIC X(01) VALUE 'N'.
       01  WS-PAIR-NET                  PIC S9(14) VALUE ZEROES.
       01  WS-PAIR-NET-ABS              PIC 9(14) VALUE ZEROES.

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
       01  WS-LEG-DATE                  PIC 9(08) VALUE ZEROES.
       01  WS-MIGRATION-LEG-FLAG        PIC X(01) VALUE 'N'.
           88  MIGRATION-LEG            VALUE 'Y'.

      * Zero-sum proof totals and run counters.
       01  WS-LEG-READ-COUNTER          PIC 9(08) VALUE ZEROES.
       01  WS-DEBIT-LEG-COUNTER         PIC 9(08) VALUE ZEROES.
       01  WS-CREDIT-LEG-COUNTER        PIC 9(08) VALUE ZEROES.
       01  WS-ONE-SIDED-COUNTER         PIC 9(08) VALUE ZEROES.
       01  WS-FOREIGN-INTENT-COUNTER    PIC 9(08) VALUE ZEROES.
       01  WS-MIGRATION-LEG-COUNTER     PIC 9(08) VALUE ZEROES.
       01  WS-TOTAL-DEBIT-WEIGHT        PIC S9(16) VALUE ZEROES.
       01  WS-TOTAL-CREDIT-WEIGHT       PIC S9(16) VALUE ZEROES.
       01  WS-ONE-SIDED-WEIGHT          PIC S9(16) VALUE ZEROES.
       01  WS-GRAND-NET                 PIC S9(16) VALUE ZEROES.
       01  WS-OBLIGATION-COUNTER        PIC 9(08) VALUE ZEROES.
       01  WS-FLAT-PAIR-COUNTER         PIC 9(08) VALUE ZEROES.
       01  WS-STAGED-COUNTER            PIC 9(08) VALUE ZEROES.
       01  WS-CARRIED-COUNTER           PIC 9(08) VALUE ZEROES.
       01  WS-CONFIRMED-DROP-COUNTER    PIC 9(08) VALUE ZEROES.
       01  WS-UNADVANCED-DROP-COUNTER   PIC 9(08) VALUE ZEROES.

      * Settlement report print lines.
       01  WS-RPT-HEADER-1.
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
      * The cursor is read, and the unconfirmed obligations staged,
      * before the obligation file is opened for rewrite -- an abort
      * up to here leaves the old file exactly as it was.
               PERFORM 1050-LOAD-SETTLEMENT-CURSOR
               IF NOT SETTLEMENT-RUN-ABORTED
                   PERFORM 1055-LOAD-SUCCESSION-LINKS
               END-IF
               IF NOT SETTLEMENT-RUN-ABORTED
                   PERFORM 1060-STAGE-UNCONFIRMED
               END-IF
               IF SETTLEMENT-RUN-ABORTED
                   CLOSE DLT-TRANSFER-SUBLEDGER-FILE
                   MOVE 'Y' TO WS-EOF-FLAG
               ELSE
                   PERFORM 1080-OPEN-SETTLEMENT-OUTPUT
               END-IF
           END-IF.

                   MOVE 'Y' TO WS-EOF-FLAG
           END-EVALUATE.

       1055-LOAD-SUCCESSION-LINKS.
           MOVE ZEROES TO WS-LINK-COUNT
           OPEN INPUT DID-HISTORY-FILE.
           IF DID-HISTORY-FILE-STATUS = '00'
               PERFORM 1057-LOAD-ONE-LINK
                   UNTIL END-OF-DID-HISTORY
               CLOSE DID-HISTORY-FILE
           END-IF.

       1057-LOAD-ONE-LINK.
           READ DID-HISTORY-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
               NOT AT END
                   IF HIST-IMAGE-TYPE = 'L'
                       IF WS-LINK-COUNT >= WS-LINK-LIMIT
      * A link past the limit would net its balance migration as an
      * obligation no settlement will ever confirm -- stop the run.
                           DISPLAY 'ERROR 1056: SUCCESSION LINK TABLE '
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
               DISPLAY 'ERROR 1057: DID HISTORY READ FAILED, STAT: '
                   DID-HISTORY-FILE-STATUS
               MOVE 'Y' TO WS-HIST-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

       1060-STAGE-UNCONFIRMED.
      * Absent (status 35) means no obligations were ever written.
      * Present but unreadable fails closed: rewriting over it could
      * throw away obligations treasury has not yet confirmed.
           OPEN INPUT SETTLEMENT-OBLIGATION-FILE
           EVALUATE OBLIGATION-FILE-STATUS
               WHEN '00'
                   OPEN OUTPUT OBLIGATION-CARRY-FILE
                   IF OBLIGATION-CARRY-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR 1061: CANNOT OPEN OBLIGATION '
                           'CARRY FILE, STAT: '
                           OBLIGATION-CARRY-FILE-STATUS
                           ' -- RUN ABORTED'
                       MOVE 'Y' TO WS-ABORT-FLAG
                   ELSE
                       MOVE 'Y' TO WS-CARRY-STAGED-FLAG
                       MOVE 'N' TO WS-OBL-EOF-FLAG
                       PERFORM 1065-STAGE-ONE-OBLIGATION
                           UNTIL END-OF-OLD-OBLIGATIONS
                       CLOSE OBLIGATION-CARRY-FILE
                       DISPLAY 'UNCONFIRMED OBLIGATIONS STAGED: '
                           WS-STAGED-COUNTER
                   END-IF
                   CLOSE SETTLEMENT-OBLIGATION-FILE
               WHEN '35'
                   DISPLAY 'NO PRIOR OBLIGATION FILE -- NOTHING '
                       'TO CARRY FORWARD'
               WHEN OTHER
                   DISPLAY 'ERROR 1062: CANNOT READ PRIOR '
                       'OBLIGATION FILE, STAT: '
                       OBLIGATION-FILE-STATUS ' -- RUN ABORTED'
                   MOVE 'Y' TO WS-ABORT-FLAG
           END-EVALUATE.

       1065-STAGE-ONE-OBLIGATION.
      * Only a blank confirm status is carried. A stamp beyond the
      * cursor on disk means that run never advanced it -- its legs
      * are netted again tonight, so the obligation is not carried.
           READ SETTLEMENT-OBLIGATION-FILE
               AT END MOVE 'Y' TO WS-OBL-EOF-FLAG
               NOT AT END
                   IF OBL-CONFIRM-STATUS NOT = SPACE
                       ADD 1 TO WS-CONFIRMED-DROP-COUNTER
                   ELSE
                       IF OBL-NETTED-THROUGH NUMERIC
                           AND OBL-NETTED-THROUGH > WS-SETTLED-THROUGH
                           ADD 1 TO WS-UNADVANCED-DROP-COUNTER
                       ELSE
                           MOVE SETTLEMENT-OBLIGATION-RECORD
                               TO OBLIGATION-CARRY-RECORD
                           WRITE OBLIGATION-CARRY-RECORD
                           IF OBLIGATION-CARRY-FILE-STATUS NOT = '00'
                               DISPLAY 'ERROR 1066: OBLIGATION CARRY '
                                   'WRITE FAILED, STAT: '
                                   OBLIGATION-CARRY-FILE-STATUS
                                   ' -- RUN ABORTED'
                               MOVE 'Y' TO WS-OBL-EOF-FLAG
                               MOVE 'Y' TO WS-ABORT-FLAG
                           ELSE
                               ADD 1 TO WS-STAGED-COUNTER
                           END-IF
                       END-IF
                   END-IF
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF OBLIGATION-FILE-STATUS NOT = '00'
               AND OBLIGATION-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 1067: PRIOR OBLIGATION READ FAILED, '
                   'STAT: ' OBLIGATION-FILE-STATUS ' -- RUN ABORTED'
               MOVE 'Y' TO WS-OBL-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

       1070-CARRY-UNCONFIRMED.
      * The obligation file is open for rewrite: the staged
      * obligations go in first, unchanged. From here an abort
      * leaves them on the new file, and the carry file holds them
      * should the copy itself fail.
           OPEN INPUT OBLIGATION-CARRY-FILE
           IF OBLIGATION-CARRY-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 1071: CANNOT REOPEN OBLIGATION CARRY '
                   'FILE, STAT: ' OBLIGATION-CARRY-FILE-STATUS
                   ' -- RECOVER FROM DLT_SETTLEMENT_CARRY.TMP'
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               MOVE 'N' TO WS-CARRY-EOF-FLAG
               PERFORM 1075-CARRY-ONE-OBLIGATION
                   UNTIL END-OF-OBLIGATION-CARRY
               CLOSE OBLIGATION-CARRY-FILE
           END-IF.

       1075-CARRY-ONE-OBLIGATION.
           READ OBLIGATION-CARRY-FILE
               AT END MOVE 'Y' TO WS-CARRY-EOF-FLAG
               NOT AT END
                   MOVE OBLIGATION-CARRY-RECORD
                       TO SETTLEMENT-OBLIGATION-RECORD
                   WRITE SETTLEMENT-OBLIGATION-RECORD
                   IF OBLIGATION-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR 1076: CARRIED OBLIGATION WRITE '
                           'FAILED, STAT: ' OBLIGATION-FILE-STATUS
                           ' -- RECOVER FROM DLT_SETTLEMENT_CARRY.TMP'
                       MOVE 'Y' TO WS-CARRY-EOF-FLAG
                       MOVE 'Y' TO WS-EOF-FLAG
                       MOVE 'Y' TO WS-ABORT-FLAG
                   ELSE
                       ADD 1 TO WS-CARRIED-COUNTER
                   END-IF
           END-READ
           IF OBLIGATION-CARRY-FILE-STATUS NOT = '00'
               AND OBLIGATION-CARRY-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 1077: OBLIGATION CARRY READ FAILED, '
                   'STAT: ' OBLIGATION-CARRY-FILE-STATUS
                   ' -- RECOVER FROM DLT_SETTLEMENT_CARRY.TMP'
               MOVE 'Y' TO WS-CARRY-EOF-FLAG
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           END-IF.

       1080-OPEN-SETTLEMENT-OUTPUT.
           OPEN OUTPUT SETTLEMENT-OBLIGATION-FILE
           IF OBLIGATION-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 1002: FAILED TO OPEN OBLIGATION '
                   'FILE. STAT: ' OBLIGATION-FILE-STATUS
               CLOSE DLT-TRANSFER-SUBLEDGER-FILE
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               OPEN OUTPUT SETTLEMENT-REPORT-FILE
               IF SETTLEMENT-REPORT-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR 1003: FAILED TO OPEN '
                       'SETTLEMENT REPORT. STAT: '
                       SETTLEMENT-REPORT-FILE-STATUS
                   CLOSE DLT-TRANSFER-SUBLEDGER-FILE
                   CLOSE SETTLEMENT-OBLIGATION-FILE
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE 'Y' TO WS-ABORT-FLAG
               ELSE
                   MOVE 'Y' TO WS-FILES-OPEN-FLAG
                   IF OBLIGATIONS-STAGED
                       PERFORM 1070-CARRY-UNCONFIRMED
                   END-IF
                   IF NOT SETTLEMENT-RUN-ABORTED
                       PERFORM 1100-READ-SUBLEDGER-LEG
                   END-IF
               END-IF
           END-IF.

       1100-READ-SUBLEDGER-LEG.
           READ DLT-TRANSFER-SUBLEDGER-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               DISPLAY 'ERROR 2101: NON-TRANSFER RECORD IN TRANSFER '
                   'SUB-LEDGER, KEY: ' TSL-TRANSACTION-KEY
           ELSE
               PERFORM 2110-CHECK-MIGRATION-LEG
               IF MIGRATION-LEG
      * A succession migration, either side -- one holder changing
      * identifier, nothing to settle.
                   ADD 1 TO WS-MIGRATION-LEG-COUNTER
               ELSE
                   IF TSL-RECORD-TYPE = 'R'
                       COMPUTE WS-LEG-SIGNED-WEIGHT
                           = 0 - TSL-FINAL-WEIGHT
                   ELSE
                       MOVE TSL-FINAL-WEIGHT TO WS-LEG-SIGNED-WEIGHT
                   END-IF
                   IF TSL-ASSET-CLASS = SPACES
                       MOVE WS-DEFAULT-ASSET-CLASS
                           TO WS-LEG-ASSET-CLASS
                   ELSE
                       MOVE TSL-ASSET-CLASS TO WS-LEG-ASSET-CLASS
                   END-IF
                   EVALUATE TSL-TRANSFER-SIDE
                       WHEN 'D'
                           ADD 1 TO WS-DEBIT-LEG-COUNTER
                           ADD WS-LEG-SIGNED-WEIGHT
                               TO WS-TOTAL-DEBIT-WEIGHT
                           PERFORM 2200-ACCUMULATE-PAIR-BUCKET
                       WHEN 'C'
                           ADD 1 TO WS-CREDIT-LEG-COUNTER
                           ADD WS-LEG-SIGNED-WEIGHT
                               TO WS-TOTAL-CREDIT-WEIGHT
                       WHEN OTHER
      * Pre-pairing one-sided record: no counterparty, no mirror leg,
      * nothing to net bilaterally. Counted for the report and left
      * to hand settlement.
                           ADD 1 TO WS-ONE-SIDED-COUNTER
                           ADD WS-LEG-SIGNED-WEIGHT
                               TO WS-ONE-SIDED-WEIGHT
                   END-EVALUATE
               END-IF
           END-IF.

       2110-CHECK-MIGRATION-LEG.
      * A leg between the two DIDs of a succession link, in either
      * direction, dated on or after the day the link was applied, is
      * the balance migration DID maintenance posted -- the
      * predecessor is retired from that day, so no customer transfer
      * can pass between the pair afterwards.
           MOVE 'N' TO WS-MIGRATION-LEG-FLAG
           MOVE TSL-TIMESTAMP (1:8) TO WS-LEG-DATE
           PERFORM VARYING WS-LINK-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-LINK-SCAN-IDX > WS-LINK-COUNT
                      OR MIGRATION-LEG
               IF ((TSL-DID = WS-LINK-PREDECESSOR (WS-LINK-SCAN-IDX)
                    AND TSL-COUNTERPARTY-DID
                        = WS-LINK-SUCCESSOR (WS-LINK-SCAN-IDX))
                OR (TSL-DID = WS-LINK-SUCCESSOR (WS-LINK-SCAN-IDX)
                    AND TSL-COUNTERPARTY-DID
                        = WS-LINK-PREDECESSOR (WS-LINK-SCAN-IDX)))
                   AND WS-LEG-DATE
                       >= WS-LINK-APPLIED-DATE (WS-LINK-SCAN-IDX)
                   MOVE 'Y' TO WS-MIGRATION-LEG-FLAG
               END-IF
           END-PERFORM.

       2200-ACCUMULATE-PAIR-BUCKET.
      * Debit legs only -- each transfer is one obligation, carried
      * once on its debit side; the credit mirror is proven in total
               WS-SKIPPED-SETTLED-COUNTER
           DISPLAY 'DID PAIRS NETTED: ' WS-PAIR-COUNT
           DISPLAY 'NET OBLIGATIONS WRITTEN: ' WS-OBLIGATION-COUNTER
           DISPLAY 'UNCONFIRMED OBLIGATIONS CARRIED FORWARD: '
               WS-CARRIED-COUNTER
           DISPLAY 'CONFIRMED OBLIGATIONS RETIRED: '
               WS-CONFIRMED-DROP-COUNTER
           IF WS-UNADVANCED-DROP-COUNTER > ZEROES
               DISPLAY 'OBLIGATIONS FROM A RUN THAT NEVER ADVANCED '
                   'THE CURSOR (RE-NETTED): '
                   WS-UNADVANCED-DROP-COUNTER
           END-IF
           DISPLAY 'ONE-SIDED LEGACY LEGS (HAND SETTLEMENT): '
               WS-ONE-SIDED-COUNTER
           DISPLAY 'SUCCESSION MIGRATION LEGS (NOT NETTED): '
               WS-MIGRATION-LEG-COUNTER.

       3100-WRITE-SETTLEMENT-OUTPUT.
           MOVE SPACES TO SETTLEMENT-REPORT-RECORD
               TO OBL-GROSS-LOW-TO-HIGH
           MOVE WS-PAIR-HIGH-TO-LOW (WS-PAIR-IDX)
               TO OBL-GROSS-HIGH-TO-LOW
           MOVE WS-LEG-READ-COUNTER TO OBL-NETTED-THROUGH
           WRITE SETTLEMENT-OBLIGATION-RECORD
           IF WS-PAIR-NET = ZEROES
               ADD 1 TO WS-FLAT-PAIR-COUNTER
       3400-ADVANCE-SETTLEMENT-CURSOR.
      * The night's obligations are durable -- move the cursor to
      * the end of what was netted. A crash before this rewrite just
      * reproduces tonight's obligations next run -- the copies on
      * disk are stamped past the old cursor and are not carried;
      * a crash after it never re-settles a leg.
           OPEN OUTPUT SETTLEMENT-CURSOR-FILE
           IF CURSOR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 3401: CANNOT REWRITE SETTLEMENT '
           MOVE WS-ONE-SIDED-COUNTER TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO SETTLEMENT-REPORT-RECORD
           WRITE SETTLEMENT-REPORT-RECORD
           MOVE 'SUCCESSION MIGRATION LEGS (UNNETTED): '
               TO WS-RCL-LABEL
           MOVE WS-MIGRATION-LEG-COUNTER TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO SETTLEMENT-REPORT-RECORD
           WRITE SETTLEMENT-REPORT-RECORD
           MOVE 'LEGS ALREADY SETTLED (SKIPPED):       '
               TO WS-RCL-LABEL
           MOVE WS-SKIPPED-SETTLED-COUNTER TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO SETTLEMENT-REPORT-RECORD
           WRITE SETTLEMENT-REPORT-RECORD
           MOVE 'UNCONFIRMED OBLIGATIONS CARRIED:      '
               TO WS-RCL-LABEL
           MOVE WS-CARRIED-COUNTER TO WS-RCL-VALUE
           MOVE WS-RPT-COUNT-LINE TO SETTLEMENT-REPORT-RECORD
           WRITE SETTLEMENT-REPORT-RECORD
           IF WS-FOREIGN-INTENT-COUNTER > ZEROES
               MOVE 'NON-TRANSFER RECORDS REJECTED:        '
                   TO WS-RCL-LABEL
