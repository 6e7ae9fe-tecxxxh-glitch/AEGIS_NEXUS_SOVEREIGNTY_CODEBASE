       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCORD-BATCH-WINDOW-SLA-V4.
       AUTHOR. TƕēMafɪa ǦoʇhɪcǶɪppɪē.
       INSTALLATION. BONE ARCHIVE CENTRAL FACILITY.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. TODAY.
      *
      * BATCH-WINDOW ELAPSED-TIME AND SLA REPORT OVER THE NIGHT
      * SEQUENCE'S OWN STAMPS IN DLT_RUN_CONTROL.DAT. EVERY STEP
      * STAMPS STARTED WHEN IT PASSES ITS GATE AND ENDED (OK OR
      * ABORTED) WHEN IT FINISHES; THIS RUN PAIRS THE TWO FOR EACH
      * STEP AND BUSINESS CYCLE, WORKS OUT ELAPSED MINUTES PER STEP
      * AND FOR THE WHOLE WINDOW (FIRST START TO LAST END), AND
      * CHECKS EACH AGAINST THE SLA TABLE OPERATIONS MAINTAINS IN
      * DLT_BATCH_SLA_TABLE.DAT -- ONE RECORD PER STEP WITH THE
      * EXPECTED DURATION IN MINUTES AND THE LATEST ALLOWED WALL-
      * CLOCK END (HHMM). A RECORD FOR THE PSEUDO-STEP 'WINDOW' SETS
      * THE SAME TWO LIMITS FOR THE WINDOW AS A WHOLE.
      *
      * THE WINDOW CROSSES MIDNIGHT, SO ALL CLOCK ARITHMETIC IS DONE
      * ON THE BUSINESS-DATE RULE THE STAMPS THEMSELVES USE: A CYCLE
      * RUNS FROM NOON TO NOON, AND A TIME BEFORE NOON BELONGS TO THE
      * MORNING AFTER THE CYCLE DATE. A LATEST END OF 0400 THEREFORE
      * MEANS FOUR O'CLOCK THE MORNING AFTER, NOT THE NIGHT BEFORE.
      *
      * FLAGS ON A STEP LINE --
      *   ABORTED        THE STEP STAMPED ENDED ABORTED.
      *   STILL RUNNING  STARTED THIS CYCLE, NO ENDED YET; ELAPSED
      *                  AND HEADROOM ARE MEASURED TO NOW.
      *   NO END STAMP   STARTED, NEVER ENDED, AND EITHER RESTARTED
      *                  OR LEFT BEHIND BY AN EARLIER CYCLE -- THE
      *                  ABEND THAT NEVER GOT AS FAR AS ITS STAMP.
      *   LATE           ENDED (OR IS STILL RUNNING) PAST THE LATEST
      *                  ALLOWED END.
      *   OVER EXPECTED  RAN LONGER THAN THE EXPECTED DURATION.
      *   OVERRIDE RERUN STARTED UNDER AN OPERATOR OVERRIDE STAMPED
      *                  BY ACCORD-RUN-CONTROL-OVERRIDE-V4.
      *   CREEPING       THE STEP'S TRAILING AVERAGE ALREADY EXCEEDS
      *                  ITS EXPECTED DURATION -- THE WARNING BEFORE
      *                  THE WINDOW ACTUALLY BREACHES.
      *   NO SLA         THE STEP HAS NO RECORD IN THE SLA TABLE.
      *
      * EVERY START IS ITS OWN ATTEMPT LINE, NUMBERED WITHIN THE
      * CYCLE, SO AN ABEND AND ITS RESTART -- OR AN OVERRIDE RERUN --
      * SHOW SEPARATELY. THE TRAILING AVERAGE PER STEP TAKES ONLY
      * NORMAL ATTEMPTS THAT ENDED OK: OVERRIDE RERUNS, ABORTS AND
      * UNFINISHED ATTEMPTS ARE NEVER AVERAGED IN. THE WINDOW'S OWN
      * AVERAGE TAKES EVERY EARLIER CYCLE WHOSE WINDOW HAS CLOSED.
      *
      * ARGUMENT 1: CYCLES TO REPORT (DEFAULT 7, MAX 30).
      * ARGUMENT 2: CYCLES IN THE TRAILING AVERAGE (DEFAULT 14,
      *             MAX 30).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'DLT_RUN_CONTROL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS RUN-CONTROL-FILE-STATUS.
      * Hand-maintained by operations, one record per step.
           SELECT BATCH-SLA-TABLE-FILE
               ASSIGN TO 'DLT_BATCH_SLA_TABLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS SLA-TABLE-FILE-STATUS.
           SELECT SLA-REPORT-FILE
               ASSIGN TO 'DLT_BATCH_WINDOW_SLA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS SLA-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-CONTROL-RECORD.
       01  RUN-CONTROL-RECORD.
      * RC-STAMP-DATE is the night's BUSINESS date -- stamps cut
      * before the noon cutover carry the prior calendar day, so a
      * sequence crossing midnight stays one cycle. The wall-clock
      * time is in RC-STAMP-TIME.
           05  RC-STAMP-DATE            PIC 9(08).
           05  RC-STAMP-TIME            PIC 9(06).
           05  RC-STEP                  PIC X(12).
           05  RC-EVENT                 PIC X(08).
           05  RC-OUTCOME               PIC X(08).
           05  FILLER                   PIC X(38).

       FD  BATCH-SLA-TABLE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BATCH-SLA-TABLE-RECORD.
       01  BATCH-SLA-TABLE-RECORD.
           05  SLA-STEP                 PIC X(12).
           05  SLA-EXPECTED-MINUTES     PIC 9(04).
           05  SLA-LATEST-END.
               10  SLA-LATEST-END-HH    PIC 9(02).
               10  SLA-LATEST-END-MM    PIC 9(02).
           05  SLA-DESCRIPTION          PIC X(40).
           05  FILLER                   PIC X(20).

       FD  SLA-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS SLA-REPORT-RECORD.
       01  SLA-REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  RUN-CONTROL-FILE-STATUS      PIC X(02).
       01  SLA-TABLE-FILE-STATUS        PIC X(02).
       01  SLA-REPORT-FILE-STATUS       PIC X(02).
       01  WS-EOF-FLAG                  PIC X(01) VALUE 'N'.
           88  END-OF-RUN-CONTROL       VALUE 'Y'.
       01  WS-SLA-EOF-FLAG              PIC X(01) VALUE 'N'.
           88  END-OF-SLA-TABLE         VALUE 'Y'.

      * Today's cycle -- same business-date rule every stamping step
      * applies. An attempt still open in today's cycle is running;
      * one left open in an older cycle never got its stamp.
       01  WS-RC-CYCLE-DATE             PIC 9(08) VALUE ZEROES.
       01  WS-RC-WALL-DATE              PIC 9(08) VALUE ZEROES.
       01  WS-RC-WALL-DATE-R REDEFINES WS-RC-WALL-DATE.
           05  WS-RC-WALL-YEAR          PIC 9(04).
           05  WS-RC-WALL-MONTH         PIC 9(02).
           05  WS-RC-WALL-DAY           PIC 9(02).
       01  WS-RC-MONTH-DAY-TABLE        PIC X(24) VALUE
           '312831303130313130313031'.
       01  WS-RC-MONTH-DAY-R REDEFINES WS-RC-MONTH-DAY-TABLE.
           05  WS-RC-MONTH-DAY          PIC 9(02) OCCURS 12 TIMES.
       01  WS-RC-PRIOR-MONTH            PIC 9(02) VALUE ZEROES.
       01  WS-RC-PRIOR-DD               PIC 9(02) VALUE ZEROES.
       01  WS-RC-LEAP-Q                 PIC 9(04) VALUE ZEROES.
       01  WS-RC-LEAP-R                 PIC 9(04) VALUE ZEROES.
       01  WS-RC-TIME-RAW               PIC X(08) VALUE SPACES.
       01  WS-NOW-TIME                  PIC 9(06) VALUE ZEROES.
       01  WS-NOW-CYCLE-SECS            PIC 9(06) VALUE ZEROES.

      * Clock arithmetic. A wall-clock HHMMSS goes in; seconds since
      * the noon that opened its cycle come out (0 to 86399).
       01  WS-CLOCK-TIME                PIC 9(06) VALUE ZEROES.
       01  WS-CLOCK-TIME-R REDEFINES WS-CLOCK-TIME.
           05  WS-CLOCK-HH              PIC 9(02).
           05  WS-CLOCK-MM              PIC 9(02).
           05  WS-CLOCK-SS              PIC 9(02).
       01  WS-CYCLE-SECS                PIC 9(06) VALUE ZEROES.
       01  WS-SECS-PER-CYCLE            PIC 9(06) VALUE 86400.

      * Report parameters, overridable from the command line.
      * Arguments arrive left-justified ('7' is '7' plus spaces), so
      * each one is right-justified and zero-filled before the
      * numeric screen sees it.
       01  WS-ARG-VALUE                 PIC X(08).
       01  WS-ARG-LENGTH                PIC 9(02) VALUE ZEROES.
       01  WS-ARG-CHAR-IDX              PIC 9(02) VALUE ZEROES.
       01  WS-ARG-JUSTIFIED             PIC X(08) JUSTIFIED RIGHT.
       01  WS-ARG-VALUE-N REDEFINES WS-ARG-JUSTIFIED
                                        PIC 9(08).
       01  WS-ARG-LIMIT                 PIC 9(02) VALUE 30.
       01  WS-REPORT-CYCLES             PIC 9(02) VALUE 7.
       01  WS-TRAIL-CYCLES              PIC 9(02) VALUE 14.

      * SLA table as loaded. The step names are screened against the
      * steps that stamp run control, plus WINDOW -- a limit under a
      * misspelt name would never be checked, which only hides the
      * typo.
       01  WS-SLA-LIMIT                 PIC 9(02) VALUE 20.
       01  WS-SLA-COUNT                 PIC 9(02) VALUE ZEROES.
       01  WS-SLA-REJECT-COUNTER        PIC 9(04) VALUE ZEROES.
       01  WS-SLA-TABLE.
           05  WS-SLA-ENTRY             OCCURS 20 TIMES.
               10  WS-SLA-STEP          PIC X(12).
               10  WS-SLA-EXPECTED-MIN  PIC 9(04).
               10  WS-SLA-LATEST-END    PIC 9(04).
               10  WS-SLA-LATEST-SECS   PIC 9(06).
       01  WS-SLA-IDX                   PIC 9(02) VALUE ZEROES.
       01  WS-MATCHED-SLA-IDX           PIC 9(02) VALUE ZEROES.
       01  WS-FIND-STEP                 PIC X(12) VALUE SPACES.

       01  WS-VALID-STEP-TABLE.
           05  FILLER                   PIC X(12) VALUE 'MERGE'.
           05  FILLER                   PIC X(12) VALUE 'MAINFRAME'.
           05  FILLER                   PIC X(12) VALUE 'POSITION'.
           05  FILLER                   PIC X(12) VALUE 'POSVERIFY'.
           05  FILLER                   PIC X(12) VALUE 'AUDIT'.
           05  FILLER                   PIC X(12) VALUE 'ROLLOVER'.
           05  FILLER                   PIC X(12) VALUE 'PURGE'.
           05  FILLER                   PIC X(12) VALUE 'REORG'.
           05  FILLER                   PIC X(12) VALUE 'REORGGEN'.
           05  FILLER                   PIC X(12) VALUE 'REPROCESS'.
           05  FILLER                   PIC X(12) VALUE 'WINDOW'.
       01  WS-VALID-STEP-R REDEFINES WS-VALID-STEP-TABLE.
           05  WS-VALID-STEP-ENTRY      PIC X(12) OCCURS 11 TIMES
                                        INDEXED BY WS-STEP-IDX.
       01  WS-STEP-VALID-FLAG           PIC X(01) VALUE 'N'.
           88  SLA-STEP-IS-VALID        VALUE 'Y'.

      * Per-step pairing state while the stamps stream past: which
      * attempt is open, the cycle of the step's latest override,
      * and the attempt count within the step's latest cycle.
       01  WS-STATE-LIMIT               PIC 9(02) VALUE 20.
       01  WS-STATE-COUNT               PIC 9(02) VALUE ZEROES.
       01  WS-STATE-TABLE.
           05  WS-STATE-ENTRY           OCCURS 20 TIMES.
               10  WS-ST-STEP           PIC X(12).
               10  WS-ST-OPEN-IDX       PIC 9(04).
               10  WS-ST-OVERRIDE-CYCLE PIC 9(08).
               10  WS-ST-LAST-CYCLE     PIC 9(08).
               10  WS-ST-ATTEMPT-COUNT  PIC 9(02).
       01  WS-STATE-IDX                 PIC 9(02) VALUE ZEROES.
       01  WS-STATE-SCAN-IDX            PIC 9(02) VALUE ZEROES.

      * One entry per STARTED stamp, in file order. A full table
      * shifts left and drops the oldest attempt -- the report only
      * ever shows the tail, and the open-attempt pointers above are
      * shifted with it.
       01  WS-ATT-LIMIT                 PIC 9(04) VALUE 1000.
       01  WS-ATT-COUNT                 PIC 9(04) VALUE ZEROES.
       01  WS-ATT-TABLE.
           05  WS-ATT-ENTRY             OCCURS 1000 TIMES.
               10  WS-ATT-CYCLE-DATE    PIC 9(08).
               10  WS-ATT-CYCLE-IDX     PIC 9(02).
               10  WS-ATT-STEP          PIC X(12).
               10  WS-ATT-NUMBER        PIC 9(02).
      * E = ended, O = open in today's cycle (still running),
      * X = never ended.
               10  WS-ATT-STATE         PIC X(01).
               10  WS-ATT-OVERRIDE-FLAG PIC X(01).
               10  WS-ATT-OUTCOME       PIC X(08).
               10  WS-ATT-START-TIME    PIC 9(06).
               10  WS-ATT-END-TIME      PIC 9(06).
      * Seconds since the cycle's noon. An end past the next noon
      * (a step still going at the cutover it started before) runs
      * on past 86399 rather than wrapping.
               10  WS-ATT-START-SECS    PIC 9(06).
               10  WS-ATT-END-SECS      PIC 9(06).
               10  WS-ATT-ELAPSED-SECS  PIC 9(06).
       01  WS-ATT-IDX                   PIC 9(04) VALUE ZEROES.
       01  WS-ATT-SHIFT-IDX             PIC 9(04) VALUE ZEROES.
       01  WS-TRAIL-ATT-IDX             PIC 9(04) VALUE ZEROES.
       01  WS-ORPHAN-END-COUNTER        PIC 9(04) VALUE ZEROES.
       01  WS-STAMP-COUNTER             PIC 9(08) VALUE ZEROES.

      * One entry per business cycle, ascending, with the window's
      * extent. A 61st cycle shifts the table left and drops the
      * oldest, as the volume trend's day table does.
       01  WS-CYC-LIMIT                 PIC 9(02) VALUE 60.
       01  WS-CYC-COUNT                 PIC 9(02) VALUE ZEROES.
       01  WS-CYC-TABLE.
           05  WS-CYC-ENTRY             OCCURS 60 TIMES.
               10  WS-CYC-DATE          PIC 9(08).
               10  WS-CYC-FIRST-START-TIME PIC 9(06).
               10  WS-CYC-FIRST-START-SECS PIC 9(06).
               10  WS-CYC-LAST-END-TIME PIC 9(06).
               10  WS-CYC-LAST-END-SECS PIC 9(06).
      * Y once any attempt in the cycle has ended or is running.
               10  WS-CYC-END-SEEN-FLAG PIC X(01).
      * Y while any attempt in the cycle is still running.
               10  WS-CYC-OPEN-FLAG     PIC X(01).
       01  WS-CYC-IDX                   PIC 9(02) VALUE ZEROES.
       01  WS-CYC-SHIFT-IDX             PIC 9(02) VALUE ZEROES.
       01  WS-CYC-SCAN-IDX              PIC 9(02) VALUE ZEROES.
       01  WS-FIRST-REPORT-IDX          PIC 9(02) VALUE ZEROES.
       01  WS-FIRST-TRAIL-IDX           PIC 9(02) VALUE ZEROES.

      * Line arithmetic.
       01  WS-LINE-ELAPSED-SECS         PIC 9(06) VALUE ZEROES.
       01  WS-LINE-END-SECS             PIC 9(06) VALUE ZEROES.
       01  WS-LINE-ELAPSED-MIN          PIC 9(05) VALUE ZEROES.
       01  WS-HEADROOM-MIN              PIC S9(05) VALUE ZEROES.
       01  WS-TRAIL-SUM-SECS            PIC 9(10) VALUE ZEROES.
       01  WS-TRAIL-SAMPLES             PIC 9(04) VALUE ZEROES.
       01  WS-TRAIL-AVG-MIN             PIC 9(05)V9 VALUE ZEROES.
       01  WS-LINE-IS-WINDOW-FLAG       PIC X(01) VALUE 'N'.
           88  LINE-IS-WINDOW           VALUE 'Y'.
       01  WS-LINE-HAS-END-FLAG         PIC X(01) VALUE 'N'.
           88  LINE-HAS-END             VALUE 'Y'.
       01  WS-LINE-LATE-FLAG            PIC X(01) VALUE 'N'.
       01  WS-LINE-OVER-FLAG            PIC X(01) VALUE 'N'.
       01  WS-LINE-CREEP-FLAG           PIC X(01) VALUE 'N'.

      * Flag text is built up left to right, comma-separated.
       01  WS-FLAG-TEXT                 PIC X(16) VALUE SPACES.
       01  WS-FLAG-PTR                  PIC 9(03) VALUE 1.

      * Exception counts over the reported cycles.
       01  WS-RPT-CYCLE-COUNTER         PIC 9(04) VALUE ZEROES.
       01  WS-RPT-ATTEMPT-COUNTER       PIC 9(06) VALUE ZEROES.
       01  WS-RPT-LATE-COUNTER          PIC 9(06) VALUE ZEROES.
       01  WS-RPT-OVER-COUNTER          PIC 9(06) VALUE ZEROES.
       01  WS-RPT-ABORTED-COUNTER       PIC 9(06) VALUE ZEROES.
       01  WS-RPT-RUNNING-COUNTER       PIC 9(06) VALUE ZEROES.
       01  WS-RPT-NO-END-COUNTER        PIC 9(06) VALUE ZEROES.
       01  WS-RPT-OVERRIDE-COUNTER      PIC 9(06) VALUE ZEROES.
       01  WS-RPT-LATE-WINDOW-COUNTER   PIC 9(06) VALUE ZEROES.

      * SLA report print lines.
       01  WS-SLA-HEADER-1.
           05  FILLER                   PIC X(37)
               VALUE 'BATCH WINDOW SLA REPORT -- CYCLES TO '.
           05  FILLER                   PIC X(07) VALUE 'REPORT '.
           05  WS-HDR-REPORT-CYCLES     PIC Z9.
           05  FILLER                   PIC X(26)
               VALUE ', TRAILING AVERAGE OVER  '.
           05  WS-HDR-TRAIL-CYCLES      PIC Z9.
           05  FILLER                   PIC X(24)
               VALUE ' CYCLES, RUN FOR CYCLE  '.
           05  WS-HDR-TODAY-CYCLE       PIC 9(08).
           05  FILLER                   PIC X(26) VALUE SPACES.
       01  WS-SLA-HEADER-2.
           05  FILLER                   PIC X(45) VALUE
               'TIMES ARE WALL CLOCK. ELAPSED, EXPECTED, HEAD'.
           05  FILLER                   PIC X(45) VALUE
               'ROOM AND TRAILING AVERAGE ARE IN MINUTES; HEA'.
           05  FILLER                   PIC X(42) VALUE
               'DROOM BELOW ZERO MEANS PAST THE LATEST END'.
       01  WS-SLA-CYCLE-HEADER.
           05  FILLER                   PIC X(06) VALUE 'CYCLE '.
           05  WS-HDR-CYCLE-DATE        PIC 9(08).
           05  FILLER                   PIC X(118) VALUE SPACES.
       01  WS-SLA-COLUMN-HEADER.
           05  FILLER                   PIC X(13) VALUE 'STEP'.
           05  FILLER                   PIC X(05) VALUE 'ATT'.
           05  FILLER                   PIC X(09) VALUE 'START'.
           05  FILLER                   PIC X(09) VALUE 'END'.
           05  FILLER                   PIC X(06) VALUE 'ELAPS'.
           05  FILLER                   PIC X(06) VALUE 'EXPEC'.
           05  FILLER                   PIC X(06) VALUE 'LATST'.
           05  FILLER                   PIC X(07) VALUE 'HEADRM'.
           05  FILLER                   PIC X(08) VALUE 'TRL-AVG'.
           05  FILLER                   PIC X(09) VALUE 'OUTCOME'.
           05  FILLER                   PIC X(54) VALUE 'FLAGS'.
       01  WS-SLA-DETAIL.
           05  WS-DET-STEP              PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DET-ATTEMPT           PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-START             PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DET-END               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DET-ELAPSED           PIC ZZZZ9.
           05  WS-DET-ELAPSED-X REDEFINES WS-DET-ELAPSED
                                        PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DET-EXPECTED          PIC ZZZZ9.
           05  WS-DET-EXPECTED-X REDEFINES WS-DET-EXPECTED
                                        PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DET-LATEST            PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DET-HEADROOM          PIC -----9.
           05  WS-DET-HEADROOM-X REDEFINES WS-DET-HEADROOM
                                        PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DET-TRAIL-AVG         PIC ZZZZ9.9.
           05  WS-DET-TRAIL-AVG-X REDEFINES WS-DET-TRAIL-AVG
                                        PIC X(07).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DET-OUTCOME           PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DET-FLAGS             PIC X(54).
      * Wall-clock time edited for print.
       01  WS-PRINT-CLOCK.
           05  WS-PRT-HH                PIC 9(02).
           05  FILLER                   PIC X(01) VALUE ':'.
           05  WS-PRT-MM                PIC 9(02).
           05  FILLER                   PIC X(01) VALUE ':'.
           05  WS-PRT-SS                PIC 9(02).
       01  WS-SLA-SUMMARY-LINE.
           05  WS-SUM-LABEL             PIC X(40).
           05  WS-SUM-VALUE             PIC ZZZZZ9.
           05  FILLER                   PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-SLA-PROCESS.
           PERFORM 1000-INITIALIZE-SLA
           PERFORM 2000-LOAD-RUN-CONTROL
               UNTIL END-OF-RUN-CONTROL
           PERFORM 2800-SETTLE-OPEN-ATTEMPTS
           PERFORM 2900-BUILD-CYCLE-TABLE
           PERFORM 3000-WRITE-SLA-REPORT
           PERFORM 3900-TERMINATE-SLA
           STOP RUN.

      * ---------------------------------------------------------------
       0560-COMPUTE-CYCLE-DATE.
      * Same business-date rule every stamping step applies: stamps
      * cut before the noon cutover are assigned the prior calendar
      * day, so one night shares one cycle date across midnight.
           ACCEPT WS-RC-WALL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RC-TIME-RAW FROM TIME
           MOVE WS-RC-WALL-DATE TO WS-RC-CYCLE-DATE
           IF WS-RC-TIME-RAW (1:2) < '12'
               PERFORM 0565-BACK-UP-ONE-DAY
           END-IF.

       0565-BACK-UP-ONE-DAY.
           IF WS-RC-WALL-DAY > 1
               COMPUTE WS-RC-CYCLE-DATE = WS-RC-WALL-DATE - 1
           ELSE
               IF WS-RC-WALL-MONTH = 1
                   COMPUTE WS-RC-CYCLE-DATE
                       = (WS-RC-WALL-YEAR - 1) * 10000 + 1231
               ELSE
                   COMPUTE WS-RC-PRIOR-MONTH = WS-RC-WALL-MONTH - 1
                   MOVE WS-RC-MONTH-DAY (WS-RC-PRIOR-MONTH)
                       TO WS-RC-PRIOR-DD
                   IF WS-RC-PRIOR-MONTH = 2
                       PERFORM 0568-CHECK-LEAP-YEAR
                   END-IF
                   COMPUTE WS-RC-CYCLE-DATE
                       = WS-RC-WALL-YEAR * 10000
                       + WS-RC-PRIOR-MONTH * 100 + WS-RC-PRIOR-DD
               END-IF
           END-IF.

       0568-CHECK-LEAP-YEAR.
      * Divisible by four, except centuries, except every fourth
      * century -- ordinary verbs, no intrinsics, per house custom.
           DIVIDE WS-RC-WALL-YEAR BY 4 GIVING WS-RC-LEAP-Q
               REMAINDER WS-RC-LEAP-R
           IF WS-RC-LEAP-R = ZEROES
               MOVE 29 TO WS-RC-PRIOR-DD
               DIVIDE WS-RC-WALL-YEAR BY 100 GIVING WS-RC-LEAP-Q
                   REMAINDER WS-RC-LEAP-R
               IF WS-RC-LEAP-R = ZEROES
                   MOVE 28 TO WS-RC-PRIOR-DD
                   DIVIDE WS-RC-WALL-YEAR BY 400
                       GIVING WS-RC-LEAP-Q
                       REMAINDER WS-RC-LEAP-R
                   IF WS-RC-LEAP-R = ZEROES
                       MOVE 29 TO WS-RC-PRIOR-DD
                   END-IF
               END-IF
           END-IF.

      * ---------------------------------------------------------------
       1000-INITIALIZE-SLA.
           PERFORM 1010-ACCEPT-ARGUMENTS
           PERFORM 0560-COMPUTE-CYCLE-DATE
           MOVE WS-RC-TIME-RAW (1:6) TO WS-NOW-TIME
           MOVE WS-NOW-TIME TO WS-CLOCK-TIME
           PERFORM 2500-CLOCK-TO-CYCLE-SECS
           MOVE WS-CYCLE-SECS TO WS-NOW-CYCLE-SECS
           PERFORM 1050-LOAD-SLA-TABLE
           OPEN INPUT RUN-CONTROL-FILE.
           EVALUATE RUN-CONTROL-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'RUN CONTROL FILE DOES NOT EXIST YET -- '
                       'NO STAMPS TO REPORT'
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'ERROR 1001: FAILED TO OPEN RUN CONTROL. '
                       'STAT: ' RUN-CONTROL-FILE-STATUS
                   MOVE 'Y' TO WS-EOF-FLAG
           END-EVALUATE.

       1010-ACCEPT-ARGUMENTS.
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
                   AND WS-ARG-VALUE-N <= WS-ARG-LIMIT
                   MOVE WS-ARG-VALUE-N TO WS-REPORT-CYCLES
               ELSE
                   DISPLAY 'ERROR 1011: CYCLES ARGUMENT IGNORED -- '
                       'USING DEFAULT ' WS-REPORT-CYCLES
               END-IF
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               PERFORM 1015-JUSTIFY-ARG-VALUE
               IF WS-ARG-VALUE-N NUMERIC
                   AND WS-ARG-VALUE-N > ZEROES
                   AND WS-ARG-VALUE-N <= WS-ARG-LIMIT
                   MOVE WS-ARG-VALUE-N TO WS-TRAIL-CYCLES
               ELSE
                   DISPLAY 'ERROR 1012: TRAILING CYCLES ARGUMENT '
                       'IGNORED -- USING DEFAULT ' WS-TRAIL-CYCLES
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

       1050-LOAD-SLA-TABLE.
      * An absent table is not an abort: the elapsed times are still
      * worth printing, and every line then says NO SLA, which is
      * exactly what operations has to supply.
           OPEN INPUT BATCH-SLA-TABLE-FILE.
           EVALUATE SLA-TABLE-FILE-STATUS
               WHEN '00'
                   PERFORM 1055-LOAD-SLA-RECORD
                       UNTIL END-OF-SLA-TABLE
                   CLOSE BATCH-SLA-TABLE-FILE
                   DISPLAY 'BATCH SLA TABLE ENTRIES LOADED: '
                       WS-SLA-COUNT
               WHEN '35'
                   DISPLAY 'ERROR 1051: BATCH SLA TABLE NOT SUPPLIED '
                       '-- NO STEP IS CHECKED AGAINST AN SLA'
               WHEN OTHER
                   DISPLAY 'ERROR 1052: BATCH SLA TABLE UNREADABLE, '
                       'STAT: ' SLA-TABLE-FILE-STATUS
                       ' -- NO STEP IS CHECKED AGAINST AN SLA'
           END-EVALUATE.

       1055-LOAD-SLA-RECORD.
           READ BATCH-SLA-TABLE-FILE
               AT END MOVE 'Y' TO WS-SLA-EOF-FLAG
               NOT AT END
                   PERFORM 1057-EDIT-SLA-RECORD
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF SLA-TABLE-FILE-STATUS NOT = '00'
               AND SLA-TABLE-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 1056: BATCH SLA TABLE READ FAILED, '
                   'STAT: ' SLA-TABLE-FILE-STATUS
               MOVE 'Y' TO WS-SLA-EOF-FLAG
           END-IF.

       1057-EDIT-SLA-RECORD.
      * A malformed record is rejected whole with a console line; the
      * step it meant to cover reports as NO SLA. A second record for
      * the same step is rejected too -- the first one stands.
           MOVE 'N' TO WS-STEP-VALID-FLAG
           SET WS-STEP-IDX TO 1
           SEARCH WS-VALID-STEP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-VALID-STEP-ENTRY (WS-STEP-IDX) = SLA-STEP
                   MOVE 'Y' TO WS-STEP-VALID-FLAG
           END-SEARCH
           IF NOT SLA-STEP-IS-VALID
               OR SLA-EXPECTED-MINUTES NOT NUMERIC
               OR SLA-EXPECTED-MINUTES = ZEROES
               OR SLA-LATEST-END NOT NUMERIC
               OR SLA-LATEST-END-HH > 23
               OR SLA-LATEST-END-MM > 59
               ADD 1 TO WS-SLA-REJECT-COUNTER
               DISPLAY 'ERROR 1057: MALFORMED BATCH SLA RECORD '
                   'IGNORED: ' SLA-STEP ' ' SLA-EXPECTED-MINUTES ' '
                   SLA-LATEST-END
           ELSE
               MOVE SLA-STEP TO WS-FIND-STEP
               PERFORM 1060-FIND-SLA-ENTRY
               IF WS-MATCHED-SLA-IDX NOT = ZEROES
                   ADD 1 TO WS-SLA-REJECT-COUNTER
                   DISPLAY 'ERROR 1058: BATCH SLA TABLE HAS STEP '
                       'TWICE: ' SLA-STEP ' -- SECOND RECORD IGNORED'
               ELSE
                   IF WS-SLA-COUNT >= WS-SLA-LIMIT
                       ADD 1 TO WS-SLA-REJECT-COUNTER
                       DISPLAY 'ERROR 1059: BATCH SLA TABLE FULL AT '
                           WS-SLA-LIMIT ' -- ' SLA-STEP ' IGNORED'
                   ELSE
                       ADD 1 TO WS-SLA-COUNT
                       MOVE WS-SLA-COUNT TO WS-SLA-IDX
                       MOVE SLA-STEP TO WS-SLA-STEP (WS-SLA-IDX)
                       MOVE SLA-EXPECTED-MINUTES
                           TO WS-SLA-EXPECTED-MIN (WS-SLA-IDX)
                       MOVE SLA-LATEST-END
                           TO WS-SLA-LATEST-END (WS-SLA-IDX)
                       COMPUTE WS-CLOCK-TIME
                           = SLA-LATEST-END-HH * 10000
                           + SLA-LATEST-END-MM * 100
                       PERFORM 2500-CLOCK-TO-CYCLE-SECS
                       MOVE WS-CYCLE-SECS
                           TO WS-SLA-LATEST-SECS (WS-SLA-IDX)
                   END-IF
               END-IF
           END-IF.

       1060-FIND-SLA-ENTRY.
           MOVE ZEROES TO WS-MATCHED-SLA-IDX
           PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                   UNTIL WS-SLA-IDX > WS-SLA-COUNT
               IF WS-SLA-STEP (WS-SLA-IDX) = WS-FIND-STEP
                   MOVE WS-SLA-IDX TO WS-MATCHED-SLA-IDX
               END-IF
           END-PERFORM.

      * ---------------------------------------------------------------
       2000-LOAD-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-STAMP-COUNTER
                   PERFORM 2100-APPLY-CONTROL-STAMP
           END-READ
      * A hard read error fires neither phrase -- without this guard
      * the loop would re-issue the failing read forever.
           IF RUN-CONTROL-FILE-STATUS NOT = '00'
               AND RUN-CONTROL-FILE-STATUS NOT = '10'
               DISPLAY 'ERROR 2001: RUN CONTROL READ FAILED, STAT: '
                   RUN-CONTROL-FILE-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

       2100-APPLY-CONTROL-STAMP.
           PERFORM 2110-FIND-STEP-STATE
           IF WS-STATE-IDX > ZEROES
               EVALUATE RC-EVENT
                   WHEN 'STARTED'
                       PERFORM 2200-OPEN-ATTEMPT
                   WHEN 'ENDED'
                       PERFORM 2300-CLOSE-ATTEMPT
      * The override waives every start of the step for the rest of
      * its cycle, so every such start is counted as a rerun.
                   WHEN 'OVERRIDE'
                       MOVE RC-STAMP-DATE
                           TO WS-ST-OVERRIDE-CYCLE (WS-STATE-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2110-FIND-STEP-STATE.
           MOVE ZEROES TO WS-STATE-IDX
           PERFORM VARYING WS-STATE-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-STATE-SCAN-IDX > WS-STATE-COUNT
               IF WS-ST-STEP (WS-STATE-SCAN-IDX) = RC-STEP
                   MOVE WS-STATE-SCAN-IDX TO WS-STATE-IDX
               END-IF
           END-PERFORM
           IF WS-STATE-IDX = ZEROES
               IF WS-STATE-COUNT < WS-STATE-LIMIT
                   ADD 1 TO WS-STATE-COUNT
                   MOVE WS-STATE-COUNT TO WS-STATE-IDX
                   INITIALIZE WS-STATE-ENTRY (WS-STATE-IDX)
                   MOVE RC-STEP TO WS-ST-STEP (WS-STATE-IDX)
               ELSE
                   DISPLAY 'ERROR 2111: STEP TABLE FULL AT '
                       WS-STATE-LIMIT ' -- STAMP FOR ' RC-STEP
                       ' IGNORED'
               END-IF
           END-IF.

       2200-OPEN-ATTEMPT.
      * A STARTED while the step already has an attempt open is the
      * restart after an abend -- the earlier attempt never got as
      * far as its ENDED stamp.
           IF WS-ST-OPEN-IDX (WS-STATE-IDX) > ZEROES
               MOVE 'X'
                   TO WS-ATT-STATE (WS-ST-OPEN-IDX (WS-STATE-IDX))
           END-IF
           PERFORM 2210-ADD-ATTEMPT-SLOT
           IF WS-ST-LAST-CYCLE (WS-STATE-IDX) = RC-STAMP-DATE
               ADD 1 TO WS-ST-ATTEMPT-COUNT (WS-STATE-IDX)
           ELSE
               MOVE RC-STAMP-DATE TO WS-ST-LAST-CYCLE (WS-STATE-IDX)
               MOVE 1 TO WS-ST-ATTEMPT-COUNT (WS-STATE-IDX)
           END-IF
           MOVE RC-STAMP-DATE TO WS-ATT-CYCLE-DATE (WS-ATT-IDX)
           MOVE RC-STEP TO WS-ATT-STEP (WS-ATT-IDX)
           MOVE WS-ST-ATTEMPT-COUNT (WS-STATE-IDX)
               TO WS-ATT-NUMBER (WS-ATT-IDX)
           MOVE 'O' TO WS-ATT-STATE (WS-ATT-IDX)
           IF WS-ST-OVERRIDE-CYCLE (WS-STATE-IDX) = RC-STAMP-DATE
               MOVE 'Y' TO WS-ATT-OVERRIDE-FLAG (WS-ATT-IDX)
           ELSE
               MOVE 'N' TO WS-ATT-OVERRIDE-FLAG (WS-ATT-IDX)
           END-IF
           MOVE RC-STAMP-TIME TO WS-ATT-START-TIME (WS-ATT-IDX)
           MOVE RC-STAMP-TIME TO WS-CLOCK-TIME
           PERFORM 2500-CLOCK-TO-CYCLE-SECS
           MOVE WS-CYCLE-SECS TO WS-ATT-START-SECS (WS-ATT-IDX)
           MOVE WS-ATT-IDX TO WS-ST-OPEN-IDX (WS-STATE-IDX).

       2210-ADD-ATTEMPT-SLOT.
           IF WS-ATT-COUNT >= WS-ATT-LIMIT
      * Table full: drop the oldest attempt and move every open
      * pointer down with the entries. A pointer at the dropped
      * entry falls to zero, and its ENDED will count as an orphan.
               PERFORM VARYING WS-ATT-SHIFT-IDX FROM 1 BY 1
                       UNTIL WS-ATT-SHIFT-IDX >= WS-ATT-LIMIT
                   MOVE WS-ATT-ENTRY (WS-ATT-SHIFT-IDX + 1)
                       TO WS-ATT-ENTRY (WS-ATT-SHIFT-IDX)
               END-PERFORM
               PERFORM VARYING WS-STATE-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-STATE-SCAN-IDX > WS-STATE-COUNT
                   IF WS-ST-OPEN-IDX (WS-STATE-SCAN-IDX) > ZEROES
                       SUBTRACT 1
                           FROM WS-ST-OPEN-IDX (WS-STATE-SCAN-IDX)
                   END-IF
               END-PERFORM
           ELSE
               ADD 1 TO WS-ATT-COUNT
           END-IF
           MOVE WS-ATT-COUNT TO WS-ATT-IDX
           INITIALIZE WS-ATT-ENTRY (WS-ATT-IDX).

       2300-CLOSE-ATTEMPT.
      * The ENDED stamp carries the cycle date its step computed at
      * start, so a step running across the noon cutover still pairs
      * here; its end simply reads as earlier on the clock than its
      * start, and a cycle's worth of seconds is added back.
           IF WS-ST-OPEN-IDX (WS-STATE-IDX) = ZEROES
               ADD 1 TO WS-ORPHAN-END-COUNTER
           ELSE
               MOVE WS-ST-OPEN-IDX (WS-STATE-IDX) TO WS-ATT-IDX
               MOVE 'E' TO WS-ATT-STATE (WS-ATT-IDX)
               MOVE RC-OUTCOME TO WS-ATT-OUTCOME (WS-ATT-IDX)
               MOVE RC-STAMP-TIME TO WS-ATT-END-TIME (WS-ATT-IDX)
               MOVE RC-STAMP-TIME TO WS-CLOCK-TIME
               PERFORM 2500-CLOCK-TO-CYCLE-SECS
               IF WS-CYCLE-SECS < WS-ATT-START-SECS (WS-ATT-IDX)
                   ADD WS-SECS-PER-CYCLE TO WS-CYCLE-SECS
               END-IF
               MOVE WS-CYCLE-SECS TO WS-ATT-END-SECS (WS-ATT-IDX)
               COMPUTE WS-ATT-ELAPSED-SECS (WS-ATT-IDX)
                   = WS-ATT-END-SECS (WS-ATT-IDX)
                   - WS-ATT-START-SECS (WS-ATT-IDX)
               MOVE ZEROES TO WS-ST-OPEN-IDX (WS-STATE-IDX)
           END-IF.

       2500-CLOCK-TO-CYCLE-SECS.
      * The cycle opens at noon: 12:00:00 is second zero, midnight is
      * 43200, and 11:59:59 the next morning is 86399. A stamp time
      * that is not a clock at all counts as the cycle's opening.
           IF WS-CLOCK-TIME NOT NUMERIC
               OR WS-CLOCK-HH > 23
               MOVE ZEROES TO WS-CYCLE-SECS
           ELSE
               IF WS-CLOCK-HH >= 12
                   COMPUTE WS-CYCLE-SECS
                       = (WS-CLOCK-HH - 12) * 3600
                       + WS-CLOCK-MM * 60 + WS-CLOCK-SS
               ELSE
                   COMPUTE WS-CYCLE-SECS
                       = (WS-CLOCK-HH + 12) * 3600
                       + WS-CLOCK-MM * 60 + WS-CLOCK-SS
               END-IF
           END-IF.

       2800-SETTLE-OPEN-ATTEMPTS.
      * Whatever is still open at end of file: in today's cycle it is
      * running, measured to now; in an older cycle it never ended.
           PERFORM VARYING WS-STATE-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-STATE-SCAN-IDX > WS-STATE-COUNT
               IF WS-ST-OPEN-IDX (WS-STATE-SCAN-IDX) > ZEROES
                   MOVE WS-ST-OPEN-IDX (WS-STATE-SCAN-IDX)
                       TO WS-ATT-IDX
                   IF WS-ATT-CYCLE-DATE (WS-ATT-IDX)
                           = WS-RC-CYCLE-DATE
                       MOVE WS-NOW-TIME
                           TO WS-ATT-END-TIME (WS-ATT-IDX)
                       MOVE WS-NOW-CYCLE-SECS TO WS-CYCLE-SECS
                       IF WS-CYCLE-SECS
                               < WS-ATT-START-SECS (WS-ATT-IDX)
                           ADD WS-SECS-PER-CYCLE TO WS-CYCLE-SECS
                       END-IF
                       MOVE WS-CYCLE-SECS
                           TO WS-ATT-END-SECS (WS-ATT-IDX)
                       COMPUTE WS-ATT-ELAPSED-SECS (WS-ATT-IDX)
                           = WS-ATT-END-SECS (WS-ATT-IDX)
                           - WS-ATT-START-SECS (WS-ATT-IDX)
                   ELSE
                       MOVE 'X' TO WS-ATT-STATE (WS-ATT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       2900-BUILD-CYCLE-TABLE.
      * Attempts are in stamp order, so cycle dates arrive ascending;
      * a date not yet in the table opens a new slot. The second pass
      * ties every attempt to its slot and widens the slot's window
      * to cover it.
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
                   UNTIL WS-ATT-IDX > WS-ATT-COUNT
               PERFORM 2905-FIND-CYCLE-SLOT
               IF WS-CYC-IDX = ZEROES
                   PERFORM 2910-START-NEW-CYCLE-SLOT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
                   UNTIL WS-ATT-IDX > WS-ATT-COUNT
               PERFORM 2920-PLACE-ATTEMPT-IN-CYCLE
           END-PERFORM.

       2910-START-NEW-CYCLE-SLOT.
           IF WS-CYC-COUNT >= WS-CYC-LIMIT
      * Table full: drop the oldest cycle; its attempts fall outside
      * every cycle and are neither reported nor averaged.
               PERFORM VARYING WS-CYC-SHIFT-IDX FROM 1 BY 1
                       UNTIL WS-CYC-SHIFT-IDX >= WS-CYC-LIMIT
                   MOVE WS-CYC-ENTRY (WS-CYC-SHIFT-IDX + 1)
                       TO WS-CYC-ENTRY (WS-CYC-SHIFT-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-CYC-COUNT
           END-IF
           MOVE WS-CYC-COUNT TO WS-CYC-IDX
           INITIALIZE WS-CYC-ENTRY (WS-CYC-IDX)
      * Above any real second, so the first attempt placed always
      * becomes the window's start.
           MOVE 999999 TO WS-CYC-FIRST-START-SECS (WS-CYC-IDX)
           MOVE 'N' TO WS-CYC-END-SEEN-FLAG (WS-CYC-IDX)
           MOVE 'N' TO WS-CYC-OPEN-FLAG (WS-CYC-IDX)
           MOVE WS-ATT-CYCLE-DATE (WS-ATT-IDX)
               TO WS-CYC-DATE (WS-CYC-IDX).

       2905-FIND-CYCLE-SLOT.
           MOVE ZEROES TO WS-CYC-IDX
           PERFORM VARYING WS-CYC-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-CYC-SCAN-IDX > WS-CYC-COUNT
               IF WS-CYC-DATE (WS-CYC-SCAN-IDX)
                       = WS-ATT-CYCLE-DATE (WS-ATT-IDX)
                   MOVE WS-CYC-SCAN-IDX TO WS-CYC-IDX
               END-IF
           END-PERFORM.

       2920-PLACE-ATTEMPT-IN-CYCLE.
           PERFORM 2905-FIND-CYCLE-SLOT
           MOVE WS-CYC-IDX TO WS-ATT-CYCLE-IDX (WS-ATT-IDX)
           IF WS-CYC-IDX > ZEROES
               IF WS-ATT-START-SECS (WS-ATT-IDX)
                       < WS-CYC-FIRST-START-SECS (WS-CYC-IDX)
                   MOVE WS-ATT-START-TIME (WS-ATT-IDX)
                       TO WS-CYC-FIRST-START-TIME (WS-CYC-IDX)
                   MOVE WS-ATT-START-SECS (WS-ATT-IDX)
                       TO WS-CYC-FIRST-START-SECS (WS-CYC-IDX)
               END-IF
               IF WS-ATT-STATE (WS-ATT-IDX) NOT = 'X'
                   IF WS-CYC-END-SEEN-FLAG (WS-CYC-IDX) = 'N'
                       OR WS-ATT-END-SECS (WS-ATT-IDX)
                           > WS-CYC-LAST-END-SECS (WS-CYC-IDX)
                       MOVE WS-ATT-END-TIME (WS-ATT-IDX)
                           TO WS-CYC-LAST-END-TIME (WS-CYC-IDX)
                       MOVE WS-ATT-END-SECS (WS-ATT-IDX)
                           TO WS-CYC-LAST-END-SECS (WS-CYC-IDX)
                   END-IF
                   MOVE 'Y' TO WS-CYC-END-SEEN-FLAG (WS-CYC-IDX)
               END-IF
               IF WS-ATT-STATE (WS-ATT-IDX) = 'O'
                   MOVE 'Y' TO WS-CYC-OPEN-FLAG (WS-CYC-IDX)
               END-IF
           END-IF.

      * ---------------------------------------------------------------
       3000-WRITE-SLA-REPORT.
      * The report is this program's entire output -- an open failure
      * must be reported as a failure, not displayed over as complete.
           OPEN OUTPUT SLA-REPORT-FILE
           IF SLA-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR 3001: FAILED TO OPEN SLA REPORT. '
                   'STAT: ' SLA-REPORT-FILE-STATUS
                   ' -- NO REPORT WRITTEN'
           ELSE
               MOVE WS-REPORT-CYCLES TO WS-HDR-REPORT-CYCLES
               MOVE WS-TRAIL-CYCLES TO WS-HDR-TRAIL-CYCLES
               MOVE WS-RC-CYCLE-DATE TO WS-HDR-TODAY-CYCLE
               MOVE WS-SLA-HEADER-1 TO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD
               MOVE WS-SLA-HEADER-2 TO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD
               IF WS-CYC-COUNT = ZEROES
                   MOVE 'NO RUN CONTROL STAMPS TO REPORT'
                       TO SLA-REPORT-RECORD
                   WRITE SLA-REPORT-RECORD
               ELSE
                   IF WS-CYC-COUNT > WS-REPORT-CYCLES
                       COMPUTE WS-FIRST-REPORT-IDX
                           = WS-CYC-COUNT - WS-REPORT-CYCLES + 1
                   ELSE
                       MOVE 1 TO WS-FIRST-REPORT-IDX
                   END-IF
                   PERFORM VARYING WS-CYC-IDX FROM WS-FIRST-REPORT-IDX
                           BY 1 UNTIL WS-CYC-IDX > WS-CYC-COUNT
                       PERFORM 3100-REPORT-ONE-CYCLE
                   END-PERFORM
                   PERFORM 3800-WRITE-SUMMARY
               END-IF
               CLOSE SLA-REPORT-FILE
           END-IF.

       3100-REPORT-ONE-CYCLE.
           ADD 1 TO WS-RPT-CYCLE-COUNTER
           IF WS-CYC-IDX > WS-TRAIL-CYCLES
               COMPUTE WS-FIRST-TRAIL-IDX
                   = WS-CYC-IDX - WS-TRAIL-CYCLES
           ELSE
               MOVE 1 TO WS-FIRST-TRAIL-IDX
           END-IF
           MOVE SPACES TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE WS-CYC-DATE (WS-CYC-IDX) TO WS-HDR-CYCLE-DATE
           MOVE WS-SLA-CYCLE-HEADER TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE WS-SLA-COLUMN-HEADER TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
                   UNTIL WS-ATT-IDX > WS-ATT-COUNT
               IF WS-ATT-CYCLE-IDX (WS-ATT-IDX) = WS-CYC-IDX
                   PERFORM 3200-WRITE-ATTEMPT-LINE
               END-IF
           END-PERFORM
           PERFORM 3300-WRITE-WINDOW-LINE.

       3200-WRITE-ATTEMPT-LINE.
           ADD 1 TO WS-RPT-ATTEMPT-COUNTER
           MOVE 'N' TO WS-LINE-IS-WINDOW-FLAG
           MOVE WS-ATT-STEP (WS-ATT-IDX) TO WS-DET-STEP
           MOVE WS-ATT-NUMBER (WS-ATT-IDX) TO WS-DET-ATTEMPT
           MOVE WS-ATT-START-TIME (WS-ATT-IDX) TO WS-CLOCK-TIME
           PERFORM 3700-EDIT-CLOCK
           MOVE WS-PRINT-CLOCK TO WS-DET-START
           EVALUATE WS-ATT-STATE (WS-ATT-IDX)
               WHEN 'E'
                   MOVE 'Y' TO WS-LINE-HAS-END-FLAG
                   MOVE WS-ATT-END-TIME (WS-ATT-IDX) TO WS-CLOCK-TIME
                   PERFORM 3700-EDIT-CLOCK
                   MOVE WS-PRINT-CLOCK TO WS-DET-END
               WHEN 'O'
                   MOVE 'Y' TO WS-LINE-HAS-END-FLAG
                   MOVE 'RUNNING' TO WS-DET-END
               WHEN OTHER
                   MOVE 'N' TO WS-LINE-HAS-END-FLAG
                   MOVE 'NO STAMP' TO WS-DET-END
           END-EVALUATE
           MOVE WS-ATT-ELAPSED-SECS (WS-ATT-IDX)
               TO WS-LINE-ELAPSED-SECS
           MOVE WS-ATT-END-SECS (WS-ATT-IDX) TO WS-LINE-END-SECS
           MOVE WS-ATT-OUTCOME (WS-ATT-IDX) TO WS-DET-OUTCOME
           MOVE WS-ATT-STEP (WS-ATT-IDX) TO WS-FIND-STEP
           PERFORM 1060-FIND-SLA-ENTRY
           PERFORM 3500-COMPUTE-STEP-TRAIL-AVERAGE
           PERFORM 3400-MEASURE-AGAINST-SLA
           MOVE SPACES TO WS-DET-FLAGS
           MOVE 1 TO WS-FLAG-PTR
           IF WS-ATT-OUTCOME (WS-ATT-IDX) = 'ABORTED'
               MOVE 'ABORTED' TO WS-FLAG-TEXT
               PERFORM 3610-ADD-FLAG
               ADD 1 TO WS-RPT-ABORTED-COUNTER
           END-IF
           IF WS-ATT-STATE (WS-ATT-IDX) = 'O'
               MOVE 'STILL RUNNING' TO WS-FLAG-TEXT
               PERFORM 3610-ADD-FLAG
               ADD 1 TO WS-RPT-RUNNING-COUNTER
           END-IF
           IF WS-ATT-STATE (WS-ATT-IDX) = 'X'
               MOVE 'NO END STAMP' TO WS-FLAG-TEXT
               PERFORM 3610-ADD-FLAG
               ADD 1 TO WS-RPT-NO-END-COUNTER
           END-IF
           PERFORM 3600-ADD-SLA-FLAGS
           IF WS-ATT-OVERRIDE-FLAG (WS-ATT-IDX) = 'Y'
               MOVE 'OVERRIDE RERUN' TO WS-FLAG-TEXT
               PERFORM 3610-ADD-FLAG
               ADD 1 TO WS-RPT-OVERRIDE-COUNTER
           END-IF
           IF WS-LINE-LATE-FLAG = 'Y'
               ADD 1 TO WS-RPT-LATE-COUNTER
           END-IF
           IF WS-LINE-OVER-FLAG = 'Y'
               ADD 1 TO WS-RPT-OVER-COUNTER
           END-IF
           MOVE WS-SLA-DETAIL TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD.

       3300-WRITE-WINDOW-LINE.
      * First start to last end over every attempt in the cycle --
      * reruns included, because the night really did run that long.
           MOVE 'Y' TO WS-LINE-IS-WINDOW-FLAG
           MOVE 'WINDOW' TO WS-DET-STEP
           MOVE ZEROES TO WS-DET-ATTEMPT
           MOVE WS-CYC-FIRST-START-TIME (WS-CYC-IDX) TO WS-CLOCK-TIME
           PERFORM 3700-EDIT-CLOCK
           MOVE WS-PRINT-CLOCK TO WS-DET-START
           MOVE SPACES TO WS-DET-OUTCOME
           MOVE ZEROES TO WS-LINE-ELAPSED-SECS
           MOVE ZEROES TO WS-LINE-END-SECS
           EVALUATE TRUE
               WHEN WS-CYC-OPEN-FLAG (WS-CYC-IDX) = 'Y'
                   MOVE 'Y' TO WS-LINE-HAS-END-FLAG
                   MOVE 'RUNNING' TO WS-DET-END
                   MOVE 'OPEN' TO WS-DET-OUTCOME
               WHEN WS-CYC-END-SEEN-FLAG (WS-CYC-IDX) = 'Y'
                   MOVE 'Y' TO WS-LINE-HAS-END-FLAG
                   MOVE WS-CYC-LAST-END-TIME (WS-CYC-IDX)
                       TO WS-CLOCK-TIME
                   PERFORM 3700-EDIT-CLOCK
                   MOVE WS-PRINT-CLOCK TO WS-DET-END
               WHEN OTHER
                   MOVE 'N' TO WS-LINE-HAS-END-FLAG
                   MOVE 'NO STAMP' TO WS-DET-END
           END-EVALUATE
           IF LINE-HAS-END
               MOVE WS-CYC-LAST-END-SECS (WS-CYC-IDX)
                   TO WS-LINE-END-SECS
               COMPUTE WS-LINE-ELAPSED-SECS
                   = WS-CYC-LAST-END-SECS (WS-CYC-IDX)
                   - WS-CYC-FIRST-START-SECS (WS-CYC-IDX)
           END-IF
           MOVE 'WINDOW' TO WS-FIND-STEP
           PERFORM 1060-FIND-SLA-ENTRY
           PERFORM 3550-COMPUTE-WINDOW-TRAIL-AVERAGE
           PERFORM 3400-MEASURE-AGAINST-SLA
           MOVE SPACES TO WS-DET-FLAGS
           MOVE 1 TO WS-FLAG-PTR
           IF WS-CYC-OPEN-FLAG (WS-CYC-IDX) = 'Y'
               MOVE 'STILL RUNNING' TO WS-FLAG-TEXT
               PERFORM 3610-ADD-FLAG
           END-IF
           PERFORM 3600-ADD-SLA-FLAGS
           IF WS-LINE-LATE-FLAG = 'Y'
               OR WS-LINE-OVER-FLAG = 'Y'
               ADD 1 TO WS-RPT-LATE-WINDOW-COUNTER
           END-IF
           MOVE WS-SLA-DETAIL TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD.

       3400-MEASURE-AGAINST-SLA.
      * Fills the minute columns and the late / over / creeping
      * switches for the line in hand. Without an end there is
      * nothing to measure -- the line shows its start and its flag.
           MOVE 'N' TO WS-LINE-LATE-FLAG
           MOVE 'N' TO WS-LINE-OVER-FLAG
           MOVE 'N' TO WS-LINE-CREEP-FLAG
           MOVE SPACES TO WS-DET-ELAPSED-X
           MOVE SPACES TO WS-DET-EXPECTED-X
           MOVE SPACES TO WS-DET-LATEST
           MOVE SPACES TO WS-DET-HEADROOM-X
           IF LINE-HAS-END
               COMPUTE WS-LINE-ELAPSED-MIN ROUNDED
                   = WS-LINE-ELAPSED-SECS / 60
               MOVE WS-LINE-ELAPSED-MIN TO WS-DET-ELAPSED
           END-IF
           IF WS-MATCHED-SLA-IDX > ZEROES
               MOVE WS-MATCHED-SLA-IDX TO WS-SLA-IDX
               MOVE WS-SLA-EXPECTED-MIN (WS-SLA-IDX)
                   TO WS-DET-EXPECTED
               MOVE WS-SLA-LATEST-END (WS-SLA-IDX) (1:2)
                   TO WS-DET-LATEST (1:2)
               MOVE ':' TO WS-DET-LATEST (3:1)
               MOVE WS-SLA-LATEST-END (WS-SLA-IDX) (3:2)
                   TO WS-DET-LATEST (4:2)
               IF LINE-HAS-END
                   COMPUTE WS-HEADROOM-MIN ROUNDED
                       = (WS-SLA-LATEST-SECS (WS-SLA-IDX)
                       - WS-LINE-END-SECS) / 60
                   MOVE WS-HEADROOM-MIN TO WS-DET-HEADROOM
                   IF WS-LINE-END-SECS
                           > WS-SLA-LATEST-SECS (WS-SLA-IDX)
                       MOVE 'Y' TO WS-LINE-LATE-FLAG
                   END-IF
                   IF WS-LINE-ELAPSED-SECS
                           > WS-SLA-EXPECTED-MIN (WS-SLA-IDX) * 60
                       MOVE 'Y' TO WS-LINE-OVER-FLAG
                   END-IF
               END-IF
               IF WS-TRAIL-SAMPLES > ZEROES
                   AND WS-TRAIL-AVG-MIN
                       > WS-SLA-EXPECTED-MIN (WS-SLA-IDX)
                   MOVE 'Y' TO WS-LINE-CREEP-FLAG
               END-IF
           END-IF.

       3500-COMPUTE-STEP-TRAIL-AVERAGE.
      * Normal attempts of this step that ended OK in the cycles just
      * before this one. Overrides, aborts and unfinished attempts
      * would drag the average toward the exceptions it is meant to
      * be measured against, so they stay out.
           MOVE ZEROES TO WS-TRAIL-SUM-SECS
           MOVE ZEROES TO WS-TRAIL-SAMPLES
           PERFORM VARYING WS-TRAIL-ATT-IDX FROM 1 BY 1
                   UNTIL WS-TRAIL-ATT-IDX > WS-ATT-COUNT
               IF WS-ATT-CYCLE-IDX (WS-TRAIL-ATT-IDX)
                       >= WS-FIRST-TRAIL-IDX
                   AND WS-ATT-CYCLE-IDX (WS-TRAIL-ATT-IDX)
                       < WS-CYC-IDX
                   AND WS-ATT-STEP (WS-TRAIL-ATT-IDX)
                       = WS-ATT-STEP (WS-ATT-IDX)
                   AND WS-ATT-STATE (WS-TRAIL-ATT-IDX) = 'E'
                   AND WS-ATT-OUTCOME (WS-TRAIL-ATT-IDX) = 'OK'
                   AND WS-ATT-OVERRIDE-FLAG (WS-TRAIL-ATT-IDX) = 'N'
                   ADD WS-ATT-ELAPSED-SECS (WS-TRAIL-ATT-IDX)
                       TO WS-TRAIL-SUM-SECS
                   ADD 1 TO WS-TRAIL-SAMPLES
               END-IF
           END-PERFORM
           PERFORM 3560-EDIT-TRAIL-AVERAGE.

       3550-COMPUTE-WINDOW-TRAIL-AVERAGE.
      * Earlier cycles whose window has closed -- a window still
      * running, or one with no end at all, has no length to average.
           MOVE ZEROES TO WS-TRAIL-SUM-SECS
           MOVE ZEROES TO WS-TRAIL-SAMPLES
           PERFORM VARYING WS-CYC-SCAN-IDX FROM WS-FIRST-TRAIL-IDX
                   BY 1 UNTIL WS-CYC-SCAN-IDX >= WS-CYC-IDX
               IF WS-CYC-END-SEEN-FLAG (WS-CYC-SCAN-IDX) = 'Y'
                   AND WS-CYC-OPEN-FLAG (WS-CYC-SCAN-IDX) = 'N'
                   COMPUTE WS-TRAIL-SUM-SECS = WS-TRAIL-SUM-SECS
                       + WS-CYC-LAST-END-SECS (WS-CYC-SCAN-IDX)
                       - WS-CYC-FIRST-START-SECS (WS-CYC-SCAN-IDX)
                   ADD 1 TO WS-TRAIL-SAMPLES
               END-IF
           END-PERFORM
           PERFORM 3560-EDIT-TRAIL-AVERAGE.

       3560-EDIT-TRAIL-AVERAGE.
           IF WS-TRAIL-SAMPLES = ZEROES
               MOVE ZEROES TO WS-TRAIL-AVG-MIN
               MOVE SPACES TO WS-DET-TRAIL-AVG-X
           ELSE
               COMPUTE WS-TRAIL-AVG-MIN ROUNDED
                   = WS-TRAIL-SUM-SECS / (WS-TRAIL-SAMPLES * 60)
               MOVE WS-TRAIL-AVG-MIN TO WS-DET-TRAIL-AVG
           END-IF.

       3600-ADD-SLA-FLAGS.
           IF WS-LINE-LATE-FLAG = 'Y'
               MOVE 'LATE' TO WS-FLAG-TEXT
               PERFORM 3610-ADD-FLAG
           END-IF
           IF WS-LINE-OVER-FLAG = 'Y'
               MOVE 'OVER EXPECTED' TO WS-FLAG-TEXT
               PERFORM 3610-ADD-FLAG
           END-IF
           IF WS-LINE-CREEP-FLAG = 'Y'
               MOVE 'CREEPING' TO WS-FLAG-TEXT
               PERFORM 3610-ADD-FLAG
           END-IF
           IF WS-MATCHED-SLA-IDX = ZEROES
               MOVE 'NO SLA' TO WS-FLAG-TEXT
               PERFORM 3610-ADD-FLAG
           END-IF.

       3610-ADD-FLAG.
      * Flag texts hold single spaces only, so a double space marks
      * where each one ends.
           IF WS-FLAG-PTR > 1
               STRING ', ' DELIMITED BY SIZE
                   INTO WS-DET-FLAGS WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           STRING WS-FLAG-TEXT DELIMITED BY '  '
               INTO WS-DET-FLAGS WITH POINTER WS-FLAG-PTR
           END-STRING
           MOVE SPACES TO WS-FLAG-TEXT.

       3700-EDIT-CLOCK.
           MOVE WS-CLOCK-HH TO WS-PRT-HH
           MOVE WS-CLOCK-MM TO WS-PRT-MM
           MOVE WS-CLOCK-SS TO WS-PRT-SS.

       3800-WRITE-SUMMARY.
           MOVE SPACES TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE 'CYCLES REPORTED' TO WS-SUM-LABEL
           MOVE WS-RPT-CYCLE-COUNTER TO WS-SUM-VALUE
           MOVE WS-SLA-SUMMARY-LINE TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE 'STEP ATTEMPTS' TO WS-SUM-LABEL
           MOVE WS-RPT-ATTEMPT-COUNTER TO WS-SUM-VALUE
           MOVE WS-SLA-SUMMARY-LINE TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE 'ATTEMPTS LATE' TO WS-SUM-LABEL
           MOVE WS-RPT-LATE-COUNTER TO WS-SUM-VALUE
           MOVE WS-SLA-SUMMARY-LINE TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE 'ATTEMPTS OVER EXPECTED DURATION' TO WS-SUM-LABEL
           MOVE WS-RPT-OVER-COUNTER TO WS-SUM-VALUE
           MOVE WS-SLA-SUMMARY-LINE TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE 'ATTEMPTS ABORTED' TO WS-SUM-LABEL
           MOVE WS-RPT-ABORTED-COUNTER TO WS-SUM-VALUE
           MOVE WS-SLA-SUMMARY-LINE TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE 'ATTEMPTS STILL RUNNING' TO WS-SUM-LABEL
           MOVE WS-RPT-RUNNING-COUNTER TO WS-SUM-VALUE
           MOVE WS-SLA-SUMMARY-LINE TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE 'ATTEMPTS WITH NO END STAMP' TO WS-SUM-LABEL
           MOVE WS-RPT-NO-END-COUNTER TO WS-SUM-VALUE
           MOVE WS-SLA-SUMMARY-LINE TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE 'OVERRIDE RERUNS (NOT AVERAGED)' TO WS-SUM-LABEL
           MOVE WS-RPT-OVERRIDE-COUNTER TO WS-SUM-VALUE
           MOVE WS-SLA-SUMMARY-LINE TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE 'WINDOWS LATE OR OVER EXPECTED' TO WS-SUM-LABEL
           MOVE WS-RPT-LATE-WINDOW-COUNTER TO WS-SUM-VALUE
           MOVE WS-SLA-SUMMARY-LINE TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD.

      * ---------------------------------------------------------------
       3900-TERMINATE-SLA.
           IF RUN-CONTROL-FILE-STATUS = '00'
               OR RUN-CONTROL-FILE-STATUS = '10'
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-ORPHAN-END-COUNTER > ZEROES
               DISPLAY 'ENDED STAMPS WITH NO START ON FILE: '
                   WS-ORPHAN-END-COUNTER
           END-IF
           DISPLAY 'BATCH WINDOW SLA REPORT COMPLETE. STAMPS READ: '
               WS-STAMP-COUNTER ' CYCLES REPORTED: '
               WS-RPT-CYCLE-COUNTER ' LATE ATTEMPTS: '
               WS-RPT-LATE-COUNTER ' ABORTED: '
               WS-RPT-ABORTED-COUNTER.
