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
       01  WS-VALID-STEP-R REDEFINES WS-VALID-STEP-TABLE.
           05  WS-VALID-STEP-ENTRY      PIC X(12) OCCURS 10 TIMES
                                        INDEXED BY WS-STEP-IDX.
       01  WS-STEP-VALID-FLAG           PIC X(01) VALUE 'N'.
           88  OVERRIDE-STEP-IS-VALID   VALUE 'Y'.
               AT END
                   DISPLAY 'ERROR 1001: STEP NAME (ARGUMENT 1) MUST '
                       'BE ONE OF MERGE, MAINFRAME, POSITION, '
                       'POSVERIFY, AUDIT, ROLLOVER, PURGE, REORG, '
                       'REORGGEN, REPROCESS'
               WHEN WS-VALID-STEP-ENTRY (WS-STEP-IDX)
                   = WS-OVERRIDE-STEP
                   MOVE 'Y' TO WS-STEP-VALID-FLAG
