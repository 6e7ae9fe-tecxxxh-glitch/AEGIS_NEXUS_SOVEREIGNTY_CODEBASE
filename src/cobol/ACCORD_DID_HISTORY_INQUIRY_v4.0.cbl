           05  WS-REC-ALLOWED-INTENTS.
               10  WS-REC-ALLOWED-INTENT-ENTRY PIC X(20)
                                        OCCURS 3 TIMES.
           05  WS-REC-OVERDRAFT-LIMIT   PIC X(10).
           05  FILLER                   PIC X(03).
       01  WS-IMAGE-FOUND-FLAG          PIC X(01) VALUE 'N'.
           88  AS-OF-IMAGE-FOUND        VALUE 'Y'.
       01  WS-WINNING-DATE              PIC 9(08) VALUE ZEROES.
                                   (WS-SLOT-IDX)
                       END-IF
                   END-PERFORM
      * Images cut before the limit existed carry spaces there.
                   IF WS-REC-OVERDRAFT-LIMIT NOT = SPACES
                       DISPLAY 'OVERDRAFT LIMIT:         '
                           WS-REC-OVERDRAFT-LIMIT
                   END-IF
               ELSE
                   IF WS-DID-IMAGE-COUNTER > ZEROES
                       DISPLAY 'DID WAS NOT YET REGISTERED AS OF '
