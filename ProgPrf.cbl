      *           BETWEEN THE CURRENCY AND THE REASON, SO WITHOUT IT
      *           THE DRY RUN'S REASON AND DATE COLUMNS PARSED WRONG
      *           AND THE RUN-DATE FILTERS NEVER MATCHED.
      * Modified: 2026-10-15 - AN EXTERNAL PAYMENT (PGE) SPLITS INTO
      *           TWO LEGS LIKE A TRANSFER, SO IT COUNTS AS TWO UNITS
      *           ON THE INPUT, SUSPENSE AND REJECT SIDES.
      * Modified: 2026-10-15 - THE SWD/SWC LEGS OF AN OVERDRAFT-
      *           PROTECTION SWEEP ARE WRITTEN ONTO THE CLEAN FILE BY
      *           THE POSTING RUN ITSELF AND NEVER CAME IN ON THE FEED,
      *           SO THEY ARE SHOWN ON THEIR OWN LINE AND TAKEN OUT OF
      *           THE CLEAN COUNT BEFORE IT IS PROVED AGAINST THE
      *           INPUT. THEIR AMOUNTS NET TO ZERO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPRF.
       77  WS-IN-TRAILER               PIC 9(10) VALUE 0.
       77  WS-IN-AMOUNT                PIC S9(11)V99 VALUE 0.
       77  WS-CLEAN-COUNT              PIC 9(10) VALUE 0.
       77  WS-SWEEP-LEG-COUNT          PIC 9(10) VALUE 0.
       77  WS-SWEEP-LEG-AMOUNT         PIC S9(11)V99 VALUE 0.
       77  WS-CLEAN-TRAILER            PIC 9(10) VALUE 0.
       77  WS-CLEAN-AMOUNT             PIC S9(11)V99 VALUE 0.
       77  WS-SUSP-COUNT               PIC 9(10) VALUE 0.
           MOVE WS-CLEAN-AMOUNT              TO PC-AMOUNT.
           WRITE PRF-LINE FROM WS-PRF-COUNT-LINE.

           MOVE '  DOS QUAIS VARREDURAS:   ' TO PC-LABEL.
           MOVE WS-SWEEP-LEG-COUNT           TO PC-COUNT.
           MOVE WS-SWEEP-LEG-AMOUNT          TO PC-AMOUNT.
           WRITE PRF-LINE FROM WS-PRF-COUNT-LINE.

           MOVE 'SUSPENSO (SUSPTRN):       ' TO PC-LABEL.
           MOVE WS-SUSP-COUNT                TO PC-COUNT.
           MOVE WS-SUSP-AMOUNT               TO PC-AMOUNT.
                   IF DT-DETAIL-REC
                       SET WS-IN-COUNT UP BY 1
                       SET WS-IN-UNIT-COUNT UP BY 1
                       IF DT-TRANS-TYPE = 'TRF' OR 'PGE'
                           SET WS-IN-UNIT-COUNT UP BY 1
                       END-IF
                       IF DT-AMOUNT IS NUMERIC
                           WS-EFFECTIVE-AMOUNT
                           WS-CONVERTED-AMOUNT WS-FX-FOUND-SW
                       ADD WS-CONVERTED-AMOUNT TO WS-CLEAN-AMOUNT
                       IF CT-TRANS-TYPE = 'SWD' OR 'SWC'
                           SET WS-SWEEP-LEG-COUNT UP BY 1
                           ADD WS-CONVERTED-AMOUNT
                               TO WS-SWEEP-LEG-AMOUNT
                       END-IF
                   ELSE
                       MOVE CT-TRAILER-COUNT TO WS-CLEAN-TRAILER
                   END-IF
                       SET WS-SUSP-ALL-COUNT UP BY 1
                       IF WS-SS-SUSP-DATE = WS-RUN-DATE
                           SET WS-SUSP-COUNT UP BY 1
                           IF WS-SS-TRANS-TYPE = 'TRF' OR 'PGE'
                               SET WS-SUSP-COUNT UP BY 1
                           END-IF
                           CALL 'TRNSIGN' USING WS-SS-TRANS-TYPE
                       SET WS-SUSP-ALL-COUNT UP BY 1
                       IF SP-SUSP-DATE = WS-RUN-DATE
                           SET WS-SUSP-COUNT UP BY 1
                           IF SP-TRANS-TYPE = 'TRF' OR 'PGE'
                               SET WS-SUSP-COUNT UP BY 1
                           END-IF
                           CALL 'TRNSIGN' USING SP-TRANS-TYPE
                       SET WS-REJ-ALL-COUNT UP BY 1
                       IF WS-SR-REJECT-DATE = WS-RUN-DATE
                           SET WS-REJ-COUNT UP BY 1
                           IF WS-SR-TRANS-TYPE = 'TRF' OR 'PGE'
                               SET WS-REJ-COUNT UP BY 1
                           END-IF
                           MOVE WS-SR-AMOUNT-X TO WS-REJ-AMOUNT-X
                       SET WS-REJ-ALL-COUNT UP BY 1
                       IF RJ-REJECT-DATE = WS-RUN-DATE
                           SET WS-REJ-COUNT UP BY 1
                           IF RJ-TRANS-TYPE = 'TRF' OR 'PGE'
                               SET WS-REJ-COUNT UP BY 1
                           END-IF
                           MOVE RJ-AMOUNT-X TO WS-REJ-AMOUNT-X
      *    CLEAN RECORDS ITS EXPANSION PRODUCES.
           MOVE 'ENTRADA = LIMPOS + SUSPENSO + REJEITADO:'
               TO PV-LABEL.
           IF WS-IN-UNIT-COUNT = WS-CLEAN-COUNT - WS-SWEEP-LEG-COUNT
                   + WS-SUSP-COUNT + WS-REJ-COUNT
               MOVE 'OK'     TO PV-VERDICT
           ELSE
               MOVE 'QUEBRA' TO PV-VERDICT
