      *           NIGHT BY DESIGN, AND A REGISTRY ENTRY LEFT FROM
      *           BEFORE THE EXEMPTION MUST NOT SEND THE SECOND
      *           NIGHT'S REWORK TO THE REJECT STORE.
      * Modified: 2026-10-15 - THE DATE-STAMPED LN FEED THE LOAN
      *           GENERATION STEP WRITES JOINS THE SO/RT FEEDS AS AN
      *           INTERNAL HEADER.
      * Modified: 2026-10-15 - SO DOES THE DATE-STAMPED EN FEED OF
      *           ACCOUNT-CLOSURE PAYOUTS PROGACMT WRITES.
      * Modified: 2026-10-15 - AND THE DATE-STAMPED ES FEED OF
      *           ESCHEAT TRANSFERS AND CLAIM REPAYMENTS PROGESCH
      *           WRITES.
      * Modified: 2026-10-15 - AND THE DATE-STAMPED PD FEED OF
      *           RETURNED EXTERNAL PAYMENTS PROGPGRJ WRITES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGQUAL.
      *    THE INTERNAL HEADERS: THE MERGE STEP'S RETRABLH, THE
      *    POSTING RUN'S NSFBATCH, THE CATCH-ALL SEMLOTE, THE
      *    INTAKE'S xxDEFLT SOURCE-TAG DEFAULTS, AND THE DATE-STAMPED
      *    SO/RT/LN/EN/ES/PD FEEDS THE STANDING-ORDER, RETURNS,
      *    LOAN, ACCOUNT-CLOSURE, ESCHEATMENT AND RETURNED-PAYMENT
      *    STEPS GENERATE.
           MOVE 'N' TO WS-INTERNAL-SW.
           IF DT-BATCH-ID = 'RETRABLH'
                   OR DT-BATCH-ID = 'NSFBATCH'
               SET WS-INTERNAL-BATCH TO TRUE
           END-IF.
           IF (DT-BATCH-ID (1:2) = 'SO'
                   OR DT-BATCH-ID (1:2) = 'RT'
                   OR DT-BATCH-ID (1:2) = 'LN'
                   OR DT-BATCH-ID (1:2) = 'EN'
                   OR DT-BATCH-ID (1:2) = 'ES'
                   OR DT-BATCH-ID (1:2) = 'PD')
                   AND DT-BATCH-ID (3:6) IS NUMERIC
               SET WS-INTERNAL-BATCH TO TRUE
           END-IF.
