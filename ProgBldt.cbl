      *           THE BATCH-ID PREFIXES REGISTERED ON PARTNERS.DAT,
      *           SO THE SO/RT DATE STAMPS STOP READING AS THOUSANDS
      *           OF PHANTOM GAPS ACROSS A MONTH OR YEAR END.
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
       PROGRAM-ID. PROGBLDT.
      *    THE INTERNAL HEADERS: THE MERGE STEP'S RETRABLH, THE
      *    POSTING RUN'S NSFBATCH, THE CATCH-ALL SEMLOTE, THE
      *    INTAKE'S xxDEFLT SOURCE-TAG DEFAULTS, AND THE DATE-STAMPED
      *    SO/RT/LN/EN/ES/PD FEEDS THE STANDING-ORDER, RETURNS,
      *    LOAN, ACCOUNT-CLOSURE, ESCHEATMENT AND RETURNED-PAYMENT
      *    STEPS GENERATE.
      *    PARTNER PREFIXES ON PARTNERS.DAT MUST STAY CLEAR OF THE
      *    SO, RT, LN, EN, ES AND PD TAGS FOR THE SAME REASON.
           MOVE 'N' TO WS-INTERNAL-SW.
           IF WS-JUDGE-BATCH-ID = 'RETRABLH'
                   OR WS-JUDGE-BATCH-ID = 'NSFBATCH'
               SET WS-INTERNAL-BATCH TO TRUE
           END-IF.
           IF (WS-JUDGE-BATCH-ID (1:2) = 'SO'
                   OR WS-JUDGE-BATCH-ID (1:2) = 'RT'
                   OR WS-JUDGE-BATCH-ID (1:2) = 'LN'
                   OR WS-JUDGE-BATCH-ID (1:2) = 'EN'
                   OR WS-JUDGE-BATCH-ID (1:2) = 'ES'
                   OR WS-JUDGE-BATCH-ID (1:2) = 'PD')
                   AND WS-JUDGE-BATCH-ID (3:6) IS NUMERIC
               SET WS-INTERNAL-BATCH TO TRUE
           END-IF.
