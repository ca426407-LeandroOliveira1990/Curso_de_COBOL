      *           RESOLVE IT, SO A POSTING ON A LINKED ACCOUNT KEEPS
      *           ITS REAL OWNER ALIVE INSTEAD OF AGING THE CUSTOMER
      *           AGAINST A NONEXISTENT SAME-NUMBER RECORD.
      * Modified: 2026-10-15 - THE SYSTEM MOVEMENTS ADDED SINCE - LOAN
      *           INSTALLMENTS, CLOSURE PAYOUTS, SWEEP LEGS AND FEES,
      *           PAYMENT RETURNS - NO LONGER COUNT AS CUSTOMER
      *           ACTIVITY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDORM.

       CHECK-LIFE-TYPE.
      *    THE POSTED HISTORY DOESN'T CARRY THE TYPE, BUT THE
      *    GENERATED TRANSACTION IDS DO: ACCRUALS AND WITHHOLDING
      *    ('I'/'F'), NSF FEES ('N'), STANDING ORDERS ('O'),
      *    PARTNER-RETURN OFFSETS ('R'), CLOSURE PAYOUTS AND
      *    ESCHEATS ('E'), SWEEP FEES AND PAYMENT RETURNS ('P'), LOAN
      *    DISBURSEMENTS AND INSTALLMENTS ('LD'/'LP'/'LJ') AND SWEEP
      *    LEGS ('SW') ARE SYSTEM MOVEMENTS. PROGESCH READS THEM THE
      *    SAME WAY. ANYTHING ELSE CAME FROM THE CUSTOMER SIDE OF THE
      *    FEED.
           IF PH-TRANS-ID (1:1) = 'I' OR PH-TRANS-ID (1:1) = 'F'
                   OR PH-TRANS-ID (1:1) = 'N'
                   OR PH-TRANS-ID (1:1) = 'O'
                   OR PH-TRANS-ID (1:1) = 'R'
                   OR PH-TRANS-ID (1:1) = 'E'
                   OR PH-TRANS-ID (1:1) = 'P'
                   OR PH-TRANS-ID (1:2) = 'LP'
                   OR PH-TRANS-ID (1:2) = 'LJ'
                   OR PH-TRANS-ID (1:2) = 'LD'
                   OR PH-TRANS-ID (1:2) = 'SW'
               MOVE 'N' TO WS-TYPE-LIFE-SW
           ELSE
               MOVE 'Y' TO WS-TYPE-LIFE-SW
