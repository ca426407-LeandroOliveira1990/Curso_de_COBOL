      ******************************************************************
      * Copybook:    FXRVCTL
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     ONE-RECORD CONTROL FILE FOR THE MONTH-END
      *              FOREIGN-CURRENCY REVALUATION (FXRVCTL.DAT).
      *              CARRIES THE LAST MONTH (YYYYMM) WHOSE REVALUATION
      *              ENTRIES WERE WRITTEN, SO A RESTARTED CHAIN THAT
      *              RERUNS THE STEP CAN'T BOOK THE SAME MONTH TWICE.
      * Modified:    2026-10-15 - FC-CLOSE-DATE ADDED: THE CLOSING
      *              DATE THE ENTRIES ARE EFFECTIVE, NEXT TO THE RUN
      *              DATE THEY ARE POSTED AND REVERSED, SO THE GL
      *              RECONCILIATION KNOWS WHICH LEDGER BALANCES STILL
      *              CARRY THE REVALUATION. A RECORD WRITTEN BEFORE
      *              HAS IT BLANK.
      ******************************************************************
       01  FC-RECORD.
           05  FC-LAST-PERIOD          PIC 9(06).
           05  FC-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(06).
           05  FC-CLOSE-DATE           PIC 9(08).
