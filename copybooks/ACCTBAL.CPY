      *              SAVINGS, LOAN) LINKED THROUGH THE CUSTXREF
      *              CROSS-REFERENCE. BLANK ON THE EXISTING MASTER
      *              MEANS CHECKING, THE ONLY KIND THAT EXISTED.
      * Modified:    2026-10-15 - AB-ACCOUNT-STATUS AND AB-STATUS-DATE
      *              ADDED NOW THAT ACCOUNTS ARE OPENED AND CLOSED
      *              THROUGH PROGACMT INSTEAD OF APPEARING ON FIRST
      *              POSTING. BLANK ON THE EXISTING MASTER MEANS OPEN.
      *              'E' IS A CLOSURE WHOSE PAYOUT IS STILL IN THE FEED
      *              - THE POSTING RUN TURNS IT 'X' (CLOSED) ONCE THE
      *              BALANCE REACHES ZERO, AND NOTHING POSTS TO A
      *              CLOSED ACCOUNT. AB-STATUS-DATE IS THE BUSINESS
      *              DATE OF THE LAST STATUS CHANGE (ZERO OR BLANK =
      *              NOT RECORDED).
      * Modified:    2026-10-15 - AB-CCY-BALANCE ADDED: FOR AN
      *              ACCOUNT WHOSE AB-CURRENCY IS NOT BRL, THE BALANCE
      *              IN THAT CURRENCY. AB-BALANCE STAYS THE BRL BOOK
      *              VALUE THE POSTING RUN HAS ALWAYS KEPT (EACH ITEM
      *              AT ITS OWN DAY'S RATE); THE MONTH-END
      *              REVALUATION (PROGFXRV) MARKS AB-CCY-BALANCE TO
      *              THE CLOSING RATE AGAINST IT. ZERO AND UNUSED ON A
      *              BRL ACCOUNT.
      * Modified:    2026-10-15 - AB-BRANCH ADDED: THE BRANCH (COST
      *              CENTER) THAT OWNS THE ACCOUNT, ONE OF THE CODES ON
      *              BRANCH.DAT. SET WHEN THE ACCOUNT IS OPENED AND
      *              CHANGED ONLY BY A BRANCH MOVE THROUGH PROGACMT.
      *              BLANK OR ZEROS ON THE EXISTING MASTER MEANS 0001,
      *              THE HEAD OFFICE - THE ONLY BRANCH THAT EXISTED.
      * Modified:    2026-10-15 - AB-PRODUCT ADDED: THE PRICING
      *              PRODUCT WITHIN THE ACCOUNT TYPE, THE KEY THE
      *              PRICING MASTER (PRICING.DAT) PRICES THE ACCOUNT
      *              UNDER. SET WHEN THE ACCOUNT IS OPENED. BLANK - AS
      *              ON THE EXISTING MASTER AND EVERY LOAN ACCOUNT -
      *              IS THE TYPE'S STANDARD PRODUCT.
      ******************************************************************
       01  AB-RECORD.
           05  AB-ACCOUNT-NUMBER       PIC 9(08).
               88  AB-TYPE-CHECKING          VALUE 'C'.
               88  AB-TYPE-SAVINGS           VALUE 'S'.
               88  AB-TYPE-LOAN              VALUE 'L'.
           05  AB-ACCOUNT-STATUS       PIC X(01).
               88  AB-STATUS-OPEN            VALUE SPACE 'A'.
               88  AB-STATUS-CLOSING         VALUE 'E'.
               88  AB-STATUS-CLOSED          VALUE 'X'.
           05  AB-STATUS-DATE          PIC 9(08).
           05  AB-CCY-BALANCE          PIC S9(7)V99 COMP-3.
           05  AB-BRANCH               PIC X(04).
           05  AB-PRODUCT              PIC X(02).
