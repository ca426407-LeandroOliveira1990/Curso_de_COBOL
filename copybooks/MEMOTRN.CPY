      *              RUN RECONCILES THE MEMOS AGAINST WHAT ACTUALLY
      *              POSTED - UNMATCHED ONES GO TO MEMODIFF.DAT FOR
      *              THE MORNING DASHBOARD - AND CLEARS THE FILE.
      * Modified:    2026-10-15 - MM-AUTH-CODE CARVED FROM THE FILLER:
      *              A CARD OR ATM AUTHORIZATION ARRIVES AS A MEMO
      *              CARRYING THE AUTHORIZATION CODE, AND IS A HOLD
      *              RATHER THAN A DAY MEMO - IT STAYS ON THE FILE
      *              ACROSS NIGHTS UNTIL THE CARD MATCHING STEP
      *              (PROGCRDM) PAIRS IT WITH ITS SETTLEMENT OR EXPIRES
      *              IT. BLANK ON EVERY MEMO KEYED THROUGH PROGENTR.
      ******************************************************************
       01  MM-RECORD.
           05  MM-ACCOUNT              PIC X(10).
           05  MM-AMOUNT               PIC S9(7)V99.
           05  MM-TRANS-TYPE           PIC X(03).
           05  MM-ENTRY-DATE           PIC 9(08).
           05  MM-AUTH-CODE            PIC X(06).
           05  FILLER                  PIC X(02).
