      *              TRC TRANSFER LEG IT CARRIES THE OTHER LEG'S
      *              ACCOUNT, SO POSTING AND THE STATEMENTS CAN SHOW
      *              WHERE THE MONEY WENT. BLANK FOR EVERY OTHER TYPE.
      * Modified:    2026-10-15 - ON A CRT OR ATM CARD SETTLEMENT THE
      *              CONTRA-ACCOUNT FIELD CARRIES THE AUTHORIZATION
      *              CODE INSTEAD (CT-AUTH-CODE), WHICH THE CARD
      *              MATCHING STEP PAIRS WITH THE AUTHORIZATION MEMO.
      ******************************************************************
       01  CT-RECORD.
           05  CT-REC-TYPE             PIC X(01).
           05  CT-TRANS-TYPE           PIC X(03).
           05  CT-CURRENCY             PIC X(03).
           05  CT-CONTRA-ACCOUNT       PIC X(10).
           05  CT-CARD-SETTLEMENT REDEFINES CT-CONTRA-ACCOUNT.
               10  CT-AUTH-CODE        PIC X(06).
               10  FILLER              PIC X(04).
       01  CT-TRAILER-RECORD REDEFINES CT-RECORD.
           05  CT-TRAILER-TYPE         PIC X(01).
           05  CT-TRAILER-COUNT        PIC 9(10).
