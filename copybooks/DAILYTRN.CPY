      *              CREDITED - AND THE DUPLICATE-CHECK STEP EXPANDS
      *              IT INTO THE TRD/TRC LEG PAIR FOR POSTING. BLANK
      *              FOR EVERY OTHER TYPE.
      * Modified:    2026-10-15 - ON A CRT OR ATM CARD SETTLEMENT THE
      *              CONTRA-ACCOUNT FIELD CARRIES THE AUTHORIZATION
      *              CODE INSTEAD (DT-AUTH-CODE), AS THE CARD NETWORK
      *              SENT IT, FOR THE CARD MATCHING STEP.
      ******************************************************************
       01  DT-RECORD.
           05  DT-REC-TYPE             PIC X(01).
           05  DT-TRANS-TYPE           PIC X(03).
           05  DT-CURRENCY             PIC X(03).
           05  DT-CONTRA-ACCOUNT       PIC X(10).
           05  DT-CARD-SETTLEMENT REDEFINES DT-CONTRA-ACCOUNT.
               10  DT-AUTH-CODE        PIC X(06).
               10  FILLER              PIC X(04).
       01  DT-TRAILER-RECORD REDEFINES DT-RECORD.
           05  DT-TRAILER-TYPE         PIC X(01).
           05  DT-TRAILER-COUNT        PIC 9(10).
