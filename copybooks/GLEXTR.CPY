      *              GL-POST-DATE, SO A BACKDATED POSTING REACHES THE
      *              LEDGER ATTRIBUTED TO THE PERIOD THE MONEY
      *              BELONGS TO.
      * Modified:    2026-10-15 - GL-BRANCH CARVED OUT OF THE
      *              TRAILING FILLER: THE BRANCH (COST CENTER) THAT
      *              OWNS THE ACCOUNT, SO THE LEDGER BOOKS EACH
      *              DETAIL TO ITS COST CENTER. THE RECORD LENGTH IS
      *              UNCHANGED.
      ******************************************************************
       01  GL-RECORD.
           05  GL-REC-TYPE             PIC X(01).
           05  GL-CURRENCY             PIC X(03).
           05  GL-ORIG-AMOUNT          PIC S9(9)V99.
           05  GL-EFFECTIVE-DATE       PIC X(11).
           05  GL-BRANCH               PIC X(04).
           05  FILLER                  PIC X(06).
       01  GL-TRAILER REDEFINES GL-RECORD.
           05  GL-TRL-TYPE             PIC X(01).
           05  GL-TRL-REC-COUNT        PIC 9(10).
