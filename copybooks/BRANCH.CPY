      ******************************************************************
      * Copybook:    BRANCH
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     RECORD LAYOUT FOR THE BRANCH TABLE (BRANCH.DAT),
      *              ONE RECORD PER BRANCH IN CODE ORDER. THE BRANCH
      *              CODE IS ALSO THE COST CENTER THE LEDGER BOOKS
      *              AGAINST. EVERY ACCOUNT BELONGS TO ONE BRANCH
      *              (AB-BRANCH); AN INACTIVE BRANCH KEEPS ITS
      *              ACCOUNTS BUT TAKES NO NEW ONE, AND A BRANCH MAY
      *              ONLY BE DELETED ONCE NO ACCOUNT IS LEFT ON IT.
      *              0001 IS THE HEAD OFFICE, WHERE EVERY ACCOUNT
      *              OPENED BEFORE BRANCHES EXISTED BELONGS.
      *              MAINTAINED WITH PROGBRMT BEHIND OPRSEC; LOOKED UP
      *              THROUGH BRNLOOK.
      ******************************************************************
       01  BA-RECORD.
           05  BA-BRANCH               PIC X(04).
           05  BA-NAME                 PIC X(30).
           05  BA-STATUS               PIC X(01).
               88  BA-STATUS-ACTIVE          VALUE SPACE 'A'.
               88  BA-STATUS-INACTIVE        VALUE 'I'.
           05  BA-OPENED-DATE          PIC 9(08).
           05  BA-LAST-UPDATE          PIC 9(08).
           05  BA-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(05).
