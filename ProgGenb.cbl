      *          SUPERVISED RESTORE (PROGGENR) PUTS ALL OF THEM BACK
      *          TOGETHER, NEVER ONE WITHOUT THE OTHERS.
      * Tectonics: cobc
      * Modified: 2026-10-15 - THE BALANCE GENERATION ALSO CARRIES
      *           THE ACCOUNT STATUS AND STATUS DATE.
      * Modified: 2026-10-15 - THE FOREIGN-CURRENCY BALANCE
      *           (AB-CCY-BALANCE) GOES INTO THE GENERATION TOO.
      * Modified: 2026-10-15 - THE CUSTOMER GENERATION ALSO CARRIES
      *           THE CUSTOMER'S INCOME-TAX STATUS.
      * Modified: 2026-10-15 - THE BALANCE GENERATION ALSO CARRIES
      *           THE ACCOUNT'S BRANCH (AB-BRANCH).
      * Modified: 2026-10-15 - THE BALANCE GENERATION ALSO CARRIES
      *           THE ACCOUNT'S PRICING PRODUCT (AB-PRODUCT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGGENB.
           05  BK-CURRENCY             PIC X(03).
           05  BK-OVERDRAFT-LIMIT      PIC 9(7)V99.
           05  BK-ACCOUNT-TYPE         PIC X(01).
           05  BK-ACCOUNT-STATUS       PIC X(01).
           05  BK-STATUS-DATE          PIC 9(08).
           05  BK-CCY-BALANCE          PIC S9(7)V99.
           05  BK-BRANCH               PIC X(04).
           05  BK-PRODUCT              PIC X(02).
       01  WS-CM-BACKUP.
           05  BC-CUST-NUMBER          PIC 9(08).
           05  BC-CUST-NAME            PIC X(30).
           05  BC-CUST-BALANCE         PIC S9(7)V99.
           05  BC-CUST-STATUS          PIC X(01).
           05  BC-LAST-UPDATE-DATE     PIC 9(08).
           05  BC-TAX-STATUS           PIC X(01).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
                   MOVE AB-CURRENCY         TO BK-CURRENCY
                   MOVE AB-OVERDRAFT-LIMIT  TO BK-OVERDRAFT-LIMIT
                   MOVE AB-ACCOUNT-TYPE     TO BK-ACCOUNT-TYPE
                   MOVE AB-ACCOUNT-STATUS   TO BK-ACCOUNT-STATUS
                   MOVE AB-STATUS-DATE      TO BK-STATUS-DATE
                   MOVE AB-CCY-BALANCE      TO BK-CCY-BALANCE
                   MOVE AB-BRANCH           TO BK-BRANCH
                   MOVE AB-PRODUCT          TO BK-PRODUCT
                   WRITE GO-RECORD          FROM WS-AB-BACKUP
           END-READ.

                   MOVE CM-CUST-BALANCE     TO BC-CUST-BALANCE
                   MOVE CM-CUST-STATUS      TO BC-CUST-STATUS
                   MOVE CM-LAST-UPDATE-DATE TO BC-LAST-UPDATE-DATE
                   MOVE CM-TAX-STATUS       TO BC-TAX-STATUS
                   WRITE GO-RECORD          FROM WS-CM-BACKUP
           END-READ.

