      *          BURN THIS JOB EXISTS TO PREVENT. THE RESTORE IS
      *          WRITTEN TO THE AUDIT TRAIL WITH THE OPERATOR'S ID.
      * Tectonics: cobc
      * Modified: 2026-10-15 - RESTORES THE ACCOUNT STATUS AND
      *           STATUS DATE WITH THE BALANCE. AN OLDER GENERATION
      *           WITHOUT THEM COMES BACK BLANK - OPEN.
      * Modified: 2026-10-15 - ALSO RESTORES THE FOREIGN-CURRENCY
      *           BALANCE; AN OLDER GENERATION WITHOUT IT COMES BACK
      *           ZERO.
      * Modified: 2026-10-15 - RESTORES THE CUSTOMER'S INCOME-TAX
      *           STATUS; AN OLDER GENERATION WITHOUT IT COMES BACK
      *           BLANK - THE STANDARD RATE.
      * Modified: 2026-10-15 - ALSO RESTORES THE ACCOUNT'S BRANCH; AN
      *           OLDER GENERATION WITHOUT IT COMES BACK BLANK - THE
      *           HEAD OFFICE.
      * Modified: 2026-10-15 - ALSO RESTORES THE ACCOUNT'S PRICING
      *           PRODUCT; AN OLDER GENERATION WITHOUT IT COMES BACK
      *           BLANK - THE TYPE'S STANDARD PRODUCT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGGENR.
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
           CALL 'OPRSEC' USING WS-OPERATOR-ID WS-AUTH-CODE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE GI-RECORD (1:62)    TO WS-AB-BACKUP
                   MOVE BK-ACCOUNT          TO AB-ACCOUNT-NUMBER
                   MOVE BK-BALANCE          TO AB-BALANCE
                   MOVE BK-LAST-UPDATE-DATE TO AB-LAST-UPDATE-DATE
                   MOVE BK-CURRENCY         TO AB-CURRENCY
                   MOVE BK-OVERDRAFT-LIMIT  TO AB-OVERDRAFT-LIMIT
                   MOVE BK-ACCOUNT-TYPE     TO AB-ACCOUNT-TYPE
                   MOVE BK-ACCOUNT-STATUS   TO AB-ACCOUNT-STATUS
                   MOVE BK-STATUS-DATE      TO AB-STATUS-DATE
                   IF BK-CCY-BALANCE IS NUMERIC
                       MOVE BK-CCY-BALANCE  TO AB-CCY-BALANCE
                   ELSE
                       MOVE 0               TO AB-CCY-BALANCE
                   END-IF
                   MOVE BK-BRANCH           TO AB-BRANCH
                   MOVE BK-PRODUCT          TO AB-PRODUCT
                   WRITE AB-RECORD
                   SET WS-RESTORED-COUNT UP BY 1
           END-READ.
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE GI-RECORD (1:97)    TO WS-CM-BACKUP
                   MOVE BC-CUST-NUMBER      TO CM-CUST-NUMBER
                   MOVE BC-CUST-NAME        TO CM-CUST-NAME
                   MOVE BC-CUST-ADDRESS     TO CM-CUST-ADDRESS
                   MOVE BC-CUST-BALANCE     TO CM-CUST-BALANCE
                   MOVE BC-CUST-STATUS      TO CM-CUST-STATUS
                   MOVE BC-LAST-UPDATE-DATE TO CM-LAST-UPDATE-DATE
                   MOVE BC-TAX-STATUS       TO CM-TAX-STATUS
                   WRITE CM-RECORD
                   SET WS-RESTORED-COUNT UP BY 1
           END-READ.
