      ******************************************************************
      * Copybook:    HOUSEHLD
      * Author:      LEANDRO OLIVEIRA
      * Date:        2026-10-15
      * Purpose:     CUSTOMER-TO-HOUSEHOLD TABLE (HOUSEHLD.DAT), REBUILT
      *              IN FULL BY EVERY DUPLICATE-CUSTOMER SCAN
      *              (PROGCDUP). CUSTOMERS WHOSE ADDRESSES NORMALIZE TO
      *              THE SAME TEXT FORM ONE HOUSEHOLD, NUMBERED AFTER
      *              ITS LOWEST CUSTOMER NUMBER; ONE RECORD PER MEMBER,
      *              IN CUSTOMER ORDER. A CUSTOMER WITH NO RECORD HERE
      *              SHARES ITS ADDRESS WITH NOBODY AND IS ITS OWN
      *              HOUSEHOLD - THE SAME CONVENTION AS CUSTXREF. READ
      *              BY THE STATEMENT RUN AND THE COMPLIANCE PASS.
      ******************************************************************
       01  HH-RECORD.
           05  HH-CUST-NUMBER          PIC 9(08).
           05  HH-HOUSEHOLD            PIC 9(08).
           05  FILLER                  PIC X(04).
