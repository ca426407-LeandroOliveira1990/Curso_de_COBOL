      * Date:        2026-08-08
      * Purpose:     RECORD LAYOUT FOR THE INDEXED CUSTOMER-MASTER
      *              FILE, KEYED ON CUSTOMER NUMBER.
      * Modified:    2026-10-15 - CM-TAX-STATUS ADDED: THE CUSTOMER'S
      *              INCOME-TAX STATUS, WHICH PICKS THE WITHHOLDING
      *              RATE (RATETAB) TAKEN FROM EVERY INTEREST CREDIT.
      *              BLANK IS THE STANDARD TAXABLE RESIDENT, SO A
      *              RECORD WRITTEN BEFORE THE FIELD EXISTED IS TAXED
      *              AT THE STANDARD RATE.
      ******************************************************************
       01  CM-RECORD.
           05  CM-CUST-NUMBER          PIC 9(08).
               88  CM-STATUS-INACTIVE       VALUE 'I'.
               88  CM-STATUS-CLOSED         VALUE 'C'.
           05  CM-LAST-UPDATE-DATE     PIC 9(08).
           05  CM-TAX-STATUS           PIC X(01).
               88  CM-TAX-STANDARD          VALUE SPACE 'T'.
               88  CM-TAX-EXEMPT            VALUE 'I'.
               88  CM-TAX-NONRESIDENT       VALUE 'N'.
